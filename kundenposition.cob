               access mode is sequential
               file status is WS-DAUER-STATUS.

      *> Vollmachtsdatei: Konten, ueber die der Kunde als
      *> Mitinhaber, Bevollmaechtigter oder gesetzlicher Vertreter
      *> verfuegen darf, ohne selbst Inhaber zu sein (s.
      *> copybooks/vollmacht-satz.cpy).
           select VOLLMACHT-DATEI assign to "VOLLDAT"
               organization is relative
               access mode is sequential
               file status is WS-VM-STATUS.

       data division.
       file section.
       fd  KUNDEN-DATEI.
       fd  DAUER-DATEI.
       copy "dauerauftrag-satz.cpy".

       fd  VOLLMACHT-DATEI.
       copy "vollmacht-satz.cpy".

       working-storage section.

       01 WS-KUNDE-REL-KEY                    PIC 9(6).
       01 WS-KUNDE-STATUS                     PIC XX.
       01 WS-KONTO-STATUS                     PIC XX.
       01 WS-DAUER-STATUS                     PIC XX.
       01 WS-VM-STATUS                        PIC XX.

       01 WS-KONTEN-ENDE                      PIC X VALUE "N".
           88 KONTEN-ENDE                     VALUE "J".
       01 WS-DAUER-ENDE                       PIC X VALUE "N".
           88 DAUER-ENDE                      VALUE "J".
       01 WS-VM-ENDE                          PIC X VALUE "N".
           88 VM-ENDE                         VALUE "J".

      *> Abgefragte Kundennummer - dieselbe Begrenzung wie
      *> WS-MAX-KUNDE-NR in main.cob und kundenstamm.cob.
       01 WS-KONTO-KENNZEICHEN.
           05 WS-KONTO-GEHOERT occurs 9999 times
                                              PIC X.
      *> Rolle des Kunden je Konto aus einer heute gueltigen
      *> Vollmacht (SPACE = keine) - gleich begrenzt wie oben.
       01 WS-VOLLMACHT-KENNZEICHEN.
           05 WS-KONTO-VOLLMACHT occurs 9999 times
                                              PIC X.
       01 WS-TAB-INDEX                        PIC 9(6).
       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).
       01 WS-ROLLE-NAME                       PIC X(22).

       01 WS-ANZAHL-KONTEN                    PIC 9(4) VALUE ZERO.
       01 WS-ANZAHL-DAUER                     PIC 9(4) VALUE ZERO.
       01 WS-ANZAHL-VOLLMACHTEN               PIC 9(4) VALUE ZERO.
       01 WS-ANZAHL-VM-KONTEN                 PIC 9(4) VALUE ZERO.
      *> Gesamtposition ueber alle Konten - vorzeichenbehaftet und
      *> zwei Stellen groesser als ein einzelner Saldo, damit die
      *> Summe vieler Konten nicht ueberlaufen kann.
      *> dazu die aktiven Dauerauftraege der Kundenkonten und die
      *> vorzeichenbehaftete Gesamtposition - mit Anschriftenblock
      *> aus dem Kundenstamm, damit die Aufstellung verschickt
      *> werden kann. Konten, ueber die der Kunde nur kraft
      *> Vollmacht verfuegt, folgen gesondert und zaehlen nicht zur
      *> Gesamtposition.
           display "===== Kundengesamtposition Erkan-Bank =====".

           perform KUNDE-EINLESEN.
           display " ".

           perform KENNZEICHEN-LEEREN.
           perform VOLLMACHTEN-LESEN.
           perform KONTEN-DRUCKEN.

           if WS-ANZAHL-KONTEN = ZERO
                   " Euro"
           end-if.

           if WS-ANZAHL-VOLLMACHTEN > ZERO
               perform VOLLMACHT-KONTEN-DRUCKEN
           end-if.

           display "===========================================".
           stop run.

           perform varying WS-TAB-INDEX from 1 by 1
                   until WS-TAB-INDEX > WS-MAX-KONTO-NR
               move "N" to WS-KONTO-GEHOERT(WS-TAB-INDEX)
               move SPACE to WS-KONTO-VOLLMACHT(WS-TAB-INDEX)
           end-perform.

       VOLLMACHTEN-LESEN.
      *> Merkt die Konten vor, fuer die der Kunde heute eine aktive
      *> Vollmacht besitzt (gueltig ab erreicht, bis offen oder
      *> nicht ueberschritten) - dieselbe Pruefung wie in main.cob.
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           open input VOLLMACHT-DATEI
           if WS-VM-STATUS not = "00"
               continue
           else
               perform until VM-ENDE
                   read VOLLMACHT-DATEI
                       at end
                           move "J" to WS-VM-ENDE
                       not at end
                           if VM-KUNDE-NR = WS-KUNDE-NR-EINGABE
                                   and VM-AKTIV
                                   and VM-GUELTIG-AB <= WS-HEUTE
                                   and VM-KONTO-NR >= 1
                                   and VM-KONTO-NR <= WS-MAX-KONTO-NR
                               if VM-GUELTIG-BIS = ZERO
                                       or VM-GUELTIG-BIS >= WS-HEUTE
                                   move VM-ROLLE to WS-KONTO-VOLLMACHT
                                       (VM-KONTO-NR)
                                   add 1 to WS-ANZAHL-VOLLMACHTEN
                               end-if
                           end-if
                   end-read
               end-perform
               close VOLLMACHT-DATEI
           end-if.

       KONTEN-DRUCKEN.
           open input KONTO-DATEI
           if WS-KONTO-STATUS = "35"
               move "GIRO" to WS-KONTO-ART-NAME
           end-if.

       VOLLMACHT-KONTEN-DRUCKEN.
      *> Zweiter Durchlauf durch den Kontenstamm fuer die per
      *> Vollmacht zugaenglichen Konten; eigene Konten sind oben
      *> bereits aufgefuehrt.
           move "N" to WS-KONTEN-ENDE
           open input KONTO-DATEI
           if WS-KONTO-STATUS = "00"
               perform until KONTEN-ENDE
                   read KONTO-DATEI
                       at end
                           move "J" to WS-KONTEN-ENDE
                       not at end
                           if KONTO-NR >= 1
                                   and KONTO-NR <= WS-MAX-KONTO-NR
                               if WS-KONTO-VOLLMACHT(KONTO-NR)
                                       not = SPACE
                                   and KONTO-KUNDEN-NR
                                       not = WS-KUNDE-NR-EINGABE
                                   perform VOLLMACHT-KONTO-DRUCKEN
                               end-if
                           end-if
                   end-read
               end-perform
               close KONTO-DATEI
           end-if.

       VOLLMACHT-KONTO-DRUCKEN.
           if WS-ANZAHL-VM-KONTEN = ZERO
               display " "
               display "Nur verfuegungsberechtigt (nicht in der "
                   "Gesamtposition enthalten):"
           end-if
           add 1 to WS-ANZAHL-VM-KONTEN
           move WS-KONTO-VOLLMACHT(KONTO-NR) to VM-ROLLE
           perform ROLLE-NAME-ERMITTELN
           perform KONTOART-NAME-ERMITTELN
           move KONTO-GUTHABEN to WS-SALDO-ANZEIGE
           display "Konto " KONTO-NR " (" WS-KONTO-ART-NAME
               "): " WS-SALDO-ANZEIGE " Euro"
           display "    Inhaber: " KONTO-INHABER
           display "    Rolle:   " WS-ROLLE-NAME
           if KONTO-GESPERRT
               display "    Status: GESPERRT ("
                   KONTO-STATUS-GRUND ")"
           else if KONTO-GESCHLOSSEN
               display "    Status: GESCHLOSSEN ("
                   KONTO-STATUS-GRUND ")"
           end-if.

       ROLLE-NAME-ERMITTELN.
      *> Klartextname der Rolle im VM-SATZ-Puffer (dieselbe
      *> Zuordnung wie in vollmachtstamm.cob).
           if VM-MITINHABER
               move "MITINHABER" to WS-ROLLE-NAME
           else if VM-VERTRETER
               move "GESETZLICHER VERTRETER" to WS-ROLLE-NAME
           else
               move "VOLLMACHT" to WS-ROLLE-NAME
           end-if.

       DAUERAUFTRAEGE-DRUCKEN.
      *> Druckt die aktiven Dauerauftraege, deren Quellkonto einem
      *> der gefundenen Kundenkonten gehoert.

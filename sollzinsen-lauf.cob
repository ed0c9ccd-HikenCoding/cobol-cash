               relative key is WS-KONTO-REL-KEY
               file status is WS-KONTO-STATUS.

      *> Konditionenstamm (s. copybooks/kondition-satz.cpy), nur
      *> gelesen: Sollzins (SZIN) und Ueberziehungszins (UZIN) je
      *> Kontoart mit Gueltigkeitsbeginn; ohne Konditionenstamm
      *> wird nichts belastet.
           select KONDITION-DATEI assign to "KONDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KOND-REL-KEY
               file status is WS-KOND-STATUS.

      *> Taegliches Transaktionsprotokoll - die Sollzinsbelastungen
      *> werden wie jede Buchung angehaengt, damit Buchungsjournal
      *> und Kontenabgleich sie sehen (s. copybooks/trans-satz.cpy).
       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       fd  KONDITION-DATEI.
       copy "kondition-satz.cpy".

       fd  TRANS-DATEI.
       copy "trans-satz.cpy".

       01 WS-KONTO-REL-KEY                    PIC 9(6).
       01 WS-KONTO-STATUS                     PIC XX.
           88 KONTO-STATUS-OK                 VALUE "00".
       01 WS-KOND-REL-KEY                     PIC 9(6).
       01 WS-KOND-STATUS                      PIC XX.
           88 KOND-STATUS-OK                  VALUE "00".
       01 WS-TRANS-STATUS                     PIC XX.
           88 TRANS-STATUS-OK                 VALUE "00".
       01 WS-PRUEF-STATUS                     PIC XX.
       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.

      *> Aktive Saetze des Konditionenstamms (KOND-NR ist die
      *> physische Satznummer, begrenzt wie in konditionenstamm.cob).
      *> Jeder Tag im Minus wird mit dem an diesem Tag geltenden
      *> Jahressatz bei 360 Zinstagen verzinst - aendert sich der
      *> Satz im Quartal, teilt sich die Rechnung damit am Tag der
      *> Aenderung. Der Teil des Sollsaldos bis zum Dispokredit
      *> kostet den Sollzins (SZIN), der Teil darueber den
      *> Ueberziehungszins (UZIN); Spar- und Festgeldkonten haben
      *> keinen Dispo, ihr ganzer Sollsaldo ist Ueberziehung.
       01 WS-MAX-KOND-NR                      PIC 9(6) VALUE 999.
       01 WS-KOND-TABELLE.
           05 WS-KOND-EINTRAG occurs 999 times.
               10 WS-KOND-T-NR                PIC 9(6).
               10 WS-KOND-T-KONTO-ART         PIC X.
               10 WS-KOND-T-ART               PIC X(4).
               10 WS-KOND-T-AB                PIC 9(8).
               10 WS-KOND-T-WERT              PIC 9(3)V9(4).
               10 WS-KOND-T-STATUS            PIC X.
       01 WS-KOND-ANZAHL                      PIC 9(4) VALUE ZERO.
       01 WS-KOND-INDEX                       PIC 9(4).
       01 WS-SUCH-KONTO-ART                   PIC X.
       01 WS-SUCH-ART                         PIC X(4).
       01 WS-SUCH-DATUM                       PIC 9(8).
       01 WS-KOND-TREFFER                     PIC 9(4).
       01 WS-TREFFER-AB                       PIC 9(8).
       01 WS-ZINSTAGE-JAHR                    PIC 9(3) VALUE 360.

      *> Aufteilung des Sollsaldos eines Tages (s. oben).
       01 WS-SOLL-BETRAG                      PIC 9(7)V99.
       01 WS-DISPO-ANTEIL                     PIC 9(7)V99.
       01 WS-UEBER-ANTEIL                     PIC 9(7)V99.
       01 WS-ANZAHL-OHNE-KOND                 PIC 9(6) VALUE ZERO.

      *> Anzeige der Zinsabschnitte des Quartals je Kontoart und
      *> Zinsart: zuletzt gezeigter Gueltigkeitsbeginn und der
      *> naechste Satz danach.
       01 WS-ART-NR                           PIC 9(1).
       01 WS-ZART-NR                          PIC 9(1).
       01 WS-ART-NAME                         PIC X(8).
       01 WS-LETZT-AB                         PIC 9(8).
       01 WS-NAECHST-INDEX                    PIC 9(4).
       01 WS-ZINS-ANZEIGE                     PIC ZZ9,9999.

      *> Je Konto (KONTO-NR ist die physische Satznummer, begrenzt
      *> auf WS-MAX-KONTO-NR wie in main.cob) die im Quartal
      *> aufgelaufenen Sollzinsen - mit vier Nachkommastellen
      *> gesammelt und erst bei der Buchung auf Cent gerundet -
      *> sowie das Kennzeichen, dass ein frueherer Lauf das Konto
      *> fuer dieses Quartal schon belastet hat. Kontoart und
      *> Dispokredit kommen aus dem heutigen Kontostamm (fruehere
      *> Dispo-Limits werden nicht aufbewahrt).
       01 WS-MAX-KONTO-NR                     PIC 9(6) VALUE 9999.
       01 WS-ZINS-TABELLE.
           05 WS-ZINS-EINTRAG occurs 9999 times.
               10 WS-ZINS-SUMME               PIC S9(7)V9(4).
               10 WS-ZINS-GEBUCHT             PIC X.
               10 WS-ZINS-KONTO-ART           PIC X.
               10 WS-ZINS-DISPO               PIC 9(7)V99.
       01 WS-TAB-INDEX                        PIC 9(6).

       01 WS-KONTO-SPEICHERN-OK               PIC X VALUE "N".
      *> Quartalslauf fuer Sollzinsen auf in Anspruch genommene
      *> Dispokredite: summiert aus der Historie fuer jeden Tag des
      *> Quartals, an dem ein Konto im Minus abgeschlossen hat, den
      *> Tageszins auf den Sollsaldo zu den an diesem Tag geltenden
      *> Konditionen, belastet die Summe dem Konto
      *> und protokolliert sie als SOLLZINSEN-Buchung im
      *> Tagesprotokoll. Ein Wiederholungslauf erkennt an der
      *> Quartals-Referenz im Protokoll und im Archiv, welche
           display "Quartal: " WS-QUARTAL-JAHR "/" WS-QUARTAL-NR
               " (" WS-QUARTAL-ANFANG " bis " WS-QUARTAL-ENDE ")".

           perform KONDITIONEN-LADEN.
           if LAUF-FEHLER
               display "Lauf wird abgebrochen - es wurde nichts "
                   "belastet"
               display "====================================="
               stop run
           end-if.
           perform ZINSABSCHNITTE-ANZEIGEN.

           perform ZINS-TABELLE-LEEREN.
           perform KONTEN-MERKEN.
           perform HISTORIE-AUSWERTEN.
           perform SCHON-GEBUCHTE-MARKIEREN.

               WS-ANZAHL-SCHON-GEBUCHT.
           display "Abgelehnte Buchungen:         "
               WS-ANZAHL-ABGELEHNT.
           if WS-ANZAHL-OHNE-KOND > ZERO
               display "Sollsalden ohne Kondition:    "
                   WS-ANZAHL-OHNE-KOND " (nicht verzinst)"
           end-if.
           display "=====================================".
           stop run.

                   until WS-TAB-INDEX > WS-MAX-KONTO-NR
               move ZERO to WS-ZINS-SUMME(WS-TAB-INDEX)
               move "N" to WS-ZINS-GEBUCHT(WS-TAB-INDEX)
               move "G" to WS-ZINS-KONTO-ART(WS-TAB-INDEX)
               move ZERO to WS-ZINS-DISPO(WS-TAB-INDEX)
           end-perform.

       KONDITIONEN-LADEN.
      *> Liest die aktiven Saetze des Konditionenstamms in
      *> WS-KOND-TABELLE. Ohne Konditionenstamm wird der Lauf
      *> abgebrochen, statt mit einem angenommenen Satz zu rechnen.
           open input KONDITION-DATEI
           if not KOND-STATUS-OK
               display "Kein Konditionenstamm KONDDAT vorhanden "
                   "(Status " WS-KOND-STATUS ") - bitte ueber "
                   "konditionenstamm anlegen"
               move "J" to WS-LAUF-FEHLER
           else
               move ZERO to WS-KOND-ANZAHL
               perform varying WS-KOND-REL-KEY from 1 by 1
                       until WS-KOND-REL-KEY > WS-MAX-KOND-NR
                   read KONDITION-DATEI
                       invalid key
                           continue
                       not invalid key
                           if KOND-AKTIV
                               perform KONDITION-UEBERNEHMEN
                           end-if
                   end-read
               end-perform
               close KONDITION-DATEI
           end-if.

       KONDITION-UEBERNEHMEN.
           add 1 to WS-KOND-ANZAHL
           move KOND-NR to WS-KOND-T-NR(WS-KOND-ANZAHL)
           move KOND-KONTO-ART to WS-KOND-T-KONTO-ART(WS-KOND-ANZAHL)
           move KOND-ART to WS-KOND-T-ART(WS-KOND-ANZAHL)
           move KOND-GUELTIG-AB to WS-KOND-T-AB(WS-KOND-ANZAHL)
           move KOND-WERT to WS-KOND-T-WERT(WS-KOND-ANZAHL)
           move KOND-STATUS to WS-KOND-T-STATUS(WS-KOND-ANZAHL).

       KONDITION-SUCHEN.
      *> Sucht die am Stichtag WS-SUCH-DATUM geltende Kondition der
      *> Kontoart WS-SUCH-KONTO-ART und Konditionsart WS-SUCH-ART
      *> (derselbe Weg wie in konditionenstamm.cob): der aktive
      *> Satz mit dem spaetesten Gueltig-ab bis zum Stichtag.
      *> WS-KOND-TREFFER ist der Tabellenplatz (0 = keine).
           move ZERO to WS-KOND-TREFFER
           move ZERO to WS-TREFFER-AB
           perform varying WS-KOND-INDEX from 1 by 1
                   until WS-KOND-INDEX > WS-KOND-ANZAHL
               if WS-KOND-T-STATUS(WS-KOND-INDEX) = "A"
                   and WS-KOND-T-KONTO-ART(WS-KOND-INDEX)
                       = WS-SUCH-KONTO-ART
                   and WS-KOND-T-ART(WS-KOND-INDEX) = WS-SUCH-ART
                   and WS-KOND-T-AB(WS-KOND-INDEX) <= WS-SUCH-DATUM
                   and WS-KOND-T-AB(WS-KOND-INDEX) >= WS-TREFFER-AB
                   move WS-KOND-INDEX to WS-KOND-TREFFER
                   move WS-KOND-T-AB(WS-KOND-INDEX) to WS-TREFFER-AB
               end-if
           end-perform.

       ZINSABSCHNITTE-ANZEIGEN.
      *> Zeigt je Kontoart fuer Sollzins und Ueberziehungszins den
      *> zu Quartalsbeginn geltenden Satz und jede Aenderung
      *> innerhalb des Quartals - an diesen Tagen teilt sich die
      *> Zinsrechnung.
           display "Zinsabschnitte des Quartals (Prozent p.a.):"
           perform varying WS-ART-NR from 1 by 1
                   until WS-ART-NR > 3
               perform varying WS-ZART-NR from 1 by 1
                       until WS-ZART-NR > 2
                   perform ZINSABSCHNITT-ART-ANZEIGEN
               end-perform
           end-perform.

       ZINSABSCHNITT-ART-ANZEIGEN.
           move "G" to WS-SUCH-KONTO-ART
           move "GIRO" to WS-ART-NAME
           if WS-ART-NR = 2
               move "S" to WS-SUCH-KONTO-ART
               move "SPAR" to WS-ART-NAME
           end-if
           if WS-ART-NR = 3
               move "F" to WS-SUCH-KONTO-ART
               move "FESTGELD" to WS-ART-NAME
           end-if
           move "SZIN" to WS-SUCH-ART
           if WS-ZART-NR = 2
               move "UZIN" to WS-SUCH-ART
           end-if
           move WS-QUARTAL-ANFANG to WS-SUCH-DATUM
           perform KONDITION-SUCHEN
           if WS-KOND-TREFFER = ZERO
               display "  " WS-ART-NAME " " WS-SUCH-ART " ab "
                   WS-QUARTAL-ANFANG "  keine Kondition"
           else
               move WS-KOND-T-WERT(WS-KOND-TREFFER) to WS-ZINS-ANZEIGE
               display "  " WS-ART-NAME " " WS-SUCH-ART " ab "
                   WS-QUARTAL-ANFANG "  " WS-ZINS-ANZEIGE " %"
           end-if
           move WS-QUARTAL-ANFANG to WS-LETZT-AB
           perform NAECHSTE-AENDERUNG-SUCHEN
           perform until WS-NAECHST-INDEX = ZERO
               move WS-KOND-T-WERT(WS-NAECHST-INDEX)
                   to WS-ZINS-ANZEIGE
               display "  " WS-ART-NAME " " WS-SUCH-ART " ab "
                   WS-KOND-T-AB(WS-NAECHST-INDEX) "  "
                   WS-ZINS-ANZEIGE " %"
               move WS-KOND-T-AB(WS-NAECHST-INDEX) to WS-LETZT-AB
               perform NAECHSTE-AENDERUNG-SUCHEN
           end-perform.

       NAECHSTE-AENDERUNG-SUCHEN.
      *> Fruehester aktiver Satz der Kontoart und Zinsart mit
      *> Beginn nach WS-LETZT-AB und bis Quartalsende (0 = keiner).
           move ZERO to WS-NAECHST-INDEX
           perform varying WS-KOND-INDEX from 1 by 1
                   until WS-KOND-INDEX > WS-KOND-ANZAHL
               if WS-KOND-T-KONTO-ART(WS-KOND-INDEX)
                       = WS-SUCH-KONTO-ART
                   and WS-KOND-T-ART(WS-KOND-INDEX) = WS-SUCH-ART
                   and WS-KOND-T-AB(WS-KOND-INDEX) > WS-LETZT-AB
                   and WS-KOND-T-AB(WS-KOND-INDEX)
                       <= WS-QUARTAL-ENDE
                   if WS-NAECHST-INDEX = ZERO
                       move WS-KOND-INDEX to WS-NAECHST-INDEX
                   else
                       if WS-KOND-T-AB(WS-KOND-INDEX)
                               < WS-KOND-T-AB(WS-NAECHST-INDEX)
                           move WS-KOND-INDEX to WS-NAECHST-INDEX
                       end-if
                   end-if
               end-if
           end-perform.

       KONTEN-MERKEN.
      *> Merkt je Konto Kontoart und Dispokredit fuer die Aufteilung
      *> des Sollsaldos. Fehlt die Kontenstammdatei, meldet das
      *> KONTO-DATEI-OEFFNEN vor der Belastung.
           open input KONTO-DATEI
           if KONTO-STATUS-OK
               perform varying WS-KONTO-REL-KEY from 1 by 1
                       until WS-KONTO-REL-KEY > WS-MAX-KONTO-NR
                   read KONTO-DATEI
                       invalid key
                           continue
                       not invalid key
                           if KONTO-SPAR
                               move "S" to
                                   WS-ZINS-KONTO-ART(KONTO-NR)
                           end-if
                           if KONTO-FESTGELD
                               move "F" to
                                   WS-ZINS-KONTO-ART(KONTO-NR)
                           end-if
                           move KONTO-DISPO-LIMIT to
                               WS-ZINS-DISPO(KONTO-NR)
                   end-read
               end-perform
               close KONTO-DATEI
           end-if.

       HISTORIE-AUSWERTEN.
      *> Summiert je Konto den Tageszins fuer jeden Abschlusstag des
      *> Quartals mit negativem Endsaldo. Tage ohne Minus tragen
           end-if.

       TAGESZINS-SUMMIEREN.
      *> Tageszins eines Sollsaldos: der Teil bis zum Dispokredit
      *> zum Sollzins, der Rest zum Ueberziehungszins, jeweils zum
      *> am HIST-DATUM geltenden Satz. Fehlt fuer den Tag eine
      *> Kondition, bleibt dieser Teil unverzinst und wird gezaehlt.
           if HIST-KONTO-NR >= 1
                   and HIST-KONTO-NR <= WS-MAX-KONTO-NR
               compute WS-SOLL-BETRAG = ZERO - HIST-SALDO
               move ZERO to WS-DISPO-ANTEIL
               if WS-ZINS-KONTO-ART(HIST-KONTO-NR) = "G"
                   if WS-SOLL-BETRAG > WS-ZINS-DISPO(HIST-KONTO-NR)
                       move WS-ZINS-DISPO(HIST-KONTO-NR)
                           to WS-DISPO-ANTEIL
                   else
                       move WS-SOLL-BETRAG to WS-DISPO-ANTEIL
                   end-if
               end-if
               compute WS-UEBER-ANTEIL =
                   WS-SOLL-BETRAG - WS-DISPO-ANTEIL
               move WS-ZINS-KONTO-ART(HIST-KONTO-NR)
                   to WS-SUCH-KONTO-ART
               move HIST-DATUM to WS-SUCH-DATUM
               if WS-DISPO-ANTEIL > ZERO
                   move "SZIN" to WS-SUCH-ART
                   perform KONDITION-SUCHEN
                   if WS-KOND-TREFFER = ZERO
                       add 1 to WS-ANZAHL-OHNE-KOND
                   else
                       compute WS-ZINS-SUMME(HIST-KONTO-NR) =
                           WS-ZINS-SUMME(HIST-KONTO-NR)
                           + WS-DISPO-ANTEIL
                           * WS-KOND-T-WERT(WS-KOND-TREFFER)
                           / 100 / WS-ZINSTAGE-JAHR
                   end-if
               end-if
               if WS-UEBER-ANTEIL > ZERO
                   move "UZIN" to WS-SUCH-ART
                   perform KONDITION-SUCHEN
                   if WS-KOND-TREFFER = ZERO
                       add 1 to WS-ANZAHL-OHNE-KOND
                   else
                       compute WS-ZINS-SUMME(HIST-KONTO-NR) =
                           WS-ZINS-SUMME(HIST-KONTO-NR)
                           + WS-UEBER-ANTEIL
                           * WS-KOND-T-WERT(WS-KOND-TREFFER)
                           / 100 / WS-ZINSTAGE-JAHR
                   end-if
               end-if
           else
               display "Historiensatz mit Konto " HIST-KONTO-NR
                   " ausserhalb des Nummernbereichs - "

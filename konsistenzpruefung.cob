       identification division.
        program-id. konsistenzpruefung.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Kontenstammdatei (s. copybooks/konto-satz.cpy): einmal der
      *> Reihe nach fuer die Slot-Pruefung; der Kontostatus wird
      *> dabei fuer die folgenden Pruefungen tabelliert.
           select KONTO-DATEI assign to "KONTODAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KONTO-REL-KEY
               file status is WS-KONTO-STATUS.

      *> Kundenstamm: der Reihe nach fuer die Slot-Pruefung und
      *> wahlfrei fuer die Kundenverweise der Konten.
           select KUNDEN-DATEI assign to "KUNDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KUNDE-REL-KEY
               file status is WS-KUNDE-STATUS.

      *> Dauerauftrags-Stammdatei (s.
      *> copybooks/dauerauftrag-satz.cpy).
           select DAUER-DATEI assign to "DAUERDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-DAUER-REL-KEY
               file status is WS-DAUER-STATUS.

      *> Kassierer-Stammdatei: liefert die gueltigen Kennungen fuer
      *> TRANS-KASSIERER und TRANS-FREIGEBER.
           select KASSIERER-DATEI assign to "KASSDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KASS-REL-KEY
               file status is WS-KASS-STATUS.

      *> Tagesprotokoll und Archiv fuer Kennungen und
      *> Ueberweisungspaare.
           select TRANS-DATEI assign to "TRANSDAT"
               organization is line sequential
               file status is WS-TRANS-STATUS.

           select ARCHIV-DATEI assign to "TRANSARC"
               organization is line sequential
               file status is WS-ARCHIV-STATUS.

      *> Tagesabschluss-Historie (s. copybooks/hist-satz.cpy) fuer
      *> fehlende Abschlusstage.
           select HISTORIE-DATEI assign to "HISTORIE"
               organization is line sequential
               file status is WS-HIST-STATUS.

      *> Befundliste fuer die Fruehschicht, je Lauftag eine eigene
      *> Datei KONSJJJJMMTT. Der Dateiname wird vor dem OPEN ueber
      *> die Umgebungsvariable KONSFEHL aufgeloest (unter diesem
      *> Dialekt ist der ASSIGN-Name ein externer Name, den die
      *> Laufzeit beim OPEN ueber die gleichnamige
      *> Umgebungsvariable abbildet - derselbe Weg wie JARC in
      *> monatsauszug.cob).
           select FEHL-DATEI assign to KONSFEHL
               organization is line sequential
               file status is WS-FEHL-STATUS.

       data division.
       file section.
       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       fd  KUNDEN-DATEI.
       copy "kunden-satz.cpy".

       fd  DAUER-DATEI.
       copy "dauerauftrag-satz.cpy".

       fd  KASSIERER-DATEI.
       copy "kassierer-satz.cpy".

       fd  TRANS-DATEI.
       copy "trans-satz.cpy".

       fd  ARCHIV-DATEI.
       copy "arch-satz.cpy".

       fd  HISTORIE-DATEI.
       copy "hist-satz.cpy".

       fd  FEHL-DATEI.
       01 FEHL-SATZ                           PIC X(98).

       working-storage section.

       01 WS-KONTO-REL-KEY                    PIC 9(6).
       01 WS-KONTO-STATUS                     PIC XX.
       01 WS-KUNDE-REL-KEY                    PIC 9(6).
       01 WS-KUNDE-STATUS                     PIC XX.
       01 WS-DAUER-REL-KEY                    PIC 9(6).
       01 WS-DAUER-STATUS                     PIC XX.
       01 WS-KASS-REL-KEY                     PIC 9(4).
       01 WS-KASS-STATUS                      PIC XX.
       01 WS-TRANS-STATUS                     PIC XX.
       01 WS-ARCHIV-STATUS                    PIC XX.
       01 WS-HIST-STATUS                      PIC XX.
       01 WS-FEHL-STATUS                      PIC XX.
       01 WS-FEHL-NAME                        PIC X(12).

       01 WS-DATEI-ENDE                       PIC X VALUE "N".
           88 DATEI-ENDE                      VALUE "J".
       01 WS-KUNDEN-DA                        PIC X VALUE "N".
           88 KUNDEN-DA                       VALUE "J".
       01 WS-KONTEN-DA                        PIC X VALUE "N".
           88 KONTEN-DA                       VALUE "J".
       01 WS-KASSIERER-DA                     PIC X VALUE "N".
           88 KASSIERER-DA                    VALUE "J".

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).

      *> Je Konto (KONTO-NR ist die physische Satznummer, begrenzt
      *> wie in main.cob) der Status aus dem Kontenstamm: SPACE =
      *> kein Konto, sonst KONTO-STATUS-KZ (A, G oder X; ein leerer
      *> Status zaehlt wie im Kontenstamm als aktiv).
       01 WS-MAX-KONTO-NR                     PIC 9(6) VALUE 9999.
       01 WS-KONTO-TABELLE.
           05 WS-KONTO-EINTRAG occurs 9999 times.
               10 WS-KONTO-ZUSTAND            PIC X.
      *> Historie je Konto: Index des ersten und letzten
      *> Abschlusstags mit Schnappschuss, Zahl der fehlenden Tage
      *> dazwischen und der erste fehlende Tag.
               10 WS-HIST-ERSTER-IX           PIC 9(4).
               10 WS-HIST-LETZTER-IX          PIC 9(4).
               10 WS-HIST-LUECKEN             PIC 9(4).
               10 WS-HIST-LUECKE-DATUM        PIC 9(8).
       01 WS-TAB-INDEX                        PIC 9(6).
       01 WS-KONTO-PRUEF-NR                   PIC 9(6).

      *> Abschlusstage in der Reihenfolge der Historie (die Datei
      *> waechst taeglich; der Jahresendlauf schneidet
      *> abgeschlossene Jahre heraus).
       01 WS-MAX-TAGE                         PIC 9(4) VALUE 4000.
       01 WS-TAGE-TABELLE.
           05 WS-ABSCHLUSS-TAG occurs 4000 times
                                              PIC 9(8).
       01 WS-ANZAHL-TAGE                      PIC 9(4) VALUE ZERO.
       01 WS-TAG-IX                           PIC 9(4).
       01 WS-LUECKE-IX                        PIC 9(4).
       01 WS-FEHLTAGE                         PIC 9(4).
       01 WS-TAGE-UEBERLAUF                   PIC X VALUE "N".
           88 TAGE-UEBERLAUF                  VALUE "J".

      *> Gueltige Kennungen aus KASSDAT (WS-MAX-KASS-NR wie in
      *> kassierer-stamm.cob); die festen Kennungen der Batchlaeufe
      *> gelten immer.
       01 WS-MAX-KASS-NR                      PIC 9(4) VALUE 999.
       01 WS-KENNUNG-TABELLE.
           05 WS-KENNUNG occurs 999 times     PIC X(8).
       01 WS-ANZAHL-KENNUNGEN                 PIC 9(4) VALUE ZERO.
       01 WS-KENN-IX                          PIC 9(4).
       01 WS-PRUEF-KENNUNG                    PIC X(8).
       01 WS-LETZTE-GUTE-KENNUNG              PIC X(8) VALUE SPACES.
       01 WS-KENNUNG-BEKANNT                  PIC X VALUE "N".
           88 KENNUNG-BEKANNT                 VALUE "J".

      *> Unbekannte Kennungen werden je Kennung einmal mit Zahl
      *> der Buchungen und Tag des ersten Vorkommens gemeldet.
       01 WS-MAX-UNBEKANNT                    PIC 9(3) VALUE 100.
       01 WS-UNBEKANNT-TABELLE.
           05 WS-UNBEKANNT-EINTRAG occurs 100 times.
               10 WS-UNB-KENNUNG              PIC X(8).
               10 WS-UNB-ANZAHL               PIC 9(6).
               10 WS-UNB-DATUM                PIC 9(8).
       01 WS-ANZAHL-UNBEKANNT                 PIC 9(3) VALUE ZERO.
       01 WS-UNB-IX                           PIC 9(3).
       01 WS-UNB-GEFUNDEN                     PIC X VALUE "N".
           88 UNB-GEFUNDEN                    VALUE "J".

      *> Offene Ueberweisungspaare je TRANS-REF: Soll minus Haben.
      *> Beide Seiten einer Ueberweisung stehen direkt
      *> hintereinander im Protokoll, ein ausgeglichenes Paar
      *> gibt seinen Platz sofort wieder frei.
       01 WS-MAX-PAARE                        PIC 9(3) VALUE 200.
       01 WS-PAAR-TABELLE.
           05 WS-PAAR-EINTRAG occurs 200 times.
               10 WS-PAAR-REF                 PIC 9(14).
               10 WS-PAAR-DATUM               PIC 9(8).
               10 WS-PAAR-SALDO               PIC S9(9)V99.
               10 WS-PAAR-SOLL                PIC X.
               10 WS-PAAR-HABEN               PIC X.
       01 WS-PAAR-IX                          PIC 9(3).
       01 WS-PAAR-FREI-IX                     PIC 9(3).
       01 WS-PAAR-GEFUNDEN                    PIC X VALUE "N".
           88 PAAR-GEFUNDEN                   VALUE "J".
       01 WS-PAAR-UEBERLAUF                   PIC X VALUE "N".
           88 PAAR-UEBERLAUF                  VALUE "J".
       01 WS-ANZAHL-OHNE-REF                  PIC 9(6) VALUE ZERO.

      *> Ausgewertete Buchung - aus Archiv oder Tagesprotokoll in
      *> ein Format gehoben - und ihre Quelle fuer die Befunde.
       01 WS-B-DATUM                          PIC 9(8).
       01 WS-B-KONTO-NR                       PIC 9(6).
       01 WS-B-ART                            PIC X(12).
       01 WS-B-BETRAG                         PIC 9(7)V99.
       01 WS-B-REF                            PIC 9(14).
       01 WS-B-KASSIERER                      PIC X(8).
       01 WS-B-FREIGEBER                      PIC X(8).
       01 WS-QUELLE                           PIC X(8).
           88 QUELLE-TAGESPROTOKOLL           VALUE "TRANSDAT".

      *> Befund: Stufe SCHWER stoppt die Abendlauf-Kette
      *> (Rueckgabewert 8), WARNUNG wird nur gelistet.
       01 WS-BEFUND-STUFE                     PIC X(7).
           88 BEFUND-SCHWER                   VALUE "SCHWER".
       01 WS-BEFUND-PRUEFUNG                  PIC X(10).
       01 WS-BEFUND-TEXT                      PIC X(70).
       01 WS-FEHL-ZEILE.
           05 WS-FEHL-DATUM                   PIC 9(8).
           05 FILLER                          PIC X VALUE SPACE.
           05 WS-FEHL-STUFE                   PIC X(7).
           05 FILLER                          PIC X VALUE SPACE.
           05 WS-FEHL-PRUEFUNG                PIC X(10).
           05 FILLER                          PIC X VALUE SPACE.
           05 WS-FEHL-TEXT                    PIC X(70).

       01 WS-BETRAG-ANZEIGE                   PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-ANZAHL-SCHWER                    PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-WARNUNG                   PIC 9(6) VALUE ZERO.
      *> Befunde, die nicht in die Befundliste geschrieben werden
      *> konnten - die Fruehschicht arbeitet nur aus der Liste,
      *> daher stoppt schon ein fehlender Befund die Kette.
       01 WS-ANZAHL-SCHREIBFEHLER             PIC 9(6) VALUE ZERO.


       procedure division.
       HAUPT-ABLAUF.
      *> Konsistenzpruefung ueber die Stammdateien: prueft die
      *> Verweise zwischen Konten, Kunden, Dauerauftraegen,
      *> Kassierern, Buchungen und Historie und schreibt jeden
      *> Befund in die Befundliste des Tages. Schwere Befunde
      *> (Saetze im falschen Slot einer RELATIVE-Datei, ein nicht
      *> ausgeglichenes Ueberweisungspaar im Tagesprotokoll)
      *> beenden den Schritt mit Rueckgabewert 8, damit der
      *> Abendlauf die Kette stoppt; Warnungen arbeitet die
      *> Fruehschicht ab.
           display "===== Konsistenzpruefung Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE

           perform BEFUNDLISTE-OEFFNEN.

           perform KONTO-TABELLE-LEEREN.
           perform KUNDEN-PRUEFEN.
           perform KONTEN-PRUEFEN.
           perform DAUERAUFTRAEGE-PRUEFEN.
           perform KASSIERER-LADEN.
           perform ARCHIV-PRUEFEN.
           perform TAGESPROTOKOLL-PRUEFEN.
           perform UNBEKANNTE-KENNUNGEN-MELDEN.
           perform HISTORIE-PRUEFEN.

           if KUNDEN-DA
               close KUNDEN-DATEI
           end-if.
           close FEHL-DATEI.

           display " ".
           display "Befundliste:         " WS-FEHL-NAME.
           display "Schwere Befunde:     " WS-ANZAHL-SCHWER.
           display "Warnungen:           " WS-ANZAHL-WARNUNG.
           if WS-ANZAHL-SCHWER > ZERO
               display "Schwere Befunde - die Abendlauf-Kette wird "
                   "gestoppt"
               move 8 to RETURN-CODE
           end-if.
           if WS-ANZAHL-SCHREIBFEHLER > ZERO
               display "Nicht geschriebene Befunde: "
                   WS-ANZAHL-SCHREIBFEHLER " - Befundliste "
                   "unvollstaendig, die Abendlauf-Kette wird "
                   "gestoppt"
               move 8 to RETURN-CODE
           end-if.
           display "==========================================".
           stop run.

       BEFUNDLISTE-OEFFNEN.
      *> Legt die Befundliste des Tages an (ein wiederholter Lauf
      *> am selben Tag ersetzt sie). Ohne Befundliste wird nicht
      *> geprueft - der Schritt endet mit Fehler.
           move "KONS" to WS-FEHL-NAME(1:4)
           move WS-HEUTE to WS-FEHL-NAME(5:8)
           display "KONSFEHL" upon environment-name
           display WS-FEHL-NAME upon environment-value
           open output FEHL-DATEI
           if WS-FEHL-STATUS not = "00"
               display "Befundliste " WS-FEHL-NAME " kann nicht "
                   "geschrieben werden (Status " WS-FEHL-STATUS
                   ") - Lauf wird abgebrochen"
               move 8 to RETURN-CODE
               stop run
           end-if.

       BEFUND-SCHREIBEN.
      *> Schreibt einen Befund; Stufe, Pruefung und Text muessen
      *> vorbelegt sein.
           if BEFUND-SCHWER
               add 1 to WS-ANZAHL-SCHWER
           else
               add 1 to WS-ANZAHL-WARNUNG
           end-if
           move WS-HEUTE to WS-FEHL-DATUM
           move WS-BEFUND-STUFE to WS-FEHL-STUFE
           move WS-BEFUND-PRUEFUNG to WS-FEHL-PRUEFUNG
           move WS-BEFUND-TEXT to WS-FEHL-TEXT
           write FEHL-SATZ from WS-FEHL-ZEILE
           if WS-FEHL-STATUS not = "00"
               add 1 to WS-ANZAHL-SCHREIBFEHLER
               display "Fehler beim Schreiben der Befundliste "
                   WS-FEHL-NAME " (Status " WS-FEHL-STATUS ")"
           end-if
           display WS-FEHL-STUFE " " WS-FEHL-PRUEFUNG " "
               WS-FEHL-TEXT.

       KONTO-TABELLE-LEEREN.
           perform varying WS-TAB-INDEX from 1 by 1
                   until WS-TAB-INDEX > WS-MAX-KONTO-NR
               move SPACE to WS-KONTO-ZUSTAND(WS-TAB-INDEX)
               move ZERO to WS-HIST-ERSTER-IX(WS-TAB-INDEX)
               move ZERO to WS-HIST-LETZTER-IX(WS-TAB-INDEX)
               move ZERO to WS-HIST-LUECKEN(WS-TAB-INDEX)
               move ZERO to WS-HIST-LUECKE-DATUM(WS-TAB-INDEX)
           end-perform.

       KUNDEN-PRUEFEN.
      *> Slot-Pruefung des Kundenstamms: die Satznummer muss der
      *> KUNDE-NR entsprechen. Danach bleibt die Datei fuer die
      *> Kundenverweise der Konten geoeffnet.
           open input KUNDEN-DATEI
           if WS-KUNDE-STATUS not = "00"
               display "Kein Kundenstamm vorhanden - Kundenverweise "
                   "werden nicht geprueft"
           else
               move "J" to WS-KUNDEN-DA
               move "N" to WS-DATEI-ENDE
               perform until DATEI-ENDE
                   read KUNDEN-DATEI next record
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           if KUNDE-NR not = WS-KUNDE-REL-KEY
                               move "SCHWER" to WS-BEFUND-STUFE
                               move "SLOT-KUNDE" to WS-BEFUND-PRUEFUNG
                               move SPACES to WS-BEFUND-TEXT
                               string "KUNDDAT Satz "
                                   WS-KUNDE-REL-KEY
                                   " traegt KUNDE-NR " KUNDE-NR
                                   delimited by size
                                   into WS-BEFUND-TEXT
                               perform BEFUND-SCHREIBEN
                           end-if
                   end-read
               end-perform
           end-if.

       KONTEN-PRUEFEN.
      *> Slot-Pruefung des Kontenstamms und Kundenverweis jedes
      *> Kontos; nebenbei wird der Kontostatus fuer die folgenden
      *> Pruefungen tabelliert.
           open input KONTO-DATEI
           if WS-KONTO-STATUS not = "00"
               display "Kein Kontenstamm vorhanden - Konten werden "
                   "nicht geprueft"
           else
               move "J" to WS-KONTEN-DA
               move "N" to WS-DATEI-ENDE
               perform until DATEI-ENDE
                   read KONTO-DATEI next record
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           perform KONTO-PRUEFEN
                   end-read
               end-perform
               close KONTO-DATEI
           end-if.

       KONTO-PRUEFEN.
           if KONTO-NR not = WS-KONTO-REL-KEY
               move "SCHWER" to WS-BEFUND-STUFE
               move "SLOT-KONTO" to WS-BEFUND-PRUEFUNG
               move SPACES to WS-BEFUND-TEXT
               string "KONTODAT Satz " WS-KONTO-REL-KEY
                   " traegt KONTO-NR " KONTO-NR
                   delimited by size into WS-BEFUND-TEXT
               perform BEFUND-SCHREIBEN
           else
               if KONTO-NR >= 1 and KONTO-NR <= WS-MAX-KONTO-NR
                   if KONTO-GESCHLOSSEN
                       move "X" to WS-KONTO-ZUSTAND(KONTO-NR)
                   else
                       if KONTO-GESPERRT
                           move "G" to WS-KONTO-ZUSTAND(KONTO-NR)
                       else
                           move "A" to WS-KONTO-ZUSTAND(KONTO-NR)
                       end-if
                   end-if
               end-if
           end-if

           if KONTO-KUNDEN-NR > ZERO and KUNDEN-DA
               move KONTO-KUNDEN-NR to WS-KUNDE-REL-KEY
               read KUNDEN-DATEI
                   invalid key
                       move SPACES to KUNDE-SATZ
                       move ZERO to KUNDE-NR
               end-read
               if KUNDE-NR not = KONTO-KUNDEN-NR
                   move "WARNUNG" to WS-BEFUND-STUFE
                   move "KUNDE" to WS-BEFUND-PRUEFUNG
                   move SPACES to WS-BEFUND-TEXT
                   string "Konto " KONTO-NR " verweist auf Kunde "
                       KONTO-KUNDEN-NR ", den es in KUNDDAT nicht "
                       "gibt" delimited by size into WS-BEFUND-TEXT
                   perform BEFUND-SCHREIBEN
               end-if
           end-if.

       DAUERAUFTRAEGE-PRUEFEN.
      *> Slot-Pruefung der Dauerauftraege und fuer jeden aktiven
      *> Auftrag Quell- und Zielkonto: beide muessen existieren und
      *> duerfen weder gesperrt noch geschlossen sein, sonst
      *> scheitert der Auftrag im naechsten Dauerauftragslauf.
           open input DAUER-DATEI
           if WS-DAUER-STATUS = "00"
               move "N" to WS-DATEI-ENDE
               perform until DATEI-ENDE
                   read DAUER-DATEI next record
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           perform DAUERAUFTRAG-PRUEFEN
                   end-read
               end-perform
               close DAUER-DATEI
           end-if.

       DAUERAUFTRAG-PRUEFEN.
           if DA-NR not = WS-DAUER-REL-KEY
               move "SCHWER" to WS-BEFUND-STUFE
               move "SLOT-DA" to WS-BEFUND-PRUEFUNG
               move SPACES to WS-BEFUND-TEXT
               string "DAUERDAT Satz " WS-DAUER-REL-KEY
                   " traegt DA-NR " DA-NR
                   delimited by size into WS-BEFUND-TEXT
               perform BEFUND-SCHREIBEN
           end-if
           if DA-AKTIV and KONTEN-DA
               move DA-QUELLE-KONTO-NR to WS-KONTO-PRUEF-NR
               perform DA-KONTO-PRUEFEN
               move DA-ZIEL-KONTO-NR to WS-KONTO-PRUEF-NR
               perform DA-KONTO-PRUEFEN
           end-if.

       DA-KONTO-PRUEFEN.
      *> Prueft ein Konto des aktiven Dauerauftrags im DAUER-SATZ-
      *> Puffer gegen die Kontostatus-Tabelle.
           move SPACES to WS-BEFUND-TEXT
           if WS-KONTO-PRUEF-NR < 1
                   or WS-KONTO-PRUEF-NR > WS-MAX-KONTO-NR
               string "Dauerauftrag " DA-NR " nennt Konto "
                   WS-KONTO-PRUEF-NR " ausserhalb des Nummernkreises"
                   delimited by size into WS-BEFUND-TEXT
           else
               if WS-KONTO-ZUSTAND(WS-KONTO-PRUEF-NR) = SPACE
                   string "Dauerauftrag " DA-NR " nennt Konto "
                       WS-KONTO-PRUEF-NR ", das es nicht gibt"
                       delimited by size into WS-BEFUND-TEXT
               end-if
               if WS-KONTO-ZUSTAND(WS-KONTO-PRUEF-NR) = "G"
                   string "Aktiver Dauerauftrag " DA-NR
                       " - Konto " WS-KONTO-PRUEF-NR
                       " ist gesperrt"
                       delimited by size into WS-BEFUND-TEXT
               end-if
               if WS-KONTO-ZUSTAND(WS-KONTO-PRUEF-NR) = "X"
                   string "Aktiver Dauerauftrag " DA-NR
                       " - Konto " WS-KONTO-PRUEF-NR
                       " ist geschlossen"
                       delimited by size into WS-BEFUND-TEXT
               end-if
           end-if
           if WS-BEFUND-TEXT not = SPACES
               move "WARNUNG" to WS-BEFUND-STUFE
               move "DAUER" to WS-BEFUND-PRUEFUNG
               perform BEFUND-SCHREIBEN
           end-if.

       KASSIERER-LADEN.
      *> Liest alle Kennungen aus KASSDAT (auch gesperrte - ihre
      *> alten Buchungen bleiben gueltig). Ohne Kassierer-Stamm
      *> wird die Kennungspruefung ausgelassen.
           open input KASSIERER-DATEI
           if WS-KASS-STATUS not = "00"
               display "Keine Kassierer-Stammdatei vorhanden - "
                   "Kennungen werden nicht geprueft"
           else
               move "J" to WS-KASSIERER-DA
               move "N" to WS-DATEI-ENDE
               perform until DATEI-ENDE
                   read KASSIERER-DATEI next record
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           if WS-ANZAHL-KENNUNGEN < WS-MAX-KASS-NR
                               add 1 to WS-ANZAHL-KENNUNGEN
                               move KASS-KENNUNG
                                   to WS-KENNUNG(WS-ANZAHL-KENNUNGEN)
                           end-if
                   end-read
               end-perform
               close KASSIERER-DATEI
           end-if.

       ARCHIV-PRUEFEN.
           move "TRANSARC" to WS-QUELLE
           perform PAAR-TABELLE-LEEREN
           move "N" to WS-DATEI-ENDE
           open input ARCHIV-DATEI
           if WS-ARCHIV-STATUS = "00"
               perform until DATEI-ENDE
                   read ARCHIV-DATEI
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           move ARCH-DATUM to WS-B-DATUM
                           move ARCH-KONTO-NR to WS-B-KONTO-NR
                           move ARCH-ART to WS-B-ART
                           move ARCH-BETRAG to WS-B-BETRAG
                           move ARCH-REF to WS-B-REF
                           move ARCH-KASSIERER to WS-B-KASSIERER
                           move ARCH-FREIGEBER to WS-B-FREIGEBER
                           perform BUCHUNG-PRUEFEN
                   end-read
               end-perform
               close ARCHIV-DATEI
           end-if
           perform OFFENE-PAARE-MELDEN.

       TAGESPROTOKOLL-PRUEFEN.
           move "TRANSDAT" to WS-QUELLE
           perform PAAR-TABELLE-LEEREN
           move "N" to WS-DATEI-ENDE
           open input TRANS-DATEI
           if WS-TRANS-STATUS = "00"
               perform until DATEI-ENDE
                   read TRANS-DATEI
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           move TRANS-DATUM to WS-B-DATUM
                           move TRANS-KONTO-NR to WS-B-KONTO-NR
                           move TRANS-ART to WS-B-ART
                           move TRANS-BETRAG to WS-B-BETRAG
                           move TRANS-REF to WS-B-REF
                           move TRANS-KASSIERER to WS-B-KASSIERER
                           move TRANS-FREIGEBER to WS-B-FREIGEBER
                           perform BUCHUNG-PRUEFEN
                   end-read
               end-perform
               close TRANS-DATEI
           end-if
           perform OFFENE-PAARE-MELDEN.

       BUCHUNG-PRUEFEN.
      *> Kennungen der Buchung gegen KASSDAT und Ueberweisungs-
      *> seiten in die Paartabelle.
           if KASSIERER-DA
               move WS-B-KASSIERER to WS-PRUEF-KENNUNG
               perform KENNUNG-PRUEFEN
               if WS-B-FREIGEBER not = SPACES
                   move WS-B-FREIGEBER to WS-PRUEF-KENNUNG
                   perform KENNUNG-PRUEFEN
               end-if
           end-if
           if WS-B-ART = "UEBERW-SOLL" or WS-B-ART = "UEBERW-HABEN"
               if WS-B-REF = ZERO
                   add 1 to WS-ANZAHL-OHNE-REF
               else
                   perform PAAR-FORTFUEHREN
               end-if
           end-if.

       KENNUNG-PRUEFEN.
      *> Feste Kennungen der Batchlaeufe und des Clearings gelten
      *> immer; die zuletzt gefundene Kennung wird nicht erneut
      *> gesucht.
           move "N" to WS-KENNUNG-BEKANNT
           if WS-PRUEF-KENNUNG = "BATCH"
                   or WS-PRUEF-KENNUNG = "PFLEGE"
                   or WS-PRUEF-KENNUNG = "CLEARING"
                   or WS-PRUEF-KENNUNG = WS-LETZTE-GUTE-KENNUNG
               move "J" to WS-KENNUNG-BEKANNT
           else
               perform varying WS-KENN-IX from 1 by 1
                       until WS-KENN-IX > WS-ANZAHL-KENNUNGEN
                       or KENNUNG-BEKANNT
                   if WS-KENNUNG(WS-KENN-IX) = WS-PRUEF-KENNUNG
                       move "J" to WS-KENNUNG-BEKANNT
                       move WS-PRUEF-KENNUNG
                           to WS-LETZTE-GUTE-KENNUNG
                   end-if
               end-perform
           end-if
           if not KENNUNG-BEKANNT
               perform UNBEKANNTE-KENNUNG-ZAEHLEN
           end-if.

       UNBEKANNTE-KENNUNG-ZAEHLEN.
           move "N" to WS-UNB-GEFUNDEN
           perform varying WS-UNB-IX from 1 by 1
                   until WS-UNB-IX > WS-ANZAHL-UNBEKANNT
                   or UNB-GEFUNDEN
               if WS-UNB-KENNUNG(WS-UNB-IX) = WS-PRUEF-KENNUNG
                   move "J" to WS-UNB-GEFUNDEN
                   add 1 to WS-UNB-ANZAHL(WS-UNB-IX)
               end-if
           end-perform
           if not UNB-GEFUNDEN
                   and WS-ANZAHL-UNBEKANNT < WS-MAX-UNBEKANNT
               add 1 to WS-ANZAHL-UNBEKANNT
               move WS-PRUEF-KENNUNG
                   to WS-UNB-KENNUNG(WS-ANZAHL-UNBEKANNT)
               move 1 to WS-UNB-ANZAHL(WS-ANZAHL-UNBEKANNT)
               move WS-B-DATUM to WS-UNB-DATUM(WS-ANZAHL-UNBEKANNT)
           end-if.

       UNBEKANNTE-KENNUNGEN-MELDEN.
           perform varying WS-UNB-IX from 1 by 1
                   until WS-UNB-IX > WS-ANZAHL-UNBEKANNT
               move "WARNUNG" to WS-BEFUND-STUFE
               move "KENNUNG" to WS-BEFUND-PRUEFUNG
               move SPACES to WS-BEFUND-TEXT
               string "Kennung " WS-UNB-KENNUNG(WS-UNB-IX)
                   " fehlt in KASSDAT: " WS-UNB-ANZAHL(WS-UNB-IX)
                   " Buchungen ab " WS-UNB-DATUM(WS-UNB-IX)
                   delimited by size into WS-BEFUND-TEXT
               perform BEFUND-SCHREIBEN
           end-perform.

       PAAR-TABELLE-LEEREN.
           move "N" to WS-PAAR-UEBERLAUF
           perform varying WS-PAAR-IX from 1 by 1
                   until WS-PAAR-IX > WS-MAX-PAARE
               move ZERO to WS-PAAR-REF(WS-PAAR-IX)
           end-perform.

       PAAR-FORTFUEHREN.
      *> Bucht die Ueberweisungsseite auf den Eintrag ihrer
      *> TRANS-REF; ist das Paar danach ausgeglichen und sind beide
      *> Seiten gesehen, wird der Eintrag frei.
           move "N" to WS-PAAR-GEFUNDEN
           move ZERO to WS-PAAR-FREI-IX
           perform varying WS-PAAR-IX from 1 by 1
                   until WS-PAAR-IX > WS-MAX-PAARE
                   or PAAR-GEFUNDEN
               if WS-PAAR-REF(WS-PAAR-IX) = WS-B-REF
                   move "J" to WS-PAAR-GEFUNDEN
               else
                   if WS-PAAR-REF(WS-PAAR-IX) = ZERO
                           and WS-PAAR-FREI-IX = ZERO
                       move WS-PAAR-IX to WS-PAAR-FREI-IX
                   end-if
               end-if
           end-perform
           if PAAR-GEFUNDEN
               subtract 1 from WS-PAAR-IX
           else
               move WS-PAAR-FREI-IX to WS-PAAR-IX
               if WS-PAAR-IX > ZERO
                   move WS-B-REF to WS-PAAR-REF(WS-PAAR-IX)
                   move WS-B-DATUM to WS-PAAR-DATUM(WS-PAAR-IX)
                   move ZERO to WS-PAAR-SALDO(WS-PAAR-IX)
                   move "N" to WS-PAAR-SOLL(WS-PAAR-IX)
                   move "N" to WS-PAAR-HABEN(WS-PAAR-IX)
               end-if
           end-if

           if WS-PAAR-IX = ZERO
               if not PAAR-UEBERLAUF
                   move "J" to WS-PAAR-UEBERLAUF
                   move "WARNUNG" to WS-BEFUND-STUFE
                   move "UEBERW" to WS-BEFUND-PRUEFUNG
                   move SPACES to WS-BEFUND-TEXT
                   string WS-QUELLE ": zu viele offene "
                       "Ueberweisungspaare - Pruefung ab REF "
                       WS-B-REF " unvollstaendig"
                       delimited by size into WS-BEFUND-TEXT
                   perform BEFUND-SCHREIBEN
               end-if
           else
               if WS-B-ART = "UEBERW-SOLL"
                   add WS-B-BETRAG to WS-PAAR-SALDO(WS-PAAR-IX)
                   move "J" to WS-PAAR-SOLL(WS-PAAR-IX)
               else
                   subtract WS-B-BETRAG
                       from WS-PAAR-SALDO(WS-PAAR-IX)
                   move "J" to WS-PAAR-HABEN(WS-PAAR-IX)
               end-if
               if WS-PAAR-SALDO(WS-PAAR-IX) = ZERO
                       and WS-PAAR-SOLL(WS-PAAR-IX) = "J"
                       and WS-PAAR-HABEN(WS-PAAR-IX) = "J"
                   move ZERO to WS-PAAR-REF(WS-PAAR-IX)
               end-if
           end-if.

       OFFENE-PAARE-MELDEN.
      *> Was am Dateiende noch in der Paartabelle steht, gleicht
      *> sich nicht aus. Im Tagesprotokoll ist das ein schwerer
      *> Befund (vor dem Tagesabschluss noch per Storno zu
      *> bereinigen), im Archiv eine Warnung.
           perform varying WS-PAAR-IX from 1 by 1
                   until WS-PAAR-IX > WS-MAX-PAARE
               if WS-PAAR-REF(WS-PAAR-IX) not = ZERO
                   if QUELLE-TAGESPROTOKOLL
                       move "SCHWER" to WS-BEFUND-STUFE
                   else
                       move "WARNUNG" to WS-BEFUND-STUFE
                   end-if
                   move "UEBERW" to WS-BEFUND-PRUEFUNG
                   move WS-PAAR-SALDO(WS-PAAR-IX) to WS-BETRAG-ANZEIGE
                   move SPACES to WS-BEFUND-TEXT
                   if WS-PAAR-SOLL(WS-PAAR-IX) = "N"
                       string WS-QUELLE " REF "
                           WS-PAAR-REF(WS-PAAR-IX) " vom "
                           WS-PAAR-DATUM(WS-PAAR-IX)
                           ": UEBERW-SOLL fehlt"
                           delimited by size into WS-BEFUND-TEXT
                   else
                       if WS-PAAR-HABEN(WS-PAAR-IX) = "N"
                           string WS-QUELLE " REF "
                               WS-PAAR-REF(WS-PAAR-IX) " vom "
                               WS-PAAR-DATUM(WS-PAAR-IX)
                               ": UEBERW-HABEN fehlt"
                               delimited by size into WS-BEFUND-TEXT
                       else
                           string WS-QUELLE " REF "
                               WS-PAAR-REF(WS-PAAR-IX) " vom "
                               WS-PAAR-DATUM(WS-PAAR-IX)
                               ": Differenz " WS-BETRAG-ANZEIGE
                               delimited by size into WS-BEFUND-TEXT
                       end-if
                   end-if
                   perform BEFUND-SCHREIBEN
               end-if
           end-perform.

       HISTORIE-PRUEFEN.
      *> Jeder Tagesabschluss schreibt fuer jedes nicht
      *> geschlossene Konto einen Schnappschuss. Die Abschlusstage
      *> ergeben sich aus der Historie selbst; fehlt einem noch
      *> nicht geschlossenen Konto ab seinem ersten Schnappschuss
      *> ein Abschlusstag, wird das gemeldet. Konten ohne jeden
      *> Schnappschuss (heute eroeffnet) sind nicht pruefbar.
           move ZERO to WS-ANZAHL-TAGE
           move "N" to WS-DATEI-ENDE
           open input HISTORIE-DATEI
           if WS-HIST-STATUS = "00"
               perform until DATEI-ENDE or TAGE-UEBERLAUF
                   read HISTORIE-DATEI
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           perform HIST-SATZ-PRUEFEN
                   end-read
               end-perform
               close HISTORIE-DATEI
           end-if

           if TAGE-UEBERLAUF
               move "WARNUNG" to WS-BEFUND-STUFE
               move "HISTORIE" to WS-BEFUND-PRUEFUNG
               move SPACES to WS-BEFUND-TEXT
               string "Mehr als " WS-MAX-TAGE " Abschlusstage in "
                   "HISTORIE - Jahresendlauf pruefen, Historie "
                   "nicht geprueft" delimited by size
                   into WS-BEFUND-TEXT
               perform BEFUND-SCHREIBEN
           else
               if KONTEN-DA and WS-ANZAHL-TAGE > ZERO
                   perform varying WS-TAB-INDEX from 1 by 1
                           until WS-TAB-INDEX > WS-MAX-KONTO-NR
                       perform KONTO-HISTORIE-PRUEFEN
                   end-perform
               end-if
           end-if.

       HIST-SATZ-PRUEFEN.
      *> Ein neuer Abschlusstag bekommt den naechsten Index; die
      *> Datei ist nach Abschlusstagen geordnet.
           if WS-ANZAHL-TAGE = ZERO
                   or HIST-DATUM not = WS-ABSCHLUSS-TAG(WS-ANZAHL-TAGE)
               if WS-ANZAHL-TAGE >= WS-MAX-TAGE
                   move "J" to WS-TAGE-UEBERLAUF
               else
                   add 1 to WS-ANZAHL-TAGE
                   move HIST-DATUM to WS-ABSCHLUSS-TAG(WS-ANZAHL-TAGE)
               end-if
           end-if
           if not TAGE-UEBERLAUF
                   and HIST-KONTO-NR >= 1
                   and HIST-KONTO-NR <= WS-MAX-KONTO-NR
               move WS-ANZAHL-TAGE to WS-TAG-IX
               if WS-HIST-LETZTER-IX(HIST-KONTO-NR) = ZERO
                   move WS-TAG-IX to WS-HIST-ERSTER-IX(HIST-KONTO-NR)
                   move WS-TAG-IX
                       to WS-HIST-LETZTER-IX(HIST-KONTO-NR)
               else
                   if WS-TAG-IX
                           > WS-HIST-LETZTER-IX(HIST-KONTO-NR) + 1
                       compute WS-FEHLTAGE = WS-TAG-IX
                           - WS-HIST-LETZTER-IX(HIST-KONTO-NR) - 1
                       add WS-FEHLTAGE
                           to WS-HIST-LUECKEN(HIST-KONTO-NR)
                       if WS-HIST-LUECKE-DATUM(HIST-KONTO-NR) = ZERO
                           compute WS-LUECKE-IX =
                               WS-HIST-LETZTER-IX(HIST-KONTO-NR) + 1
                           move WS-ABSCHLUSS-TAG(WS-LUECKE-IX)
                               to WS-HIST-LUECKE-DATUM(HIST-KONTO-NR)
                       end-if
                   end-if
                   if WS-TAG-IX > WS-HIST-LETZTER-IX(HIST-KONTO-NR)
                       move WS-TAG-IX
                           to WS-HIST-LETZTER-IX(HIST-KONTO-NR)
                   end-if
               end-if
           end-if.

       KONTO-HISTORIE-PRUEFEN.
      *> Nur Konten, die es gibt und die nicht geschlossen sind;
      *> fehlen die letzten Abschlusstage, zaehlen sie mit.
           if WS-KONTO-ZUSTAND(WS-TAB-INDEX) not = SPACE
                   and WS-KONTO-ZUSTAND(WS-TAB-INDEX) not = "X"
                   and WS-HIST-LETZTER-IX(WS-TAB-INDEX) > ZERO
               if WS-HIST-LETZTER-IX(WS-TAB-INDEX) < WS-ANZAHL-TAGE
                   compute WS-FEHLTAGE = WS-ANZAHL-TAGE
                       - WS-HIST-LETZTER-IX(WS-TAB-INDEX)
                   add WS-FEHLTAGE to WS-HIST-LUECKEN(WS-TAB-INDEX)
                   if WS-HIST-LUECKE-DATUM(WS-TAB-INDEX) = ZERO
                       compute WS-LUECKE-IX =
                           WS-HIST-LETZTER-IX(WS-TAB-INDEX) + 1
                       move WS-ABSCHLUSS-TAG(WS-LUECKE-IX)
                           to WS-HIST-LUECKE-DATUM(WS-TAB-INDEX)
                   end-if
               end-if
               if WS-HIST-LUECKEN(WS-TAB-INDEX) > ZERO
                   move "WARNUNG" to WS-BEFUND-STUFE
                   move "HISTORIE" to WS-BEFUND-PRUEFUNG
                   move SPACES to WS-BEFUND-TEXT
                   move WS-TAB-INDEX to WS-KONTO-PRUEF-NR
                   string "Konto " WS-KONTO-PRUEF-NR ": "
                       WS-HIST-LUECKEN(WS-TAB-INDEX)
                       " Abschlusstage ohne Historie, erster am "
                       WS-HIST-LUECKE-DATUM(WS-TAB-INDEX)
                       delimited by size into WS-BEFUND-TEXT
                   perform BEFUND-SCHREIBEN
               end-if
           end-if.

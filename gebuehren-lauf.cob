
       input-output section.
       file-control.
      *> Konditionenstamm (s. copybooks/kondition-satz.cpy), nur
      *> gelesen: Kontofuehrungsgebuehr (GMON) und Gebuehr je
      *> Buchungsposten (GPOS) je Kontoart mit Gueltigkeitsbeginn;
      *> ohne Konditionenstamm wird nichts belastet.
           select KONDITION-DATEI assign to "KONDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KOND-REL-KEY
               file status is WS-KOND-STATUS.

      *> Dauerhaftes Transaktionsarchiv: liefert die Buchungsposten
      *> des abgeschlossenen Monats je Konto und traegt die schon
               organization is line sequential
               file status is WS-JARC-STATUS.

      *> Kennzeichen nachrichtenloser Konten (s.
      *> copybooks/nachlos-satz.cpy): gekennzeichnete Konten zahlen
      *> keine Kontofuehrungsgebuehr; ohne Datei ist kein Konto
      *> gekennzeichnet.
           select NACHL-DATEI assign to "NACHLDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-NL-REL-KEY
               file status is WS-NL-STATUS.

       data division.
       file section.
       fd  KONDITION-DATEI.
       copy "kondition-satz.cpy".

       fd  ARCHIV-DATEI.
       copy "arch-satz.cpy".
       copy "arch-satz.cpy"
           replacing leading ==ARCH== by ==JARC==.

       fd  NACHL-DATEI.
       copy "nachlos-satz.cpy".

       working-storage section.

       01 WS-KOND-REL-KEY                     PIC 9(6).
       01 WS-KOND-STATUS                      PIC XX.
           88 KOND-STATUS-OK                  VALUE "00".
       01 WS-ARCHIV-STATUS                    PIC XX.
       01 WS-KONTO-REL-KEY                    PIC 9(6).
       01 WS-KONTO-STATUS                     PIC XX.
       01 WS-TRANS-STATUS                     PIC XX.
           88 TRANS-STATUS-OK                 VALUE "00".
       01 WS-PRUEF-STATUS                     PIC XX.
       01 WS-NL-REL-KEY                       PIC 9(6).
       01 WS-NL-STATUS                        PIC XX.
       01 WS-NACHL-DA                         PIC X VALUE "N".
           88 NACHL-DA                        VALUE "J".

       01 WS-ARCHIV-ENDE                      PIC X VALUE "N".
           88 ARCHIV-ENDE                     VALUE "J".
       01 WS-PRUEF-ENDE                       PIC X VALUE "N".
       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.

      *> Aktive Saetze des Konditionenstamms (KOND-NR ist die
      *> physische Satznummer, begrenzt wie in konditionenstamm.cob).
      *> Die Gebuehren eines Monats richten sich nach den am
      *> Monatsersten geltenden Konditionen (Stichtag
      *> WS-MONAT-ANFANG): eine Aenderung im laufenden Monat gilt
      *> ab dem Folgemonat. Eine Kontoart ohne geltende GMON- und
      *> GPOS-Kondition bleibt gebuehrenfrei.
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

      *> Je Konto (KONTO-NR ist die physische Satznummer, begrenzt
      *> wie in main.cob) die Zahl der Buchungsposten des Monats
               10 WS-GEB-GEBUCHT              PIC X.
       01 WS-TAB-INDEX                        PIC 9(6).

      *> Gebuehrensaetze des gerade bearbeiteten Kontos.
       01 WS-GEB-MONATLICH                    PIC 9(3)V99.
       01 WS-GEB-JE-BUCHUNG                   PIC 9(1)V99.
       01 WS-TARIF-GEFUNDEN                   PIC X VALUE "N".
       01 WS-ANZAHL-SCHON-GEBUCHT             PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-OHNE-TARIF                PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-ABGELEHNT                 PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-NACHRICHTENLOS            PIC 9(6) VALUE ZERO.
       01 WS-SUMME-GEBUEHREN                  PIC 9(9)V99 VALUE ZERO.
       01 WS-SUMME-ANZEIGE                    PIC ZZZ.ZZZ.ZZ9,99.

       HAUPT-ABLAUF.
      *> Monatlicher Gebuehrenlauf: zaehlt je Konto die
      *> Buchungsposten des abgeschlossenen Monats aus dem Archiv,
      *> bildet aus den am Monatsersten geltenden Konditionen der
      *> Kontoart die Summe aus
      *> Kontofuehrungsgebuehr und Buchungspostengebuehr und
      *> belastet sie dem Konto als eine GEBUEHR-Buchung mit dem
      *> Monat als Referenz. Ein Wiederholungslauf erkennt an der
           perform MONAT-EINLESEN.
           display "Abgerechneter Monat: " WS-MONAT.

           perform KONDITIONEN-LADEN.
           if LAUF-FEHLER
               display "Lauf wird abgebrochen - es wurde nichts "
                   "belastet"
               display "Lauf wird abgebrochen - es wurde nichts "
                   "belastet"
           else
               perform NACHL-DATEI-OEFFNEN
               perform GEBUEHREN-BUCHEN
               close KONTO-DATEI
               close TRANS-DATEI
               if NACHL-DA
                   close NACHL-DATEI
               end-if
           end-if.

           display " ".
               WS-ANZAHL-OHNE-TARIF.
           display "Abgelehnte Buchungen:           "
               WS-ANZAHL-ABGELEHNT.
           display "Nachrichtenlos (o. Grundgeb.):  "
               WS-ANZAHL-NACHRICHTENLOS.
           display "=====================================".
           stop run.

           move WS-MONAT-EINGABE(1:4) to WS-JAHR-N
           compute WS-FOLGEJAHR-N = WS-JAHR-N + 1.

       KONDITIONEN-LADEN.
      *> Liest die aktiven Saetze des Konditionenstamms in
      *> WS-KOND-TABELLE. Ohne Konditionenstamm wird der Lauf
      *> abgebrochen - dann fehlt die Preisliste, nicht die
      *> Absicht, Gebuehren zu erheben.
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

       POSTEN-TABELLE-LEEREN.
           perform varying WS-TAB-INDEX from 1 by 1
                   or ARCH-ART = "EXT-SOLL"
                   or ARCH-ART = "CLR-SOLL"
                   or ARCH-ART = "CLR-HABEN"
                   or ARCH-ART = "SAMMEL-SOLL"
                   or ARCH-ART = "SAMMEL-HABEN"
                   add 1 to WS-POSTEN-ANZAHL(ARCH-KONTO-NR)
               end-if
           end-if.
               if not TARIF-GEFUNDEN
                   add 1 to WS-ANZAHL-OHNE-TARIF
               else
                   perform NACHRICHTENLOS-PRUEFEN
                   compute Betrag = WS-GEB-MONATLICH
                       + WS-POSTEN-ANZAHL(KONTO-NR)
                       * WS-GEB-JE-BUCHUNG
           end-if.

       TARIF-ZUORDNEN.
      *> Sucht die am Monatsersten geltende Kontofuehrungsgebuehr
      *> und Buchungspostengebuehr zur Kontoart des Kontos im
      *> KONTO-SATZ-Puffer (SPACE zaehlt als Giro, s.
      *> copybooks/konto-satz.cpy). Fehlt eine der beiden, zaehlt
      *> sie mit 0; fehlen beide, ist die Kontoart gebuehrenfrei.
           move "N" to WS-TARIF-GEFUNDEN
           move ZERO to WS-GEB-MONATLICH
           move ZERO to WS-GEB-JE-BUCHUNG
           move "G" to WS-SUCH-KONTO-ART
           if KONTO-SPAR
               move "S" to WS-SUCH-KONTO-ART
           end-if
           if KONTO-FESTGELD
               move "F" to WS-SUCH-KONTO-ART
           end-if
           move WS-MONAT-ANFANG to WS-SUCH-DATUM
           move "GMON" to WS-SUCH-ART
           perform KONDITION-SUCHEN
           if WS-KOND-TREFFER not = ZERO
               move WS-KOND-T-WERT(WS-KOND-TREFFER)
                   to WS-GEB-MONATLICH
               move "J" to WS-TARIF-GEFUNDEN
           end-if
           move "GPOS" to WS-SUCH-ART
           perform KONDITION-SUCHEN
           if WS-KOND-TREFFER not = ZERO
               move WS-KOND-T-WERT(WS-KOND-TREFFER)
                   to WS-GEB-JE-BUCHUNG
               move "J" to WS-TARIF-GEFUNDEN
           end-if.

       NACHL-DATEI-OEFFNEN.
           open input NACHL-DATEI
           if WS-NL-STATUS = "00"
               move "J" to WS-NACHL-DA
           end-if.

       NACHRICHTENLOS-PRUEFEN.
      *> Ein als nachrichtenlos gekennzeichnetes Konto zahlt keine
      *> Kontofuehrungsgebuehr; Buchungspostengebuehren bleiben.
           if NACHL-DA
               move KONTO-NR to WS-NL-REL-KEY
               read NACHL-DATEI
                   invalid key
                       continue
                   not invalid key
                       if NL-NACHRICHTENLOS
                           move ZERO to WS-GEB-MONATLICH
                           add 1 to WS-ANZAHL-NACHRICHTENLOS
                       end-if
               end-read
           end-if.

       GEBUEHR-BELASTEN.

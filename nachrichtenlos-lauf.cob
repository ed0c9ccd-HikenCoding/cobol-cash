       identification division.
        program-id. nachrichtenlos-lauf.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Jahresdateien des Jahresendlaufs (TARCJJJJ, s.
      *> jahresendlauf.cob): die letzte Kundenbuchung eines
      *> Kontos kann Jahre zurueckliegen, daher werden alle
      *> geschnittenen Jahre gelesen. Der Dateiname wird vor
      *> jedem OPEN ueber die Umgebungsvariable JARC aufgeloest
      *> (unter diesem Dialekt ist der ASSIGN-Name ein externer
      *> Name, den die Laufzeit beim OPEN ueber die gleichnamige
      *> Umgebungsvariable abbildet).
           select JARC-DATEI assign to JARC
               organization is line sequential
               file status is WS-JARC-STATUS.

      *> Dauerhaftes Transaktionsarchiv der offenen Periode (s.
      *> copybooks/arch-satz.cpy).
           select ARCHIV-DATEI assign to "TRANSARC"
               organization is line sequential
               file status is WS-ARCHIV-STATUS.

      *> Tagesprotokoll des laufenden Tages - noch nicht
      *> archivierte Kundenbuchungen zaehlen mit.
           select TRANS-DATEI assign to "TRANSDAT"
               organization is line sequential
               file status is WS-TRANS-STATUS.

      *> Einstellung des Laufs (eine Zeile, Zahl der Jahre ohne
      *> Kundenbuchung); ohne Datei gelten 10 Jahre.
           select CFG-DATEI assign to "NACHLCFG"
               organization is line sequential
               file status is WS-CFG-STATUS.

      *> Kontenstammdatei wird nur lesend, satzweise durchlaufen
      *> (s. Hinweis zu ORGANIZATION RELATIVE in main.cob).
           select KONTO-DATEI assign to "KONTODAT"
               organization is relative
               access mode is sequential
               file status is WS-KONTO-STATUS.

      *> Kundenstamm fuer die letzte bekannte Anschrift (s.
      *> copybooks/kunden-satz.cpy); ohne Kundenstamm wird die
      *> Liste ohne Anschrift gedruckt und das gemeldet.
           select KUNDEN-DATEI assign to "KUNDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KUNDE-REL-KEY
               file status is WS-KUNDE-STATUS.

      *> Kennzeichen nachrichtenloser Konten (s.
      *> copybooks/nachlos-satz.cpy), wie KONTODAT mit KONTO-NR
      *> als RELATIVE KEY; beim ersten Lauf wird die Datei
      *> angelegt.
           select NACHL-DATEI assign to "NACHLDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-NL-REL-KEY
               file status is WS-NL-STATUS.

      *> Liste der nachrichtenlosen Konten mit Anschrift fuer das
      *> Anschreiben der Kunden, mit jedem Lauf neu geschrieben;
      *> in diesem Lauf neu gekennzeichnete Konten sind als NEU
      *> markiert.
           select LISTE-DATEI assign to "NACHLLST"
               organization is line sequential
               file status is WS-LISTE-STATUS.

       data division.
       file section.
      *> Dieselbe Satzbeschreibung wie ARCH-SATZ, nur mit
      *> JARC-Namen.
       fd  JARC-DATEI.
       copy "arch-satz.cpy"
           replacing leading ==ARCH== by ==JARC==.

       fd  ARCHIV-DATEI.
       copy "arch-satz.cpy".

       fd  TRANS-DATEI.
       copy "trans-satz.cpy".

       fd  CFG-DATEI.
       01 CFG-SATZ.
           05 CFG-JAHRE                       PIC 9(2).

       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       fd  KUNDEN-DATEI.
       copy "kunden-satz.cpy".

       fd  NACHL-DATEI.
       copy "nachlos-satz.cpy".

       fd  LISTE-DATEI.
       01 LISTE-SATZ                          PIC X(100).

       working-storage section.

       01 WS-JARC-NAME                        PIC X(8).
       01 WS-JARC-STATUS                      PIC XX.
       01 WS-ARCHIV-STATUS                    PIC XX.
       01 WS-TRANS-STATUS                     PIC XX.
       01 WS-CFG-STATUS                       PIC XX.
       01 WS-KONTO-STATUS                     PIC XX.
           88 KONTO-STATUS-OK                 VALUE "00".
       01 WS-KUNDE-REL-KEY                    PIC 9(6).
       01 WS-KUNDE-STATUS                     PIC XX.
       01 WS-NL-REL-KEY                       PIC 9(6).
       01 WS-NL-STATUS                        PIC XX.
           88 NL-STATUS-OK                    VALUE "00".
       01 WS-LISTE-STATUS                     PIC XX.

       01 WS-JARC-ENDE                        PIC X VALUE "N".
           88 JARC-ENDE                       VALUE "J".
       01 WS-ARCHIV-ENDE                      PIC X VALUE "N".
           88 ARCHIV-ENDE                     VALUE "J".
       01 WS-TRANS-ENDE                       PIC X VALUE "N".
           88 TRANS-ENDE                      VALUE "J".
       01 WS-KONTEN-ENDE                      PIC X VALUE "N".
           88 KONTEN-ENDE                     VALUE "J".
       01 WS-KUNDEN-DA                        PIC X VALUE "N".
           88 KUNDEN-DA                       VALUE "J".
      *> Gesetzt, wenn fuer das Konto schon ein Kennzeichensatz
      *> existiert (REWRITE statt WRITE).
       01 WS-NL-VORHANDEN                     PIC X VALUE "N".
           88 NL-VORHANDEN                    VALUE "J".
       01 WS-LAUF-FEHLER                      PIC X VALUE "N".
           88 LAUF-FEHLER                     VALUE "J".

      *> Zahl der Jahre ohne Kundenbuchung, ab der ein Konto als
      *> nachrichtenlos gilt: Vorgabe 10, ueberschreibbar durch
      *> die Datei NACHLCFG. Stichtag ist heute vor so vielen
      *> Jahren - eine Kundenbuchung davor zaehlt nicht mehr.
       01 WS-JAHRE                            PIC 9(2) VALUE 10.
       01 WS-STICHTAG                         PIC 9(8).

      *> Jahresdateien werden ab dem ersten Jahr gelesen, das der
      *> Jahresendlauf schneiden kann (dieselbe Grenze wie dort).
       01 WS-ERSTES-JAHR                      PIC 9(4) VALUE 1990.
       01 WS-JAHR                             PIC 9(4).
       01 WS-LFD-JAHR                         PIC 9(4).

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).

      *> Ausgewertete Buchung - aus Jahresdatei, Archiv oder
      *> Tagesprotokoll in ein Format gehoben.
       01 WS-B-DATUM                          PIC 9(8).
       01 WS-B-KONTO-NR                       PIC 9(6).
       01 WS-B-ART                            PIC X(12).
       01 WS-B-BETRAG                         PIC 9(7)V99.
       01 WS-B-KENNUNG                        PIC X(8).
       01 WS-KUNDENBUCHUNG                    PIC X VALUE "N".
           88 KUNDENBUCHUNG                   VALUE "J".

      *> Je Konto (KONTO-NR ist die physische Satznummer, begrenzt
      *> wie in main.cob) der Tag der ersten Buchung ueberhaupt -
      *> belegt, dass das Konto schon vor dem Stichtag bestand -
      *> und der Tag der letzten Kundenbuchung (0 = keine).
       01 WS-MAX-KONTO-NR                     PIC 9(6) VALUE 9999.
       01 WS-BUCHUNGS-TABELLE.
           05 WS-BUCHUNGS-EINTRAG occurs 9999 times.
               10 WS-ERSTE-BUCHUNG            PIC 9(8).
               10 WS-LETZTE-KUNDENBUCHUNG     PIC 9(8).
       01 WS-TAB-INDEX                        PIC 9(6).

       01 WS-NACHRICHTENLOS                   PIC X VALUE "N".
           88 NACHRICHTENLOS                  VALUE "J".
       01 WS-NEU-GEKENNZEICHNET               PIC X VALUE "N".
           88 NEU-GEKENNZEICHNET              VALUE "J".

      *> Kopfzeile je Konto in der Liste - hier aufgebaut und per
      *> WRITE FROM geschrieben.
       01 WS-LISTE-KOPF.
           05 WS-LK-NEU                       PIC X(4).
           05 FILLER                          PIC X(7)
                                              VALUE " Konto ".
           05 WS-LK-KONTO                     PIC 9(6).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-LK-INHABER                   PIC X(30).
           05 FILLER                          PIC X(7)
                                              VALUE " Saldo ".
           05 WS-LK-SALDO                     PIC Z.ZZZ.ZZ9,99-.
           05 FILLER                          PIC X(22)
                                 VALUE " letzte Kundenbuchung ".
           05 WS-LK-LETZTE                    PIC X(8).
       01 WS-TEXT-ZEILE                       PIC X(100).

       01 WS-ANZAHL-BUCHUNGEN                 PIC 9(8) VALUE ZERO.
       01 WS-ANZAHL-KONTEN                    PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-NACHRICHTENLOS            PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-NEU                       PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-AUFGEHOBEN                PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-OHNE-NACHWEIS             PIC 9(6) VALUE ZERO.


       procedure division.
       HAUPT-ABLAUF.
      *> Lauf fuer nachrichtenlose Konten: sucht in allen
      *> Jahresdateien, im Archiv und im Tagesprotokoll je Konto
      *> die letzte Buchung, die der Kunde selbst veranlasst hat.
      *> Liegt sie vor dem Stichtag (oder gibt es keine, obwohl
      *> das Konto schon vor dem Stichtag gebucht wurde), wird das
      *> Konto gekennzeichnet und mit der letzten bekannten
      *> Anschrift gelistet. Findet der Lauf fuer ein
      *> gekennzeichnetes Konto wieder eine Kundenbuchung im
      *> Zeitraum, hebt er das Kennzeichen auf.
           display "===== Nachrichtenlose Konten Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           move WS-JETZT(1:4) to WS-LFD-JAHR

           perform EINSTELLUNG-LESEN.
           compute WS-STICHTAG = WS-HEUTE - WS-JAHRE * 10000.
      *> Ein 29. Februar als Stichtag faellt im Gemeinjahr auf den
      *> 28. zurueck.
           if WS-STICHTAG(5:4) = "0229"
               move "0228" to WS-STICHTAG(5:4)
           end-if.
           display "Ohne Kundenbuchung seit: " WS-JAHRE " Jahren".
           display "Stichtag:                " WS-STICHTAG.

           perform BUCHUNGS-TABELLE-LEEREN.
           perform JAHRESDATEIEN-AUSWERTEN.
           perform ARCHIV-AUSWERTEN.
           perform TAGESPROTOKOLL-AUSWERTEN.
           display "Ausgewertete Buchungen:  " WS-ANZAHL-BUCHUNGEN.

           perform DATEIEN-OEFFNEN.
           if LAUF-FEHLER
               display "Lauf wird abgebrochen - es wurde nichts "
                   "gekennzeichnet"
               display "============================================="
               move 8 to RETURN-CODE
               stop run
           end-if.

           perform until KONTEN-ENDE
               read KONTO-DATEI
                   at end
                       move "J" to WS-KONTEN-ENDE
                   not at end
                       perform KONTO-PRUEFEN
               end-read
           end-perform.

           perform DATEIEN-SCHLIESSEN.

           display " ".
           display "Gepruefte Konten:             " WS-ANZAHL-KONTEN.
           display "Nachrichtenlos (NACHLLST):    "
               WS-ANZAHL-NACHRICHTENLOS.
           display "  davon neu gekennzeichnet:   " WS-ANZAHL-NEU.
           display "Kennzeichen aufgehoben:       "
               WS-ANZAHL-AUFGEHOBEN.
           display "Ohne Buchung im Archiv:       "
               WS-ANZAHL-OHNE-NACHWEIS.
           display "=============================================".
           stop run.

       EINSTELLUNG-LESEN.
      *> Liest die Zahl der Jahre aus NACHLCFG; ohne Datei oder mit
      *> leerer bzw. ungueltiger Zeile bleibt die Vorgabe stehen.
           open input CFG-DATEI
           if WS-CFG-STATUS = "00"
               read CFG-DATEI
                   at end
                       continue
                   not at end
                       if CFG-JAHRE is numeric
                               and CFG-JAHRE > ZERO
                           move CFG-JAHRE to WS-JAHRE
                       end-if
               end-read
               close CFG-DATEI
           end-if.

       BUCHUNGS-TABELLE-LEEREN.
           perform varying WS-TAB-INDEX from 1 by 1
                   until WS-TAB-INDEX > WS-MAX-KONTO-NR
               move ZERO to WS-ERSTE-BUCHUNG(WS-TAB-INDEX)
               move ZERO to WS-LETZTE-KUNDENBUCHUNG(WS-TAB-INDEX)
           end-perform.

       JAHRESDATEIEN-AUSWERTEN.
      *> Liest jede vorhandene Jahresdatei vom ersten moeglichen
      *> bis zum laufenden Jahr; fehlende Jahre tragen nichts bei.
           perform varying WS-JAHR from WS-ERSTES-JAHR by 1
                   until WS-JAHR > WS-LFD-JAHR
               move "TARC" to WS-JARC-NAME(1:4)
               move WS-JAHR to WS-JARC-NAME(5:4)
               move "N" to WS-JARC-ENDE
               display "JARC" upon environment-name
               display WS-JARC-NAME upon environment-value
               open input JARC-DATEI
               if WS-JARC-STATUS = "00"
                   display "Jahresdatei " WS-JARC-NAME
                       " wird gelesen"
                   perform until JARC-ENDE
                       read JARC-DATEI
                           at end
                               move "J" to WS-JARC-ENDE
                           not at end
                               move JARC-DATUM to WS-B-DATUM
                               move JARC-KONTO-NR to WS-B-KONTO-NR
                               move JARC-ART to WS-B-ART
                               move JARC-BETRAG to WS-B-BETRAG
                               move JARC-KASSIERER to WS-B-KENNUNG
                               perform BUCHUNG-AUSWERTEN
                       end-read
                   end-perform
                   close JARC-DATEI
               end-if
           end-perform.

       ARCHIV-AUSWERTEN.
           move "N" to WS-ARCHIV-ENDE
           open input ARCHIV-DATEI
           if WS-ARCHIV-STATUS = "00"
               perform until ARCHIV-ENDE
                   read ARCHIV-DATEI
                       at end
                           move "J" to WS-ARCHIV-ENDE
                       not at end
                           move ARCH-DATUM to WS-B-DATUM
                           move ARCH-KONTO-NR to WS-B-KONTO-NR
                           move ARCH-ART to WS-B-ART
                           move ARCH-BETRAG to WS-B-BETRAG
                           move ARCH-KASSIERER to WS-B-KENNUNG
                           perform BUCHUNG-AUSWERTEN
                   end-read
               end-perform
               close ARCHIV-DATEI
           end-if.

       TAGESPROTOKOLL-AUSWERTEN.
           move "N" to WS-TRANS-ENDE
           open input TRANS-DATEI
           if WS-TRANS-STATUS = "00"
               perform until TRANS-ENDE
                   read TRANS-DATEI
                       at end
                           move "J" to WS-TRANS-ENDE
                       not at end
                           move TRANS-DATUM to WS-B-DATUM
                           move TRANS-KONTO-NR to WS-B-KONTO-NR
                           move TRANS-ART to WS-B-ART
                           move TRANS-BETRAG to WS-B-BETRAG
                           move TRANS-KASSIERER to WS-B-KENNUNG
                           perform BUCHUNG-AUSWERTEN
                   end-read
               end-perform
               close TRANS-DATEI
           end-if.

       BUCHUNG-AUSWERTEN.
      *> Fuehrt erste Buchung und letzte Kundenbuchung des Kontos
      *> der ausgewerteten Buchung fort.
           if WS-B-KONTO-NR >= 1
                   and WS-B-KONTO-NR <= WS-MAX-KONTO-NR
               add 1 to WS-ANZAHL-BUCHUNGEN
               if WS-ERSTE-BUCHUNG(WS-B-KONTO-NR) = ZERO
                       or WS-B-DATUM
                           < WS-ERSTE-BUCHUNG(WS-B-KONTO-NR)
                   move WS-B-DATUM
                       to WS-ERSTE-BUCHUNG(WS-B-KONTO-NR)
               end-if
               perform KUNDENBUCHUNG-PRUEFEN
               if KUNDENBUCHUNG
                       and WS-B-DATUM
                           > WS-LETZTE-KUNDENBUCHUNG(WS-B-KONTO-NR)
                   move WS-B-DATUM
                       to WS-LETZTE-KUNDENBUCHUNG(WS-B-KONTO-NR)
               end-if
           end-if.

       KUNDENBUCHUNG-PRUEFEN.
      *> Vom Kunden veranlasst ist eine Buchung mit Betrag, die
      *> kein Batch- oder Pflegelauf und kein Clearing-Eingang
      *> geschrieben hat und die keine Zins-, Steuer- oder
      *> Gebuehrenbuchung ist. Eingehende Hausueberweisungen
      *> (UEBERW-HABEN) und Gutschriften aus einer Sammelueber-
      *> weisung (SAMMEL-HABEN) veranlasst der Auftraggeber,
      *> Stornos die Bank - sie zaehlen ebenfalls nicht.
           move "J" to WS-KUNDENBUCHUNG
           if WS-B-BETRAG = ZERO
                   or WS-B-KENNUNG = "BATCH"
                   or WS-B-KENNUNG = "PFLEGE"
                   or WS-B-KENNUNG = "CLEARING"
               move "N" to WS-KUNDENBUCHUNG
           end-if
           if WS-B-ART = "ZINSEN"
                   or WS-B-ART = "SOLLZINSEN"
                   or WS-B-ART = "GEBUEHR"
                   or WS-B-ART = "KAPEST"
                   or WS-B-ART = "SOLZ"
                   or WS-B-ART = "UEBERW-HABEN"
                   or WS-B-ART = "SAMMEL-HABEN"
                   or WS-B-ART = "STORNO-SOLL"
                   or WS-B-ART = "STORNO-HABEN"
               move "N" to WS-KUNDENBUCHUNG
           end-if.

       DATEIEN-OEFFNEN.
      *> Oeffnet Kontenstamm, Kennzeichendatei (beim ersten Lauf
      *> angelegt) und Liste; der Kundenstamm ist optional.
           open input KONTO-DATEI
           if not KONTO-STATUS-OK
               display "Keine Kontenstammdatei vorhanden (Status "
                   WS-KONTO-STATUS ")"
               move "J" to WS-LAUF-FEHLER
           end-if

           open i-o NACHL-DATEI
           if WS-NL-STATUS = "35"
               open output NACHL-DATEI
               close NACHL-DATEI
               open i-o NACHL-DATEI
           end-if
           if not NL-STATUS-OK
               display "Kennzeichendatei NACHLDAT kann nicht "
                   "geoeffnet werden (Status " WS-NL-STATUS ")"
               move "J" to WS-LAUF-FEHLER
           end-if

           open output LISTE-DATEI
           if WS-LISTE-STATUS not = "00"
               display "Liste NACHLLST kann nicht geschrieben "
                   "werden (Status " WS-LISTE-STATUS ")"
               move "J" to WS-LAUF-FEHLER
           end-if

           open input KUNDEN-DATEI
           if WS-KUNDE-STATUS = "00"
               move "J" to WS-KUNDEN-DA
           else
               display "Hinweis: kein Kundenstamm vorhanden - "
                   "Liste ohne Anschrift"
           end-if.

       DATEIEN-SCHLIESSEN.
           close KONTO-DATEI
           close NACHL-DATEI
           close LISTE-DATEI
           if KUNDEN-DA
               close KUNDEN-DATEI
           end-if.

       KONTO-PRUEFEN.
      *> Geschlossene Konten werden nicht betrachtet. Nachrichtenlos
      *> ist ein Konto, dessen letzte Kundenbuchung vor dem
      *> Stichtag liegt und das schon vor dem Stichtag gebucht
      *> wurde; ein Konto ganz ohne Buchung im Archiv laesst sich
      *> nicht beurteilen und wird nur gezaehlt.
           if not KONTO-GESCHLOSSEN
                   and KONTO-NR >= 1
                   and KONTO-NR <= WS-MAX-KONTO-NR
               add 1 to WS-ANZAHL-KONTEN
               move "N" to WS-NACHRICHTENLOS
               if WS-ERSTE-BUCHUNG(KONTO-NR) = ZERO
                   add 1 to WS-ANZAHL-OHNE-NACHWEIS
               else
                   if WS-ERSTE-BUCHUNG(KONTO-NR) < WS-STICHTAG
                           and WS-LETZTE-KUNDENBUCHUNG(KONTO-NR)
                               < WS-STICHTAG
                       move "J" to WS-NACHRICHTENLOS
                   end-if
               end-if
               perform KENNZEICHEN-LESEN
               perform KENNZEICHEN-FORTFUEHREN
           end-if.

       KENNZEICHEN-LESEN.
      *> Liest das Kennzeichen des Kontos; ein Konto ohne Satz
      *> ist nicht gekennzeichnet.
           move KONTO-NR to WS-NL-REL-KEY
           read NACHL-DATEI
               invalid key
                   move "N" to WS-NL-VORHANDEN
                   initialize NL-SATZ
                   move KONTO-NR to NL-KONTO-NR
                   move "N" to NL-KENNZEICHEN
               not invalid key
                   move "J" to WS-NL-VORHANDEN
           end-read.

       KENNZEICHEN-FORTFUEHREN.
      *> Setzt das Kennzeichen fuer ein neu nachrichtenloses Konto
      *> und listet jedes nachrichtenlose Konto; ein
      *> gekennzeichnetes Konto mit Kundenbuchung im Zeitraum
      *> verliert das Kennzeichen.
           move "N" to WS-NEU-GEKENNZEICHNET
           if NACHRICHTENLOS
               if not NL-NACHRICHTENLOS
                   move "J" to WS-NEU-GEKENNZEICHNET
                   move "J" to NL-KENNZEICHEN
                   move WS-HEUTE to NL-SEIT-DATUM
                   move WS-LETZTE-KUNDENBUCHUNG(KONTO-NR)
                       to NL-LETZTE-BUCHUNG
                   move ZERO to NL-AUFHEBUNG-DATUM
                   move SPACES to NL-AUFHEBUNG-KENNUNG
                   perform KENNZEICHEN-SCHREIBEN
                   add 1 to WS-ANZAHL-NEU
               end-if
               perform LISTE-SCHREIBEN
           else
               if NL-NACHRICHTENLOS
                   move "N" to NL-KENNZEICHEN
                   move WS-HEUTE to NL-AUFHEBUNG-DATUM
                   move "BATCH" to NL-AUFHEBUNG-KENNUNG
                   perform KENNZEICHEN-SCHREIBEN
                   add 1 to WS-ANZAHL-AUFGEHOBEN
                   display "Konto " KONTO-NR " " KONTO-INHABER
                       " - Kennzeichen nachrichtenlos aufgehoben"
               end-if
           end-if.

       KENNZEICHEN-SCHREIBEN.
      *> Neuer Satz per WRITE, vorhandener per REWRITE.
           move KONTO-NR to WS-NL-REL-KEY
           if NL-VORHANDEN
               rewrite NL-SATZ
           else
               write NL-SATZ
           end-if
           if not NL-STATUS-OK
               display "Fehler beim Schreiben des Kennzeichens fuer "
                   "Konto " KONTO-NR " (Status " WS-NL-STATUS ")"
               move 8 to RETURN-CODE
           end-if.

       LISTE-SCHREIBEN.
      *> Kopfzeile je Konto und darunter die Anschrift aus dem
      *> Kundenstamm (Altbestand ohne Kundenverweis: nur der
      *> Inhabername aus dem Kontostamm).
           add 1 to WS-ANZAHL-NACHRICHTENLOS
           if NEU-GEKENNZEICHNET
               move "NEU" to WS-LK-NEU
           else
               move SPACES to WS-LK-NEU
           end-if
           move KONTO-NR to WS-LK-KONTO
           move KONTO-INHABER to WS-LK-INHABER
           move KONTO-GUTHABEN to WS-LK-SALDO
           if WS-LETZTE-KUNDENBUCHUNG(KONTO-NR) = ZERO
               move "keine" to WS-LK-LETZTE
           else
               move WS-LETZTE-KUNDENBUCHUNG(KONTO-NR)
                   to WS-LK-LETZTE
           end-if
           move SPACES to WS-TEXT-ZEILE
           write LISTE-SATZ from WS-TEXT-ZEILE
           write LISTE-SATZ from WS-LISTE-KOPF
           display WS-LISTE-KOPF
           perform ANSCHRIFT-SCHREIBEN.

       ANSCHRIFT-SCHREIBEN.
           if KUNDEN-DA and KONTO-KUNDEN-NR > ZERO
               move KONTO-KUNDEN-NR to WS-KUNDE-REL-KEY
               read KUNDEN-DATEI
                   invalid key
                       move SPACES to WS-TEXT-ZEILE
                       string "  (Kunde " KONTO-KUNDEN-NR
                           " nicht im Kundenstamm)"
                           delimited by size into WS-TEXT-ZEILE
                       write LISTE-SATZ from WS-TEXT-ZEILE
                       end-write
                   not invalid key
                       move SPACES to WS-TEXT-ZEILE
                       string "  " KUNDE-NAME
                           delimited by size into WS-TEXT-ZEILE
                       write LISTE-SATZ from WS-TEXT-ZEILE
                       move SPACES to WS-TEXT-ZEILE
                       string "  " KUNDE-STRASSE
                           delimited by size into WS-TEXT-ZEILE
                       write LISTE-SATZ from WS-TEXT-ZEILE
                       move SPACES to WS-TEXT-ZEILE
                       string "  " KUNDE-ORT
                           delimited by size into WS-TEXT-ZEILE
                       write LISTE-SATZ from WS-TEXT-ZEILE
               end-read
           else
               move "  (keine Anschrift im Kundenstamm)"
                   to WS-TEXT-ZEILE
               write LISTE-SATZ from WS-TEXT-ZEILE
           end-if.

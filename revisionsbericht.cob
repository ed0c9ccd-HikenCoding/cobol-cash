       identification division.
        program-id. revisionsbericht.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Jahresdateien des Jahresendlaufs (TARCJJJJ, s.
      *> jahresendlauf.cob) fuer jedes Jahr des Zeitraums. Der
      *> Dateiname wird vor jedem OPEN ueber die
      *> Umgebungsvariable JARC aufgeloest (unter diesem Dialekt
      *> ist der ASSIGN-Name ein externer Name, den die Laufzeit
      *> beim OPEN ueber die gleichnamige Umgebungsvariable
      *> abbildet).
           select JARC-DATEI assign to JARC
               organization is line sequential
               file status is WS-JARC-STATUS.

      *> Dauerhaftes Transaktionsarchiv der offenen Periode (s.
      *> copybooks/arch-satz.cpy).
           select ARCHIV-DATEI assign to "TRANSARC"
               organization is line sequential
               file status is WS-ARCHIV-STATUS.

      *> Kassierer-Stammdatei: Name und Buchungslimit je Kennung
      *> (s. copybooks/kassierer-satz.cpy).
           select KASSIERER-DATEI assign to "KASSDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KASS-REL-KEY
               file status is WS-KASS-STATUS.

      *> Revisionsbericht fuer die Innenrevision, mit jedem Lauf
      *> neu geschrieben.
           select LISTE-DATEI assign to "REVLIST"
               organization is line sequential
               file status is WS-LISTE-STATUS.

      *> Maschinenlesbarer Auszug fuer die Revision im Aufbau von
      *> JOURNEXP (Datum;Art;Anzahl;Summe), je Tag, Kassierer und
      *> Buchungsart eine Zeile; die Kennung folgt als fuenftes
      *> Feld.
           select EXPORT-DATEI assign to "REVEXP"
               organization is line sequential
               file status is WS-EXPORT-STATUS.

       data division.
       file section.
      *> Dieselbe Satzbeschreibung wie ARCH-SATZ, nur mit
      *> JARC-Namen.
       fd  JARC-DATEI.
       copy "arch-satz.cpy"
           replacing leading ==ARCH== by ==JARC==.

       fd  ARCHIV-DATEI.
       copy "arch-satz.cpy".

       fd  KASSIERER-DATEI.
       copy "kassierer-satz.cpy".

       fd  LISTE-DATEI.
       01 LISTE-SATZ                          PIC X(100).

       fd  EXPORT-DATEI.
       01 EXPORT-SATZ                         PIC X(50).

       working-storage section.

       01 WS-JARC-NAME                        PIC X(8).
       01 WS-JARC-STATUS                      PIC XX.
       01 WS-ARCHIV-STATUS                    PIC XX.
       01 WS-KASS-REL-KEY                     PIC 9(4).
       01 WS-KASS-STATUS                      PIC XX.
       01 WS-LISTE-STATUS                     PIC XX.
       01 WS-EXPORT-STATUS                    PIC XX.

      *> Gesetzt, wenn der Auszug nicht vollstaendig geschrieben
      *> werden konnte (wie in buchungsjournal.cob) - der Lauf endet
      *> dann mit Fehler-RETURN-CODE.
       01 WS-EXPORT-FEHLER                    PIC X VALUE "N".
           88 EXPORT-FEHLER                   VALUE "J".

       01 WS-JARC-ENDE                        PIC X VALUE "N".
           88 JARC-ENDE                       VALUE "J".
       01 WS-ARCHIV-ENDE                      PIC X VALUE "N".
           88 ARCHIV-ENDE                     VALUE "J".
       01 WS-KASS-ENDE                        PIC X VALUE "N".
           88 KASS-ENDE                       VALUE "J".

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).

      *> Berichtszeitraum (JJJJMMTT, beide Tage eingeschlossen);
      *> die Eingabe wird wie das Geburtsdatum in kundenstamm.cob
      *> ueber INTEGER-OF-DATE geprueft.
       01 WS-VON-DATUM                        PIC 9(8) VALUE ZERO.
       01 WS-BIS-DATUM                        PIC 9(8) VALUE ZERO.
       01 WS-DATUM-EINGABE                    PIC X(8).
       01 WS-DATUM-PRUEF                      PIC 9(8).
       01 WS-DATUM-TAGE                       PIC S9(7).
       01 WS-DATUM-GUELTIG                    PIC X VALUE "N".
           88 DATUM-GUELTIG                   VALUE "J".
       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.
       01 WS-JAHR                             PIC 9(4).
       01 WS-VON-JAHR                         PIC 9(4).
       01 WS-BIS-JAHR                         PIC 9(4).

      *> Grenzen der Auffaelligkeiten:
      *> - Geschaeftszeit der Schalter; Buchungen einer
      *>   Kassierer-Kennung davor oder danach werden gemeldet;
      *> - eine Buchung ab diesem Prozentsatz des Kassierer-Limits
      *>   (und ohne Freigabe) gilt als knapp unter dem Limit;
      *> - eine Buchung derselben Kennung auf dem Konto binnen so
      *>   vieler Tage nach PIN-RESET, STATUS-AEND oder DISPO-AEND
      *>   wird gemeldet;
      *> - zwei Kennungen, die sich gegenseitig freigeben, werden
      *>   ab dieser Zahl gemeinsamer Freigaben gemeldet.
       01 WS-GESCHAEFT-BEGINN                 PIC 9(6) VALUE 080000.
       01 WS-GESCHAEFT-ENDE                   PIC 9(6) VALUE 180000.
       01 WS-LIMIT-PROZENT                    PIC 9(3) VALUE 90.
       01 WS-PFLEGE-FRIST-TAGE                PIC 9(3) VALUE 3.
       01 WS-GEGENSEITIG-MINDEST              PIC 9(3) VALUE 3.

      *> Durchgang durch die Archive: 1 = Summen, Freigabepaare und
      *> Auszug, 2 = Vier-Augen-Buchungen, 3 = einzelne
      *> Auffaelligkeiten. Jeder Durchgang schreibt seinen Teil des
      *> Berichts in Archivreihenfolge.
       01 WS-DURCHGANG                        PIC 9(1).

      *> Ausgewertete Buchung - aus Jahresdatei oder Archiv in ein
      *> Format gehoben.
       01 WS-B-DATUM                          PIC 9(8).
       01 WS-B-ZEIT                           PIC 9(6).
       01 WS-B-KONTO-NR                       PIC 9(6).
       01 WS-B-ART                            PIC X(12).
       01 WS-B-BETRAG                         PIC 9(7)V99.
       01 WS-B-REF                            PIC 9(14).
       01 WS-B-KASSIERER                      PIC X(8).
       01 WS-B-FREIGEBER                      PIC X(8).
       01 WS-B-TAGE                           PIC S9(7).

      *> Kennungen der Batchlaeufe, des Clearings und alter
      *> Pflegebelege sind keine Kassierer am Schalter.
       01 WS-SYSTEMKENNUNG                    PIC X VALUE "N".
           88 SYSTEMKENNUNG                   VALUE "J".

      *> Kassierer aus KASSDAT (WS-MAX-KASS-NR wie in
      *> kassierer-stamm.cob).
       01 WS-MAX-KASS-NR                      PIC 9(4) VALUE 999.
       01 WS-KASS-TABELLE.
           05 WS-KASS-EINTRAG occurs 999 times.
               10 WS-KT-KENNUNG               PIC X(8).
               10 WS-KT-NAME                  PIC X(30).
               10 WS-KT-LIMIT                 PIC 9(7)V99.
       01 WS-ANZAHL-KASS                      PIC 9(4) VALUE ZERO.
       01 WS-KT-IX                            PIC 9(4).
       01 WS-KT-GEFUNDEN                      PIC X VALUE "N".
           88 KT-GEFUNDEN                     VALUE "J".

      *> Kennungen mit Buchungen im Zeitraum, in der Reihenfolge
      *> ihres ersten Auftretens, mit Zahl der Vier-Augen-
      *> Buchungen als Kassierer und als Freigeber.
       01 WS-MAX-KENNUNGEN                    PIC 9(3) VALUE 200.
       01 WS-KENNUNG-TABELLE.
           05 WS-KN-EINTRAG occurs 200 times.
               10 WS-KN-KENNUNG               PIC X(8).
               10 WS-KN-ANZAHL                PIC 9(7).
               10 WS-KN-VIER-AUGEN            PIC 9(6).
               10 WS-KN-FREIGABEN             PIC 9(6).
       01 WS-ANZAHL-KN                        PIC 9(3) VALUE ZERO.
       01 WS-KN-IX                            PIC 9(3).
       01 WS-SUCH-KENNUNG                     PIC X(8).
       01 WS-KN-GEFUNDEN                      PIC X VALUE "N".
           88 KN-GEFUNDEN                     VALUE "J".

      *> Anzahl und Summe je Kennung und Buchungsart.
       01 WS-MAX-KA                           PIC 9(4) VALUE 2000.
       01 WS-KA-TABELLE.
           05 WS-KA-EINTRAG occurs 2000 times.
               10 WS-KA-KENNUNG               PIC X(8).
               10 WS-KA-ART                   PIC X(12).
               10 WS-KA-ANZAHL                PIC 9(7).
               10 WS-KA-SUMME                 PIC 9(11)V99.
       01 WS-ANZAHL-KA                        PIC 9(4) VALUE ZERO.
       01 WS-KA-IX                            PIC 9(4).
       01 WS-KA-GEFUNDEN                      PIC X VALUE "N".
           88 KA-GEFUNDEN                     VALUE "J".

      *> Freigaben je Paar Kassierer -> Freigeber.
       01 WS-MAX-FP                           PIC 9(3) VALUE 500.
       01 WS-FP-TABELLE.
           05 WS-FP-EINTRAG occurs 500 times.
               10 WS-FP-KASSIERER             PIC X(8).
               10 WS-FP-FREIGEBER             PIC X(8).
               10 WS-FP-ANZAHL                PIC 9(6).
       01 WS-ANZAHL-FP                        PIC 9(3) VALUE ZERO.
       01 WS-FP-IX                            PIC 9(3).
       01 WS-FP-GEGEN-IX                      PIC 9(3).
       01 WS-FP-GEFUNDEN                      PIC X VALUE "N".
           88 FP-GEFUNDEN                     VALUE "J".
       01 WS-FP-GESAMT                        PIC 9(7).

      *> Letzter Pflegeeingriff je Konto (Index = KONTO-NR wie in
      *> main.cob) durch eine Kassierer-Kennung.
       01 WS-MAX-KONTO-NR                     PIC 9(6) VALUE 9999.
       01 WS-PFLEGE-TABELLE.
           05 WS-PF-EINTRAG occurs 9999 times.
               10 WS-PF-KENNUNG               PIC X(8).
               10 WS-PF-ART                   PIC X(12).
               10 WS-PF-DATUM                 PIC 9(8).
               10 WS-PF-TAGE                  PIC S9(7).
       01 WS-TAB-INDEX                        PIC 9(6).

      *> Tagessummen fuer den Auszug: je Kennung und Art des
      *> laufenden Tages; bei Tageswechsel (oder voller Tabelle)
      *> werden sie geschrieben.
       01 WS-MAX-TS                           PIC 9(3) VALUE 500.
       01 WS-TS-TABELLE.
           05 WS-TS-EINTRAG occurs 500 times.
               10 WS-TS-KENNUNG               PIC X(8).
               10 WS-TS-ART                   PIC X(12).
               10 WS-TS-ANZAHL                PIC 9(6).
               10 WS-TS-SUMME                 PIC 9(9)V99.
       01 WS-ANZAHL-TS                        PIC 9(3) VALUE ZERO.
       01 WS-TS-IX                            PIC 9(3).
       01 WS-TS-GEFUNDEN                      PIC X VALUE "N".
           88 TS-GEFUNDEN                     VALUE "J".
       01 WS-TS-DATUM                         PIC 9(8) VALUE ZERO.

      *> Exportsatz wie in buchungsjournal.cob, ergaenzt um die
      *> Kennung.
       01 WS-EXP-SATZ.
           05 WS-EXP-DATUM                    PIC 9(8).
           05 FILLER                          PIC X VALUE ";".
           05 WS-EXP-ART                      PIC X(12).
           05 FILLER                          PIC X VALUE ";".
           05 WS-EXP-ANZAHL                   PIC 9(6).
           05 FILLER                          PIC X VALUE ";".
           05 WS-EXP-SUMME                    PIC 9(9),99.
           05 FILLER                          PIC X VALUE ";".
           05 WS-EXP-KENNUNG                  PIC X(8).

      *> Berichtszeilen - hier aufgebaut und per WRITE FROM
      *> geschrieben.
       01 WS-TEXT-ZEILE                       PIC X(100).
       01 WS-ART-ZEILE.
           05 FILLER                          PIC X(4) VALUE SPACES.
           05 WS-AZ-ART                       PIC X(12).
           05 FILLER                          PIC X(8)
                                              VALUE " Anzahl ".
           05 WS-AZ-ANZAHL                    PIC Z.ZZZ.ZZ9.
           05 FILLER                          PIC X(7)
                                              VALUE " Summe ".
           05 WS-AZ-SUMME                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DETAIL-ZEILE.
           05 WS-DZ-KENNZEICHEN               PIC X(11).
           05 WS-DZ-DATUM                     PIC 9(8).
           05 FILLER                          PIC X VALUE SPACE.
           05 WS-DZ-ZEIT                      PIC 9(6).
           05 FILLER                          PIC X(7)
                                              VALUE " Konto ".
           05 WS-DZ-KONTO                     PIC 9(6).
           05 FILLER                          PIC X VALUE SPACE.
           05 WS-DZ-ART                       PIC X(12).
           05 WS-DZ-BETRAG                    PIC Z.ZZZ.ZZ9,99.
           05 FILLER                          PIC X VALUE SPACE.
           05 WS-DZ-KENNUNG                   PIC X(8).
           05 FILLER                          PIC X VALUE SPACE.
           05 WS-DZ-HINWEIS                   PIC X(26).

       01 WS-BETRAG-ANZEIGE                   PIC Z.ZZZ.ZZ9,99.
       01 WS-ANZAHL-ANZEIGE                   PIC ZZZ.ZZ9.
       01 WS-LIMIT-GRENZE                     PIC 9(7)V99.

       01 WS-ANZAHL-GELESEN                   PIC 9(8) VALUE ZERO.
       01 WS-ANZAHL-IM-ZEITRAUM               PIC 9(8) VALUE ZERO.
       01 WS-ANZAHL-VIER-AUGEN                PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-GEGENSEITIG               PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-LIMITNAH                  PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-AUSSER-ZEIT               PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-NACH-PFLEGE               PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-EXPORT                    PIC 9(6) VALUE ZERO.
       01 WS-TABELLE-VOLL                     PIC X VALUE "N".
           88 TABELLE-VOLL                    VALUE "J".


       procedure division.
       HAUPT-ABLAUF.
      *> Revisionsbericht fuer einen Zeitraum: liest Jahresdateien
      *> und Archiv und weist je Kassierer-Kennung Zahl und Summe
      *> der Buchungen je Buchungsart nach, listet jede Vier-Augen-
      *> Buchung mit ihrem Freigeber und meldet Auffaelligkeiten:
      *> gegenseitige Freigaben zweier Kennungen, Buchungen knapp
      *> unter dem Kassierer-Limit, Buchungen ausserhalb der
      *> Geschaeftszeit und Buchungen kurz nach einem Pflege-
      *> eingriff derselben Kennung auf demselben Konto. Dazu
      *> schreibt er den Auszug REVEXP.
           display "===== Revisionsbericht Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE

           display "Beginn des Zeitraums? (JJJJMMTT)"
           perform DATUM-EINLESEN
           move WS-DATUM-PRUEF to WS-VON-DATUM
           display "Ende des Zeitraums? (JJJJMMTT)"
           perform DATUM-EINLESEN
           move WS-DATUM-PRUEF to WS-BIS-DATUM
           if WS-VON-DATUM = ZERO or WS-BIS-DATUM = ZERO
               display "Kein gueltiger Zeitraum erhalten - "
                   "Programm wird beendet"
               move 8 to RETURN-CODE
               stop run
           end-if
           if WS-VON-DATUM > WS-BIS-DATUM
               display "Der Beginn liegt nach dem Ende - "
                   "Programm wird beendet"
               move 8 to RETURN-CODE
               stop run
           end-if
           move WS-VON-DATUM(1:4) to WS-VON-JAHR
           move WS-BIS-DATUM(1:4) to WS-BIS-JAHR
           display "Zeitraum: " WS-VON-DATUM " bis " WS-BIS-DATUM

           perform KASSIERER-LADEN
           perform DATEIEN-OEFFNEN

           move SPACES to WS-TEXT-ZEILE
           string "Revisionsbericht Erkan-Bank, Zeitraum "
               WS-VON-DATUM " bis " WS-BIS-DATUM ", erstellt am "
               WS-HEUTE delimited by size into WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           perform LEERZEILE-SCHREIBEN

           move 1 to WS-DURCHGANG
           perform ARCHIVE-LESEN
           perform TAGESSUMMEN-SCHREIBEN
           perform KASSIERER-BERICHTEN

           perform LEERZEILE-SCHREIBEN
           move "Vier-Augen-Buchungen (Kassierer, Freigeber):"
               to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           move 2 to WS-DURCHGANG
           perform ARCHIVE-LESEN
           if WS-ANZAHL-VIER-AUGEN = ZERO
               move "    keine" to WS-TEXT-ZEILE
               perform ZEILE-SCHREIBEN
           end-if

           perform LEERZEILE-SCHREIBEN
           move "Auffaelligkeiten:" to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           perform GEGENSEITIGE-FREIGABEN
           perform PFLEGE-TABELLE-LEEREN
           move 3 to WS-DURCHGANG
           perform ARCHIVE-LESEN

           perform LEERZEILE-SCHREIBEN
           move SPACES to WS-TEXT-ZEILE
           string "Buchungen im Zeitraum: " WS-ANZAHL-IM-ZEITRAUM
               "  Vier-Augen: " WS-ANZAHL-VIER-AUGEN
               "  Gegenseitige Freigaben: " WS-ANZAHL-GEGENSEITIG
               delimited by size into WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           move SPACES to WS-TEXT-ZEILE
           string "Limitnah: " WS-ANZAHL-LIMITNAH
               "  Ausserhalb Geschaeftszeit: " WS-ANZAHL-AUSSER-ZEIT
               "  Nach Pflegeeingriff: " WS-ANZAHL-NACH-PFLEGE
               delimited by size into WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN

           close LISTE-DATEI
           close EXPORT-DATEI

           display " ".
           display "Buchungen im Zeitraum:          "
               WS-ANZAHL-IM-ZEITRAUM.
           display "Kennungen:                      " WS-ANZAHL-KN.
           display "Vier-Augen-Buchungen:           "
               WS-ANZAHL-VIER-AUGEN.
           display "Gegenseitige Freigaben:         "
               WS-ANZAHL-GEGENSEITIG.
           display "Knapp unter dem Limit:          "
               WS-ANZAHL-LIMITNAH.
           display "Ausserhalb der Geschaeftszeit:  "
               WS-ANZAHL-AUSSER-ZEIT.
           display "Kurz nach Pflegeeingriff:       "
               WS-ANZAHL-NACH-PFLEGE.
           display "Auszugszeilen REVEXP:           "
               WS-ANZAHL-EXPORT.
           if TABELLE-VOLL
               display "Warnung: eine Auswertungstabelle ist "
                   "uebergelaufen - der Bericht ist unvollstaendig"
           end-if.
           display "Bericht REVLIST geschrieben.".
           display "========================================".
           if EXPORT-FEHLER
               display "Auszug REVEXP ist unvollstaendig!"
               move 8 to RETURN-CODE
           end-if
           stop run.

       DATUM-EINLESEN.
      *> Liest ein Datum JJJJMMTT nach WS-DATUM-PRUEF (0, wenn
      *> keine gueltige Eingabe kam).
           move ZERO to WS-DATUM-PRUEF
           move "N" to WS-DATUM-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until DATUM-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               accept WS-DATUM-EINGABE
               add 1 to WS-VERSUCHE
               move ZERO to WS-DATUM-TAGE
               if WS-DATUM-EINGABE is numeric
                   move WS-DATUM-EINGABE to WS-DATUM-PRUEF
                   compute WS-DATUM-TAGE =
                       FUNCTION INTEGER-OF-DATE(WS-DATUM-PRUEF)
               end-if
               if WS-DATUM-TAGE > ZERO
                   move "J" to WS-DATUM-GUELTIG
               else
                   display "Ungueltiges Datum! Bitte im Format "
                       "JJJJMMTT eingeben, z.B. 20240101"
               end-if
           end-perform
           if not DATUM-GUELTIG
               move ZERO to WS-DATUM-PRUEF
           end-if.

       KASSIERER-LADEN.
      *> Laedt Kennung, Name und Limit aller Kassierer; ohne Stamm
      *> erscheinen alle Kennungen als "nicht in KASSDAT" und die
      *> Limitpruefung entfaellt.
           open input KASSIERER-DATEI
           if WS-KASS-STATUS not = "00"
               display "Hinweis: keine Kassierer-Stammdatei "
                   "vorhanden - ohne Namen und Limits"
           else
               move "N" to WS-KASS-ENDE
               perform until KASS-ENDE
                   read KASSIERER-DATEI next record
                       at end
                           move "J" to WS-KASS-ENDE
                       not at end
                           if WS-ANZAHL-KASS < WS-MAX-KASS-NR
                               add 1 to WS-ANZAHL-KASS
                               move KASS-KENNUNG
                                   to WS-KT-KENNUNG(WS-ANZAHL-KASS)
                               move KASS-NAME
                                   to WS-KT-NAME(WS-ANZAHL-KASS)
                               move KASS-LIMIT
                                   to WS-KT-LIMIT(WS-ANZAHL-KASS)
                           end-if
                   end-read
               end-perform
               close KASSIERER-DATEI
           end-if.

       DATEIEN-OEFFNEN.
           open output LISTE-DATEI
           if WS-LISTE-STATUS not = "00"
               display "Bericht REVLIST kann nicht geschrieben "
                   "werden (Status " WS-LISTE-STATUS ")"
               move 8 to RETURN-CODE
               stop run
           end-if
           open output EXPORT-DATEI
           if WS-EXPORT-STATUS not = "00"
               display "Auszug REVEXP kann nicht geschrieben "
                   "werden (Status " WS-EXPORT-STATUS ")"
               close LISTE-DATEI
               move 8 to RETURN-CODE
               stop run
           end-if.

       ZEILE-SCHREIBEN.
           write LISTE-SATZ from WS-TEXT-ZEILE
           move SPACES to WS-TEXT-ZEILE.

       LEERZEILE-SCHREIBEN.
           move SPACES to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN.

       ARCHIVE-LESEN.
      *> Liest die Jahresdateien der Jahre des Zeitraums und danach
      *> das Archiv der offenen Periode; Buchungen ausserhalb des
      *> Zeitraums werden uebergangen. Der Jahresendlauf schneidet
      *> nach Buchungsdatum, keine Buchung steht in beiden.
           perform varying WS-JAHR from WS-VON-JAHR by 1
                   until WS-JAHR > WS-BIS-JAHR
               move "TARC" to WS-JARC-NAME(1:4)
               move WS-JAHR to WS-JARC-NAME(5:4)
               move "N" to WS-JARC-ENDE
               display "JARC" upon environment-name
               display WS-JARC-NAME upon environment-value
               open input JARC-DATEI
               if WS-JARC-STATUS = "00"
                   perform until JARC-ENDE
                       read JARC-DATEI
                           at end
                               move "J" to WS-JARC-ENDE
                           not at end
                               move JARC-DATUM to WS-B-DATUM
                               move JARC-ZEIT to WS-B-ZEIT
                               move JARC-KONTO-NR to WS-B-KONTO-NR
                               move JARC-ART to WS-B-ART
                               move JARC-BETRAG to WS-B-BETRAG
                               move JARC-REF to WS-B-REF
                               move JARC-KASSIERER to WS-B-KASSIERER
                               move JARC-FREIGEBER to WS-B-FREIGEBER
                               perform BUCHUNG-AUSWERTEN
                       end-read
                   end-perform
                   close JARC-DATEI
               end-if
           end-perform

           move "N" to WS-ARCHIV-ENDE
           open input ARCHIV-DATEI
           if WS-ARCHIV-STATUS = "00"
               perform until ARCHIV-ENDE
                   read ARCHIV-DATEI
                       at end
                           move "J" to WS-ARCHIV-ENDE
                       not at end
                           move ARCH-DATUM to WS-B-DATUM
                           move ARCH-ZEIT to WS-B-ZEIT
                           move ARCH-KONTO-NR to WS-B-KONTO-NR
                           move ARCH-ART to WS-B-ART
                           move ARCH-BETRAG to WS-B-BETRAG
                           move ARCH-REF to WS-B-REF
                           move ARCH-KASSIERER to WS-B-KASSIERER
                           move ARCH-FREIGEBER to WS-B-FREIGEBER
                           perform BUCHUNG-AUSWERTEN
                   end-read
               end-perform
               close ARCHIV-DATEI
           end-if.

       BUCHUNG-AUSWERTEN.
           if WS-DURCHGANG = 1
               add 1 to WS-ANZAHL-GELESEN
           end-if
           if WS-B-DATUM >= WS-VON-DATUM
                   and WS-B-DATUM <= WS-BIS-DATUM
               if WS-DURCHGANG = 1
                   perform SUMMEN-FORTFUEHREN
               end-if
               if WS-DURCHGANG = 2
                   perform VIER-AUGEN-LISTEN
               end-if
               if WS-DURCHGANG = 3
                   perform AUFFAELLIGKEIT-PRUEFEN
               end-if
           end-if.

       SYSTEMKENNUNG-PRUEFEN.
           move "N" to WS-SYSTEMKENNUNG
           if WS-SUCH-KENNUNG = "BATCH"
                   or WS-SUCH-KENNUNG = "PFLEGE"
                   or WS-SUCH-KENNUNG = "CLEARING"
               move "J" to WS-SYSTEMKENNUNG
           end-if.

       SUMMEN-FORTFUEHREN.
      *> Durchgang 1: Anzahl und Summe je Kennung und Art,
      *> Freigaben je Paar und die Tagessummen fuer den Auszug.
           add 1 to WS-ANZAHL-IM-ZEITRAUM
           move WS-B-KASSIERER to WS-SUCH-KENNUNG
           perform KENNUNG-SUCHEN
           if KN-GEFUNDEN
               add 1 to WS-KN-ANZAHL(WS-KN-IX)
               if WS-B-FREIGEBER not = SPACES
                   add 1 to WS-KN-VIER-AUGEN(WS-KN-IX)
               end-if
           end-if
           if WS-B-FREIGEBER not = SPACES
               move WS-B-FREIGEBER to WS-SUCH-KENNUNG
               perform KENNUNG-SUCHEN
               if KN-GEFUNDEN
                   add 1 to WS-KN-FREIGABEN(WS-KN-IX)
               end-if
               perform FREIGABEPAAR-ZAEHLEN
           end-if

           move "N" to WS-KA-GEFUNDEN
           perform varying WS-KA-IX from 1 by 1
                   until WS-KA-IX > WS-ANZAHL-KA or KA-GEFUNDEN
               if WS-KA-KENNUNG(WS-KA-IX) = WS-B-KASSIERER
                       and WS-KA-ART(WS-KA-IX) = WS-B-ART
                   move "J" to WS-KA-GEFUNDEN
                   add 1 to WS-KA-ANZAHL(WS-KA-IX)
                   add WS-B-BETRAG to WS-KA-SUMME(WS-KA-IX)
               end-if
           end-perform
           if not KA-GEFUNDEN
               if WS-ANZAHL-KA < WS-MAX-KA
                   add 1 to WS-ANZAHL-KA
                   move WS-B-KASSIERER to WS-KA-KENNUNG(WS-ANZAHL-KA)
                   move WS-B-ART to WS-KA-ART(WS-ANZAHL-KA)
                   move 1 to WS-KA-ANZAHL(WS-ANZAHL-KA)
                   move WS-B-BETRAG to WS-KA-SUMME(WS-ANZAHL-KA)
               else
                   move "J" to WS-TABELLE-VOLL
               end-if
           end-if

           perform TAGESSUMME-FORTFUEHREN.

       KENNUNG-SUCHEN.
      *> Sucht WS-SUCH-KENNUNG in der Kennungstabelle und legt sie
      *> bei Bedarf an; WS-KN-IX zeigt danach auf den Eintrag.
           move "N" to WS-KN-GEFUNDEN
           perform varying WS-KN-IX from 1 by 1
                   until WS-KN-IX > WS-ANZAHL-KN or KN-GEFUNDEN
               if WS-KN-KENNUNG(WS-KN-IX) = WS-SUCH-KENNUNG
                   move "J" to WS-KN-GEFUNDEN
               end-if
           end-perform
           if KN-GEFUNDEN
               subtract 1 from WS-KN-IX
           else
               if WS-ANZAHL-KN < WS-MAX-KENNUNGEN
                   add 1 to WS-ANZAHL-KN
                   move WS-ANZAHL-KN to WS-KN-IX
                   move WS-SUCH-KENNUNG to WS-KN-KENNUNG(WS-KN-IX)
                   move ZERO to WS-KN-ANZAHL(WS-KN-IX)
                   move ZERO to WS-KN-VIER-AUGEN(WS-KN-IX)
                   move ZERO to WS-KN-FREIGABEN(WS-KN-IX)
                   move "J" to WS-KN-GEFUNDEN
               else
                   move "J" to WS-TABELLE-VOLL
               end-if
           end-if.

       FREIGABEPAAR-ZAEHLEN.
           move "N" to WS-FP-GEFUNDEN
           perform varying WS-FP-IX from 1 by 1
                   until WS-FP-IX > WS-ANZAHL-FP or FP-GEFUNDEN
               if WS-FP-KASSIERER(WS-FP-IX) = WS-B-KASSIERER
                       and WS-FP-FREIGEBER(WS-FP-IX) = WS-B-FREIGEBER
                   move "J" to WS-FP-GEFUNDEN
                   add 1 to WS-FP-ANZAHL(WS-FP-IX)
               end-if
           end-perform
           if not FP-GEFUNDEN
               if WS-ANZAHL-FP < WS-MAX-FP
                   add 1 to WS-ANZAHL-FP
                   move WS-B-KASSIERER
                       to WS-FP-KASSIERER(WS-ANZAHL-FP)
                   move WS-B-FREIGEBER
                       to WS-FP-FREIGEBER(WS-ANZAHL-FP)
                   move 1 to WS-FP-ANZAHL(WS-ANZAHL-FP)
               else
                   move "J" to WS-TABELLE-VOLL
               end-if
           end-if.

       TAGESSUMME-FORTFUEHREN.
      *> Das Archiv ist nach Tagen geordnet: ein neuer Tag schreibt
      *> die Summen des vorigen in den Auszug.
           if WS-B-DATUM not = WS-TS-DATUM
               perform TAGESSUMMEN-SCHREIBEN
               move WS-B-DATUM to WS-TS-DATUM
           end-if
           move "N" to WS-TS-GEFUNDEN
           perform varying WS-TS-IX from 1 by 1
                   until WS-TS-IX > WS-ANZAHL-TS or TS-GEFUNDEN
               if WS-TS-KENNUNG(WS-TS-IX) = WS-B-KASSIERER
                       and WS-TS-ART(WS-TS-IX) = WS-B-ART
                   move "J" to WS-TS-GEFUNDEN
                   add 1 to WS-TS-ANZAHL(WS-TS-IX)
                   add WS-B-BETRAG to WS-TS-SUMME(WS-TS-IX)
               end-if
           end-perform
           if not TS-GEFUNDEN
               if WS-ANZAHL-TS >= WS-MAX-TS
                   perform TAGESSUMMEN-SCHREIBEN
               end-if
               add 1 to WS-ANZAHL-TS
               move WS-B-KASSIERER to WS-TS-KENNUNG(WS-ANZAHL-TS)
               move WS-B-ART to WS-TS-ART(WS-ANZAHL-TS)
               move 1 to WS-TS-ANZAHL(WS-ANZAHL-TS)
               move WS-B-BETRAG to WS-TS-SUMME(WS-ANZAHL-TS)
           end-if.

       TAGESSUMMEN-SCHREIBEN.
      *> Schreibt die gesammelten Tagessummen in den Auszug und
      *> leert die Tabelle.
           perform varying WS-TS-IX from 1 by 1
                   until WS-TS-IX > WS-ANZAHL-TS
               move WS-TS-DATUM to WS-EXP-DATUM
               move WS-TS-ART(WS-TS-IX) to WS-EXP-ART
               move WS-TS-ANZAHL(WS-TS-IX) to WS-EXP-ANZAHL
               move WS-TS-SUMME(WS-TS-IX) to WS-EXP-SUMME
               move WS-TS-KENNUNG(WS-TS-IX) to WS-EXP-KENNUNG
               perform EXPORT-SATZ-SCHREIBEN
           end-perform
           move ZERO to WS-ANZAHL-TS.

       EXPORT-SATZ-SCHREIBEN.
           write EXPORT-SATZ from WS-EXP-SATZ
           if WS-EXPORT-STATUS not = "00"
               display "Fehler beim Schreiben des Auszugs REVEXP "
                   "(Status " WS-EXPORT-STATUS ")"
               move "J" to WS-EXPORT-FEHLER
           else
               add 1 to WS-ANZAHL-EXPORT
           end-if.

       KASSIERER-BERICHTEN.
      *> Je Kennung ein Block mit Name und Limit aus KASSDAT und
      *> den Summen je Buchungsart.
           move "Buchungen je Kassierer:" to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           if WS-ANZAHL-KN = ZERO
               move "    keine Buchungen im Zeitraum"
                   to WS-TEXT-ZEILE
               perform ZEILE-SCHREIBEN
           end-if
           perform varying WS-KN-IX from 1 by 1
                   until WS-KN-IX > WS-ANZAHL-KN
               perform LEERZEILE-SCHREIBEN
               perform KENNUNG-KOPF-SCHREIBEN
               perform varying WS-KA-IX from 1 by 1
                       until WS-KA-IX > WS-ANZAHL-KA
                   if WS-KA-KENNUNG(WS-KA-IX)
                           = WS-KN-KENNUNG(WS-KN-IX)
                       move WS-KA-ART(WS-KA-IX) to WS-AZ-ART
                       move WS-KA-ANZAHL(WS-KA-IX) to WS-AZ-ANZAHL
                       move WS-KA-SUMME(WS-KA-IX) to WS-AZ-SUMME
                       write LISTE-SATZ from WS-ART-ZEILE
                   end-if
               end-perform
               move SPACES to WS-TEXT-ZEILE
               string "    Vier-Augen-Buchungen als Kassierer: "
                   WS-KN-VIER-AUGEN(WS-KN-IX)
                   ", Freigaben fuer andere: "
                   WS-KN-FREIGABEN(WS-KN-IX)
                   delimited by size into WS-TEXT-ZEILE
               perform ZEILE-SCHREIBEN
           end-perform.

       KENNUNG-KOPF-SCHREIBEN.
           move WS-KN-KENNUNG(WS-KN-IX) to WS-SUCH-KENNUNG
           perform KASSIERER-SUCHEN
           move SPACES to WS-TEXT-ZEILE
           if KT-GEFUNDEN
               move WS-KT-LIMIT(WS-KT-IX) to WS-BETRAG-ANZEIGE
               string "Kennung " WS-SUCH-KENNUNG "  "
                   WS-KT-NAME(WS-KT-IX) "  Limit "
                   WS-BETRAG-ANZEIGE
                   delimited by size into WS-TEXT-ZEILE
           else
               perform SYSTEMKENNUNG-PRUEFEN
               if SYSTEMKENNUNG
                   string "Kennung " WS-SUCH-KENNUNG
                       "  (Batch-, Clearing- oder Pflegelauf)"
                       delimited by size into WS-TEXT-ZEILE
               else
                   string "Kennung " WS-SUCH-KENNUNG
                       "  (nicht in KASSDAT)"
                       delimited by size into WS-TEXT-ZEILE
               end-if
           end-if
           perform ZEILE-SCHREIBEN.

       KASSIERER-SUCHEN.
      *> Sucht WS-SUCH-KENNUNG in der Kassierer-Tabelle; WS-KT-IX
      *> zeigt danach auf den Eintrag.
           move "N" to WS-KT-GEFUNDEN
           perform varying WS-KT-IX from 1 by 1
                   until WS-KT-IX > WS-ANZAHL-KASS or KT-GEFUNDEN
               if WS-KT-KENNUNG(WS-KT-IX) = WS-SUCH-KENNUNG
                   move "J" to WS-KT-GEFUNDEN
               end-if
           end-perform
           if KT-GEFUNDEN
               subtract 1 from WS-KT-IX
           end-if.

       VIER-AUGEN-LISTEN.
      *> Durchgang 2: jede Buchung mit Freigeber.
           if WS-B-FREIGEBER not = SPACES
               add 1 to WS-ANZAHL-VIER-AUGEN
               move SPACES to WS-DZ-KENNZEICHEN
               move SPACES to WS-DZ-HINWEIS
               string "Freigeber " WS-B-FREIGEBER
                   delimited by size into WS-DZ-HINWEIS
               perform DETAIL-SCHREIBEN
           end-if.

       DETAIL-SCHREIBEN.
      *> Schreibt die ausgewertete Buchung als Detailzeile;
      *> Kennzeichen und Hinweis muessen vorbelegt sein.
           move WS-B-DATUM to WS-DZ-DATUM
           move WS-B-ZEIT to WS-DZ-ZEIT
           move WS-B-KONTO-NR to WS-DZ-KONTO
           move WS-B-ART to WS-DZ-ART
           move WS-B-BETRAG to WS-DZ-BETRAG
           move WS-B-KASSIERER to WS-DZ-KENNUNG
           write LISTE-SATZ from WS-DETAIL-ZEILE.

       GEGENSEITIGE-FREIGABEN.
      *> Zwei Kennungen, die sich in beide Richtungen freigegeben
      *> haben, zusammen mindestens WS-GEGENSEITIG-MINDEST mal;
      *> jedes Paar wird einmal gemeldet.
           perform varying WS-FP-IX from 1 by 1
                   until WS-FP-IX > WS-ANZAHL-FP
               if WS-FP-KASSIERER(WS-FP-IX)
                       < WS-FP-FREIGEBER(WS-FP-IX)
                   perform GEGENPAAR-SUCHEN
               end-if
           end-perform.

       GEGENPAAR-SUCHEN.
           move "N" to WS-FP-GEFUNDEN
           perform varying WS-FP-GEGEN-IX from 1 by 1
                   until WS-FP-GEGEN-IX > WS-ANZAHL-FP
                   or FP-GEFUNDEN
               if WS-FP-KASSIERER(WS-FP-GEGEN-IX)
                       = WS-FP-FREIGEBER(WS-FP-IX)
                       and WS-FP-FREIGEBER(WS-FP-GEGEN-IX)
                       = WS-FP-KASSIERER(WS-FP-IX)
                   move "J" to WS-FP-GEFUNDEN
               end-if
           end-perform
           if FP-GEFUNDEN
               subtract 1 from WS-FP-GEGEN-IX
               compute WS-FP-GESAMT = WS-FP-ANZAHL(WS-FP-IX)
                   + WS-FP-ANZAHL(WS-FP-GEGEN-IX)
               if WS-FP-GESAMT >= WS-GEGENSEITIG-MINDEST
                   add 1 to WS-ANZAHL-GEGENSEITIG
                   move SPACES to WS-TEXT-ZEILE
                   string "GEGENSEIT " WS-FP-KASSIERER(WS-FP-IX)
                       " <-> " WS-FP-FREIGEBER(WS-FP-IX) ": "
                       WS-FP-ANZAHL(WS-FP-IX) " x Freigabe durch "
                       WS-FP-FREIGEBER(WS-FP-IX) ", "
                       WS-FP-ANZAHL(WS-FP-GEGEN-IX) " x durch "
                       WS-FP-KASSIERER(WS-FP-IX)
                       delimited by size into WS-TEXT-ZEILE
                   perform ZEILE-SCHREIBEN
               end-if
           end-if.

       PFLEGE-TABELLE-LEEREN.
           perform varying WS-TAB-INDEX from 1 by 1
                   until WS-TAB-INDEX > WS-MAX-KONTO-NR
               move SPACES to WS-PF-KENNUNG(WS-TAB-INDEX)
               move SPACES to WS-PF-ART(WS-TAB-INDEX)
               move ZERO to WS-PF-DATUM(WS-TAB-INDEX)
               move ZERO to WS-PF-TAGE(WS-TAB-INDEX)
           end-perform.

       AUFFAELLIGKEIT-PRUEFEN.
      *> Durchgang 3: nur Buchungen von Kassierer-Kennungen.
           move WS-B-KASSIERER to WS-SUCH-KENNUNG
           perform SYSTEMKENNUNG-PRUEFEN
           if not SYSTEMKENNUNG
               perform GESCHAEFTSZEIT-PRUEFEN
               perform LIMIT-NAEHE-PRUEFEN
               perform PFLEGEEINGRIFF-PRUEFEN
           end-if.

       GESCHAEFTSZEIT-PRUEFEN.
           if WS-B-ZEIT < WS-GESCHAEFT-BEGINN
                   or WS-B-ZEIT >= WS-GESCHAEFT-ENDE
               add 1 to WS-ANZAHL-AUSSER-ZEIT
               move "ZEIT" to WS-DZ-KENNZEICHEN
               move "ausserhalb Geschaeftszeit" to WS-DZ-HINWEIS
               perform DETAIL-SCHREIBEN
           end-if.

       LIMIT-NAEHE-PRUEFEN.
      *> Auszahlungen und Ueberweisungen ohne Freigabe, die das
      *> heutige Limit der Kennung zu WS-LIMIT-PROZENT oder mehr
      *> ausschoepfen.
           if WS-B-FREIGEBER = SPACES
                   and WS-B-BETRAG > ZERO
                   and (WS-B-ART = "AUSZAHLEN"
                       or WS-B-ART = "UEBERW-SOLL"
                       or WS-B-ART = "EXT-SOLL")
               move WS-B-KASSIERER to WS-SUCH-KENNUNG
               perform KASSIERER-SUCHEN
               if KT-GEFUNDEN and WS-KT-LIMIT(WS-KT-IX) > ZERO
                   compute WS-LIMIT-GRENZE rounded =
                       WS-KT-LIMIT(WS-KT-IX) * WS-LIMIT-PROZENT / 100
                   if WS-B-BETRAG >= WS-LIMIT-GRENZE
                           and WS-B-BETRAG <= WS-KT-LIMIT(WS-KT-IX)
                       add 1 to WS-ANZAHL-LIMITNAH
                       move "LIMITNAH" to WS-DZ-KENNZEICHEN
                       move WS-KT-LIMIT(WS-KT-IX)
                           to WS-BETRAG-ANZEIGE
                       move SPACES to WS-DZ-HINWEIS
                       string "Limit " WS-BETRAG-ANZEIGE
                           delimited by size into WS-DZ-HINWEIS
                       perform DETAIL-SCHREIBEN
                   end-if
               end-if
           end-if.

       PFLEGEEINGRIFF-PRUEFEN.
      *> Merkt sich jeden Pflegeeingriff einer Kennung je Konto;
      *> bucht dieselbe Kennung binnen WS-PFLEGE-FRIST-TAGE mit
      *> Betrag auf dem Konto, wird das gemeldet.
           if WS-B-KONTO-NR >= 1
                   and WS-B-KONTO-NR <= WS-MAX-KONTO-NR
               compute WS-B-TAGE =
                   FUNCTION INTEGER-OF-DATE(WS-B-DATUM)
               if WS-B-ART = "PIN-RESET"
                       or WS-B-ART = "STATUS-AEND"
                       or WS-B-ART = "DISPO-AEND"
                   move WS-B-KASSIERER
                       to WS-PF-KENNUNG(WS-B-KONTO-NR)
                   move WS-B-ART to WS-PF-ART(WS-B-KONTO-NR)
                   move WS-B-DATUM to WS-PF-DATUM(WS-B-KONTO-NR)
                   move WS-B-TAGE to WS-PF-TAGE(WS-B-KONTO-NR)
               else
                   if WS-B-BETRAG > ZERO
                           and WS-PF-KENNUNG(WS-B-KONTO-NR)
                               = WS-B-KASSIERER
                           and WS-B-TAGE - WS-PF-TAGE(WS-B-KONTO-NR)
                               <= WS-PFLEGE-FRIST-TAGE
                       add 1 to WS-ANZAHL-NACH-PFLEGE
                       move "NACHPFLEGE" to WS-DZ-KENNZEICHEN
                       move SPACES to WS-DZ-HINWEIS
                       string "nach " WS-PF-ART(WS-B-KONTO-NR)
                           " " WS-PF-DATUM(WS-B-KONTO-NR)
                           delimited by size into WS-DZ-HINWEIS
                       perform DETAIL-SCHREIBEN
                   end-if
               end-if
           end-if.

       identification division.
        program-id. sammelueberweisung.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Vom Firmenkunden eingereichte Sammelueberweisung: ein
      *> Kopfsatz mit Belastungskonto und Kontrollwerten, danach
      *> ein Satz je Empfaenger (s. copybooks/sammel-satz.cpy).
           select SAMMEL-DATEI assign to "SAMMELIN"
               organization is line sequential
               file status is WS-SAMMEL-STATUS.

      *> Kontenstammdatei wie in main.cob: ORGANIZATION RELATIVE mit
      *> KONTO-NR als RELATIVE KEY (s. copybooks/konto-satz.cpy).
           select KONTO-DATEI assign to "KONTODAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KONTO-REL-KEY
               file status is WS-KONTO-STATUS.

      *> Tagesprotokoll: Belastung des Auftraggebers und
      *> Gutschriften an Hauskonten werden wie jede Buchung
      *> angehaengt (s. copybooks/trans-satz.cpy).
           select TRANS-DATEI assign to "TRANSDAT"
               organization is line sequential
               file status is WS-TRANS-STATUS.

      *> Zwischendatei fuer den Clearing-Export wie in main.cob
      *> (UEBERWEISUNG EXTERN): Posten an fremde Banken warten
      *> dort auf den Abendlauf clearing-ausgang.cob.
           select UEBAUSW-DATEI assign to "UEBAUSW"
               organization is line sequential
               file status is WS-UEBAUSW-STATUS.

      *> Register der verbuchten Sammelauftraege (s. copybooks/
      *> sammelreg-satz.cpy) - Schutz gegen doppelte Einreichung.
           select SREG-DATEI assign to "SAMMREG"
               organization is line sequential
               file status is WS-SREG-STATUS.

      *> Verarbeitungsbericht je Auftrag. Der Dateiname wird zur
      *> Laufzeit gebildet (SAMM, Belastungskonto, Zeitpunkt der
      *> Verarbeitung) und ueber die Umgebungsvariable SAMMLIST
      *> aufgeloest - derselbe Weg wie bei KONSFEHL in
      *> konsistenzpruefung.cob.
           select BERICHT-DATEI assign to SAMMLIST
               organization is line sequential
               file status is WS-BERICHT-STATUS.

      *> Kassierer-Stammdatei (s. copybooks/kassierer-satz.cpy):
      *> Anmeldung des Kassierers wie in main.cob.
           select KASSIERER-DATEI assign to "KASSDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KASS-REL-KEY
               file status is WS-KASS-STATUS.

      *> Abendlauf-Sperre und Sitzungszaehler wie in main.cob: die
      *> Buchungen gehen ins Tagesprotokoll und nach UEBAUSW und
      *> duerfen nicht am laufenden Abschluss vorbeigehen.
           select ABENDSPR-DATEI assign to "ABENDSPR"
               organization is line sequential
               file status is WS-ABENDSPR-STATUS.

           select SITZ-DATEI assign to "SITZZAHL"
               organization is line sequential
               file status is WS-SITZ-STATUS.

       data division.
       file section.
       fd  SAMMEL-DATEI.
       copy "sammel-satz.cpy".

       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       fd  TRANS-DATEI.
       copy "trans-satz.cpy".

      *> Dieselbe Satzbeschreibung wie CLR-SATZ, nur mit UEB-Namen
      *> (wie in main.cob und clearing-ausgang.cob).
       fd  UEBAUSW-DATEI.
       copy "clearing-satz.cpy"
           replacing leading ==CLR== by ==UEB==.

       fd  SREG-DATEI.
       copy "sammelreg-satz.cpy".

       fd  BERICHT-DATEI.
       01 BERICHT-SATZ                        PIC X(100).

       fd  KASSIERER-DATEI.
       copy "kassierer-satz.cpy".

       fd  ABENDSPR-DATEI.
       01 SPERRE-SATZ.
           05 SPERRE-KZ                       PIC X(4).
           05 SPERRE-DATUM                    PIC 9(8).

       fd  SITZ-DATEI.
       01 SITZ-SATZ.
           05 SITZ-ANZAHL                     PIC 9(3).

       working-storage section.

       01 WS-SAMMEL-STATUS                    PIC XX.
       01 WS-KONTO-REL-KEY                    PIC 9(6).
       01 WS-KONTO-STATUS                     PIC XX.
           88 KONTO-STATUS-OK                 VALUE "00".
       01 WS-MAX-KONTO-NR                     PIC 9(6) VALUE 9999.
       01 WS-TRANS-STATUS                     PIC XX.
           88 TRANS-STATUS-OK                 VALUE "00".
       01 WS-UEBAUSW-STATUS                   PIC XX.
       01 WS-SREG-STATUS                      PIC XX.
       01 WS-BERICHT-STATUS                   PIC XX.
       01 WS-BERICHT-NAME                     PIC X(30) VALUE SPACES.

       01 WS-DATEI-ENDE                       PIC X VALUE "N".
           88 DATEI-ENDE                      VALUE "J".
       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).
      *> Zeitpunkt der Verarbeitung (JJJJMMTThhmmss) fuer Register
      *> und Berichtsnamen.
       01 WS-LAUF-ZEIT                        PIC X(14).

      *> Anmeldung wie in main.cob; die Kennung wandert als
      *> TRANS-KASSIERER in alle Buchungen des Auftrags, das
      *> Buchungslimit wird aus dem Stammsatz uebernommen.
       01 WS-KASSIERER-ID                     PIC X(8).
       01 WS-KASS-REL-KEY                     PIC 9(4).
       01 WS-KASS-STATUS                      PIC XX.
       01 WS-MAX-KASS-NR                      PIC 9(4) VALUE 999.
       01 WS-KASSIERER-LIMIT                  PIC 9(7)V99.
       01 WS-KASS-LIMIT-ANZEIGE               PIC Z.ZZZ.ZZ9,99.
       01 WS-SUCH-KENNUNG                     PIC X(8).
       01 WS-KASS-GEFUNDEN                    PIC X VALUE "N".
           88 KASS-GEFUNDEN                   VALUE "J".
       01 WS-PASSWORT-EINGABE                 PIC X(8).
       01 WS-ANMELDE-OK                       PIC X VALUE "N".
           88 ANMELDE-OK                      VALUE "J".
       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.
       01 WS-JN-EINGABE                       PIC X(1).

      *> Vier-Augen-Freigabe wie in main.cob: liegt die Summe des
      *> Auftrags ueber dem Limit des angemeldeten Kassierers,
      *> braucht er die Freigabe eines zweiten Kassierers mit
      *> ausreichendem eigenen Limit; dessen Kennung wandert als
      *> TRANS-FREIGEBER in alle Buchungen, in den Bericht und ins
      *> Register.
       01 WS-FREIGEBER-ID                     PIC X(8) VALUE SPACES.
       01 WS-LIMIT-FREIGEGEBEN                PIC X VALUE "N".
           88 LIMIT-FREIGEGEBEN               VALUE "J".

       01 WS-ABENDSPR-STATUS                  PIC XX.
       01 WS-SITZ-STATUS                      PIC XX.
       01 WS-SITZ-ZAEHLER                     PIC 9(3) VALUE ZERO.

      *> Kopfdaten des Auftrags (aus dem Kopfsatz uebernommen, damit
      *> sie nach dem Schliessen der Eingangsdatei bleiben).
       01 WS-KOPF-GELESEN                     PIC X VALUE "N".
           88 KOPF-GELESEN                    VALUE "J".
       01 WS-AUFTRAG-KONTO-NR                 PIC 9(6) VALUE ZERO.
       01 WS-AUFTRAG-NR                       PIC X(10) VALUE SPACES.
       01 WS-AUFTRAG-ERSTELLT                 PIC 9(8) VALUE ZERO.
       01 WS-AUFTRAG-ANZAHL                   PIC 9(5) VALUE ZERO.
       01 WS-AUFTRAG-SUMME                    PIC 9(9)V99 VALUE ZERO.
       01 WS-AUFTRAG-INHABER                  PIC X(30) VALUE SPACES.

      *> Gesetzt, sobald der Auftrag als Ganzes abgewiesen ist -
      *> dann wird kein Posten gebucht; der Grund steht im Bericht.
       01 WS-AUFTRAG-ABGEWIESEN               PIC X VALUE "N".
           88 AUFTRAG-ABGEWIESEN              VALUE "J".
       01 WS-ABWEIS-GRUND                     PIC X(60) VALUE SPACES.
       01 WS-AUFTRAG-GEBUCHT                  PIC X VALUE "N".
           88 AUFTRAG-GEBUCHT                 VALUE "J".

      *> Gesetzt, wenn nach der Belastung des Auftraggebers ein
      *> Posten nicht gutgeschrieben bzw. vorgemerkt werden konnte -
      *> der Betrag ist dann belastet und muss von Hand
      *> nachgearbeitet werden.
       01 WS-BUCHUNGS-FEHLER                  PIC X VALUE "N".
           88 BUCHUNGS-FEHLER                 VALUE "J".

      *> Posten der Datei. Eine Datei mit mehr Posten wird als
      *> Ganzes abgewiesen und muss aufgeteilt werden.
       01 WS-MAX-POSTEN                       PIC 9(4) VALUE 500.
       01 WS-ANZAHL-POSTEN                    PIC 9(5) VALUE ZERO.
       01 WS-POSTEN-SUMME                     PIC 9(9)V99 VALUE ZERO.
       01 WS-POSTEN-TABELLE.
           05 WS-SP OCCURS 500 TIMES.
               10 WS-SP-KONTO-NR              PIC 9(6).
               10 WS-SP-FREMD-BLZ             PIC 9(8).
               10 WS-SP-FREMD-KONTO           PIC 9(10).
               10 WS-SP-BETRAG                PIC 9(7)V99.
               10 WS-SP-ZWECK                 PIC X(30).
      *> H = Hauskonto, F = fremde Bank, leer = Posten abgewiesen
               10 WS-SP-ZIEL                  PIC X.
      *> Betrag lesbar (J/N) - nur lesbare Betraege gehen in die
      *> Summe fuer den Abgleich mit der Kontrollsumme.
               10 WS-SP-BETRAG-OK             PIC X.
               10 WS-SP-ERGEBNIS              PIC X(10).
               10 WS-SP-GRUND                 PIC X(35).
       01 WS-IDX                              PIC 9(4).

      *> Angenommene Posten: ihre Summe wird dem Auftraggeber in
      *> einer Buchung belastet.
       01 WS-ANZAHL-ANGENOMMEN                PIC 9(5) VALUE ZERO.
       01 WS-ANZAHL-ABGEWIESEN                PIC 9(5) VALUE ZERO.
       01 WS-ANZAHL-HAUS                      PIC 9(5) VALUE ZERO.
       01 WS-ANZAHL-FREMD                     PIC 9(5) VALUE ZERO.
       01 WS-ANGENOMMEN-SUMME                 PIC 9(9)V99 VALUE ZERO.
      *> Hoechstbetrag einer Buchung (TRANS-BETRAG 9(7)V99).
       01 WS-MAX-BUCHUNG                      PIC 9(9)V99
                                              VALUE 9999999,99.

      *> Deckungspruefung wie am Schalter (s. main.cob): Spar- und
      *> Festgeldkonten haben keinen Dispokredit, Festgeldkonten
      *> geben erst nach Ablauf der Kuendigung frei.
       01 WS-QUELLE-DISPO                     PIC 9(7)V99.
       01 WS-VERFUEGBAR                       PIC S9(8)V99.
       01 WS-VERFUEGBAR-ANZEIGE               PIC Z.ZZZ.ZZ9,99-.

      *> Doppelte Einreichung: Verarbeitungstag des gefundenen
      *> Registersatzes.
       01 WS-SREG-GEFUNDEN                    PIC X VALUE "N".
           88 SREG-GEFUNDEN                   VALUE "J".
       01 WS-SREG-DATUM                       PIC 9(8).

       01 WS-KONTO-SPEICHERN-OK               PIC X VALUE "N".
           88 KONTO-SPEICHERN-OK              VALUE "J".
       01 WS-BUCHUNG-KONTO-NR                 PIC 9(6).
       01 WS-BUCHUNG-SALDO                    PIC S9(7)V99.
       01 WS-TRANS-ART                        PIC X(12).
       01 WS-TRANS-REF                        PIC 9(14) VALUE ZERO.
       01 WS-GEGENKONTO                       PIC 9(6) VALUE ZERO.
       01 WS-ZWECK                            PIC X(30) VALUE SPACES.
       01 WS-SALDO-ANZEIGE                    PIC ZZ.ZZZ.ZZ9,99-.

       01 Betrag                              PIC 9(7)V99.
       01 Betrag-Formatiert                   PIC Z.ZZZ.ZZ9,99.
       01 WS-SUMME-ANZEIGE                    PIC ZZZ.ZZZ.ZZ9,99.

      *> Zeilen des Verarbeitungsberichts.
       01 WS-BERICHT-ZEILE                    PIC X(100).
       01 WS-POSTEN-ZEILE.
           05 WS-PZ-NR                        PIC ZZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-PZ-ZIEL                      PIC X(30).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-PZ-BETRAG                    PIC Z.ZZZ.ZZ9,99.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-PZ-ERGEBNIS                  PIC X(10).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-PZ-GRUND                     PIC X(35).


       procedure division.
       HAUPT-ABLAUF.
      *> Sammelueberweisung aus Datei: der Kassierer nimmt die vom
      *> Firmenkunden eingereichte Datei SAMMELIN an. Kopfsatz,
      *> Postenzahl und Kontrollsumme werden geprueft, eine schon
      *> verarbeitete Datei (Register SAMMREG) wird abgewiesen.
      *> Jeder Posten wird einzeln geprueft; die Summe der
      *> angenommenen Posten wird einmal gegen Guthaben und Dispo
      *> des Auftraggebers geprueft und in einer Buchung
      *> SAMMEL-SOLL belastet. Posten an Hauskonten werden mit
      *> SAMMEL-HABEN direkt gutgeschrieben, Posten an fremde
      *> Banken fuer den Clearing-Export in UEBAUSW vorgemerkt.
      *> Alle Buchungen tragen dieselbe TRANS-REF. Der Bericht je
      *> Auftrag nennt jeden Posten mit Ergebnis und Grund.
           display "===== Sammelueberweisung Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           move WS-JETZT(1:14) to WS-LAUF-ZEIT
           perform ABENDSPERRE-PRUEFEN
           perform KASSIERER-ANMELDEN

           open input SAMMEL-DATEI
           if WS-SAMMEL-STATUS not = "00"
               display "Keine Eingangsdatei SAMMELIN vorhanden "
                   "(Status " WS-SAMMEL-STATUS ") - nichts zu tun"
               close KASSIERER-DATEI
               stop run
           end-if
           open i-o KONTO-DATEI
           if not KONTO-STATUS-OK
               display "Keine Kontenstammdatei vorhanden (Status "
                   WS-KONTO-STATUS ") - es kann nichts gebucht "
                   "werden"
               close SAMMEL-DATEI
               close KASSIERER-DATEI
               move 8 to RETURN-CODE
               stop run
           end-if
           perform SITZUNG-ANMELDEN

           perform DATEI-EINLESEN
           close SAMMEL-DATEI
           if not AUFTRAG-ABGEWIESEN
               perform POSTEN-PRUEFEN
                   varying WS-IDX from 1 by 1
                   until WS-IDX > WS-ANZAHL-POSTEN
               perform KONTROLLWERTE-PRUEFEN
           end-if
           if not AUFTRAG-ABGEWIESEN
               perform REGISTER-PRUEFEN
           end-if
           if not AUFTRAG-ABGEWIESEN
               perform DECKUNG-PRUEFEN
           end-if
           if not AUFTRAG-ABGEWIESEN
               perform AUFTRAG-BESTAETIGEN
           end-if
           if not AUFTRAG-ABGEWIESEN
               perform AUFTRAG-BUCHEN
           end-if
           perform BERICHT-SCHREIBEN

           close KONTO-DATEI
           close KASSIERER-DATEI
           perform SITZUNG-ABMELDEN

           display " ".
           if AUFTRAG-GEBUCHT
               move WS-ANGENOMMEN-SUMME to WS-SUMME-ANZEIGE
               display "Belastet:                       "
                   WS-SUMME-ANZEIGE " Euro"
               display "Gutschriften an Hauskonten:     "
                   WS-ANZAHL-HAUS
               display "Vorgemerkt fuer fremde Banken:  "
                   WS-ANZAHL-FREMD
               display "Abgewiesene Posten:             "
                   WS-ANZAHL-ABGEWIESEN
           else
               display "Auftrag nicht gebucht: " WS-ABWEIS-GRUND
               move 8 to RETURN-CODE
           end-if
           if BUCHUNGS-FEHLER
               display "ACHTUNG: Buchungsfehler aufgetreten - der "
                   "Auftraggeber ist belastet, bitte Bericht "
                   "pruefen und Posten von Hand nacharbeiten!"
               move 8 to RETURN-CODE
           end-if
           display "Bericht: " WS-BERICHT-NAME.
           display "==========================================".
           stop run.

       ABENDSPERRE-PRUEFEN.
      *> Laeuft gerade der Abendlauf, wird nichts gebucht - die
      *> Buchungen wuerden sonst am Buchungsjournal und die Posten
      *> an fremde Banken am Clearing-Export vorbeigehen.
           open input ABENDSPR-DATEI
           if WS-ABENDSPR-STATUS = "00"
               read ABENDSPR-DATEI
                   at end
                       continue
                   not at end
                       if SPERRE-KZ = "LAUF"
                           display "Der Abendlauf laeuft gerade "
                               "(Sperre ABENDSPR vom "
                               SPERRE-DATUM ") - bitte warten, "
                               "bis er beendet ist"
                           close ABENDSPR-DATEI
                           stop run
                       end-if
               end-read
               close ABENDSPR-DATEI
           end-if.

       KASSIERER-ANMELDEN.
      *> Anmeldung gegen den Kassierer-Stamm wie in main.cob: nur
      *> eine bekannte, aktive Kennung mit richtigem Passwort darf
      *> eine Sammelueberweisung annehmen.
           open input KASSIERER-DATEI
           if WS-KASS-STATUS not = "00"
               display "Keine Kassierer-Stammdatei vorhanden "
                   "(Status " WS-KASS-STATUS ") - ohne Stamm "
                   "keine Buchung (Pflege ueber kassierer-stamm)"
               stop run
           end-if

           move SPACES to WS-KASSIERER-ID
           move "N" to WS-ANMELDE-OK
           move ZERO to WS-VERSUCHE
           perform until ANMELDE-OK
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               add 1 to WS-VERSUCHE
               display "Bitte melde dich mit deiner "
                   "Kassierer-Kennung an"
               accept WS-SUCH-KENNUNG
               if WS-SUCH-KENNUNG = SPACES
                   display "Die Kennung darf nicht leer sein"
               else
                   perform KASSIERER-SUCHEN
                   if not KASS-GEFUNDEN
                       display "Unbekannte Kennung!"
                   else if KASS-GESPERRT
                       display "Diese Kennung ist gesperrt - "
                           "bitte an die Kassenaufsicht wenden"
                   else
                       display "Passwort?"
                       accept WS-PASSWORT-EINGABE
                       if WS-PASSWORT-EINGABE = KASS-PASSWORT
                           move "J" to WS-ANMELDE-OK
                           move KASS-KENNUNG to WS-KASSIERER-ID
                           move KASS-LIMIT to WS-KASSIERER-LIMIT
                       else
                           display "Falsches Passwort!"
                       end-if
                   end-if
                   end-if
               end-if
           end-perform

           if not ANMELDE-OK
               display "Keine gueltige Anmeldung erhalten - "
                   "Programm wird beendet"
               close KASSIERER-DATEI
               stop run
           end-if

           move WS-KASSIERER-LIMIT to WS-KASS-LIMIT-ANZEIGE
           display "Angemeldet: " KASS-NAME " (" WS-KASSIERER-ID
               "), Buchungslimit " WS-KASS-LIMIT-ANZEIGE " Euro".

       KASSIERER-SUCHEN.
      *> Sucht den Stammsatz zur Kennung WS-SUCH-KENNUNG (s.
      *> main.cob); der Satz steht hinterher im Puffer.
           move "N" to WS-KASS-GEFUNDEN
           perform varying WS-KASS-REL-KEY from 1 by 1
                   until WS-KASS-REL-KEY > WS-MAX-KASS-NR
                   or KASS-GEFUNDEN
               read KASSIERER-DATEI
                   invalid key
                       continue
                   not invalid key
                       if KASS-KENNUNG = WS-SUCH-KENNUNG
                           move "J" to WS-KASS-GEFUNDEN
                       end-if
               end-read
           end-perform.

       SITZUNG-ANMELDEN.
      *> Erhoeht den Sitzungszaehler wie eine Schaltersitzung - der
      *> Abendlauf startet nicht, solange ein Auftrag gebucht wird.
           move ZERO to WS-SITZ-ZAEHLER
           open input SITZ-DATEI
           if WS-SITZ-STATUS = "00"
               read SITZ-DATEI
                   at end
                       continue
                   not at end
                       move SITZ-ANZAHL to WS-SITZ-ZAEHLER
               end-read
               close SITZ-DATEI
           end-if
           add 1 to WS-SITZ-ZAEHLER
           perform SITZ-ZAEHLER-SCHREIBEN.

       SITZUNG-ABMELDEN.
      *> Mindert den Sitzungszaehler am Programmende.
           move ZERO to WS-SITZ-ZAEHLER
           open input SITZ-DATEI
           if WS-SITZ-STATUS = "00"
               read SITZ-DATEI
                   at end
                       continue
                   not at end
                       move SITZ-ANZAHL to WS-SITZ-ZAEHLER
               end-read
               close SITZ-DATEI
           end-if
           if WS-SITZ-ZAEHLER > ZERO
               subtract 1 from WS-SITZ-ZAEHLER
           end-if
           perform SITZ-ZAEHLER-SCHREIBEN.

       SITZ-ZAEHLER-SCHREIBEN.
           open output SITZ-DATEI
           move WS-SITZ-ZAEHLER to SITZ-ANZAHL
           write SITZ-SATZ
           close SITZ-DATEI
           if WS-SITZ-STATUS not = "00"
               display "Warnung: Sitzungszaehler SITZZAHL konnte "
                   "nicht geschrieben werden (Status "
                   WS-SITZ-STATUS ")"
           end-if.

       DATEI-EINLESEN.
      *> Liest den Kopfsatz und alle Postensaetze in die Tabelle;
      *> Leerzeilen werden ueberlesen. Jeder Satz nach dem Kopf
      *> zaehlt als Posten, auch wenn er keiner ist - dann stimmt
      *> die Postenzahl nicht, oder der Posten wird abgewiesen.
           move "N" to WS-DATEI-ENDE
           perform until DATEI-ENDE or AUFTRAG-ABGEWIESEN
               read SAMMEL-DATEI
                   at end
                       move "J" to WS-DATEI-ENDE
                   not at end
                       if SAMK-SATZ not = SPACES
                           perform SATZ-UEBERNEHMEN
                       end-if
               end-read
           end-perform
           if not KOPF-GELESEN and not AUFTRAG-ABGEWIESEN
               move "Datei ist leer - kein Kopfsatz"
                   to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           end-if.

       SATZ-UEBERNEHMEN.
           if not KOPF-GELESEN
               perform KOPF-UEBERNEHMEN
           else
               if WS-ANZAHL-POSTEN >= WS-MAX-POSTEN
                   move SPACES to WS-ABWEIS-GRUND
                   string "Mehr als " WS-MAX-POSTEN " Posten - "
                       "Datei bitte aufteilen"
                       delimited by size into WS-ABWEIS-GRUND
                   perform AUFTRAG-ABWEISEN
               else
                   add 1 to WS-ANZAHL-POSTEN
                   perform POSTEN-UEBERNEHMEN
               end-if
           end-if.

       KOPF-UEBERNEHMEN.
      *> Der erste Satz muss ein vollstaendiger Kopfsatz mit
      *> gueltigem Belastungskonto und Auftragsnummer sein.
           move "J" to WS-KOPF-GELESEN
           if not SAMK-KOPF
               move "Erster Satz ist kein Kopfsatz (K)"
                   to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
           if SAMK-KONTO-NR not numeric
                   or SAMK-ERSTELL-DATUM not numeric
                   or SAMK-ANZAHL not numeric
                   or SAMK-SUMME not numeric
                   or SAMK-AUFTRAG-NR = SPACES
               move "Kopfsatz unvollstaendig oder nicht lesbar"
                   to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
               move SAMK-KONTO-NR to WS-AUFTRAG-KONTO-NR
               move SAMK-AUFTRAG-NR to WS-AUFTRAG-NR
               move SAMK-ERSTELL-DATUM to WS-AUFTRAG-ERSTELLT
               move SAMK-ANZAHL to WS-AUFTRAG-ANZAHL
               move SAMK-SUMME to WS-AUFTRAG-SUMME
               if WS-AUFTRAG-KONTO-NR = ZERO
                       or WS-AUFTRAG-KONTO-NR > WS-MAX-KONTO-NR
                   move "Belastungskonto im Kopfsatz ungueltig"
                       to WS-ABWEIS-GRUND
                   perform AUFTRAG-ABWEISEN
               end-if
           end-if
           end-if.

       POSTEN-UEBERNEHMEN.
      *> Uebernimmt den Satz in die Tabelle. Nicht lesbare Felder
      *> werden als 0 uebernommen und der Posten beim Pruefen
      *> abgewiesen.
           move WS-ANZAHL-POSTEN to WS-IDX
           move ZERO to WS-SP-KONTO-NR(WS-IDX)
           move ZERO to WS-SP-FREMD-BLZ(WS-IDX)
           move ZERO to WS-SP-FREMD-KONTO(WS-IDX)
           move ZERO to WS-SP-BETRAG(WS-IDX)
           move SPACES to WS-SP-ZWECK(WS-IDX)
           move SPACES to WS-SP-ZIEL(WS-IDX)
           move "N" to WS-SP-BETRAG-OK(WS-IDX)
           move SPACES to WS-SP-ERGEBNIS(WS-IDX)
           move SPACES to WS-SP-GRUND(WS-IDX)
           if not SAMP-POSTEN
               move "Satzart ungueltig (nicht P)"
                   to WS-SP-GRUND(WS-IDX)
           else
           if SAMP-BETRAG not numeric
               move "Betrag nicht lesbar" to WS-SP-GRUND(WS-IDX)
           else
               move SAMP-BETRAG to WS-SP-BETRAG(WS-IDX)
               move "J" to WS-SP-BETRAG-OK(WS-IDX)
               add SAMP-BETRAG to WS-POSTEN-SUMME
               if SAMP-KONTO-NR not numeric
                       or SAMP-FREMD-BLZ not numeric
                       or SAMP-FREMD-KONTO not numeric
                   move "Empfaenger nicht lesbar"
                       to WS-SP-GRUND(WS-IDX)
               else
                   move SAMP-KONTO-NR to WS-SP-KONTO-NR(WS-IDX)
                   move SAMP-FREMD-BLZ to WS-SP-FREMD-BLZ(WS-IDX)
                   move SAMP-FREMD-KONTO
                       to WS-SP-FREMD-KONTO(WS-IDX)
                   move SAMP-ZWECK to WS-SP-ZWECK(WS-IDX)
               end-if
           end-if
           end-if.

       POSTEN-PRUEFEN.
      *> Prueft einen Posten: Betrag groesser 0, genau ein
      *> Empfaenger (Hauskonto oder BLZ/Fremdkonto), Hauskonto
      *> vorhanden, aktiv und nicht das Belastungskonto selbst.
           if WS-SP-GRUND(WS-IDX) = SPACES
               if WS-SP-BETRAG(WS-IDX) = ZERO
                   move "Betrag ist 0" to WS-SP-GRUND(WS-IDX)
               else
               if WS-SP-KONTO-NR(WS-IDX) not = ZERO
                   if WS-SP-FREMD-BLZ(WS-IDX) not = ZERO
                           or WS-SP-FREMD-KONTO(WS-IDX) not = ZERO
                       move "Empfaenger nicht eindeutig"
                           to WS-SP-GRUND(WS-IDX)
                   else
                       perform HAUSKONTO-PRUEFEN
                   end-if
               else
                   if WS-SP-FREMD-BLZ(WS-IDX) = ZERO
                           or WS-SP-FREMD-KONTO(WS-IDX) = ZERO
                       move "Empfaenger fehlt (BLZ/Konto)"
                           to WS-SP-GRUND(WS-IDX)
                   else
                       move "F" to WS-SP-ZIEL(WS-IDX)
                   end-if
               end-if
               end-if
           end-if
           if WS-SP-ZIEL(WS-IDX) = SPACES
               move "ABGEWIESEN" to WS-SP-ERGEBNIS(WS-IDX)
               add 1 to WS-ANZAHL-ABGEWIESEN
           else
               add 1 to WS-ANZAHL-ANGENOMMEN
               add WS-SP-BETRAG(WS-IDX) to WS-ANGENOMMEN-SUMME
           end-if.

       HAUSKONTO-PRUEFEN.
           if WS-SP-KONTO-NR(WS-IDX) = WS-AUFTRAG-KONTO-NR
               move "Empfaenger ist das Belastungskonto"
                   to WS-SP-GRUND(WS-IDX)
           else
           if WS-SP-KONTO-NR(WS-IDX) > WS-MAX-KONTO-NR
               move "Konto unbekannt" to WS-SP-GRUND(WS-IDX)
           else
               move WS-SP-KONTO-NR(WS-IDX) to WS-KONTO-REL-KEY
               read KONTO-DATEI
                   invalid key
                       move "Konto unbekannt"
                           to WS-SP-GRUND(WS-IDX)
                   not invalid key
                       if KONTO-AKTIV
                           move "H" to WS-SP-ZIEL(WS-IDX)
                       else
                           move "Konto gesperrt oder geschlossen"
                               to WS-SP-GRUND(WS-IDX)
                       end-if
               end-read
           end-if
           end-if.

       KONTROLLWERTE-PRUEFEN.
      *> Postenzahl und Summe aller lesbaren Betraege muessen den
      *> Kontrollwerten des Kopfsatzes entsprechen; sonst ist die
      *> Datei unvollstaendig oder verfaelscht und wird als Ganzes
      *> abgewiesen. Abgewiesene Einzelposten zaehlen mit.
           if WS-ANZAHL-POSTEN not = WS-AUFTRAG-ANZAHL
               move SPACES to WS-ABWEIS-GRUND
               string "Postenzahl " WS-ANZAHL-POSTEN
                   " weicht vom Kontrollwert " WS-AUFTRAG-ANZAHL
                   " ab" delimited by size into WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
           if WS-POSTEN-SUMME not = WS-AUFTRAG-SUMME
               move WS-POSTEN-SUMME to WS-SUMME-ANZEIGE
               move SPACES to WS-ABWEIS-GRUND
               string "Postensumme " WS-SUMME-ANZEIGE
                   " weicht von der Kontrollsumme ab"
                   delimited by size into WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
           if WS-ANZAHL-ANGENOMMEN = ZERO
               move "Kein Posten ist buchbar" to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
           if WS-ANGENOMMEN-SUMME > WS-MAX-BUCHUNG
               move "Summe ueber 9.999.999,99 Euro - bitte aufteilen"
                   to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           end-if
           end-if
           end-if
           end-if.

       REGISTER-PRUEFEN.
      *> Sucht den Auftrag im Register der verbuchten Auftraege.
      *> Ohne Register (noch nie ein Auftrag verbucht) gibt es
      *> keinen Treffer.
           move "N" to WS-SREG-GEFUNDEN
           open input SREG-DATEI
           if WS-SREG-STATUS = "00"
               move "N" to WS-DATEI-ENDE
               perform until DATEI-ENDE or SREG-GEFUNDEN
                   read SREG-DATEI
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           perform REGISTER-VERGLEICHEN
                   end-read
               end-perform
               close SREG-DATEI
           end-if
           if SREG-GEFUNDEN
               move SPACES to WS-ABWEIS-GRUND
               string "Datei wurde bereits am " WS-SREG-DATUM
                   " verarbeitet" delimited by size
                   into WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           end-if.

       REGISTER-VERGLEICHEN.
           if SREG-KONTO-NR = WS-AUFTRAG-KONTO-NR
               if SREG-AUFTRAG-NR = WS-AUFTRAG-NR
                       or (SREG-ERSTELL-DATUM = WS-AUFTRAG-ERSTELLT
                       and SREG-ANZAHL = WS-AUFTRAG-ANZAHL
                       and SREG-SUMME = WS-AUFTRAG-SUMME)
                   move "J" to WS-SREG-GEFUNDEN
                   move SREG-VERARB-DATUM to WS-SREG-DATUM
               end-if
           end-if.

       DECKUNG-PRUEFEN.
      *> Prueft das Belastungskonto einmal fuer den ganzen Auftrag
      *> mit denselben Regeln wie am Schalter: Konto aktiv,
      *> Festgeld gekuendigt, Summe der angenommenen Posten durch
      *> Guthaben und Dispo (nur Girokonten) gedeckt. Reicht die
      *> Deckung nicht, wird der ganze Auftrag abgewiesen.
           move WS-AUFTRAG-KONTO-NR to WS-KONTO-REL-KEY
           read KONTO-DATEI
               invalid key
                   move "Belastungskonto unbekannt"
                       to WS-ABWEIS-GRUND
                   perform AUFTRAG-ABWEISEN
               not invalid key
                   perform DECKUNG-BERECHNEN
           end-read.

       DECKUNG-BERECHNEN.
           move KONTO-INHABER to WS-AUFTRAG-INHABER
           if not KONTO-AKTIV
               move "Belastungskonto gesperrt oder geschlossen"
                   to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
           if KONTO-FESTGELD
                   and (KONTO-KUENDIGUNG-DATUM = ZERO
                   or KONTO-KUENDIGUNG-DATUM > WS-HEUTE)
               move "Festgeldkonto nicht gekuendigt"
                   to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
               if KONTO-SPAR or KONTO-FESTGELD
                   move ZERO to WS-QUELLE-DISPO
               else
                   move KONTO-DISPO-LIMIT to WS-QUELLE-DISPO
               end-if
               compute WS-VERFUEGBAR =
                   KONTO-GUTHABEN + WS-QUELLE-DISPO
               if WS-ANGENOMMEN-SUMME > WS-VERFUEGBAR
                   move WS-VERFUEGBAR to WS-VERFUEGBAR-ANZEIGE
                   move SPACES to WS-ABWEIS-GRUND
                   string "Nicht gedeckt - verfuegbar "
                       WS-VERFUEGBAR-ANZEIGE " Euro"
                       delimited by size into WS-ABWEIS-GRUND
                   perform AUFTRAG-ABWEISEN
               end-if
           end-if
           end-if.

       AUFTRAG-BESTAETIGEN.
      *> Zeigt den geprueften Auftrag und laesst ihn vom Kassierer
      *> freigeben. Liegt die Summe ueber seinem Buchungslimit,
      *> braucht der Auftrag zusaetzlich die Vier-Augen-Freigabe
      *> eines zweiten Kassierers; ohne sie wird er abgewiesen.
           display " "
           display "Auftrag " WS-AUFTRAG-NR " vom "
               WS-AUFTRAG-ERSTELLT ", Konto " WS-AUFTRAG-KONTO-NR
               " (" WS-AUFTRAG-INHABER ")"
           display "Posten angenommen:              "
               WS-ANZAHL-ANGENOMMEN
           display "Posten abgewiesen:              "
               WS-ANZAHL-ABGEWIESEN
           move WS-ANGENOMMEN-SUMME to WS-SUMME-ANZEIGE
           display "Zu belasten:                    "
               WS-SUMME-ANZEIGE " Euro"
           display "Auftrag buchen? (J/N)"
           accept WS-JN-EINGABE
           if WS-JN-EINGABE not = "J" and WS-JN-EINGABE not = "j"
               move "Vom Kassierer nicht freigegeben"
                   to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
               perform LIMIT-FREIGABE-PRUEFEN
               if not LIMIT-FREIGEGEBEN
                   move "Keine Vier-Augen-Freigabe ueber Limit"
                       to WS-ABWEIS-GRUND
                   perform AUFTRAG-ABWEISEN
               end-if
           end-if.

       LIMIT-FREIGABE-PRUEFEN.
      *> Prueft die Summe des Auftrags gegen das Limit des
      *> angemeldeten Kassierers (s. main.cob).
           move "J" to WS-LIMIT-FREIGEGEBEN
           move SPACES to WS-FREIGEBER-ID
           if WS-ANGENOMMEN-SUMME > WS-KASSIERER-LIMIT
               move "N" to WS-LIMIT-FREIGEGEBEN
               move WS-KASSIERER-LIMIT to WS-KASS-LIMIT-ANZEIGE
               display "Die Summe uebersteigt dein Buchungslimit "
                   "von " WS-KASS-LIMIT-ANZEIGE " Euro - Freigabe "
                   "durch einen zweiten Kassierer erforderlich"
               perform VIER-AUGEN-FREIGABE
           end-if.

       VIER-AUGEN-FREIGABE.
      *> Holt die Freigabe eines zweiten Kassierers am Terminal
      *> ein wie in main.cob: andere Kennung als der Annehmende,
      *> aktiver Stammsatz, richtiges Passwort und ein eigenes
      *> Limit, das die Summe deckt - mit derselben
      *> Versuchsobergrenze wie die Anmeldung.
           move ZERO to WS-VERSUCHE
           perform until LIMIT-FREIGEGEBEN
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               add 1 to WS-VERSUCHE
               display "Kennung des freigebenden Kassierers?"
               accept WS-SUCH-KENNUNG
               if WS-SUCH-KENNUNG = WS-KASSIERER-ID
                   display "Die Freigabe muss ein anderer "
                       "Kassierer erteilen"
               else
                   perform KASSIERER-SUCHEN
                   if not KASS-GEFUNDEN
                       display "Unbekannte Kennung!"
                   else if KASS-GESPERRT
                       display "Diese Kennung ist gesperrt und "
                           "kann nicht freigeben"
                   else if WS-ANGENOMMEN-SUMME > KASS-LIMIT
                       move KASS-LIMIT to WS-KASS-LIMIT-ANZEIGE
                       display "Das Limit des Freigebers ("
                           WS-KASS-LIMIT-ANZEIGE " Euro) deckt "
                           "die Summe nicht"
                   else
                       display "Passwort des Freigebers?"
                       accept WS-PASSWORT-EINGABE
                       if WS-PASSWORT-EINGABE = KASS-PASSWORT
                           move "J" to WS-LIMIT-FREIGEGEBEN
                           move KASS-KENNUNG to WS-FREIGEBER-ID
                           display "Freigabe erteilt durch "
                               WS-FREIGEBER-ID
                       else
                           display "Falsches Passwort!"
                       end-if
                   end-if
               end-if
           end-perform.

       AUFTRAG-BUCHEN.
      *> Oeffnet Tagesprotokoll und Ausgangsdatei, prueft die
      *> Deckung unmittelbar vor der Buchung noch einmal (der
      *> Saldo kann sich seit der Pruefung geaendert haben) und
      *> belastet den Auftraggeber. Erst danach werden die Posten
      *> ausgefuehrt und der Auftrag im Register eingetragen.
           perform BUCHUNGSDATEIEN-OEFFNEN
           if not AUFTRAG-ABGEWIESEN
               perform DECKUNG-PRUEFEN
               if not AUFTRAG-ABGEWIESEN
                   perform SAMMLER-BELASTEN
               end-if
               close TRANS-DATEI
               close UEBAUSW-DATEI
           end-if.

       BUCHUNGSDATEIEN-OEFFNEN.
      *> Tagesprotokoll und Ausgangsdatei werden angehaengt bzw.
      *> angelegt (derselbe Weg wie in main.cob); ohne beide wird
      *> nichts gebucht.
           open extend TRANS-DATEI
           if WS-TRANS-STATUS = "35"
               open output TRANS-DATEI
               close TRANS-DATEI
               open extend TRANS-DATEI
           end-if
           if not TRANS-STATUS-OK
               move SPACES to WS-ABWEIS-GRUND
               string "Tagesprotokoll nicht verfuegbar (Status "
                   WS-TRANS-STATUS ")" delimited by size
                   into WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           else
               open extend UEBAUSW-DATEI
               if WS-UEBAUSW-STATUS = "35"
                   open output UEBAUSW-DATEI
                   close UEBAUSW-DATEI
                   open extend UEBAUSW-DATEI
               end-if
               if WS-UEBAUSW-STATUS not = "00"
                   move SPACES to WS-ABWEIS-GRUND
                   string "Ausgangsdatei UEBAUSW nicht verfuegbar "
                       "(Status " WS-UEBAUSW-STATUS ")"
                       delimited by size into WS-ABWEIS-GRUND
                   perform AUFTRAG-ABWEISEN
                   close TRANS-DATEI
               end-if
           end-if.

       SAMMLER-BELASTEN.
      *> Eine Belastung SAMMEL-SOLL ueber die Summe der
      *> angenommenen Posten; ihre Referenz tragen alle Buchungen
      *> des Auftrags. Der Verwendungszweck nennt die
      *> Auftragsnummer des Kunden.
           move FUNCTION CURRENT-DATE to WS-JETZT
           compute WS-TRANS-REF = FUNCTION NUMVAL(WS-JETZT(1:14))
           move WS-AUFTRAG-KONTO-NR to WS-BUCHUNG-KONTO-NR
           move KONTO-GUTHABEN to WS-BUCHUNG-SALDO
           move WS-ANGENOMMEN-SUMME to Betrag
           move "SAMMEL-SOLL" to WS-TRANS-ART
           move ZERO to WS-GEGENKONTO
           move SPACES to WS-ZWECK
           string "SAMMELAUFTRAG " WS-AUFTRAG-NR
               delimited by size into WS-ZWECK
           perform BETRAG-BELASTEN
           if KONTO-SPEICHERN-OK
               move "J" to WS-AUFTRAG-GEBUCHT
               move WS-BUCHUNG-SALDO to WS-SALDO-ANZEIGE
               display "Konto " WS-BUCHUNG-KONTO-NR ": SAMMEL-SOLL "
                   Betrag-Formatiert " Euro, neuer Saldo "
                   WS-SALDO-ANZEIGE " Euro"
               display "Buchungsreferenz: " WS-TRANS-REF
               perform POSTEN-AUSFUEHREN
                   varying WS-IDX from 1 by 1
                   until WS-IDX > WS-ANZAHL-POSTEN
               perform REGISTER-EINTRAGEN
           else
               move "Belastung des Auftraggebers fehlgeschlagen"
                   to WS-ABWEIS-GRUND
               perform AUFTRAG-ABWEISEN
           end-if.

       POSTEN-AUSFUEHREN.
           if WS-SP-ZIEL(WS-IDX) = "H"
               perform HAUSPOSTEN-GUTSCHREIBEN
           end-if
           if WS-SP-ZIEL(WS-IDX) = "F"
               perform FREMDPOSTEN-VORMERKEN
           end-if.

       HAUSPOSTEN-GUTSCHREIBEN.
      *> Gutschrift SAMMEL-HABEN mit dem Auftraggeber als
      *> Gegenkonto und dem Verwendungszweck des Postens.
           move WS-SP-KONTO-NR(WS-IDX) to WS-KONTO-REL-KEY
           read KONTO-DATEI
           if KONTO-STATUS-OK
               move WS-SP-KONTO-NR(WS-IDX) to WS-BUCHUNG-KONTO-NR
               move KONTO-GUTHABEN to WS-BUCHUNG-SALDO
               move WS-SP-BETRAG(WS-IDX) to Betrag
               move "SAMMEL-HABEN" to WS-TRANS-ART
               move WS-AUFTRAG-KONTO-NR to WS-GEGENKONTO
               move WS-SP-ZWECK(WS-IDX) to WS-ZWECK
               perform BETRAG-GUTSCHREIBEN
           else
               move "N" to WS-KONTO-SPEICHERN-OK
           end-if
           if KONTO-SPEICHERN-OK
               add 1 to WS-ANZAHL-HAUS
               move "GEBUCHT" to WS-SP-ERGEBNIS(WS-IDX)
           else
               move "J" to WS-BUCHUNGS-FEHLER
               move "FEHLER" to WS-SP-ERGEBNIS(WS-IDX)
               move "Gutschrift fehlgeschlagen - nacharbeiten"
                   to WS-SP-GRUND(WS-IDX)
           end-if.

       FREMDPOSTEN-VORMERKEN.
      *> Zahlungssatz fuer den Clearing-Export wie bei einer
      *> Ueberweisung an eine fremde Bank am Schalter: unser Konto
      *> ist das belastete Konto des Auftraggebers.
           move "S" to UEB-RICHTUNG
           move WS-AUFTRAG-KONTO-NR to UEB-KONTO-NR
           move WS-SP-BETRAG(WS-IDX) to UEB-BETRAG
           move WS-SP-FREMD-BLZ(WS-IDX) to UEB-FREMD-BLZ
           move WS-SP-FREMD-KONTO(WS-IDX) to UEB-FREMD-KONTO
           move WS-SP-ZWECK(WS-IDX) to UEB-ZWECK
           write UEB-SATZ
           if WS-UEBAUSW-STATUS = "00"
               add 1 to WS-ANZAHL-FREMD
               move "VORGEMERKT" to WS-SP-ERGEBNIS(WS-IDX)
           else
               move "J" to WS-BUCHUNGS-FEHLER
               move "FEHLER" to WS-SP-ERGEBNIS(WS-IDX)
               move "UEBAUSW nicht geschrieben - melden"
                   to WS-SP-GRUND(WS-IDX)
           end-if.

       REGISTER-EINTRAGEN.
      *> Traegt den verbuchten Auftrag ins Register ein; existiert
      *> es noch nicht, wird es angelegt. Ohne Eintrag wuerde eine
      *> zweite Einreichung nicht erkannt - das wird gemeldet.
           open extend SREG-DATEI
           if WS-SREG-STATUS = "35"
               open output SREG-DATEI
               close SREG-DATEI
               open extend SREG-DATEI
           end-if
           if WS-SREG-STATUS = "00"
               move WS-AUFTRAG-KONTO-NR to SREG-KONTO-NR
               move WS-AUFTRAG-NR to SREG-AUFTRAG-NR
               move WS-AUFTRAG-ERSTELLT to SREG-ERSTELL-DATUM
               move WS-AUFTRAG-ANZAHL to SREG-ANZAHL
               move WS-AUFTRAG-SUMME to SREG-SUMME
               move WS-LAUF-ZEIT(1:8) to SREG-VERARB-DATUM
               move WS-LAUF-ZEIT(9:6) to SREG-VERARB-ZEIT
               move WS-KASSIERER-ID to SREG-KENNUNG
               move WS-FREIGEBER-ID to SREG-FREIGEBER
               move WS-TRANS-REF to SREG-REF
               move WS-ANGENOMMEN-SUMME to SREG-GEBUCHT-SUMME
               move WS-ANZAHL-ABGEWIESEN to SREG-ANZAHL-ABGEWIESEN
               write SREG-SATZ
               close SREG-DATEI
           end-if
           if WS-SREG-STATUS not = "00"
               display "ACHTUNG: Auftrag ist gebucht, konnte aber "
                   "nicht im Register SAMMREG eingetragen werden "
                   "(Status " WS-SREG-STATUS ") - eine zweite "
                   "Einreichung wird nicht erkannt!"
           end-if.

       AUFTRAG-ABWEISEN.
      *> Weist den Auftrag mit vorbelegtem WS-ABWEIS-GRUND als
      *> Ganzes ab.
           move "J" to WS-AUFTRAG-ABGEWIESEN
           display "Auftrag abgewiesen: " WS-ABWEIS-GRUND.

       BERICHT-SCHREIBEN.
      *> Verarbeitungsbericht des Auftrags: Kopfdaten, Ergebnis und
      *> je Posten Empfaenger, Betrag, Ergebnis und Grund. Er wird
      *> auch fuer einen abgewiesenen Auftrag geschrieben, damit der
      *> Kunde den Grund erfaehrt.
           move SPACES to WS-BERICHT-NAME
           string "SAMM" WS-AUFTRAG-KONTO-NR "-" WS-LAUF-ZEIT
               delimited by size into WS-BERICHT-NAME
           display "SAMMLIST" upon environment-name
           display WS-BERICHT-NAME upon environment-value
           open output BERICHT-DATEI
           if WS-BERICHT-STATUS not = "00"
               display "Bericht " WS-BERICHT-NAME " kann nicht "
                   "geschrieben werden (Status " WS-BERICHT-STATUS
                   ")"
           else
               perform BERICHT-KOPF-SCHREIBEN
               perform BERICHT-POSTEN-SCHREIBEN
                   varying WS-IDX from 1 by 1
                   until WS-IDX > WS-ANZAHL-POSTEN
               perform BERICHT-FUSS-SCHREIBEN
               close BERICHT-DATEI
           end-if.

       BERICHT-KOPF-SCHREIBEN.
           move "SAMMELUEBERWEISUNG ERKAN-BANK - VERARBEITUNGSBERICHT"
               to WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN
           move SPACES to WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN
           string "Auftrag " WS-AUFTRAG-NR " vom "
               WS-AUFTRAG-ERSTELLT "   Belastungskonto "
               WS-AUFTRAG-KONTO-NR " " WS-AUFTRAG-INHABER
               delimited by size into WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN
           move SPACES to WS-BERICHT-ZEILE
           string "Verarbeitet " WS-LAUF-ZEIT(1:8) " "
               WS-LAUF-ZEIT(9:6) "   Kennung " WS-KASSIERER-ID
               delimited by size into WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN
           if WS-FREIGEBER-ID not = SPACES
               move SPACES to WS-BERICHT-ZEILE
               string "Vier-Augen-Freigabe durch " WS-FREIGEBER-ID
                   delimited by size into WS-BERICHT-ZEILE
               perform BERICHT-ZEILE-SCHREIBEN
           end-if
           move WS-AUFTRAG-SUMME to WS-SUMME-ANZEIGE
           move SPACES to WS-BERICHT-ZEILE
           string "Kontrollwerte: " WS-AUFTRAG-ANZAHL " Posten, "
               "Summe " WS-SUMME-ANZEIGE " Euro"
               delimited by size into WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN
           move SPACES to WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN
           string "   NR  EMPFAENGER                      "
               "      BETRAG  ERGEBNIS    GRUND"
               delimited by size into WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN.

       BERICHT-POSTEN-SCHREIBEN.
      *> Bei einem abgewiesenen Auftrag steht bei den angenommenen
      *> Posten NICHT GEB. - gebucht wurde keiner.
           move WS-IDX to WS-PZ-NR
           move SPACES to WS-PZ-ZIEL
           if WS-SP-KONTO-NR(WS-IDX) not = ZERO
               string "Konto " WS-SP-KONTO-NR(WS-IDX)
                   delimited by size into WS-PZ-ZIEL
           else
               string "BLZ " WS-SP-FREMD-BLZ(WS-IDX) " Kto "
                   WS-SP-FREMD-KONTO(WS-IDX)
                   delimited by size into WS-PZ-ZIEL
           end-if
           move WS-SP-BETRAG(WS-IDX) to WS-PZ-BETRAG
           move WS-SP-ERGEBNIS(WS-IDX) to WS-PZ-ERGEBNIS
           if WS-PZ-ERGEBNIS = SPACES
               move "NICHT GEB." to WS-PZ-ERGEBNIS
           end-if
           move WS-SP-GRUND(WS-IDX) to WS-PZ-GRUND
           move WS-POSTEN-ZEILE to WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN.

       BERICHT-FUSS-SCHREIBEN.
           move SPACES to WS-BERICHT-ZEILE
           perform BERICHT-ZEILE-SCHREIBEN
           if AUFTRAG-GEBUCHT
               move WS-ANGENOMMEN-SUMME to WS-SUMME-ANZEIGE
               string "ERGEBNIS: GEBUCHT - belastet "
                   WS-SUMME-ANZEIGE " Euro, Referenz " WS-TRANS-REF
                   delimited by size into WS-BERICHT-ZEILE
               perform BERICHT-ZEILE-SCHREIBEN
               move SPACES to WS-BERICHT-ZEILE
               string "Hauskonten " WS-ANZAHL-HAUS
                   ", fremde Banken " WS-ANZAHL-FREMD
                   ", abgewiesen " WS-ANZAHL-ABGEWIESEN
                   delimited by size into WS-BERICHT-ZEILE
               perform BERICHT-ZEILE-SCHREIBEN
               if BUCHUNGS-FEHLER
                   string "ACHTUNG: Posten mit FEHLER sind belastet, "
                       "aber nicht ausgefuehrt - nacharbeiten!"
                       delimited by size into WS-BERICHT-ZEILE
                   perform BERICHT-ZEILE-SCHREIBEN
               end-if
           else
               string "ERGEBNIS: AUFTRAG ABGEWIESEN - "
                   WS-ABWEIS-GRUND delimited by size
                   into WS-BERICHT-ZEILE
               perform BERICHT-ZEILE-SCHREIBEN
           end-if.

       BERICHT-ZEILE-SCHREIBEN.
           write BERICHT-SATZ from WS-BERICHT-ZEILE
           move SPACES to WS-BERICHT-ZEILE.

       BETRAG-GUTSCHREIBEN.
      *> Wie in main.cob: WS-BUCHUNG-KONTO-NR/-SALDO und Betrag
      *> sind vorbelegt, WS-BUCHUNG-SALDO traegt hinterher den
      *> neuen Saldo.
           move Betrag to Betrag-Formatiert
           add Betrag to WS-BUCHUNG-SALDO
           perform KONTO-SPEICHERN
           if KONTO-SPEICHERN-OK
               perform TRANSAKTION-PROTOKOLLIEREN
           end-if.

       BETRAG-BELASTEN.
      *> Belastung wie in main.cob, analog zu BETRAG-GUTSCHREIBEN.
           move Betrag to Betrag-Formatiert
           subtract Betrag from WS-BUCHUNG-SALDO
           perform KONTO-SPEICHERN
           if KONTO-SPEICHERN-OK
               perform TRANSAKTION-PROTOKOLLIEREN
           end-if.

       KONTO-SPEICHERN.
      *> Schreibt WS-BUCHUNG-SALDO in den Kontostammsatz zurueck
      *> (s. main.cob); gesperrte und geschlossene Konten lehnen
      *> die Buchung ab.
           move "N" to WS-KONTO-SPEICHERN-OK
           move WS-BUCHUNG-KONTO-NR to WS-KONTO-REL-KEY
           read KONTO-DATEI
           if KONTO-STATUS-OK and not KONTO-AKTIV
               display "Konto " WS-BUCHUNG-KONTO-NR " ist gesperrt "
                   "oder geschlossen (" KONTO-STATUS-GRUND
                   ") - Buchung abgelehnt"
           else
           if KONTO-STATUS-OK
               move WS-BUCHUNG-SALDO to KONTO-GUTHABEN
               rewrite KONTO-SATZ
               if KONTO-STATUS-OK
                   move "J" to WS-KONTO-SPEICHERN-OK
               else
                   display "Fehler beim Speichern von Konto "
                       WS-BUCHUNG-KONTO-NR " (Status "
                       WS-KONTO-STATUS ") - Buchung abgebrochen"
               end-if
           else
               display "Fehler beim Lesen von Konto "
                   WS-BUCHUNG-KONTO-NR " (Status " WS-KONTO-STATUS
                   ") - Buchung abgebrochen"
           end-if
           end-if.

       TRANSAKTION-PROTOKOLLIEREN.
      *> Haengt die Buchung an das Tagesprotokoll an - mit der
      *> gemeinsamen Referenz des Auftrags, der Kennung des
      *> Kassierers, der ihn angenommen hat, und ggf. der des
      *> Freigebers.
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to TRANS-DATUM
           move WS-JETZT(9:6) to TRANS-ZEIT
           move WS-BUCHUNG-KONTO-NR to TRANS-KONTO-NR
           move WS-TRANS-ART to TRANS-ART
           move Betrag to TRANS-BETRAG
           move WS-BUCHUNG-SALDO to TRANS-SALDO-NACH
           move WS-TRANS-REF to TRANS-REF
           move WS-KASSIERER-ID to TRANS-KASSIERER
           move WS-FREIGEBER-ID to TRANS-FREIGEBER
           move WS-GEGENKONTO to TRANS-GEGENKONTO
           move WS-ZWECK to TRANS-ZWECK
           write TRANS-SATZ
           if not TRANS-STATUS-OK
               display "Fehler beim Schreiben des Tagesprotokolls "
                   "fuer Konto " WS-BUCHUNG-KONTO-NR " (Status "
                   WS-TRANS-STATUS ") - Buchung wurde gespeichert, "
                   "aber nicht protokolliert!"
           end-if.

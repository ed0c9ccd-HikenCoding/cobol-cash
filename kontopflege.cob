               organization is line sequential
               file status is WS-TRANS-STATUS.

      *> Kassierer-Stammdatei (s. copybooks/kassierer-satz.cpy):
      *> Anmeldung des Bearbeiters wie in main.cob, seine Kennung
      *> steht in jedem Beleg.
           select KASSIERER-DATEI assign to "KASSDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KASS-REL-KEY
               file status is WS-KASS-STATUS.

       data division.
       file section.
       fd  KONTO-DATEI.
       fd  TRANS-DATEI.
       copy "trans-satz.cpy".

       fd  KASSIERER-DATEI.
       copy "kassierer-satz.cpy".

       working-storage section.

       01 WS-KONTO-REL-KEY                    PIC 9(6).

       01 WS-JETZT                            PIC X(21).

      *> Anmeldung wie in main.cob; die Kennung wandert als
      *> TRANS-KASSIERER in den Belegsatz, damit die Revision
      *> jeden Eingriff einem Bearbeiter zuordnen kann.
       01 WS-KASSIERER-ID                     PIC X(8).
       01 WS-KASS-REL-KEY                     PIC 9(4).
       01 WS-KASS-STATUS                      PIC XX.
       01 WS-MAX-KASS-NR                      PIC 9(4) VALUE 999.
       01 WS-SUCH-KENNUNG                     PIC X(8).
       01 WS-KASS-GEFUNDEN                    PIC X VALUE "N".
           88 KASS-GEFUNDEN                   VALUE "J".
       01 WS-PASSWORT-EINGABE                 PIC X(8).
       01 WS-ANMELDE-OK                       PIC X VALUE "N".
           88 ANMELDE-OK                      VALUE "J".

       01 WS-WAHL                             PIC 9(1).
       01 WS-PFLEGE-KONTO-NR                  PIC 9(6).
       01 WS-STATUS-EINGABE                   PIC X(1).
      *> geschlossene Konten lehnen bank-auswahl (main.cob) und
      *> dauerauftrag-lauf.cob ab.
           display "===== Kontopflege Erkan-Bank =====".
           perform KASSIERER-ANMELDEN

           open i-o KONTO-DATEI
           if not KONTO-STATUS-OK
           display "==================================".
           stop run.

       KASSIERER-ANMELDEN.
      *> Anmeldung gegen den Kassierer-Stamm wie in main.cob: nur
      *> eine bekannte, aktive Kennung mit richtigem Passwort darf
      *> den Kontostamm pflegen. Der Stamm wird danach nicht mehr
      *> gebraucht.
           open input KASSIERER-DATEI
           if WS-KASS-STATUS not = "00"
               display "Keine Kassierer-Stammdatei vorhanden "
                   "(Status " WS-KASS-STATUS ") - ohne Stamm "
                   "keine Pflege (Pflege ueber kassierer-stamm)"
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
                       else
                           display "Falsches Passwort!"
                       end-if
                   end-if
                   end-if
               end-if
           end-perform

           close KASSIERER-DATEI
           if not ANMELDE-OK
               display "Keine gueltige Anmeldung erhalten - "
                   "Programm wird beendet"
               stop run
           end-if

           display "Angemeldet: " KASS-NAME " (" WS-KASSIERER-ID
               ")".

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

       KONTO-AUSWAEHLEN.
      *> Fragt die Kontonummer ab und laedt den Satz - mit derselben
      *> Versuchsobergrenze wie die Eingaben in main.cob.
           move ZERO to TRANS-BETRAG
           move KONTO-GUTHABEN to TRANS-SALDO-NACH
           move ZERO to TRANS-REF
           move WS-KASSIERER-ID to TRANS-KASSIERER
           move SPACES to TRANS-FREIGEBER
           move ZERO to TRANS-GEGENKONTO
           move SPACES to TRANS-ZWECK

       identification division.
        program-id. vollmachtstamm.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Vollmachtsdatei: ORGANIZATION RELATIVE mit VM-NR als
      *> RELATIVE KEY, nach demselben Muster wie KONTODAT (s.
      *> copybooks/vollmacht-satz.cpy).
           select VOLLMACHT-DATEI assign to "VOLLDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-VM-REL-KEY
               file status is WS-VM-STATUS.

      *> Pflegeprotokoll: jede Anlage und jeder Widerruf wird
      *> fortlaufend angehaengt (s. copybooks/vollprot-satz.cpy).
           select VPROT-DATEI assign to "VOLLPROT"
               organization is line sequential
               file status is WS-VPROT-STATUS.

      *> Kontenstammdatei, nur gelesen: eine Vollmacht wird nur
      *> fuer ein vorhandenes, nicht geschlossenes Konto erteilt.
           select KONTO-DATEI assign to "KONTODAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KONTO-REL-KEY
               file status is WS-KONTO-STATUS.

      *> Kundenstammdatei, nur gelesen: der Berechtigte muss als
      *> Kunde erfasst sein (s. kundenstamm.cob).
           select KUNDEN-DATEI assign to "KUNDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KUNDE-REL-KEY
               file status is WS-KUNDE-STATUS.

      *> Kassierer-Stammdatei (s. copybooks/kassierer-satz.cpy):
      *> Anmeldung des Bearbeiters wie in kontopflege.cob, seine
      *> Kennung steht in jedem Protokollsatz.
           select KASSIERER-DATEI assign to "KASSDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KASS-REL-KEY
               file status is WS-KASS-STATUS.

       data division.
       file section.
       fd  VOLLMACHT-DATEI.
       copy "vollmacht-satz.cpy".

       fd  VPROT-DATEI.
       copy "vollprot-satz.cpy".

       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       fd  KUNDEN-DATEI.
       copy "kunden-satz.cpy".

       fd  KASSIERER-DATEI.
       copy "kassierer-satz.cpy".

       working-storage section.

       01 WS-VM-REL-KEY                       PIC 9(6).
       01 WS-VM-STATUS                        PIC XX.
           88 VM-STATUS-OK                    VALUE "00".
           88 VM-STATUS-NICHT-GEFUNDEN        VALUE "23", "35".
       01 WS-VPROT-STATUS                     PIC XX.
       01 WS-KONTO-REL-KEY                    PIC 9(6).
       01 WS-KONTO-STATUS                     PIC XX.
           88 KONTO-STATUS-OK                 VALUE "00".
       01 WS-KUNDE-REL-KEY                    PIC 9(6).
       01 WS-KUNDE-STATUS                     PIC XX.
           88 KUNDE-STATUS-OK                 VALUE "00".

      *> Anmeldung wie in kontopflege.cob; die Kennung wandert als
      *> VPROT-KENNUNG ins Pflegeprotokoll, damit die Revision
      *> jede Anlage und jeden Widerruf einem Bearbeiter zuordnen
      *> kann.
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

      *> Begrenzung der Vollmachtsnummern aus demselben Grund wie
      *> WS-MAX-KONTO-NR in main.cob (VM-NR ist die physische
      *> Satznummer). Neue Vollmachten erhalten die erste freie
      *> Nummer.
       01 WS-MAX-VM-NR                        PIC 9(6) VALUE 9999.
       01 WS-VM-NR-EINGABE                    PIC 9(6).
       01 WS-NEUE-VM-NR                       PIC 9(6) VALUE ZERO.
       01 WS-VM-VORHANDEN                     PIC X VALUE "N".
           88 VM-VORHANDEN                    VALUE "J".
       01 WS-VM-ANZAHL                        PIC 9(4) VALUE ZERO.
       01 WS-VM-ERFASST                       PIC X VALUE "N".
           88 VM-ERFASST                      VALUE "J".
       01 WS-VM-DOPPELT                       PIC X VALUE "N".
           88 VM-DOPPELT                      VALUE "J".

       01 WS-WAHL                             PIC 9(1).
       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.
       01 WS-EINGABE-GUELTIG                  PIC X VALUE "N".
           88 EINGABE-GUELTIG                 VALUE "J".
       01 WS-JN-EINGABE                       PIC X(1).

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).

       01 WS-PFLEGE-KONTO-NR                  PIC 9(6).
       01 WS-KONTO-INHABER-NR                 PIC 9(6).
       01 WS-MAX-KUNDE-NR                     PIC 9(6) VALUE 9999.
       01 WS-KUNDE-NR-EINGABE                 PIC 9(6).
       01 WS-ROLLE-EINGABE                    PIC X(1).
       01 WS-ROLLE-NAME                       PIC X(22).

       01 WS-DATUM-EINGABE                    PIC X(8).
       01 WS-DATUM-PRUEF                      PIC 9(8).
       01 WS-DATUM-TAGE                       PIC S9(7).
       01 WS-AB-DATUM                         PIC 9(8).

       01 WS-LIMIT-EINGABE                    PIC X(10).
       01 WS-LIMIT-PRUEF                      PIC S9(7)V99.
       01 WS-LIMIT-ANZEIGE                    PIC Z.ZZZ.ZZ9,99.


       procedure division.
       HAUPT-ABLAUF.
      *> Pflegeprogramm fuer die Verfuegungsberechtigten eines
      *> Kontos: Vollmachten anlegen, anzeigen und widerrufen. Jede
      *> Anlage und jeder Widerruf wird im Pflegeprotokoll VOLLPROT
      *> festgehalten. bank-auswahl (main.cob) fragt beim Oeffnen
      *> eines Kontos mit gueltigen Vollmachten, wer verfuegt, und
      *> haelt dessen Limit ein.
           display "===== Vollmachtsstamm Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           perform KASSIERER-ANMELDEN

           perform VOLLMACHT-DATEI-OEFFNEN.
           open input KONTO-DATEI
           if not KONTO-STATUS-OK
               display "Keine Kontenstammdatei vorhanden (Status "
                   WS-KONTO-STATUS ") - nichts zu pflegen"
               close VOLLMACHT-DATEI
               stop run
           end-if.
           open input KUNDEN-DATEI
           if not KUNDE-STATUS-OK
               display "Keine Kundenstammdatei vorhanden (Status "
                   WS-KUNDE-STATUS ") - nichts zu pflegen"
               close VOLLMACHT-DATEI
               close KONTO-DATEI
               stop run
           end-if.

           display "Was soll geschehen?".
           display "1 - VOLLMACHT ANLEGEN".
           display "2 - VOLLMACHTEN EINES KONTOS ANZEIGEN".
           display "3 - VOLLMACHT WIDERRUFEN".
           accept WS-WAHL.

           if WS-WAHL = 1
               perform VOLLMACHT-ANLEGEN
           else if WS-WAHL = 2
               perform KONTO-VOLLMACHTEN-ANZEIGEN
           else if WS-WAHL = 3
               perform VOLLMACHT-WIDERRUF-ERFASSEN
           else
               display "Ungueltige Wahl! Bitte waehle 1 bis 3"
           end-if.

           close VOLLMACHT-DATEI.
           close KONTO-DATEI.
           close KUNDEN-DATEI.
           display "======================================".
           stop run.

       VOLLMACHT-DATEI-OEFFNEN.
      *> Oeffnet die Vollmachtsdatei; existiert sie noch nicht,
      *> wird sie angelegt (derselbe Weg wie bei KUNDDAT).
           open i-o VOLLMACHT-DATEI
           if VM-STATUS-NICHT-GEFUNDEN
               open output VOLLMACHT-DATEI
               close VOLLMACHT-DATEI
               open i-o VOLLMACHT-DATEI
           end-if
           if not VM-STATUS-OK
               display "Vollmachtsdatei VOLLDAT kann nicht "
                   "geoeffnet werden (Status " WS-VM-STATUS
                   ") - nichts zu pflegen"
               stop run
           end-if.

       VOLLMACHT-ANLEGEN.
      *> Erfasst eine neue Vollmacht unter der ersten freien
      *> Nummer. Fuer dieselbe Person und dasselbe Konto darf nur
      *> eine aktive Vollmacht bestehen.
           perform FREIE-NUMMER-SUCHEN
           if WS-NEUE-VM-NR = ZERO
               display "Alle Vollmachtsnummern bis " WS-MAX-VM-NR
                   " sind vergeben - keine Anlage moeglich"
           else
               perform VOLLMACHT-DATEN-ERFASSEN
               if VM-ERFASST
                   move WS-NEUE-VM-NR to VM-NR
                   move WS-NEUE-VM-NR to WS-VM-REL-KEY
                   write VM-SATZ
                   if VM-STATUS-OK
                       display "Vollmacht " VM-NR " wurde angelegt:"
                       perform VOLLMACHT-ANZEIGEN
                       move "N" to VPROT-VORGANG
                       perform PFLEGE-PROTOKOLLIEREN
                   else
                       display "Fehler beim Schreiben der Vollmacht "
                           "(Status " WS-VM-STATUS ")"
                   end-if
               end-if
           end-if.

       FREIE-NUMMER-SUCHEN.
      *> Erste nicht belegte Satznummer der Vollmachtsdatei
      *> (0 = keine frei).
           move ZERO to WS-NEUE-VM-NR
           perform varying WS-VM-REL-KEY from 1 by 1
                   until WS-VM-REL-KEY > WS-MAX-VM-NR
                   or WS-NEUE-VM-NR not = ZERO
               read VOLLMACHT-DATEI
                   invalid key
                       move WS-VM-REL-KEY to WS-NEUE-VM-NR
                   not invalid key
                       continue
               end-read
           end-perform.

       VOLLMACHT-DATEN-ERFASSEN.
      *> Fragt Konto, berechtigte Person, Rolle, Gueltigkeit und
      *> Limit ab; eine neue Vollmacht ist immer aktiv.
           move "N" to WS-VM-ERFASST
           perform KONTO-EINLESEN
           if EINGABE-GUELTIG
               perform KUNDE-EINLESEN
           end-if
           if EINGABE-GUELTIG
               perform DOPPELTE-VOLLMACHT-PRUEFEN
               if VM-DOPPELT
                   display "Fuer Kunde " WS-KUNDE-NR-EINGABE
                       " besteht bereits eine aktive Vollmacht auf "
                       "Konto " WS-PFLEGE-KONTO-NR " - bitte "
                       "zuerst widerrufen"
                   move "N" to WS-EINGABE-GUELTIG
               end-if
           end-if
           if EINGABE-GUELTIG
               perform ROLLE-EINLESEN
           end-if
           if EINGABE-GUELTIG
               perform GUELTIG-AB-EINLESEN
           end-if
           if EINGABE-GUELTIG
               perform GUELTIG-BIS-EINLESEN
           end-if
           if EINGABE-GUELTIG
               perform LIMIT-EINLESEN
           end-if
           if EINGABE-GUELTIG
               move WS-PFLEGE-KONTO-NR to VM-KONTO-NR
               move WS-KUNDE-NR-EINGABE to VM-KUNDE-NR
               move WS-ROLLE-EINGABE to VM-ROLLE
               move WS-AB-DATUM to VM-GUELTIG-AB
               move WS-DATUM-PRUEF to VM-GUELTIG-BIS
               move WS-LIMIT-PRUEF to VM-LIMIT
               move "A" to VM-STATUS
               move ZERO to VM-WIDERRUF-DATUM
               move "J" to WS-VM-ERFASST
           else
               display "Keine gueltige Eingabe erhalten - Vollmacht "
                   "wurde nicht angelegt"
           end-if.

       KONTO-EINLESEN.
      *> Fragt die Kontonummer ab und prueft, dass das Konto in
      *> KONTODAT existiert und nicht geschlossen ist - mit
      *> derselben Versuchsobergrenze wie in mandatstamm.cob.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Welches Konto?"
               accept WS-PFLEGE-KONTO-NR
               add 1 to WS-VERSUCHE
               move WS-PFLEGE-KONTO-NR to WS-KONTO-REL-KEY
               read KONTO-DATEI
                   invalid key
                       display "Konto " WS-PFLEGE-KONTO-NR
                           " gibt es nicht"
                   not invalid key
                       if KONTO-GESCHLOSSEN
                           display "Konto " WS-PFLEGE-KONTO-NR
                               " ist geschlossen"
                       else
                           move KONTO-KUNDEN-NR
                               to WS-KONTO-INHABER-NR
                           display "Inhaber: " KONTO-INHABER
                               " (Kunde " KONTO-KUNDEN-NR ")"
                           move "J" to WS-EINGABE-GUELTIG
                       end-if
               end-read
           end-perform.

       KUNDE-EINLESEN.
      *> Fragt die berechtigte Person ab: ein erfasster Kunde, der
      *> nicht selbst Inhaber des Kontos ist.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Kundennummer der berechtigten Person? (1 bis "
                   WS-MAX-KUNDE-NR ")"
               accept WS-KUNDE-NR-EINGABE
               add 1 to WS-VERSUCHE
               if WS-KUNDE-NR-EINGABE < 1
                       or WS-KUNDE-NR-EINGABE > WS-MAX-KUNDE-NR
                   display "Ungueltige Kundennummer! Bitte eine "
                       "Zahl von 1 bis " WS-MAX-KUNDE-NR " eingeben"
               else
                   if WS-KUNDE-NR-EINGABE = WS-KONTO-INHABER-NR
                       display "Kunde " WS-KUNDE-NR-EINGABE
                           " ist Inhaber des Kontos und braucht "
                           "keine Vollmacht"
                   else
                       move WS-KUNDE-NR-EINGABE to WS-KUNDE-REL-KEY
                       read KUNDEN-DATEI
                           invalid key
                               display "Kunde " WS-KUNDE-NR-EINGABE
                                   " gibt es nicht - bitte erst "
                                   "ueber kundenstamm anlegen"
                           not invalid key
                               display "Berechtigte Person: "
                                   KUNDE-NAME
                               move "J" to WS-EINGABE-GUELTIG
                       end-read
                   end-if
               end-if
           end-perform.

       DOPPELTE-VOLLMACHT-PRUEFEN.
      *> Sucht eine aktive Vollmacht derselben Person auf dasselbe
      *> Konto. VM-NR ist die physische Satznummer, daher genuegt
      *> ein Durchlauf ueber den erlaubten Nummernbereich.
           move "N" to WS-VM-DOPPELT
           perform varying WS-VM-REL-KEY from 1 by 1
                   until WS-VM-REL-KEY > WS-MAX-VM-NR
                   or VM-DOPPELT
               read VOLLMACHT-DATEI
                   invalid key
                       continue
                   not invalid key
                       if VM-AKTIV
                           and VM-KONTO-NR = WS-PFLEGE-KONTO-NR
                           and VM-KUNDE-NR = WS-KUNDE-NR-EINGABE
                           move "J" to WS-VM-DOPPELT
                       end-if
               end-read
           end-perform.

       ROLLE-EINLESEN.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Rolle? (M = Mitinhaber, V = Vollmacht, "
                   "G = gesetzlicher Vertreter)"
               accept WS-ROLLE-EINGABE
               add 1 to WS-VERSUCHE
               move WS-ROLLE-EINGABE to VM-ROLLE
               if VM-ROLLE-GUELTIG
                   move "J" to WS-EINGABE-GUELTIG
               else
                   display "Ungueltige Eingabe! Bitte M, V oder G "
                       "eingeben"
               end-if
           end-perform.

       GUELTIG-AB-EINLESEN.
      *> Beginn der Gueltigkeit (JJJJMMTT, leer = ab heute) - ein
      *> echtes Kalenderdatum wie in mandatstamm.cob.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Gueltig ab? (JJJJMMTT, leer = ab heute)"
               accept WS-DATUM-EINGABE
               add 1 to WS-VERSUCHE
               if WS-DATUM-EINGABE = SPACES
                   move WS-HEUTE to WS-AB-DATUM
                   move "J" to WS-EINGABE-GUELTIG
               else
                   perform DATUM-PRUEFEN
                   if WS-DATUM-TAGE > ZERO
                       move WS-DATUM-PRUEF to WS-AB-DATUM
                       move "J" to WS-EINGABE-GUELTIG
                   else
                       display "Ungueltiges Datum! Bitte im Format "
                           "JJJJMMTT eingeben"
                   end-if
               end-if
           end-perform.

       GUELTIG-BIS-EINLESEN.
      *> Ende der Gueltigkeit (JJJJMMTT, leer = unbefristet); es
      *> darf nicht vor dem Beginn und nicht in der Vergangenheit
      *> liegen. Das Ergebnis steht in WS-DATUM-PRUEF (0 =
      *> unbefristet).
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Gueltig bis? (JJJJMMTT, leer = unbefristet)"
               accept WS-DATUM-EINGABE
               add 1 to WS-VERSUCHE
               if WS-DATUM-EINGABE = SPACES
                   move ZERO to WS-DATUM-PRUEF
                   move "J" to WS-EINGABE-GUELTIG
               else
                   perform DATUM-PRUEFEN
                   if WS-DATUM-TAGE > ZERO
                           and WS-DATUM-PRUEF >= WS-AB-DATUM
                           and WS-DATUM-PRUEF >= WS-HEUTE
                       move "J" to WS-EINGABE-GUELTIG
                   else
                       display "Ungueltiges Datum! Bitte im Format "
                           "JJJJMMTT eingeben, nicht vor "
                           WS-AB-DATUM " und nicht vor heute"
                   end-if
               end-if
           end-perform.

       DATUM-PRUEFEN.
      *> Prueft WS-DATUM-EINGABE auf ein echtes Kalenderdatum
      *> (INTEGER-OF-DATE wie in kundenstamm.cob); WS-DATUM-TAGE
      *> bleibt bei einer ungueltigen Eingabe 0.
           move ZERO to WS-DATUM-TAGE
           move ZERO to WS-DATUM-PRUEF
           if WS-DATUM-EINGABE is numeric
               move WS-DATUM-EINGABE to WS-DATUM-PRUEF
               compute WS-DATUM-TAGE =
                   FUNCTION INTEGER-OF-DATE(WS-DATUM-PRUEF)
           end-if.

       LIMIT-EINLESEN.
      *> Hoechstbetrag je Verfuegung (0 oder leer = kein eigenes
      *> Limit) - Zahlenpruefung wie bei den Betraegen in
      *> kundenstamm.cob.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Limit je Verfuegung in Euro? "
                   "(0 = kein Limit)"
               accept WS-LIMIT-EINGABE
               add 1 to WS-VERSUCHE
               if WS-LIMIT-EINGABE = SPACES
                   move ZERO to WS-LIMIT-PRUEF
               else
                   move -1 to WS-LIMIT-PRUEF
                   if FUNCTION TEST-NUMVAL(WS-LIMIT-EINGABE) = 0
                       compute WS-LIMIT-PRUEF =
                           FUNCTION NUMVAL(WS-LIMIT-EINGABE)
                           on size error
                               move -1 to WS-LIMIT-PRUEF
                       end-compute
                   end-if
               end-if
               if WS-LIMIT-PRUEF < ZERO
                   display "Ungueltiger Betrag! Bitte eine Zahl "
                       "ab 0 eingeben"
               else
                   move "J" to WS-EINGABE-GUELTIG
               end-if
           end-perform.

       ROLLE-NAME-ERMITTELN.
      *> Klartextname der Rolle im VM-SATZ-Puffer.
           if VM-MITINHABER
               move "MITINHABER" to WS-ROLLE-NAME
           else if VM-VERTRETER
               move "GESETZLICHER VERTRETER" to WS-ROLLE-NAME
           else
               move "VOLLMACHT" to WS-ROLLE-NAME
           end-if.

       VOLLMACHT-ANZEIGEN.
           perform ROLLE-NAME-ERMITTELN
           display "Vollmacht-Nr.: " VM-NR
           display "Konto:         " VM-KONTO-NR
           display "Berechtigt:    Kunde " VM-KUNDE-NR
           display "Rolle:         " WS-ROLLE-NAME
           if VM-GUELTIG-BIS = ZERO
               display "Gueltig:       ab " VM-GUELTIG-AB
                   ", unbefristet"
           else
               display "Gueltig:       " VM-GUELTIG-AB " bis "
                   VM-GUELTIG-BIS
           end-if
           if VM-LIMIT = ZERO
               display "Limit:         keines"
           else
               move VM-LIMIT to WS-LIMIT-ANZEIGE
               display "Limit:         " WS-LIMIT-ANZEIGE
                   " Euro je Verfuegung"
           end-if
           if VM-WIDERRUFEN
               display "Status:        WIDERRUFEN am "
                   VM-WIDERRUF-DATUM
           else
               display "Status:        AKTIV"
           end-if.

       KONTO-VOLLMACHTEN-ANZEIGEN.
      *> Zeigt alle Vollmachten eines Kontos, auch widerrufene
      *> (wie KONTO-MANDATE-ANZEIGEN in mandatstamm.cob).
           perform KONTO-EINLESEN
           if not EINGABE-GUELTIG
               display "Kein gueltiges Konto erhalten"
           else
               move ZERO to WS-VM-ANZAHL
               perform varying WS-VM-REL-KEY from 1 by 1
                       until WS-VM-REL-KEY > WS-MAX-VM-NR
                   read VOLLMACHT-DATEI
                       invalid key
                           continue
                       not invalid key
                           if VM-KONTO-NR = WS-PFLEGE-KONTO-NR
                               add 1 to WS-VM-ANZAHL
                               display " "
                               perform VOLLMACHT-ANZEIGEN
                           end-if
                   end-read
               end-perform
               if WS-VM-ANZAHL = ZERO
                   display "Fuer Konto " WS-PFLEGE-KONTO-NR
                       " sind keine Vollmachten hinterlegt"
               end-if
           end-if.

       VOLLMACHT-WIDERRUF-ERFASSEN.
      *> Setzt eine Vollmacht auf WIDERRUFEN; der Satz bleibt als
      *> Beleg stehen, die Person wird am Schalter nicht mehr als
      *> Verfuegungsberechtigte angeboten.
           perform VM-NR-EINLESEN
           if not VM-VORHANDEN
               display "Vollmacht " WS-VM-NR-EINGABE
                   " gibt es nicht"
           else
               perform VOLLMACHT-ANZEIGEN
               if VM-WIDERRUFEN
                   display "Vollmacht " VM-NR " ist bereits "
                       "widerrufen"
               else
                   display "Vollmacht wirklich widerrufen? (J/N)"
                   accept WS-JN-EINGABE
                   if WS-JN-EINGABE = "J" or WS-JN-EINGABE = "j"
                       move "W" to VM-STATUS
                       move WS-HEUTE to VM-WIDERRUF-DATUM
                       rewrite VM-SATZ
                       if VM-STATUS-OK
                           display "Vollmacht " VM-NR
                               " wurde widerrufen"
                           move "W" to VPROT-VORGANG
                           perform PFLEGE-PROTOKOLLIEREN
                       else
                           display "Fehler beim Widerrufen der "
                               "Vollmacht (Status " WS-VM-STATUS
                               ")"
                       end-if
                   else
                       display "Vollmacht bleibt aktiv"
                   end-if
               end-if
           end-if.

       VM-NR-EINLESEN.
      *> Liest eine Vollmachtsnummer ein und laedt den Satz -
      *> dieselbe Form wie MANDAT-NR-EINLESEN in mandatstamm.cob.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Bitte gib die Vollmachtsnummer an (1 bis "
                   WS-MAX-VM-NR ")"
               accept WS-VM-NR-EINGABE
               add 1 to WS-VERSUCHE
               if WS-VM-NR-EINGABE >= 1
                       and WS-VM-NR-EINGABE <= WS-MAX-VM-NR
                   move "J" to WS-EINGABE-GUELTIG
               else
                   display "Ungueltige Nummer! Bitte eine Zahl von "
                       "1 bis " WS-MAX-VM-NR " eingeben"
               end-if
           end-perform

           move "N" to WS-VM-VORHANDEN
           if EINGABE-GUELTIG
               move WS-VM-NR-EINGABE to WS-VM-REL-KEY
               read VOLLMACHT-DATEI
                   invalid key
                       move "N" to WS-VM-VORHANDEN
                   not invalid key
                       move "J" to WS-VM-VORHANDEN
               end-read
           end-if.

       KASSIERER-ANMELDEN.
      *> Anmeldung gegen den Kassierer-Stamm wie in kontopflege.cob:
      *> nur eine bekannte, aktive Kennung mit richtigem Passwort
      *> darf Vollmachten pflegen. Der Stamm wird danach nicht mehr
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

       PFLEGE-PROTOKOLLIEREN.
      *> Haengt den Stand der Vollmacht im VM-SATZ-Puffer mit dem
      *> vorbelegten VPROT-VORGANG an das Pflegeprotokoll an;
      *> existiert es noch nicht, wird es angelegt (derselbe Weg
      *> wie beim Tagesprotokoll).
           open extend VPROT-DATEI
           if WS-VPROT-STATUS = "35"
               open output VPROT-DATEI
               close VPROT-DATEI
               open extend VPROT-DATEI
           end-if
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to VPROT-DATUM
           move WS-JETZT(9:6) to VPROT-ZEIT
           move WS-KASSIERER-ID to VPROT-KENNUNG
           move VM-NR to VPROT-VM-NR
           move VM-KONTO-NR to VPROT-KONTO-NR
           move VM-KUNDE-NR to VPROT-KUNDE-NR
           move VM-ROLLE to VPROT-ROLLE
           move VM-GUELTIG-AB to VPROT-GUELTIG-AB
           move VM-GUELTIG-BIS to VPROT-GUELTIG-BIS
           move VM-LIMIT to VPROT-LIMIT
           write VPROT-SATZ
           if WS-VPROT-STATUS not = "00"
               display "Fehler beim Schreiben des Pflegeprotokolls "
                   "VOLLPROT (Status " WS-VPROT-STATUS ") - "
                   "Aenderung wurde gespeichert, aber nicht "
                   "protokolliert!"
           end-if
           close VPROT-DATEI.

       identification division.
        program-id. mandatstamm.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Mandatsdatei: ORGANIZATION RELATIVE mit MANDAT-NR als
      *> RELATIVE KEY, nach demselben Muster wie KONTODAT (s.
      *> copybooks/mandat-satz.cpy).
           select MANDAT-DATEI assign to "MANDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-MANDAT-REL-KEY
               file status is WS-MANDAT-STATUS.

      *> Kontenstammdatei, nur gelesen: ein Mandat wird nur fuer
      *> ein vorhandenes Konto angelegt.
           select KONTO-DATEI assign to "KONTODAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KONTO-REL-KEY
               file status is WS-KONTO-STATUS.

       data division.
       file section.
       fd  MANDAT-DATEI.
       copy "mandat-satz.cpy".

       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       working-storage section.

       01 WS-MANDAT-REL-KEY                   PIC 9(6).
       01 WS-MANDAT-STATUS                    PIC XX.
           88 MANDAT-STATUS-OK                VALUE "00".
           88 MANDAT-STATUS-NICHT-GEFUNDEN    VALUE "23", "35".
       01 WS-KONTO-REL-KEY                    PIC 9(6).
       01 WS-KONTO-STATUS                     PIC XX.
           88 KONTO-STATUS-OK                 VALUE "00".

      *> Begrenzung der Mandatsnummern aus demselben Grund wie
      *> WS-MAX-KONTO-NR in main.cob (MANDAT-NR ist die physische
      *> Satznummer).
       01 WS-MAX-MANDAT-NR                    PIC 9(6) VALUE 9999.
       01 WS-MANDAT-NR-EINGABE                PIC 9(6).
       01 WS-MANDAT-VORHANDEN                 PIC X VALUE "N".
           88 MANDAT-VORHANDEN                VALUE "J".
       01 WS-MANDAT-ANZAHL                    PIC 9(4) VALUE ZERO.
       01 WS-MANDAT-ERFASST                   PIC X VALUE "N".
           88 MANDAT-ERFASST                  VALUE "J".

       01 WS-WAHL                             PIC 9(1).
       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.
       01 WS-EINGABE-GUELTIG                  PIC X VALUE "N".
           88 EINGABE-GUELTIG                 VALUE "J".
       01 WS-JN-EINGABE                       PIC X(1).

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).

       01 WS-PFLEGE-KONTO-NR                  PIC 9(6).
       01 WS-BLZ-EINGABE                      PIC X(8).
       01 WS-FREMD-KONTO-EINGABE              PIC X(10).

       01 WS-DATUM-EINGABE                    PIC X(8).
       01 WS-DATUM-PRUEF                      PIC 9(8).
       01 WS-DATUM-TAGE                       PIC S9(7).


       procedure division.
       HAUPT-ABLAUF.
      *> Pflegeprogramm fuer die Lastschrift-Mandate: Mandate
      *> anlegen, anzeigen und widerrufen. clearing-eingang.cob
      *> bucht eine Lastschrift des Clearing-Partners nur, wenn
      *> hier ein aktives Mandat des Kunden fuer den Glaeubiger
      *> hinterlegt ist; den Widerspruch gegen eine gebuchte
      *> Lastschrift fuehrt lastschrift-widerspruch.cob aus.
           display "===== Mandatsstamm Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE

           perform MANDAT-DATEI-OEFFNEN.
           open input KONTO-DATEI
           if not KONTO-STATUS-OK
               display "Keine Kontenstammdatei vorhanden (Status "
                   WS-KONTO-STATUS ") - nichts zu pflegen"
               close MANDAT-DATEI
               stop run
           end-if.

           display "Was soll geschehen?".
           display "1 - MANDAT ANLEGEN".
           display "2 - MANDAT ANZEIGEN".
           display "3 - MANDATE EINES KONTOS ANZEIGEN".
           display "4 - MANDAT WIDERRUFEN".
           accept WS-WAHL.

           if WS-WAHL = 1
               perform MANDAT-ANLEGEN
           else if WS-WAHL = 2
               perform MANDAT-SUCHEN-ANZEIGEN
           else if WS-WAHL = 3
               perform KONTO-MANDATE-ANZEIGEN
           else if WS-WAHL = 4
               perform MANDAT-WIDERRUF-ERFASSEN
           else
               display "Ungueltige Wahl! Bitte waehle 1 bis 4"
           end-if.

           close MANDAT-DATEI.
           close KONTO-DATEI.
           display "===================================".
           stop run.

       MANDAT-DATEI-OEFFNEN.
      *> Oeffnet die Mandatsdatei; existiert sie noch nicht, wird
      *> sie angelegt (derselbe Weg wie bei KUNDDAT).
           open i-o MANDAT-DATEI
           if MANDAT-STATUS-NICHT-GEFUNDEN
               open output MANDAT-DATEI
               close MANDAT-DATEI
               open i-o MANDAT-DATEI
           end-if
           if not MANDAT-STATUS-OK
               display "Mandatsdatei MANDDAT kann nicht "
                   "geoeffnet werden (Status " WS-MANDAT-STATUS
                   ") - nichts zu pflegen"
               stop run
           end-if.

       MANDAT-NR-EINLESEN.
      *> Liest eine Mandatsnummer ein und wiederholt die Frage, bis
      *> eine Zahl im erlaubten Bereich eingegeben wurde - dieselbe
      *> Form wie die Kundennummern-Abfrage in kundenstamm.cob.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Bitte gib die Mandatsnummer an (1 bis "
                   WS-MAX-MANDAT-NR ")"
               accept WS-MANDAT-NR-EINGABE
               add 1 to WS-VERSUCHE
               if WS-MANDAT-NR-EINGABE >= 1
                       and WS-MANDAT-NR-EINGABE <= WS-MAX-MANDAT-NR
                   move "J" to WS-EINGABE-GUELTIG
               else
                   display "Ungueltige Nummer! Bitte eine Zahl von "
                       "1 bis " WS-MAX-MANDAT-NR " eingeben"
               end-if
           end-perform

           if not EINGABE-GUELTIG
               display "Keine gueltige Mandatsnummer erhalten - "
                   "Programm wird beendet"
               close MANDAT-DATEI
               close KONTO-DATEI
               stop run
           end-if

           move WS-MANDAT-NR-EINGABE to WS-MANDAT-REL-KEY
           read MANDAT-DATEI
               invalid key
                   move "N" to WS-MANDAT-VORHANDEN
               not invalid key
                   move "J" to WS-MANDAT-VORHANDEN
           end-read.

       MANDAT-ANLEGEN.
           perform MANDAT-NR-EINLESEN
           if MANDAT-VORHANDEN
               display "Mandatsnummer " WS-MANDAT-NR-EINGABE
                   " ist bereits vergeben:"
               perform MANDAT-ANZEIGEN
           else
               move WS-MANDAT-NR-EINGABE to MANDAT-NR
               perform MANDATS-DATEN-ERFASSEN
               if MANDAT-ERFASST
                   move WS-MANDAT-NR-EINGABE to WS-MANDAT-REL-KEY
                   write MANDAT-SATZ
                   if MANDAT-STATUS-OK
                       display "Mandat " MANDAT-NR " wurde angelegt:"
                       perform MANDAT-ANZEIGEN
                   else
                       display "Fehler beim Schreiben des Mandats "
                           "(Status " WS-MANDAT-STATUS ")"
                   end-if
               end-if
           end-if.

       MANDATS-DATEN-ERFASSEN.
      *> Fragt Konto, Glaeubiger, Mandatsreferenz und den Tag der
      *> Unterschrift ab; ein neues Mandat ist immer aktiv.
           move "N" to WS-MANDAT-ERFASST
           perform KONTO-EINLESEN
           if EINGABE-GUELTIG
               move WS-PFLEGE-KONTO-NR to MANDAT-KONTO-NR
               perform GLAEUBIGER-EINLESEN
           end-if
           if EINGABE-GUELTIG
               display "Mandatsreferenz des Glaeubigers? "
                   "(bis 35 Zeichen)"
               accept MANDAT-REFERENZ
               perform UNTERSCHRIFT-EINLESEN
           end-if
           if EINGABE-GUELTIG
               move WS-DATUM-PRUEF to MANDAT-UNTERSCHRIFT-DATUM
               move "A" to MANDAT-STATUS
               move ZERO to MANDAT-WIDERRUF-DATUM
               move "J" to WS-MANDAT-ERFASST
           else
               display "Keine gueltige Eingabe erhalten - Mandat "
                   "wurde nicht angelegt"
           end-if.

       KONTO-EINLESEN.
      *> Fragt die Kontonummer ab und prueft, dass das Konto in
      *> KONTODAT existiert - mit derselben Versuchsobergrenze wie
      *> die Eingaben in kontopflege.cob.
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
                       move "J" to WS-EINGABE-GUELTIG
               end-read
           end-perform.

       GLAEUBIGER-EINLESEN.
      *> Fragt Bankleitzahl und Kontonummer des Glaeubigers ab -
      *> dieselben Pruefungen wie FREMDBANK-EINLESEN in main.cob.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Bankleitzahl der Glaeubigerbank? "
                   "(8 Ziffern)"
               accept WS-BLZ-EINGABE
               add 1 to WS-VERSUCHE
               if WS-BLZ-EINGABE is numeric
                       and WS-BLZ-EINGABE not = "00000000"
                   move WS-BLZ-EINGABE to MANDAT-FREMD-BLZ
                   move "J" to WS-EINGABE-GUELTIG
               else
                   display "Ungueltige Bankleitzahl! Bitte acht "
                       "Ziffern eingeben"
               end-if
           end-perform

           if EINGABE-GUELTIG
               move "N" to WS-EINGABE-GUELTIG
               move ZERO to WS-VERSUCHE
               perform until EINGABE-GUELTIG
                       or WS-VERSUCHE >= WS-MAX-VERSUCHE
                   display "Kontonummer des Glaeubigers? "
                       "(bis 10 Ziffern)"
                   accept WS-FREMD-KONTO-EINGABE
                   add 1 to WS-VERSUCHE
                   if WS-FREMD-KONTO-EINGABE is numeric
                           and WS-FREMD-KONTO-EINGABE
                           not = "0000000000"
                       move WS-FREMD-KONTO-EINGABE
                           to MANDAT-FREMD-KONTO
                       move "J" to WS-EINGABE-GUELTIG
                   else
                       display "Ungueltige Kontonummer! Bitte nur "
                           "Ziffern eingeben"
                   end-if
               end-perform
           end-if.

       UNTERSCHRIFT-EINLESEN.
      *> Tag der Unterschrift (JJJJMMTT): ein echtes Kalenderdatum
      *> (INTEGER-OF-DATE wie in kundenstamm.cob), nicht in der
      *> Zukunft.
           move ZERO to WS-DATUM-PRUEF
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Datum der Unterschrift? (JJJJMMTT)"
               accept WS-DATUM-EINGABE
               add 1 to WS-VERSUCHE
               move ZERO to WS-DATUM-TAGE
               if WS-DATUM-EINGABE is numeric
                   move WS-DATUM-EINGABE to WS-DATUM-PRUEF
                   compute WS-DATUM-TAGE =
                       FUNCTION INTEGER-OF-DATE(WS-DATUM-PRUEF)
               end-if
               if WS-DATUM-TAGE > ZERO
                       and WS-DATUM-PRUEF <= WS-HEUTE
                   move "J" to WS-EINGABE-GUELTIG
               else
                   display "Ungueltiges Datum! Bitte im Format "
                       "JJJJMMTT eingeben, nicht nach dem "
                       WS-HEUTE
               end-if
           end-perform.

       MANDAT-SUCHEN-ANZEIGEN.
           perform MANDAT-NR-EINLESEN
           if not MANDAT-VORHANDEN
               display "Mandat " WS-MANDAT-NR-EINGABE " gibt es nicht"
           else
               perform MANDAT-ANZEIGEN
           end-if.

       MANDAT-ANZEIGEN.
           display "Mandat-Nr.:   " MANDAT-NR
           display "Referenz:     " MANDAT-REFERENZ
           display "Konto:        " MANDAT-KONTO-NR
           display "Glaeubiger:   BLZ " MANDAT-FREMD-BLZ
               " Konto " MANDAT-FREMD-KONTO
           display "Unterschrift: " MANDAT-UNTERSCHRIFT-DATUM
           if MANDAT-WIDERRUFEN
               display "Status:       WIDERRUFEN am "
                   MANDAT-WIDERRUF-DATUM
           else
               display "Status:       AKTIV"
           end-if.

       KONTO-MANDATE-ANZEIGEN.
      *> Zeigt alle Mandate eines Kontos, auch widerrufene.
      *> MANDAT-NR ist die physische Satznummer, daher genuegt ein
      *> Durchlauf ueber den erlaubten Nummernbereich (wie
      *> DAUERAUFTRAEGE-ANZEIGEN in main.cob).
           perform KONTO-EINLESEN
           if not EINGABE-GUELTIG
               display "Kein gueltiges Konto erhalten"
           else
               move ZERO to WS-MANDAT-ANZAHL
               perform varying WS-MANDAT-REL-KEY from 1 by 1
                       until WS-MANDAT-REL-KEY > WS-MAX-MANDAT-NR
                   read MANDAT-DATEI
                       invalid key
                           continue
                       not invalid key
                           if MANDAT-KONTO-NR = WS-PFLEGE-KONTO-NR
                               add 1 to WS-MANDAT-ANZAHL
                               display " "
                               perform MANDAT-ANZEIGEN
                           end-if
                   end-read
               end-perform
               if WS-MANDAT-ANZAHL = ZERO
                   display "Fuer Konto " WS-PFLEGE-KONTO-NR
                       " sind keine Mandate hinterlegt"
               end-if
           end-if.

       MANDAT-WIDERRUF-ERFASSEN.
      *> Setzt ein Mandat auf WIDERRUFEN; der Satz bleibt als Beleg
      *> stehen, weitere Lastschriften des Glaeubigers weist
      *> clearing-eingang.cob ab. Bereits gebuchte Lastschriften
      *> bleiben davon unberuehrt (Rueckholung ueber
      *> lastschrift-widerspruch.cob).
           perform MANDAT-NR-EINLESEN
           if not MANDAT-VORHANDEN
               display "Mandat " WS-MANDAT-NR-EINGABE " gibt es nicht"
           else
               perform MANDAT-ANZEIGEN
               if MANDAT-WIDERRUFEN
                   display "Mandat " MANDAT-NR " ist bereits "
                       "widerrufen"
               else
                   display "Mandat wirklich widerrufen? (J/N)"
                   accept WS-JN-EINGABE
                   if WS-JN-EINGABE = "J" or WS-JN-EINGABE = "j"
                       move "W" to MANDAT-STATUS
                       move WS-HEUTE to MANDAT-WIDERRUF-DATUM
                       rewrite MANDAT-SATZ
                       if MANDAT-STATUS-OK
                           display "Mandat " MANDAT-NR
                               " wurde widerrufen"
                       else
                           display "Fehler beim Widerrufen des "
                               "Mandats (Status " WS-MANDAT-STATUS
                               ")"
                       end-if
                   else
                       display "Mandat bleibt aktiv"
                   end-if
               end-if
           end-if.

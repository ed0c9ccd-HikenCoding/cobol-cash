       identification division.
        program-id. lastschrift-widerspruch.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Kontenstammdatei wie in main.cob: ORGANIZATION RELATIVE mit
      *> KONTO-NR als RELATIVE KEY (s. copybooks/konto-satz.cpy).
           select KONTO-DATEI assign to "KONTODAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KONTO-REL-KEY
               file status is WS-KONTO-STATUS.

      *> Tagesprotokoll: die Rueckbuchung wird wie jede Buchung
      *> angehaengt (s. copybooks/trans-satz.cpy).
           select TRANS-DATEI assign to "TRANSDAT"
               organization is line sequential
               file status is WS-TRANS-STATUS.

      *> Lastschriftbuch (s. copybooks/lastschrift-satz.cpy): erst
      *> nach den Lastschriften des Kontos gelesen, danach wird die
      *> Rueckgabe angehaengt.
           select LASTBUCH-DATEI assign to "LASTBUCH"
               organization is line sequential
               file status is WS-LASTBUCH-STATUS.

      *> Zwischendatei fuer den Clearing-Export wie in main.cob
      *> (UEBERWEISUNG EXTERN): der Rueckgabesatz wartet dort auf
      *> den Abendlauf clearing-ausgang.cob.
           select UEBAUSW-DATEI assign to "UEBAUSW"
               organization is line sequential
               file status is WS-UEBAUSW-STATUS.

      *> Kassierer-Stammdatei (s. copybooks/kassierer-satz.cpy):
      *> Anmeldung des Kassierers wie in main.cob.
           select KASSIERER-DATEI assign to "KASSDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KASS-REL-KEY
               file status is WS-KASS-STATUS.

      *> Abendlauf-Sperre und Sitzungszaehler wie in main.cob: die
      *> Rueckbuchung geht ins Tagesprotokoll und darf nicht am
      *> laufenden Abschluss vorbeigehen.
           select ABENDSPR-DATEI assign to "ABENDSPR"
               organization is line sequential
               file status is WS-ABENDSPR-STATUS.

           select SITZ-DATEI assign to "SITZZAHL"
               organization is line sequential
               file status is WS-SITZ-STATUS.

       data division.
       file section.
       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       fd  TRANS-DATEI.
       copy "trans-satz.cpy".

       fd  LASTBUCH-DATEI.
       copy "lastschrift-satz.cpy".

      *> Dieselbe Satzbeschreibung wie CLR-SATZ, nur mit UEB-Namen
      *> (wie in main.cob und clearing-ausgang.cob).
       fd  UEBAUSW-DATEI.
       copy "clearing-satz.cpy"
           replacing leading ==CLR== by ==UEB==.

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

       01 WS-KONTO-REL-KEY                    PIC 9(6).
       01 WS-KONTO-STATUS                     PIC XX.
           88 KONTO-STATUS-OK                 VALUE "00".
       01 WS-MAX-KONTO-NR                     PIC 9(6) VALUE 9999.

       01 WS-TRANS-STATUS                     PIC XX.
           88 TRANS-STATUS-OK                 VALUE "00".
       01 WS-LASTBUCH-STATUS                  PIC XX.
       01 WS-UEBAUSW-STATUS                   PIC XX.
       01 WS-DATEI-ENDE                       PIC X VALUE "N".
           88 DATEI-ENDE                      VALUE "J".
       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).
       01 WS-TRANS-ART                        PIC X(12).
       01 WS-TRANS-REF                        PIC 9(14) VALUE ZERO.

      *> Anmeldung wie in main.cob; die Kennung wandert als
      *> TRANS-KASSIERER in die Rueckbuchung.
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

       01 WS-ABENDSPR-STATUS                  PIC XX.
       01 WS-SITZ-STATUS                      PIC XX.
       01 WS-SITZ-ZAEHLER                     PIC 9(3) VALUE ZERO.

       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.
       01 WS-EINGABE-GUELTIG                  PIC X VALUE "N".
           88 EINGABE-GUELTIG                 VALUE "J".
       01 WS-JN-EINGABE                       PIC X(1).

      *> Widerspruchsfrist: acht Wochen ab dem Tag der Belastung
      *> fuer Lastschriften mit Mandat. Lastschriften ohne Mandat
      *> nimmt clearing-eingang.cob gar nicht erst an.
       01 WS-WIDERSPRUCH-FRIST-TAGE           PIC 9(3) VALUE 56.
       01 WS-HEUTE-TAGE                       PIC 9(7).
       01 WS-ALTER-TAGE                       PIC S9(7).

       01 WS-WID-KONTO-NR                     PIC 9(6).

      *> Lastschriften des Kontos innerhalb der Frist aus dem
      *> Lastschriftbuch. Eine Lastschrift gilt als zurueckgegeben,
      *> wenn ein Satz R mit demselben Konto, Datum, Uhrzeit und
      *> Betrag folgt.
       01 WS-MAX-LASTSCHRIFTEN                PIC 9(2) VALUE 20.
       01 WS-ANZAHL-LASTSCHRIFTEN             PIC 9(4) VALUE ZERO.
       01 WS-ANZAHL-VERFRISTET                PIC 9(4) VALUE ZERO.
       01 WS-LS-TABELLE.
           05 WS-LS OCCURS 20 TIMES.
               10 WS-LT-DATUM                 PIC 9(8).
               10 WS-LT-ZEIT                  PIC 9(6).
               10 WS-LT-BETRAG                PIC 9(7)V99.
               10 WS-LT-MANDAT-NR             PIC 9(6).
               10 WS-LT-FREMD-BLZ             PIC 9(8).
               10 WS-LT-FREMD-KONTO           PIC 9(10).
               10 WS-LT-ZWECK                 PIC X(30).
               10 WS-LT-ZURUECK               PIC X.
               10 WS-LT-ZURUECK-DATUM         PIC 9(8).
       01 WS-IDX                              PIC 9(2).
       01 WS-NR-ANZEIGE                       PIC Z9.
       01 WS-AUSWAHL                          PIC 9(2) VALUE ZERO.

       01 WS-WIDERSPRUCH-ZULAESSIG            PIC X VALUE "N".
           88 WIDERSPRUCH-ZULAESSIG           VALUE "J".
       01 WS-RUECKGABE-ZUGEORDNET             PIC X VALUE "N".
           88 RUECKGABE-ZUGEORDNET            VALUE "J".

      *> Verwendungszweck der Rueckbuchung: Art, Datum und Uhrzeit
      *> der zurueckgegebenen Lastschrift im selben Aufbau wie bei
      *> einem Storno (s. copybooks/storno-zweck.cpy).
       copy "storno-zweck.cpy".

       01 WS-KONTO-SPEICHERN-OK               PIC X VALUE "N".
           88 KONTO-SPEICHERN-OK              VALUE "J".
       01 WS-BUCHUNG-KONTO-NR                 PIC 9(6).
       01 WS-BUCHUNG-SALDO                    PIC S9(7)V99.
       01 WS-ZWECK                            PIC X(30) VALUE SPACES.
       01 WS-SALDO-ANZEIGE                    PIC ZZ.ZZZ.ZZ9,99-.

       01 Betrag                              PIC 9(7)V99.
       01 Betrag-Formatiert                   PIC Z.ZZZ.ZZ9,99.


       procedure division.
       HAUPT-ABLAUF.
      *> Widerspruch gegen eine Lastschrift: der Kassierer nennt das
      *> Konto, waehlt eine Lastschrift der letzten acht Wochen aus
      *> dem Lastschriftbuch, der Betrag wird dem Konto mit
      *> LS-RUECK wieder gutgeschrieben und ein Rueckgabesatz fuer
      *> den Clearing-Partner in UEBAUSW eingestellt - der Partner
      *> holt den Betrag bei der Bank des Glaeubigers zurueck. Eine
      *> schon zurueckgegebene Lastschrift wird abgewiesen.
           display "===== Lastschrift-Widerspruch Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           perform ABENDSPERRE-PRUEFEN
           perform KASSIERER-ANMELDEN

           open i-o KONTO-DATEI
           if not KONTO-STATUS-OK
               display "Keine Kontenstammdatei vorhanden (Status "
                   WS-KONTO-STATUS ") - nichts zurueckzugeben"
               close KASSIERER-DATEI
               stop run
           end-if
           perform SITZUNG-ANMELDEN

           perform KONTO-EINLESEN
           if EINGABE-GUELTIG
               perform LASTSCHRIFTEN-SUCHEN
               perform LASTSCHRIFT-AUSWAEHLEN
           end-if
           if WS-AUSWAHL > ZERO
               perform WIDERSPRUCH-PRUEFEN
           end-if
           if WIDERSPRUCH-ZULAESSIG
               perform WIDERSPRUCH-BUCHEN
           end-if

           close KONTO-DATEI
           close KASSIERER-DATEI
           perform SITZUNG-ABMELDEN
           display "===============================================".
           stop run.

       KASSIERER-ANMELDEN.
      *> Anmeldung gegen den Kassierer-Stamm wie in main.cob: nur
      *> eine bekannte, aktive Kennung mit richtigem Passwort darf
      *> eine Lastschrift zurueckgeben.
           open input KASSIERER-DATEI
           if WS-KASS-STATUS not = "00"
               display "Keine Kassierer-Stammdatei vorhanden "
                   "(Status " WS-KASS-STATUS ") - ohne Stamm "
                   "kein Widerspruch (Pflege ueber kassierer-stamm)"
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

           if not ANMELDE-OK
               display "Keine gueltige Anmeldung erhalten - "
                   "Programm wird beendet"
               close KASSIERER-DATEI
               stop run
           end-if

           display "Angemeldet: " KASS-NAME " (" WS-KASSIERER-ID
               ")".

       ABENDSPERRE-PRUEFEN.
      *> Laeuft gerade der Abendlauf, wird nichts zurueckgebucht -
      *> die Buchung wuerde sonst am Buchungsjournal und der
      *> Rueckgabesatz am Clearing-Export vorbeigehen (s. main.cob).
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

       SITZUNG-ANMELDEN.
      *> Erhoeht den Sitzungszaehler wie eine Schaltersitzung - der
      *> Abendlauf startet nicht, solange ein Widerspruch laeuft.
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

       KONTO-EINLESEN.
      *> Fragt das Konto des Kunden ab und laedt den Satz - mit
      *> derselben Versuchsobergrenze wie die Eingaben in main.cob.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               add 1 to WS-VERSUCHE
               display "Auf welchem Konto wurde die Lastschrift "
                   "belastet?"
               accept WS-WID-KONTO-NR
               if WS-WID-KONTO-NR = ZERO
                       or WS-WID-KONTO-NR > WS-MAX-KONTO-NR
                   display "Ungueltige Nummer! Bitte eine Zahl von "
                       "1 bis " WS-MAX-KONTO-NR " eingeben"
               else
                   move WS-WID-KONTO-NR to WS-KONTO-REL-KEY
                   read KONTO-DATEI
                       invalid key
                           display "Konto " WS-WID-KONTO-NR
                               " gibt es nicht"
                       not invalid key
                           move "J" to WS-EINGABE-GUELTIG
                   end-read
               end-if
           end-perform

           if not EINGABE-GUELTIG
               display "Kein gueltiges Konto erhalten - "
                   "Programm wird beendet"
           else
               display "Konto " KONTO-NR ", Inhaber " KONTO-INHABER
           end-if.

       LASTSCHRIFTEN-SUCHEN.
      *> Sammelt die Lastschriften des Kontos aus dem Lastschrift-
      *> buch, die hoechstens WS-WIDERSPRUCH-FRIST-TAGE alt sind,
      *> und markiert die, zu denen schon eine Rueckgabe vorliegt.
      *> Die Rueckgabe steht im Buch immer hinter ihrer Lastschrift,
      *> daher genuegt ein Durchlauf.
           move ZERO to WS-ANZAHL-LASTSCHRIFTEN
           move ZERO to WS-ANZAHL-VERFRISTET
           compute WS-HEUTE-TAGE = FUNCTION INTEGER-OF-DATE(WS-HEUTE)

           open input LASTBUCH-DATEI
           if WS-LASTBUCH-STATUS not = "00"
               display "Kein Lastschriftbuch LASTBUCH vorhanden "
                   "(Status " WS-LASTBUCH-STATUS ")"
           else
               move "N" to WS-DATEI-ENDE
               perform until DATEI-ENDE
                   read LASTBUCH-DATEI
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           if LS-KONTO-NR = WS-WID-KONTO-NR
                               perform LS-SATZ-EINORDNEN
                           end-if
                   end-read
               end-perform
               close LASTBUCH-DATEI
           end-if.

       LS-SATZ-EINORDNEN.
           if LS-BELASTUNG
               perform BELASTUNG-AUFNEHMEN
           end-if
           if LS-RUECKGABE
               perform RUECKGABE-MARKIEREN
           end-if.

       BELASTUNG-AUFNEHMEN.
           compute WS-ALTER-TAGE = WS-HEUTE-TAGE
               - FUNCTION INTEGER-OF-DATE(LS-DATUM)
           if WS-ALTER-TAGE > WS-WIDERSPRUCH-FRIST-TAGE
               add 1 to WS-ANZAHL-VERFRISTET
           else
               add 1 to WS-ANZAHL-LASTSCHRIFTEN
               if WS-ANZAHL-LASTSCHRIFTEN <= WS-MAX-LASTSCHRIFTEN
                   move WS-ANZAHL-LASTSCHRIFTEN to WS-IDX
                   move LS-DATUM to WS-LT-DATUM(WS-IDX)
                   move LS-ZEIT to WS-LT-ZEIT(WS-IDX)
                   move LS-BETRAG to WS-LT-BETRAG(WS-IDX)
                   move LS-MANDAT-NR to WS-LT-MANDAT-NR(WS-IDX)
                   move LS-FREMD-BLZ to WS-LT-FREMD-BLZ(WS-IDX)
                   move LS-FREMD-KONTO to WS-LT-FREMD-KONTO(WS-IDX)
                   move LS-ZWECK to WS-LT-ZWECK(WS-IDX)
                   move "N" to WS-LT-ZURUECK(WS-IDX)
                   move ZERO to WS-LT-ZURUECK-DATUM(WS-IDX)
               end-if
           end-if.

       RUECKGABE-MARKIEREN.
      *> Ordnet den Rueckgabesatz der Lastschrift mit demselben
      *> Zeitpunkt, Betrag, Mandat und Glaeubiger zu. Ein Lauf von
      *> clearing-eingang bucht mehrere Lastschriften in derselben
      *> Sekunde - daher wird nur die erste noch offene markiert,
      *> ein Rueckgabesatz gilt nie fuer zwei Lastschriften.
           move "N" to WS-RUECKGABE-ZUGEORDNET
           perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-ANZAHL-LASTSCHRIFTEN
                   or WS-IDX > WS-MAX-LASTSCHRIFTEN
                   or RUECKGABE-ZUGEORDNET
               if WS-LT-DATUM(WS-IDX) = LS-DATUM
                       and WS-LT-ZEIT(WS-IDX) = LS-ZEIT
                       and WS-LT-BETRAG(WS-IDX) = LS-BETRAG
                       and WS-LT-MANDAT-NR(WS-IDX) = LS-MANDAT-NR
                       and WS-LT-FREMD-BLZ(WS-IDX) = LS-FREMD-BLZ
                       and WS-LT-FREMD-KONTO(WS-IDX) = LS-FREMD-KONTO
                       and WS-LT-ZURUECK(WS-IDX) = "N"
                   move "J" to WS-LT-ZURUECK(WS-IDX)
                   move LS-WIDERSPRUCH-DATUM
                       to WS-LT-ZURUECK-DATUM(WS-IDX)
                   move "J" to WS-RUECKGABE-ZUGEORDNET
               end-if
           end-perform.

       LASTSCHRIFT-AUSWAEHLEN.
      *> Zeigt die Lastschriften innerhalb der Frist an; der
      *> Kassierer waehlt die, der der Kunde widerspricht.
           move ZERO to WS-AUSWAHL
           if WS-ANZAHL-VERFRISTET > ZERO
               display WS-ANZAHL-VERFRISTET " aeltere Lastschrift(en) "
                   "- Widerspruchsfrist von "
                   WS-WIDERSPRUCH-FRIST-TAGE " Tagen abgelaufen"
           end-if
           if WS-ANZAHL-LASTSCHRIFTEN = ZERO
               display "Auf Konto " WS-WID-KONTO-NR " gibt es keine "
                   "Lastschrift innerhalb der Widerspruchsfrist"
           else if WS-ANZAHL-LASTSCHRIFTEN > WS-MAX-LASTSCHRIFTEN
               display "Auf Konto " WS-WID-KONTO-NR " stehen mehr "
                   "als " WS-MAX-LASTSCHRIFTEN " Lastschriften in "
                   "der Frist - bitte an die Zahlungsverkehrs"
                   "abteilung wenden"
           else
               display "Lastschriften der letzten "
                   WS-WIDERSPRUCH-FRIST-TAGE " Tage:"
               perform varying WS-IDX from 1 by 1
                       until WS-IDX > WS-ANZAHL-LASTSCHRIFTEN
                   perform LASTSCHRIFT-ANZEIGEN
               end-perform

               move ZERO to WS-VERSUCHE
               perform until WS-AUSWAHL > ZERO
                       or WS-VERSUCHE >= WS-MAX-VERSUCHE
                   add 1 to WS-VERSUCHE
                   display "Welcher Lastschrift wird widersprochen? "
                       "(Nummer)"
                   accept WS-AUSWAHL
                   if WS-AUSWAHL = ZERO
                           or WS-AUSWAHL > WS-ANZAHL-LASTSCHRIFTEN
                       display "Ungueltige Nummer! Bitte 1 bis "
                           WS-ANZAHL-LASTSCHRIFTEN " eingeben"
                       move ZERO to WS-AUSWAHL
                   end-if
               end-perform
               if WS-AUSWAHL = ZERO
                   display "Keine gueltige Auswahl erhalten - "
                       "Programm wird beendet"
               end-if
           end-if
           end-if.

       LASTSCHRIFT-ANZEIGEN.
      *> Eine Zeile je Lastschrift WS-IDX.
           move WS-IDX to WS-NR-ANZEIGE
           move WS-LT-BETRAG(WS-IDX) to Betrag-Formatiert
           display "  " WS-NR-ANZEIGE ": " WS-LT-DATUM(WS-IDX) " "
               WS-LT-ZEIT(WS-IDX) " " Betrag-Formatiert " Euro, "
               "Glaeubiger BLZ " WS-LT-FREMD-BLZ(WS-IDX) " Konto "
               WS-LT-FREMD-KONTO(WS-IDX)
           display "      Mandat " WS-LT-MANDAT-NR(WS-IDX) ", Zweck: "
               WS-LT-ZWECK(WS-IDX)
           if WS-LT-ZURUECK(WS-IDX) = "J"
               display "      bereits zurueckgegeben am "
                   WS-LT-ZURUECK-DATUM(WS-IDX)
           end-if.

       WIDERSPRUCH-PRUEFEN.
      *> Eine schon zurueckgegebene Lastschrift wird nicht ein
      *> zweites Mal erstattet; auf ein gesperrtes oder
      *> geschlossenes Konto wird nicht zurueckgebucht. Nach der
      *> Bestaetigung werden Lastschriftbuch, UEBAUSW und das
      *> Tagesprotokoll geoeffnet - erst wenn alle drei
      *> bereitstehen, wird gebucht.
           move "N" to WS-WIDERSPRUCH-ZULAESSIG
           move WS-AUSWAHL to WS-IDX
           if WS-LT-ZURUECK(WS-IDX) = "J"
               display "Diese Lastschrift wurde am "
                   WS-LT-ZURUECK-DATUM(WS-IDX) " bereits "
                   "zurueckgegeben - kein zweiter Widerspruch"
           else if not KONTO-AKTIV
               display "Konto " KONTO-NR " ist gesperrt oder "
                   "geschlossen (" KONTO-STATUS-GRUND ") - keine "
                   "Rueckbuchung moeglich"
           else
               move WS-LT-BETRAG(WS-IDX) to Betrag-Formatiert
               display "Lastschrift ueber " Betrag-Formatiert
                   " Euro vom " WS-LT-DATUM(WS-IDX) " an Konto "
                   WS-WID-KONTO-NR " zurueckgeben? (J/N)"
               accept WS-JN-EINGABE
               if WS-JN-EINGABE = "J" or WS-JN-EINGABE = "j"
                   perform RUECKGABE-DATEIEN-OEFFNEN
               else
                   display "Widerspruch abgebrochen"
               end-if
           end-if
           end-if.

       RUECKGABE-DATEIEN-OEFFNEN.
           open extend LASTBUCH-DATEI
           if WS-LASTBUCH-STATUS not = "00"
               display "Lastschriftbuch LASTBUCH kann nicht "
                   "geoeffnet werden (Status " WS-LASTBUCH-STATUS
                   ") - Widerspruch abgebrochen"
           else
               open extend UEBAUSW-DATEI
               if WS-UEBAUSW-STATUS = "35"
                   open output UEBAUSW-DATEI
                   close UEBAUSW-DATEI
                   open extend UEBAUSW-DATEI
               end-if
               if WS-UEBAUSW-STATUS not = "00"
                   display "Ausgangsdatei UEBAUSW kann nicht "
                       "geoeffnet werden (Status " WS-UEBAUSW-STATUS
                       ") - Widerspruch abgebrochen"
                   close LASTBUCH-DATEI
               else
                   perform TRANS-DATEI-OEFFNEN
                   if not TRANS-STATUS-OK
                       display "Tagesprotokoll TRANSDAT kann nicht "
                           "geoeffnet werden (Status "
                           WS-TRANS-STATUS ") - Widerspruch "
                           "abgebrochen"
                       close LASTBUCH-DATEI
                       close UEBAUSW-DATEI
                   else
                       move "J" to WS-WIDERSPRUCH-ZULAESSIG
                   end-if
               end-if
           end-if.

       WIDERSPRUCH-BUCHEN.
      *> Schreibt den Betrag mit LS-RUECK gut, vermerkt die
      *> Rueckgabe im Lastschriftbuch und stellt den Rueckgabesatz
      *> fuer den Clearing-Export ein.
           move WS-AUSWAHL to WS-IDX
           move WS-WID-KONTO-NR to WS-BUCHUNG-KONTO-NR
           move KONTO-GUTHABEN to WS-BUCHUNG-SALDO
           move WS-LT-BETRAG(WS-IDX) to Betrag
           move "LS-RUECK" to WS-TRANS-ART
           move SPACES to STORNO-ZWECK
           move "CLR-SOLL" to STO-ORIG-ART
           move WS-LT-DATUM(WS-IDX) to STO-ORIG-DATUM
           move WS-LT-ZEIT(WS-IDX) to STO-ORIG-ZEIT
           move STORNO-ZWECK to WS-ZWECK

           perform BETRAG-GUTSCHREIBEN
           close TRANS-DATEI

           if KONTO-SPEICHERN-OK
               move WS-BUCHUNG-SALDO to WS-SALDO-ANZEIGE
               display "Konto " WS-BUCHUNG-KONTO-NR ": LS-RUECK "
                   Betrag-Formatiert " Euro, neuer Saldo "
                   WS-SALDO-ANZEIGE " Euro"
               perform RUECKGABE-VERMERKEN
               perform RUECKGABE-EXPORTIEREN
           end-if
           close LASTBUCH-DATEI
           close UEBAUSW-DATEI.

       RUECKGABE-VERMERKEN.
      *> Satz R im Lastschriftbuch: dieselben Felder wie die
      *> Lastschrift, dazu der Tag des Widerspruchs.
           move SPACES to LS-SATZ
           move "R" to LS-SATZART
           move WS-LT-DATUM(WS-IDX) to LS-DATUM
           move WS-LT-ZEIT(WS-IDX) to LS-ZEIT
           move WS-WID-KONTO-NR to LS-KONTO-NR
           move WS-LT-BETRAG(WS-IDX) to LS-BETRAG
           move WS-LT-MANDAT-NR(WS-IDX) to LS-MANDAT-NR
           move WS-LT-FREMD-BLZ(WS-IDX) to LS-FREMD-BLZ
           move WS-LT-FREMD-KONTO(WS-IDX) to LS-FREMD-KONTO
           move WS-LT-ZWECK(WS-IDX) to LS-ZWECK
           move WS-HEUTE to LS-WIDERSPRUCH-DATUM
           write LS-SATZ
           if WS-LASTBUCH-STATUS not = "00"
               display "Fehler beim Schreiben des Lastschriftbuchs "
                   "(Status " WS-LASTBUCH-STATUS ") - Rueckbuchung "
                   "ist gebucht, aber nicht vermerkt!"
           end-if.

       RUECKGABE-EXPORTIEREN.
      *> Rueckgabesatz fuer den Clearing-Partner: unser Konto, der
      *> Glaeubiger als Gegenseite, der Betrag und der
      *> Verwendungszweck der Lastschrift, damit die Bank des
      *> Glaeubigers sie zuordnen kann.
           move "R" to UEB-RICHTUNG
           move WS-WID-KONTO-NR to UEB-KONTO-NR
           move WS-LT-BETRAG(WS-IDX) to UEB-BETRAG
           move WS-LT-FREMD-BLZ(WS-IDX) to UEB-FREMD-BLZ
           move WS-LT-FREMD-KONTO(WS-IDX) to UEB-FREMD-KONTO
           move WS-LT-ZWECK(WS-IDX) to UEB-ZWECK
           write UEB-SATZ
           if WS-UEBAUSW-STATUS = "00"
               display "Rueckgabe an den Glaeubiger ist fuer den "
                   "Clearing-Export vorgemerkt"
           else
               display "Fehler beim Schreiben der Ausgangsdatei "
                   "UEBAUSW (Status " WS-UEBAUSW-STATUS ") - "
                   "Rueckbuchung ist gebucht, Rueckgabe bitte von "
                   "Hand an den Clearing-Partner melden!"
           end-if.

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

       KONTO-SPEICHERN.
      *> Schreibt WS-BUCHUNG-SALDO in den Kontostammsatz zurueck
      *> (s. main.cob); gesperrte und geschlossene Konten lehnen
      *> auch eine Rueckbuchung ab.
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

       TRANS-DATEI-OEFFNEN.
      *> Haengt an das bestehende Tagesprotokoll an; existiert die
      *> Datei noch nicht, wird sie angelegt.
           open extend TRANS-DATEI
           if WS-TRANS-STATUS = "35"
               open output TRANS-DATEI
               close TRANS-DATEI
               open extend TRANS-DATEI
           end-if.

       TRANSAKTION-PROTOKOLLIEREN.
      *> Haengt die Rueckbuchung an das Tagesprotokoll an - mit dem
      *> Buchungszeitpunkt als Referenz wie am Schalter und der
      *> zurueckgegebenen Lastschrift im Verwendungszweck.
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to TRANS-DATUM
           move WS-JETZT(9:6) to TRANS-ZEIT
           move WS-BUCHUNG-KONTO-NR to TRANS-KONTO-NR
           move WS-TRANS-ART to TRANS-ART
           move Betrag to TRANS-BETRAG
           move WS-BUCHUNG-SALDO to TRANS-SALDO-NACH
           if WS-TRANS-REF = ZERO and Betrag > ZERO
               compute TRANS-REF = FUNCTION NUMVAL(WS-JETZT(1:14))
               display "Buchungsreferenz: " TRANS-REF
           else
               move WS-TRANS-REF to TRANS-REF
           end-if
           move WS-KASSIERER-ID to TRANS-KASSIERER
           move SPACES to TRANS-FREIGEBER
           move ZERO to TRANS-GEGENKONTO
           move WS-ZWECK to TRANS-ZWECK
           write TRANS-SATZ
           if not TRANS-STATUS-OK
               display "Fehler beim Schreiben des Tagesprotokolls "
                   "fuer Konto " WS-BUCHUNG-KONTO-NR " (Status "
                   WS-TRANS-STATUS ") - Buchung wurde gespeichert, "
                   "aber nicht protokolliert!"
           end-if.

       identification division.
        program-id. konditionenstamm.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Konditionenstamm: ORGANIZATION RELATIVE mit KOND-NR als
      *> RELATIVE KEY, nach demselben Muster wie KONTODAT (s.
      *> copybooks/kondition-satz.cpy).
           select KONDITION-DATEI assign to "KONDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KOND-REL-KEY
               file status is WS-KOND-STATUS.

      *> Kassierer-Stammdatei (s. copybooks/kassierer-satz.cpy):
      *> Anmeldung des Bearbeiters wie in kontopflege.cob, seine
      *> Kennung steht in jedem angelegten oder geaenderten Satz.
           select KASSIERER-DATEI assign to "KASSDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KASS-REL-KEY
               file status is WS-KASS-STATUS.

      *> Bisheriger Gebuehrentarif (s. copybooks/gebuehr-satz.cpy),
      *> nur gelesen: der Grundbestand uebernimmt seine Zeilen als
      *> erste Gebuehrenkonditionen.
           select TARIF-DATEI assign to "GEBTARIF"
               organization is line sequential
               file status is WS-TARIF-STATUS.

       data division.
       file section.
       fd  KONDITION-DATEI.
       copy "kondition-satz.cpy".

       fd  KASSIERER-DATEI.
       copy "kassierer-satz.cpy".

       fd  TARIF-DATEI.
       copy "gebuehr-satz.cpy".

       working-storage section.

       01 WS-KOND-REL-KEY                     PIC 9(6).
       01 WS-KOND-STATUS                      PIC XX.
           88 KOND-STATUS-OK                  VALUE "00".
           88 KOND-STATUS-NICHT-GEFUNDEN      VALUE "23", "35".
       01 WS-TARIF-STATUS                     PIC XX.
       01 WS-TARIF-ENDE                       PIC X VALUE "N".
           88 TARIF-ENDE                      VALUE "J".

      *> Begrenzung der Konditionsnummern aus demselben Grund wie
      *> WS-MAX-KONTO-NR in main.cob (KOND-NR ist die physische
      *> Satznummer). Neue Konditionen erhalten die erste freie
      *> Nummer.
       01 WS-MAX-KOND-NR                      PIC 9(6) VALUE 999.
       01 WS-KOND-NR-EINGABE                  PIC 9(6).
       01 WS-NEUE-KOND-NR                     PIC 9(6) VALUE ZERO.
       01 WS-KOND-VORHANDEN                   PIC X VALUE "N".
           88 KOND-VORHANDEN                  VALUE "J".
       01 WS-KOND-ERFASST                     PIC X VALUE "N".
           88 KOND-ERFASST                    VALUE "J".
       01 WS-KOND-DOPPELT                     PIC X VALUE "N".
           88 KOND-DOPPELT                    VALUE "J".
       01 WS-KOND-AENDERBAR                   PIC X VALUE "N".
           88 KOND-AENDERBAR                  VALUE "J".

      *> Alle Saetze des Stamms (auch stornierte) zum Anzeigen der
      *> Historie und zum Pruefen auf Doppelerfassung; der Stamm
      *> wird beim Programmstart einmal eingelesen.
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

      *> Suche der an einem Tag geltenden Kondition (s.
      *> KONDITION-SUCHEN): Kontoart, Konditionsart und Stichtag
      *> hinein, Tabellenplatz des Treffers heraus (0 = keine).
       01 WS-SUCH-KONTO-ART                   PIC X.
       01 WS-SUCH-ART                         PIC X(4).
       01 WS-SUCH-DATUM                       PIC 9(8).
       01 WS-KOND-TREFFER                     PIC 9(4).
       01 WS-TREFFER-AB                       PIC 9(8).

      *> Sortierte Anzeige der Historie: zuletzt gezeigter Satz
      *> (Gueltig-ab, Nummer) und der naechste in dieser Folge.
       01 WS-LETZT-AB                         PIC 9(8).
       01 WS-LETZT-NR                         PIC 9(6).
       01 WS-NAECHST-INDEX                    PIC 9(4).
       01 WS-HIST-ANZAHL                      PIC 9(4).
       01 WS-STAND-TEXT                       PIC X(9).

      *> Anmeldung wie in kontopflege.cob.
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
       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.
       01 WS-EINGABE-GUELTIG                  PIC X VALUE "N".
           88 EINGABE-GUELTIG                 VALUE "J".
       01 WS-JN-EINGABE                       PIC X(1).

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).

      *> Kontoart (G = Giro, S = Spar, F = Festgeld) und
      *> Konditionsart der Eingabe samt Klartextnamen.
       01 WS-ART-EINGABE                      PIC X(1).
           88 ART-EINGABE-GUELTIG             VALUE "G", "S", "F".
       01 WS-KART-EINGABE                     PIC X(4).
           88 KART-EINGABE-GUELTIG            VALUE "HZIN", "SZIN",
                                                    "UZIN", "GMON",
                                                    "GPOS".
           88 KART-EINGABE-ZINS               VALUE "HZIN", "SZIN",
                                                    "UZIN".
           88 KART-EINGABE-GMON               VALUE "GMON".
       01 WS-KONTO-ART-NAME                   PIC X(8).
       01 WS-KART-NAME                        PIC X(24).
       01 WS-KART-NR                          PIC 9(1).

      *> Gueltigkeitsbeginn: ein echtes Kalenderdatum nach heute.
      *> Beim Aendern darf die Eingabe leer bleiben (unveraendert).
       01 WS-DATUM-EINGABE                    PIC X(8).
       01 WS-DATUM-PRUEF                      PIC 9(8).
       01 WS-DATUM-TAGE                       PIC S9(7).
       01 WS-AB-DATUM                         PIC 9(8).
       01 WS-LEER-ERLAUBT                     PIC X VALUE "N".
           88 LEER-ERLAUBT                    VALUE "J".

      *> Wert der Kondition: Zinsen in Prozent p.a. mit hoechstens
      *> vier Nachkommastellen, Gebuehren in Euro mit hoechstens
      *> zwei. Die Obergrenzen der Gebuehren entsprechen den
      *> Feldern des bisherigen Gebuehrentarifs.
       01 WS-WERT-EINGABE                     PIC X(10).
       01 WS-WERT-PRUEF                       PIC S9(4)V9(6).
       01 WS-WERT-RUND-ZINS                   PIC S9(4)V9(4).
       01 WS-WERT-RUND-GEB                    PIC S9(4)V99.
       01 WS-WERT                             PIC 9(3)V9(4).
       01 WS-MAX-ZINS                         PIC 9(3)V9(4)
                                              VALUE 99,9999.
       01 WS-MAX-GEB-MONAT                    PIC 9(3)V9(4)
                                              VALUE 999,99.
       01 WS-MAX-GEB-POSTEN                   PIC 9(3)V9(4)
                                              VALUE 9,99.
       01 WS-ZINS-ANZEIGE                     PIC ZZ9,9999.
       01 WS-GEB-ANZEIGE                      PIC ZZ9,99.

      *> Grundbestand fuer einen leeren Stamm: die Saetze, die
      *> bisher fest in bank-auswahl (main.cob, Habenzins monatlich
      *> 0,5 % bzw. 1,5 % fuer Sparkonten) und sollzinsen-lauf.cob
      *> (0,03 % je Tag bei 360 Zinstagen) standen, als Jahressatz
      *> und gueltig seit jeher; Sollzins und Ueberziehungszins
      *> beginnen gleich hoch.
       01 WS-GRUND-AB                         PIC 9(8) VALUE 19000101.
       01 WS-GRUND-HABEN-GIRO                 PIC 9(3)V9(4)
                                              VALUE 6,0000.
       01 WS-GRUND-HABEN-SPAR                 PIC 9(3)V9(4)
                                              VALUE 18,0000.
       01 WS-GRUND-HABEN-FEST                 PIC 9(3)V9(4)
                                              VALUE 6,0000.
       01 WS-GRUND-SOLL                       PIC 9(3)V9(4)
                                              VALUE 10,8000.
       01 WS-GRUND-KONTO-ART                  PIC X.
       01 WS-GRUND-ART                        PIC X(4).
       01 WS-GRUND-WERT                       PIC 9(3)V9(4).
       01 WS-GRUND-ANZAHL                     PIC 9(4) VALUE ZERO.


       procedure division.
       HAUPT-ABLAUF.
      *> Pflegeprogramm fuer den Konditionenstamm: Zins- und
      *> Gebuehrensaetze je Kontoart mit Gueltigkeitsbeginn
      *> erfassen, die Historie anzeigen und noch nicht geltende
      *> Saetze aendern oder stornieren. Ein Satz, dessen
      *> Gueltigkeit begonnen hat, ist angewendet und bleibt
      *> unveraendert - ein neuer Satz gilt fruehestens ab morgen.
           display "===== Konditionenstamm Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           perform KASSIERER-ANMELDEN

           perform KONDITION-DATEI-OEFFNEN.
           perform KONDITIONEN-LADEN.

           display "Was soll geschehen?".
           display "1 - KONDITION ERFASSEN".
           display "2 - KONDITIONEN EINER KONTOART ANZEIGEN".
           display "3 - KUENFTIGE KONDITION AENDERN".
           display "4 - KUENFTIGE KONDITION STORNIEREN".
           display "5 - GRUNDBESTAND UEBERNEHMEN (LEERER STAMM)".
           accept WS-WAHL.

           if WS-WAHL = 1
               perform KONDITION-ERFASSEN
           else if WS-WAHL = 2
               perform HISTORIE-ANZEIGEN
           else if WS-WAHL = 3
               perform KONDITION-AENDERN
           else if WS-WAHL = 4
               perform KONDITION-STORNIEREN
           else if WS-WAHL = 5
               perform GRUNDBESTAND-UEBERNEHMEN
           else
               display "Ungueltige Wahl! Bitte waehle 1 bis 5"
           end-if.

           close KONDITION-DATEI.
           display "========================================".
           stop run.

       KASSIERER-ANMELDEN.
      *> Anmeldung gegen den Kassierer-Stamm wie in kontopflege.cob:
      *> nur eine bekannte, aktive Kennung mit richtigem Passwort
      *> darf Konditionen pflegen.
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

       KONDITION-DATEI-OEFFNEN.
      *> Oeffnet den Konditionenstamm; existiert er noch nicht,
      *> wird er angelegt (derselbe Weg wie bei VOLLDAT).
           open i-o KONDITION-DATEI
           if KOND-STATUS-NICHT-GEFUNDEN
               open output KONDITION-DATEI
               close KONDITION-DATEI
               open i-o KONDITION-DATEI
           end-if
           if not KOND-STATUS-OK
               display "Konditionenstamm KONDDAT kann nicht "
                   "geoeffnet werden (Status " WS-KOND-STATUS
                   ") - nichts zu pflegen"
               stop run
           end-if.

       KONDITIONEN-LADEN.
      *> Liest alle Saetze des Stamms in WS-KOND-TABELLE.
      *> KOND-NR ist die physische Satznummer, daher genuegt ein
      *> Durchlauf ueber den erlaubten Nummernbereich.
           move ZERO to WS-KOND-ANZAHL
           perform varying WS-KOND-REL-KEY from 1 by 1
                   until WS-KOND-REL-KEY > WS-MAX-KOND-NR
               read KONDITION-DATEI
                   invalid key
                       continue
                   not invalid key
                       add 1 to WS-KOND-ANZAHL
                       move KOND-NR to WS-KOND-T-NR(WS-KOND-ANZAHL)
                       move KOND-KONTO-ART
                           to WS-KOND-T-KONTO-ART(WS-KOND-ANZAHL)
                       move KOND-ART to WS-KOND-T-ART(WS-KOND-ANZAHL)
                       move KOND-GUELTIG-AB
                           to WS-KOND-T-AB(WS-KOND-ANZAHL)
                       move KOND-WERT to WS-KOND-T-WERT(WS-KOND-ANZAHL)
                       move KOND-STATUS
                           to WS-KOND-T-STATUS(WS-KOND-ANZAHL)
               end-read
           end-perform.

       KONDITION-SUCHEN.
      *> Sucht die am Stichtag WS-SUCH-DATUM geltende Kondition der
      *> Kontoart WS-SUCH-KONTO-ART und Konditionsart WS-SUCH-ART:
      *> unter den aktiven Saetzen mit Gueltig-ab bis zum Stichtag
      *> der mit dem spaetesten Gueltig-ab. WS-KOND-TREFFER ist
      *> der Tabellenplatz (0 = fuer diesen Tag keine Kondition).
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

       KONDITION-ERFASSEN.
      *> Erfasst eine neue Kondition unter der ersten freien
      *> Nummer. Sie gilt fruehestens ab morgen; fuer dieselbe
      *> Kontoart, Konditionsart und denselben Tag darf es nur
      *> einen aktiven Satz geben.
           perform FREIE-NUMMER-SUCHEN
           if WS-NEUE-KOND-NR = ZERO
               display "Alle Konditionsnummern bis " WS-MAX-KOND-NR
                   " sind vergeben - keine Anlage moeglich"
           else
               perform KONDITION-DATEN-ERFASSEN
               if KOND-ERFASST
                   move WS-NEUE-KOND-NR to KOND-NR
                   move WS-NEUE-KOND-NR to WS-KOND-REL-KEY
                   write KOND-SATZ
                   if KOND-STATUS-OK
                       display "Kondition " KOND-NR
                           " wurde angelegt:"
                       perform KONDITION-ANZEIGEN
                   else
                       display "Fehler beim Schreiben der Kondition "
                           "(Status " WS-KOND-STATUS ")"
                   end-if
               end-if
           end-if.

       FREIE-NUMMER-SUCHEN.
      *> Erste nicht belegte Satznummer des Stamms (0 = keine
      *> frei).
           move ZERO to WS-NEUE-KOND-NR
           perform varying WS-KOND-REL-KEY from 1 by 1
                   until WS-KOND-REL-KEY > WS-MAX-KOND-NR
                   or WS-NEUE-KOND-NR not = ZERO
               read KONDITION-DATEI
                   invalid key
                       move WS-KOND-REL-KEY to WS-NEUE-KOND-NR
                   not invalid key
                       continue
               end-read
           end-perform.

       KONDITION-DATEN-ERFASSEN.
      *> Fragt Kontoart, Konditionsart, Gueltigkeitsbeginn und Wert
      *> ab und zeigt vor der Wertabfrage die heute geltende
      *> Kondition; gespeichert wird erst nach Bestaetigung.
           move "N" to WS-KOND-ERFASST
           perform KONTOART-EINLESEN
           if EINGABE-GUELTIG
               perform KONDART-EINLESEN
           end-if
           if EINGABE-GUELTIG
               move "N" to WS-LEER-ERLAUBT
               perform GUELTIG-AB-EINLESEN
           end-if
           if EINGABE-GUELTIG
               move ZERO to WS-KOND-NR-EINGABE
               perform DOPPELTE-KONDITION-PRUEFEN
               if KOND-DOPPELT
                   display "Fuer diesen Tag gibt es bereits eine "
                       "aktive Kondition - bitte diese aendern"
                   move "N" to WS-EINGABE-GUELTIG
               end-if
           end-if
           if EINGABE-GUELTIG
               perform GELTENDE-KONDITION-ZEIGEN
               perform WERT-EINLESEN
           end-if
           if EINGABE-GUELTIG
               move WS-ART-EINGABE to KOND-KONTO-ART
               move WS-KART-EINGABE to KOND-ART
               move WS-AB-DATUM to KOND-GUELTIG-AB
               move WS-WERT to KOND-WERT
               move "A" to KOND-STATUS
               move WS-HEUTE to KOND-ANLAGE-DATUM
               move WS-KASSIERER-ID to KOND-ANLAGE-KENNUNG
               move ZERO to KOND-AEND-DATUM
               move SPACES to KOND-AEND-KENNUNG
               move WS-NEUE-KOND-NR to KOND-NR
               perform KONDITION-ANZEIGEN
               display "Kondition so speichern? (J/N)"
               accept WS-JN-EINGABE
               if WS-JN-EINGABE = "J" or WS-JN-EINGABE = "j"
                   move "J" to WS-KOND-ERFASST
               else
                   display "Kondition wurde nicht angelegt"
               end-if
           else
               display "Keine gueltige Eingabe erhalten - Kondition "
                   "wurde nicht angelegt"
           end-if.

       KONTOART-EINLESEN.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Kontoart? (G = Giro, S = Spar, "
                   "F = Festgeld)"
               accept WS-ART-EINGABE
               add 1 to WS-VERSUCHE
               if ART-EINGABE-GUELTIG
                   move "J" to WS-EINGABE-GUELTIG
               else
                   display "Ungueltige Eingabe! Bitte G, S oder F "
                       "eingeben"
               end-if
           end-perform.

       KONDART-EINLESEN.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Konditionsart? (HZIN = Habenzins, "
                   "SZIN = Sollzins, UZIN = Ueberziehungszins,"
               display "GMON = Kontofuehrung monatlich, "
                   "GPOS = je Buchungsposten)"
               accept WS-KART-EINGABE
               add 1 to WS-VERSUCHE
               if KART-EINGABE-GUELTIG
                   move "J" to WS-EINGABE-GUELTIG
               else
                   display "Ungueltige Eingabe! Bitte HZIN, SZIN, "
                       "UZIN, GMON oder GPOS eingeben"
               end-if
           end-perform.

       GUELTIG-AB-EINLESEN.
      *> Beginn der Gueltigkeit (JJJJMMTT): ein echtes
      *> Kalenderdatum nach heute, denn ab heute kann der alte Satz
      *> schon angewendet sein. Ist WS-LEER-ERLAUBT gesetzt, laesst
      *> eine leere Eingabe WS-AB-DATUM unveraendert.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               if LEER-ERLAUBT
                   display "Gueltig ab? (JJJJMMTT, leer = "
                       "unveraendert " WS-AB-DATUM ")"
               else
                   display "Gueltig ab? (JJJJMMTT, fruehestens "
                       "morgen)"
               end-if
               accept WS-DATUM-EINGABE
               add 1 to WS-VERSUCHE
               if WS-DATUM-EINGABE = SPACES and LEER-ERLAUBT
                   move "J" to WS-EINGABE-GUELTIG
               else
                   perform DATUM-PRUEFEN
                   if WS-DATUM-TAGE > ZERO
                           and WS-DATUM-PRUEF > WS-HEUTE
                       move WS-DATUM-PRUEF to WS-AB-DATUM
                       move "J" to WS-EINGABE-GUELTIG
                   else
                       display "Ungueltiges Datum! Bitte im Format "
                           "JJJJMMTT eingeben, nach " WS-HEUTE
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

       WERT-EINLESEN.
      *> Wert der Kondition WS-KART-EINGABE - Zahlenpruefung wie bei
      *> den Betraegen in kundenstamm.cob; Zinsen in Prozent p.a.
      *> mit bis zu vier, Gebuehren in Euro mit bis zu zwei
      *> Nachkommastellen. Ist WS-LEER-ERLAUBT gesetzt, laesst eine
      *> leere Eingabe WS-WERT unveraendert.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               if KART-EINGABE-ZINS
                   display "Zinssatz in Prozent p.a.? (z.B. 10,8)"
               else
                   display "Gebuehr in Euro? (z.B. 4,50)"
               end-if
               if LEER-ERLAUBT
                   display "(leer = unveraendert)"
               end-if
               accept WS-WERT-EINGABE
               add 1 to WS-VERSUCHE
               if WS-WERT-EINGABE = SPACES and LEER-ERLAUBT
                   move "J" to WS-EINGABE-GUELTIG
               else
                   perform WERT-PRUEFEN
               end-if
           end-perform.

       WERT-PRUEFEN.
           move -1 to WS-WERT-PRUEF
           if WS-WERT-EINGABE not = SPACES
               and FUNCTION TEST-NUMVAL(WS-WERT-EINGABE) = 0
               compute WS-WERT-PRUEF =
                   FUNCTION NUMVAL(WS-WERT-EINGABE)
                   on size error
                       move -1 to WS-WERT-PRUEF
               end-compute
           end-if
           compute WS-WERT-RUND-ZINS rounded = WS-WERT-PRUEF
           compute WS-WERT-RUND-GEB rounded = WS-WERT-PRUEF
           if WS-WERT-PRUEF < ZERO
               display "Ungueltiger Wert! Bitte eine Zahl ab 0 "
                   "eingeben"
           else if KART-EINGABE-ZINS
               if WS-WERT-PRUEF > WS-MAX-ZINS
                       or WS-WERT-RUND-ZINS not = WS-WERT-PRUEF
                   move WS-MAX-ZINS to WS-ZINS-ANZEIGE
                   display "Ungueltiger Zinssatz! Hoechstens "
                       WS-ZINS-ANZEIGE " % mit vier "
                       "Nachkommastellen"
               else
                   move WS-WERT-PRUEF to WS-WERT
                   move "J" to WS-EINGABE-GUELTIG
               end-if
           else
               if KART-EINGABE-GMON
                   move WS-MAX-GEB-MONAT to WS-GEB-ANZEIGE
               else
                   move WS-MAX-GEB-POSTEN to WS-GEB-ANZEIGE
               end-if
               if WS-WERT-PRUEF > WS-MAX-GEB-MONAT
                       or (not KART-EINGABE-GMON
                       and WS-WERT-PRUEF > WS-MAX-GEB-POSTEN)
                       or WS-WERT-RUND-GEB not = WS-WERT-PRUEF
                   display "Ungueltige Gebuehr! Hoechstens "
                       WS-GEB-ANZEIGE " Euro mit zwei "
                       "Nachkommastellen"
               else
                   move WS-WERT-PRUEF to WS-WERT
                   move "J" to WS-EINGABE-GUELTIG
               end-if
           end-if.

       DOPPELTE-KONDITION-PRUEFEN.
      *> Sucht einen anderen aktiven Satz (nicht WS-KOND-NR-
      *> EINGABE) derselben Kontoart und Konditionsart mit
      *> demselben Gueltig-ab.
           move "N" to WS-KOND-DOPPELT
           perform varying WS-KOND-INDEX from 1 by 1
                   until WS-KOND-INDEX > WS-KOND-ANZAHL
               if WS-KOND-T-STATUS(WS-KOND-INDEX) = "A"
                   and WS-KOND-T-NR(WS-KOND-INDEX)
                       not = WS-KOND-NR-EINGABE
                   and WS-KOND-T-KONTO-ART(WS-KOND-INDEX)
                       = WS-ART-EINGABE
                   and WS-KOND-T-ART(WS-KOND-INDEX) = WS-KART-EINGABE
                   and WS-KOND-T-AB(WS-KOND-INDEX) = WS-AB-DATUM
                   move "J" to WS-KOND-DOPPELT
               end-if
           end-perform.

       GELTENDE-KONDITION-ZEIGEN.
      *> Zeigt zur Orientierung die heute geltende Kondition der
      *> eingegebenen Kontoart und Konditionsart.
           move WS-ART-EINGABE to WS-SUCH-KONTO-ART
           move WS-KART-EINGABE to WS-SUCH-ART
           move WS-HEUTE to WS-SUCH-DATUM
           perform KONDITION-SUCHEN
           if WS-KOND-TREFFER = ZERO
               display "Heute gilt fuer diese Kontoart keine "
                   "solche Kondition"
           else if KART-EINGABE-ZINS
               move WS-KOND-T-WERT(WS-KOND-TREFFER)
                   to WS-ZINS-ANZEIGE
               display "Heute gilt: " WS-ZINS-ANZEIGE " % p.a. "
                   "seit " WS-KOND-T-AB(WS-KOND-TREFFER)
           else
               move WS-KOND-T-WERT(WS-KOND-TREFFER)
                   to WS-GEB-ANZEIGE
               display "Heute gilt: " WS-GEB-ANZEIGE " Euro "
                   "seit " WS-KOND-T-AB(WS-KOND-TREFFER)
           end-if.

       KONTOART-NAME-ERMITTELN.
      *> Klartextname der Kontoart WS-ART-EINGABE.
           if WS-ART-EINGABE = "S"
               move "SPAR" to WS-KONTO-ART-NAME
           else if WS-ART-EINGABE = "F"
               move "FESTGELD" to WS-KONTO-ART-NAME
           else
               move "GIRO" to WS-KONTO-ART-NAME
           end-if.

       KONDART-NAME-ERMITTELN.
      *> Klartextname der Konditionsart WS-KART-EINGABE.
           if WS-KART-EINGABE = "HZIN"
               move "HABENZINS" to WS-KART-NAME
           else if WS-KART-EINGABE = "SZIN"
               move "SOLLZINS (IM DISPO)" to WS-KART-NAME
           else if WS-KART-EINGABE = "UZIN"
               move "UEBERZIEHUNGSZINS" to WS-KART-NAME
           else if WS-KART-EINGABE = "GMON"
               move "KONTOFUEHRUNG MONATLICH" to WS-KART-NAME
           else
               move "JE BUCHUNGSPOSTEN" to WS-KART-NAME
           end-if.

       KONDITION-ANZEIGEN.
      *> Zeigt den Satz im KOND-SATZ-Puffer.
           move KOND-KONTO-ART to WS-ART-EINGABE
           move KOND-ART to WS-KART-EINGABE
           perform KONTOART-NAME-ERMITTELN
           perform KONDART-NAME-ERMITTELN
           display "Kondition-Nr.: " KOND-NR
           display "Kontoart:      " WS-KONTO-ART-NAME
           display "Art:           " KOND-ART " " WS-KART-NAME
           display "Gueltig ab:    " KOND-GUELTIG-AB
           if KOND-ZINS
               move KOND-WERT to WS-ZINS-ANZEIGE
               display "Wert:          " WS-ZINS-ANZEIGE " % p.a."
           else
               move KOND-WERT to WS-GEB-ANZEIGE
               display "Wert:          " WS-GEB-ANZEIGE " Euro"
           end-if
           display "Angelegt:      " KOND-ANLAGE-DATUM " von "
               KOND-ANLAGE-KENNUNG
           if KOND-AEND-DATUM not = ZERO
               display "Geaendert:     " KOND-AEND-DATUM " von "
                   KOND-AEND-KENNUNG
           end-if
           if KOND-STORNIERT
               display "Status:        STORNIERT"
           else
               display "Status:        AKTIV"
           end-if.

       HISTORIE-ANZEIGEN.
      *> Zeigt fuer eine Kontoart je Konditionsart alle Saetze
      *> nach Gueltig-ab geordnet, auch stornierte, mit ihrem Stand
      *> am heutigen Tag (GILT, ABGELOEST, KUENFTIG, STORNIERT).
           perform KONTOART-EINLESEN
           if not EINGABE-GUELTIG
               display "Keine gueltige Kontoart erhalten"
           else
               perform KONTOART-NAME-ERMITTELN
               display "Konditionen Kontoart " WS-KONTO-ART-NAME
                   " (Stand " WS-HEUTE ")"
               perform varying WS-KART-NR from 1 by 1
                       until WS-KART-NR > 5
                   perform KONDART-HISTORIE-ANZEIGEN
               end-perform
           end-if.

       KART-NR-ZUORDNEN.
      *> Konditionsart zur laufenden Nummer der Anzeigefolge.
           if WS-KART-NR = 1
               move "HZIN" to WS-KART-EINGABE
           else if WS-KART-NR = 2
               move "SZIN" to WS-KART-EINGABE
           else if WS-KART-NR = 3
               move "UZIN" to WS-KART-EINGABE
           else if WS-KART-NR = 4
               move "GMON" to WS-KART-EINGABE
           else
               move "GPOS" to WS-KART-EINGABE
           end-if.

       KONDART-HISTORIE-ANZEIGEN.
           perform KART-NR-ZUORDNEN
           perform KONDART-NAME-ERMITTELN
           display " "
           display WS-KART-EINGABE " " WS-KART-NAME
           move WS-ART-EINGABE to WS-SUCH-KONTO-ART
           move WS-KART-EINGABE to WS-SUCH-ART
           move WS-HEUTE to WS-SUCH-DATUM
           perform KONDITION-SUCHEN
           move ZERO to WS-HIST-ANZAHL
           move ZERO to WS-LETZT-AB
           move ZERO to WS-LETZT-NR
           perform NAECHSTEN-EINTRAG-SUCHEN
           perform until WS-NAECHST-INDEX = ZERO
               add 1 to WS-HIST-ANZAHL
               perform EINTRAG-ANZEIGEN
               move WS-KOND-T-AB(WS-NAECHST-INDEX) to WS-LETZT-AB
               move WS-KOND-T-NR(WS-NAECHST-INDEX) to WS-LETZT-NR
               perform NAECHSTEN-EINTRAG-SUCHEN
           end-perform
           if WS-HIST-ANZAHL = ZERO
               display "   keine Saetze erfasst"
           end-if.

       NAECHSTEN-EINTRAG-SUCHEN.
      *> Naechster Satz der Kontoart und Konditionsart in der
      *> Folge Gueltig-ab, Nummer nach dem zuletzt gezeigten
      *> (WS-LETZT-AB, WS-LETZT-NR); 0 = keiner mehr.
           move ZERO to WS-NAECHST-INDEX
           perform varying WS-KOND-INDEX from 1 by 1
                   until WS-KOND-INDEX > WS-KOND-ANZAHL
               if WS-KOND-T-KONTO-ART(WS-KOND-INDEX) = WS-ART-EINGABE
                   and WS-KOND-T-ART(WS-KOND-INDEX) = WS-KART-EINGABE
                   and (WS-KOND-T-AB(WS-KOND-INDEX) > WS-LETZT-AB
                   or (WS-KOND-T-AB(WS-KOND-INDEX) = WS-LETZT-AB
                   and WS-KOND-T-NR(WS-KOND-INDEX) > WS-LETZT-NR))
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

       EINTRAG-ANZEIGEN.
      *> Eine Zeile der Historie; WS-KOND-TREFFER ist die heute
      *> geltende Kondition dieser Kontoart und Konditionsart.
           if WS-KOND-T-STATUS(WS-NAECHST-INDEX) = "X"
               move "STORNIERT" to WS-STAND-TEXT
           else
           if WS-KOND-T-AB(WS-NAECHST-INDEX) > WS-HEUTE
               move "KUENFTIG" to WS-STAND-TEXT
           else
           if WS-NAECHST-INDEX = WS-KOND-TREFFER
               move "GILT" to WS-STAND-TEXT
           else
               move "ABGELOEST" to WS-STAND-TEXT
           end-if
           end-if
           end-if
           if KART-EINGABE-ZINS
               move WS-KOND-T-WERT(WS-NAECHST-INDEX)
                   to WS-ZINS-ANZEIGE
               display "   Nr. " WS-KOND-T-NR(WS-NAECHST-INDEX)
                   "  ab " WS-KOND-T-AB(WS-NAECHST-INDEX) "  "
                   WS-ZINS-ANZEIGE " % p.a.  " WS-STAND-TEXT
           else
               move WS-KOND-T-WERT(WS-NAECHST-INDEX)
                   to WS-GEB-ANZEIGE
               display "   Nr. " WS-KOND-T-NR(WS-NAECHST-INDEX)
                   "  ab " WS-KOND-T-AB(WS-NAECHST-INDEX) "  "
                   WS-GEB-ANZEIGE " Euro     " WS-STAND-TEXT
           end-if.

       KONDITION-AENDERN.
      *> Aendert Gueltigkeitsbeginn und/oder Wert einer noch nicht
      *> geltenden Kondition. Ein Satz, dessen Gueltigkeit
      *> begonnen hat, ist angewendet - fuer ihn wird stattdessen
      *> ein neuer Satz mit spaeterem Beginn erfasst.
           perform KOND-NR-EINLESEN
           if not KOND-VORHANDEN
               display "Kondition " WS-KOND-NR-EINGABE
                   " gibt es nicht"
           else
               perform KONDITION-ANZEIGEN
               perform AENDERBARKEIT-PRUEFEN
               if KOND-AENDERBAR
                   move KOND-KONTO-ART to WS-ART-EINGABE
                   move KOND-ART to WS-KART-EINGABE
                   move KOND-GUELTIG-AB to WS-AB-DATUM
                   move KOND-WERT to WS-WERT
                   move "J" to WS-LEER-ERLAUBT
                   perform GUELTIG-AB-EINLESEN
                   if EINGABE-GUELTIG
                       perform DOPPELTE-KONDITION-PRUEFEN
                       if KOND-DOPPELT
                           display "Fuer diesen Tag gibt es bereits "
                               "eine aktive Kondition"
                           move "N" to WS-EINGABE-GUELTIG
                       end-if
                   end-if
                   if EINGABE-GUELTIG
                       perform WERT-EINLESEN
                   end-if
                   if EINGABE-GUELTIG
                       perform AENDERUNG-SPEICHERN
                   else
                       display "Keine gueltige Eingabe erhalten - "
                           "Kondition bleibt unveraendert"
                   end-if
               end-if
           end-if.

       AENDERUNG-SPEICHERN.
      *> Schreibt Gueltig-ab und Wert zurueck, nachdem der Satz
      *> erneut gelesen wurde.
           move KOND-NR to WS-KOND-REL-KEY
           read KONDITION-DATEI
           if KOND-STATUS-OK
               move WS-AB-DATUM to KOND-GUELTIG-AB
               move WS-WERT to KOND-WERT
               move WS-HEUTE to KOND-AEND-DATUM
               move WS-KASSIERER-ID to KOND-AEND-KENNUNG
               rewrite KOND-SATZ
           end-if
           if KOND-STATUS-OK
               display "Kondition " KOND-NR " wurde geaendert:"
               perform KONDITION-ANZEIGEN
           else
               display "Fehler beim Aendern der Kondition (Status "
                   WS-KOND-STATUS ")"
           end-if.

       KONDITION-STORNIEREN.
      *> Setzt eine noch nicht geltende Kondition auf STORNIERT;
      *> der Satz bleibt als Beleg stehen und wird von keinem
      *> Programm mehr angewendet.
           perform KOND-NR-EINLESEN
           if not KOND-VORHANDEN
               display "Kondition " WS-KOND-NR-EINGABE
                   " gibt es nicht"
           else
               perform KONDITION-ANZEIGEN
               perform AENDERBARKEIT-PRUEFEN
               if KOND-AENDERBAR
                   display "Kondition wirklich stornieren? (J/N)"
                   accept WS-JN-EINGABE
                   if WS-JN-EINGABE = "J" or WS-JN-EINGABE = "j"
                       move "X" to KOND-STATUS
                       move WS-HEUTE to KOND-AEND-DATUM
                       move WS-KASSIERER-ID to KOND-AEND-KENNUNG
                       rewrite KOND-SATZ
                       if KOND-STATUS-OK
                           display "Kondition " KOND-NR
                               " wurde storniert"
                       else
                           display "Fehler beim Stornieren der "
                               "Kondition (Status " WS-KOND-STATUS
                               ")"
                       end-if
                   else
                       display "Kondition bleibt aktiv"
                   end-if
               end-if
           end-if.

       AENDERBARKEIT-PRUEFEN.
      *> Nur aktive Saetze mit Gueltig-ab nach heute duerfen
      *> geaendert oder storniert werden.
           move "N" to WS-KOND-AENDERBAR
           if KOND-STORNIERT
               display "Kondition " KOND-NR " ist bereits storniert"
           else if KOND-GUELTIG-AB <= WS-HEUTE
               display "Kondition " KOND-NR " gilt seit "
                   KOND-GUELTIG-AB " und ist damit angewendet - "
                   "sie wird nicht mehr geaendert. Bitte eine neue "
                   "Kondition mit spaeterem Beginn erfassen"
           else
               move "J" to WS-KOND-AENDERBAR
           end-if.

       KOND-NR-EINLESEN.
      *> Liest eine Konditionsnummer ein und laedt den Satz -
      *> dieselbe Form wie VM-NR-EINLESEN in vollmachtstamm.cob.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Bitte gib die Konditionsnummer an (1 bis "
                   WS-MAX-KOND-NR ")"
               accept WS-KOND-NR-EINGABE
               add 1 to WS-VERSUCHE
               if WS-KOND-NR-EINGABE >= 1
                       and WS-KOND-NR-EINGABE <= WS-MAX-KOND-NR
                   move "J" to WS-EINGABE-GUELTIG
               else
                   display "Ungueltige Nummer! Bitte eine Zahl von "
                       "1 bis " WS-MAX-KOND-NR " eingeben"
               end-if
           end-perform

           move "N" to WS-KOND-VORHANDEN
           if EINGABE-GUELTIG
               move WS-KOND-NR-EINGABE to WS-KOND-REL-KEY
               read KONDITION-DATEI
                   invalid key
                       move "N" to WS-KOND-VORHANDEN
                   not invalid key
                       move "J" to WS-KOND-VORHANDEN
               end-read
           end-if.

       GRUNDBESTAND-UEBERNEHMEN.
      *> Erstbefuellung eines leeren Stamms: die bisherigen Zinssaetze
      *> (s. WS-GRUND-...) fuer alle drei Kontoarten und die Zeilen
      *> des Gebuehrentarifs GEBTARIF, alle gueltig ab
      *> WS-GRUND-AB. Enthaelt der Stamm schon Saetze, wird nichts
      *> uebernommen.
           if WS-KOND-ANZAHL > ZERO
               display "Der Konditionenstamm enthaelt bereits "
                   WS-KOND-ANZAHL " Saetze - Grundbestand wird "
                   "nicht uebernommen"
           else
               move ZERO to WS-NEUE-KOND-NR
               move "HZIN" to WS-GRUND-ART
               move "G" to WS-GRUND-KONTO-ART
               move WS-GRUND-HABEN-GIRO to WS-GRUND-WERT
               perform GRUNDSATZ-SCHREIBEN
               move "S" to WS-GRUND-KONTO-ART
               move WS-GRUND-HABEN-SPAR to WS-GRUND-WERT
               perform GRUNDSATZ-SCHREIBEN
               move "F" to WS-GRUND-KONTO-ART
               move WS-GRUND-HABEN-FEST to WS-GRUND-WERT
               perform GRUNDSATZ-SCHREIBEN
               move WS-GRUND-SOLL to WS-GRUND-WERT
               move "SZIN" to WS-GRUND-ART
               perform GRUNDZINS-JE-KONTOART
               move "UZIN" to WS-GRUND-ART
               perform GRUNDZINS-JE-KONTOART
               perform TARIF-UEBERNEHMEN
               display WS-GRUND-ANZAHL " Konditionen gueltig ab "
                   WS-GRUND-AB " uebernommen"
           end-if.

       GRUNDZINS-JE-KONTOART.
           move "G" to WS-GRUND-KONTO-ART
           perform GRUNDSATZ-SCHREIBEN
           move "S" to WS-GRUND-KONTO-ART
           perform GRUNDSATZ-SCHREIBEN
           move "F" to WS-GRUND-KONTO-ART
           perform GRUNDSATZ-SCHREIBEN.

       TARIF-UEBERNEHMEN.
      *> Uebernimmt je Zeile des Gebuehrentarifs die monatliche
      *> Gebuehr (GMON) und die Gebuehr je Buchungsposten (GPOS).
      *> Ohne Tarifdatei bleiben alle Kontoarten gebuehrenfrei, bis
      *> Gebuehren erfasst werden.
           open input TARIF-DATEI
           if WS-TARIF-STATUS not = "00"
               display "Keine Tarifdatei GEBTARIF vorhanden "
                   "(Status " WS-TARIF-STATUS ") - es werden keine "
                   "Gebuehren uebernommen"
           else
               move "N" to WS-TARIF-ENDE
               perform until TARIF-ENDE
                   read TARIF-DATEI
                       at end
                           move "J" to WS-TARIF-ENDE
                       not at end
                           perform TARIF-ZEILE-UEBERNEHMEN
                   end-read
               end-perform
               close TARIF-DATEI
           end-if.

       TARIF-ZEILE-UEBERNEHMEN.
           if GEB-KONTO-ART = "G" or GEB-KONTO-ART = "S"
                   or GEB-KONTO-ART = "F"
               move GEB-KONTO-ART to WS-GRUND-KONTO-ART
               move "GMON" to WS-GRUND-ART
               move GEB-MONATLICH to WS-GRUND-WERT
               perform GRUNDSATZ-SCHREIBEN
               move "GPOS" to WS-GRUND-ART
               move GEB-JE-BUCHUNG to WS-GRUND-WERT
               perform GRUNDSATZ-SCHREIBEN
           else
               display "Tarifzeile mit unbekannter Kontoart '"
                   GEB-KONTO-ART "' - uebersprungen"
           end-if.

       GRUNDSATZ-SCHREIBEN.
      *> Schreibt einen Satz des Grundbestands unter der naechsten
      *> Nummer (der Stamm ist leer, die Nummern sind fortlaufend).
           add 1 to WS-NEUE-KOND-NR
           move WS-NEUE-KOND-NR to KOND-NR
           move WS-NEUE-KOND-NR to WS-KOND-REL-KEY
           move WS-GRUND-KONTO-ART to KOND-KONTO-ART
           move WS-GRUND-ART to KOND-ART
           move WS-GRUND-AB to KOND-GUELTIG-AB
           move WS-GRUND-WERT to KOND-WERT
           move "A" to KOND-STATUS
           move WS-HEUTE to KOND-ANLAGE-DATUM
           move WS-KASSIERER-ID to KOND-ANLAGE-KENNUNG
           move ZERO to KOND-AEND-DATUM
           move SPACES to KOND-AEND-KENNUNG
           write KOND-SATZ
           if KOND-STATUS-OK
               add 1 to WS-GRUND-ANZAHL
               if KOND-GEBUEHR
                   move KOND-WERT to WS-GEB-ANZEIGE
                   display "Kondition " KOND-NR ": " KOND-KONTO-ART
                       " " KOND-ART " " WS-GEB-ANZEIGE " Euro"
               else
                   move KOND-WERT to WS-ZINS-ANZEIGE
                   display "Kondition " KOND-NR ": " KOND-KONTO-ART
                       " " KOND-ART " " WS-ZINS-ANZEIGE " % p.a."
               end-if
           else
               display "Fehler beim Schreiben der Kondition "
                   KOND-NR " (Status " WS-KOND-STATUS ")"
           end-if.

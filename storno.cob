       identification division.
        program-id. storno.

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

      *> Tagesprotokoll: erst nach der stornierten Buchung gelesen
      *> (OPEN INPUT), danach werden die Stornobuchungen angehaengt
      *> (OPEN EXTEND, s. copybooks/trans-satz.cpy).
           select TRANS-DATEI assign to "TRANSDAT"
               organization is line sequential
               file status is WS-TRANS-STATUS.

      *> Transaktionsarchiv (s. copybooks/arch-satz.cpy): Buchungen
      *> frueherer Tage der offenen Periode, nur gelesen.
           select ARCHIV-DATEI assign to "TRANSARC"
               organization is line sequential
               file status is WS-ARCHIV-STATUS.

      *> Kassierer-Stammdatei (s. copybooks/kassierer-satz.cpy):
      *> Anmeldung des stornierenden Kassierers und Vier-Augen-
      *> Freigabe durch einen zweiten, wie in main.cob.
           select KASSIERER-DATEI assign to "KASSDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KASS-REL-KEY
               file status is WS-KASS-STATUS.

      *> Abendlauf-Sperre und Sitzungszaehler wie in main.cob: ein
      *> Storno bucht wie eine Schaltersitzung ins Tagesprotokoll
      *> und darf nicht am laufenden Abschluss vorbeigehen.
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

       fd  ARCHIV-DATEI.
       copy "arch-satz.cpy".

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
       01 WS-ARCHIV-STATUS                    PIC XX.
           88 ARCHIV-STATUS-OK                VALUE "00".
       01 WS-DATEI-ENDE                       PIC X VALUE "N".
           88 DATEI-ENDE                      VALUE "J".
       01 WS-JETZT                            PIC X(21).
       01 WS-TRANS-ART                        PIC X(12).
       01 WS-TRANS-REF                        PIC 9(14) VALUE ZERO.

      *> Anmeldung und Vier-Augen-Freigabe wie in main.cob. Anders
      *> als am Schalter braucht jedes Storno die Freigabe, ganz
      *> gleich, wie hoch der Betrag ist.
       01 WS-KASSIERER-ID                     PIC X(8).
       01 WS-KASS-REL-KEY                     PIC 9(4).
       01 WS-KASS-STATUS                      PIC XX.
       01 WS-MAX-KASS-NR                      PIC 9(4) VALUE 999.
       01 WS-KASS-LIMIT-ANZEIGE               PIC Z.ZZZ.ZZ9,99.
       01 WS-SUCH-KENNUNG                     PIC X(8).
       01 WS-KASS-GEFUNDEN                    PIC X VALUE "N".
           88 KASS-GEFUNDEN                   VALUE "J".
       01 WS-PASSWORT-EINGABE                 PIC X(8).
       01 WS-ANMELDE-OK                       PIC X VALUE "N".
           88 ANMELDE-OK                      VALUE "J".
       01 WS-FREIGEBER-ID                     PIC X(8) VALUE SPACES.
       01 WS-LIMIT-FREIGEGEBEN                PIC X VALUE "N".
           88 LIMIT-FREIGEGEBEN               VALUE "J".

       01 WS-ABENDSPR-STATUS                  PIC XX.
       01 WS-SITZ-STATUS                      PIC XX.
       01 WS-SITZ-ZAEHLER                     PIC 9(3) VALUE ZERO.

       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.
       01 WS-EINGABE-GUELTIG                  PIC X VALUE "N".
           88 EINGABE-GUELTIG                 VALUE "J".
       01 WS-JN-EINGABE                       PIC X(1).

      *> Gesuchte Buchungsreferenz (TRANS-REF der zu stornierenden
      *> Buchung) und optional das Konto, auf das die Suche
      *> eingeschraenkt wird (0 = alle Konten). Unter einer
      *> Referenz koennen mehrere Buchungen stehen - beide Seiten
      *> einer Ueberweisung, die Gebuehren eines Monats oder die
      *> Sollzinsen eines Quartals -, daher waehlt der Kassierer
      *> aus der Trefferliste.
       01 WS-REF-EINGABE                      PIC X(14).
       01 WS-REF-SUCHE                        PIC 9(14).
       01 WS-FILTER-KONTO-NR                  PIC 9(6).

      *> Lesepuffer fuer TRANSDAT- und TRANSARC-Saetze, damit die
      *> Treffer-Pruefung fuer beide Dateien dieselbe ist.
       copy "trans-satz.cpy"
           replacing leading ==TRANS== by ==SUCH==.
       01 WS-SUCH-QUELLE                      PIC X(8).

      *> Verwendungszweck der Stornobuchung (s. copybooks/
      *> storno-zweck.cpy).
       copy "storno-zweck.cpy".

      *> Trefferliste: stornierbare Kandidaten unter der Referenz
      *> und die schon vorhandenen Stornobuchungen dazu. Eine
      *> Buchung gilt als storniert, wenn ein Storno mit demselben
      *> Konto und derselben Art, demselben Datum und derselben
      *> Uhrzeit des Originals existiert.
       01 WS-MAX-TREFFER                      PIC 9(2) VALUE 20.
       01 WS-ANZAHL-TREFFER                   PIC 9(4) VALUE ZERO.
       01 WS-ANZAHL-STORNO                    PIC 9(4) VALUE ZERO.
       01 WS-TREFFER-TABELLE.
           05 WS-TREFFER OCCURS 20 TIMES.
               10 WS-TR-QUELLE                PIC X(8).
               10 WS-TR-DATUM                 PIC 9(8).
               10 WS-TR-ZEIT                  PIC 9(6).
               10 WS-TR-KONTO-NR              PIC 9(6).
               10 WS-TR-ART                   PIC X(12).
               10 WS-TR-BETRAG                PIC 9(7)V99.
               10 WS-TR-GEGENKONTO            PIC 9(6).
               10 WS-TR-KASSIERER             PIC X(8).
               10 WS-TR-STORNIERT             PIC X.
       01 WS-STORNO-TABELLE.
           05 WS-STORNO OCCURS 20 TIMES.
               10 WS-ST-KONTO-NR              PIC 9(6).
               10 WS-ST-ORIG-ART              PIC X(12).
               10 WS-ST-ORIG-DATUM            PIC 9(8).
               10 WS-ST-ORIG-ZEIT             PIC 9(6).
       01 WS-IDX                              PIC 9(2).
       01 WS-IDX2                             PIC 9(2).
       01 WS-NR-ANZEIGE                       PIC Z9.

      *> Ausgewaehlte Buchung und - bei einer Ueberweisung - ihre
      *> Gegenbuchung; beide Seiten werden nur gemeinsam storniert.
      *> WS-ERSTE-SEITE/WS-ZWEITE-SEITE legen die Buchungsfolge
      *> fest (erst die Haben-Seite zuruecknehmen, dann die
      *> Soll-Seite erstatten).
       01 WS-AUSWAHL                          PIC 9(2) VALUE ZERO.
       01 WS-PARTNER                          PIC 9(2) VALUE ZERO.
       01 WS-ERSTE-SEITE                      PIC 9(2) VALUE ZERO.
       01 WS-ZWEITE-SEITE                     PIC 9(2) VALUE ZERO.
       01 WS-STORNO-ZULAESSIG                 PIC X VALUE "N".
           88 STORNO-ZULAESSIG                VALUE "J".

      *> Einordnung der Originalart: H = Gutschrift (Storno belastet
      *> mit STORNO-SOLL), S = Belastung (Storno erstattet mit
      *> STORNO-HABEN), N = nicht stornierbar.
       01 WS-PRUEF-ART                        PIC X(12).
       01 WS-ART-RICHTUNG                     PIC X.
           88 ART-GUTSCHRIFT                  VALUE "H".
           88 ART-BELASTUNG                   VALUE "S".
           88 ART-NICHT-STORNIERBAR           VALUE "N".

       01 WS-KONTO-SPEICHERN-OK               PIC X VALUE "N".
           88 KONTO-SPEICHERN-OK              VALUE "J".
       01 WS-BUCHUNG-KONTO-NR                 PIC 9(6).
       01 WS-BUCHUNG-SALDO                    PIC S9(7)V99.
       01 WS-GEGENKONTO                       PIC 9(6) VALUE ZERO.
       01 WS-ZWECK                            PIC X(30) VALUE SPACES.
       01 WS-DISPO-LIMIT                      PIC 9(7)V99.
       01 WS-NEUER-SALDO                      PIC S9(8)V99.
       01 WS-SALDO-ANZEIGE                    PIC ZZ.ZZZ.ZZ9,99-.

       01 Betrag                              PIC 9(7)V99.
       01 Betrag-Formatiert                   PIC Z.ZZZ.ZZ9,99.


       procedure division.
       HAUPT-ABLAUF.
      *> Storno einer Fehlbuchung: der Kassierer nennt die
      *> Buchungsreferenz (TRANS-REF), waehlt die Buchung aus
      *> TRANSDAT/TRANSARC, ein zweiter Kassierer gibt frei, dann
      *> wird die Buchung mit einer Gegenbuchung STORNO-SOLL bzw.
      *> STORNO-HABEN unter derselben Referenz zurueckgenommen.
      *> Die Originalbuchung bleibt unveraendert stehen. Beide
      *> Seiten einer Ueberweisung werden nur gemeinsam storniert;
      *> ein zweites Storno derselben Buchung wird abgewiesen.
           display "===== Storno Erkan-Bank =====".
           perform ABENDSPERRE-PRUEFEN
           perform KASSIERER-ANMELDEN

           open i-o KONTO-DATEI
           if not KONTO-STATUS-OK
               display "Keine Kontenstammdatei vorhanden (Status "
                   WS-KONTO-STATUS ") - nichts zu stornieren"
               close KASSIERER-DATEI
               stop run
           end-if
           perform SITZUNG-ANMELDEN

           perform REFERENZ-EINLESEN
           if EINGABE-GUELTIG
               perform TREFFER-SUCHEN
               perform TREFFER-AUSWAEHLEN
           end-if
           if WS-AUSWAHL > ZERO
               perform STORNO-PRUEFEN
           end-if
           if STORNO-ZULAESSIG
               move WS-TR-BETRAG(WS-AUSWAHL) to Betrag
               display "Jedes Storno braucht die Freigabe durch "
                   "einen zweiten Kassierer"
               perform VIER-AUGEN-FREIGABE
               if LIMIT-FREIGEGEBEN
                   perform STORNO-BUCHEN
               end-if
           end-if

           close KONTO-DATEI
           close KASSIERER-DATEI
           perform SITZUNG-ABMELDEN
           display "==============================".
           stop run.

       KASSIERER-ANMELDEN.
      *> Anmeldung gegen den Kassierer-Stamm wie in main.cob: nur
      *> eine bekannte, aktive Kennung mit richtigem Passwort darf
      *> stornieren; die Kennung wandert als TRANS-KASSIERER in die
      *> Stornobuchungen.
           open input KASSIERER-DATEI
           if WS-KASS-STATUS not = "00"
               display "Keine Kassierer-Stammdatei vorhanden "
                   "(Status " WS-KASS-STATUS ") - ohne Stamm "
                   "kein Storno (Pflege ueber kassierer-stamm)"
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
      *> Laeuft gerade der Abendlauf, wird nicht storniert - das
      *> Storno wuerde sonst am Buchungsjournal vorbeigehen
      *> (s. main.cob).
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
      *> Abendlauf startet nicht, solange storniert wird.
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

       VIER-AUGEN-FREIGABE.
      *> Freigabe durch einen zweiten Kassierer wie in main.cob:
      *> andere Kennung, aktiver Stammsatz, eigenes Limit deckt den
      *> Betrag, richtiges Passwort. Ohne Freigabe kein Storno.
           move "N" to WS-LIMIT-FREIGEGEBEN
           move SPACES to WS-FREIGEBER-ID
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
                   else if Betrag > KASS-LIMIT
                       move KASS-LIMIT to WS-KASS-LIMIT-ANZEIGE
                       display "Das Limit des Freigebers ("
                           WS-KASS-LIMIT-ANZEIGE " Euro) deckt "
                           "den Betrag nicht"
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
                   end-if
               end-if
           end-perform

           if not LIMIT-FREIGEGEBEN
               display "Keine Freigabe erhalten - das Storno "
                   "unterbleibt"
           end-if.

       REFERENZ-EINLESEN.
      *> Fragt die Buchungsreferenz (bis 14 Ziffern, wie sie der
      *> Schalter nach jeder Buchung anzeigt) und optional das
      *> Konto ab, mit derselben Versuchsobergrenze wie die
      *> uebrigen Eingaben. Referenz 0 tragen nur Belege ohne
      *> Betrag und Altbuchungen - die sind nicht eindeutig zu
      *> finden.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               add 1 to WS-VERSUCHE
               display "Buchungsreferenz der zu stornierenden "
                   "Buchung?"
               accept WS-REF-EINGABE
               if WS-REF-EINGABE = SPACES
                   display "Die Referenz darf nicht leer sein"
               else if FUNCTION TEST-NUMVAL(WS-REF-EINGABE) not = 0
                   display "Ungueltige Referenz! Bitte nur Ziffern "
                       "eingeben"
               else
                   compute WS-REF-SUCHE =
                       FUNCTION NUMVAL(WS-REF-EINGABE)
                   if WS-REF-SUCHE = ZERO
                       display "Referenz 0 ist keine "
                           "Buchungsreferenz"
                   else
                       move "J" to WS-EINGABE-GUELTIG
                   end-if
               end-if
               end-if
           end-perform

           if not EINGABE-GUELTIG
               display "Keine gueltige Referenz erhalten - "
                   "Programm wird beendet"
           else
               display "Auf welches Konto beschraenken? (0 = alle "
                   "Konten der Referenz)"
               accept WS-FILTER-KONTO-NR
               if WS-FILTER-KONTO-NR > WS-MAX-KONTO-NR
                   display "Ungueltige Kontonummer - es wird "
                       "ueber alle Konten gesucht"
                   move ZERO to WS-FILTER-KONTO-NR
               end-if
           end-if.

       TREFFER-SUCHEN.
      *> Liest erst das Tagesprotokoll, dann das Archiv der offenen
      *> Periode und sammelt alle Buchungen unter der Referenz.
      *> Fehlt eine der Dateien (erster Tag, leeres Archiv), bleibt
      *> sie einfach unberuecksichtigt.
           move ZERO to WS-ANZAHL-TREFFER
           move ZERO to WS-ANZAHL-STORNO

           open input TRANS-DATEI
           if TRANS-STATUS-OK
               move "N" to WS-DATEI-ENDE
               perform until DATEI-ENDE
                   read TRANS-DATEI
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           move TRANS-SATZ to SUCH-SATZ
                           move "TRANSDAT" to WS-SUCH-QUELLE
                           perform SUCH-SATZ-PRUEFEN
                   end-read
               end-perform
               close TRANS-DATEI
           end-if

           open input ARCHIV-DATEI
           if ARCHIV-STATUS-OK
               move "N" to WS-DATEI-ENDE
               perform until DATEI-ENDE
                   read ARCHIV-DATEI
                       at end
                           move "J" to WS-DATEI-ENDE
                       not at end
                           perform ARCHIV-NACH-SUCH
                           move "TRANSARC" to WS-SUCH-QUELLE
                           perform SUCH-SATZ-PRUEFEN
                   end-read
               end-perform
               close ARCHIV-DATEI
           end-if

           if WS-ANZAHL-TREFFER <= WS-MAX-TREFFER
                   and WS-ANZAHL-STORNO <= WS-MAX-TREFFER
               perform STORNIERTE-MARKIEREN
           end-if.

       ARCHIV-NACH-SUCH.
      *> Uebernimmt den Archivsatz feldweise in den Lesepuffer (die
      *> Felder ab ARCH-DATUM entsprechen dem TRANS-SATZ).
           move ARCH-DATUM to SUCH-DATUM
           move ARCH-ZEIT to SUCH-ZEIT
           move ARCH-KONTO-NR to SUCH-KONTO-NR
           move ARCH-ART to SUCH-ART
           move ARCH-BETRAG to SUCH-BETRAG
           move ARCH-SALDO-NACH to SUCH-SALDO-NACH
           move ARCH-REF to SUCH-REF
           move ARCH-KASSIERER to SUCH-KASSIERER
           move ARCH-FREIGEBER to SUCH-FREIGEBER
           move ARCH-GEGENKONTO to SUCH-GEGENKONTO
           move ARCH-ZWECK to SUCH-ZWECK.

       SUCH-SATZ-PRUEFEN.
      *> Nimmt den Satz im Lesepuffer auf, wenn er die gesuchte
      *> Referenz traegt und das Konto passt - bei eingeschraenkter
      *> Suche auch dann, wenn das Konto nur Gegenkonto ist, damit
      *> die zweite Seite einer Ueberweisung mitgefunden wird.
      *> Stornobuchungen wandern in die Storno-Tabelle, Belege ohne
      *> Betrag werden uebergangen.
           if SUCH-REF = WS-REF-SUCHE
                   and (WS-FILTER-KONTO-NR = ZERO
                   or SUCH-KONTO-NR = WS-FILTER-KONTO-NR
                   or SUCH-GEGENKONTO = WS-FILTER-KONTO-NR)
               if SUCH-ART = "STORNO-SOLL"
                       or SUCH-ART = "STORNO-HABEN"
                   add 1 to WS-ANZAHL-STORNO
                   if WS-ANZAHL-STORNO <= WS-MAX-TREFFER
                       move SUCH-ZWECK to STORNO-ZWECK
                       move SUCH-KONTO-NR
                           to WS-ST-KONTO-NR(WS-ANZAHL-STORNO)
                       move STO-ORIG-ART
                           to WS-ST-ORIG-ART(WS-ANZAHL-STORNO)
                       move STO-ORIG-DATUM
                           to WS-ST-ORIG-DATUM(WS-ANZAHL-STORNO)
                       move STO-ORIG-ZEIT
                           to WS-ST-ORIG-ZEIT(WS-ANZAHL-STORNO)
                   end-if
               else if SUCH-BETRAG > ZERO
                   add 1 to WS-ANZAHL-TREFFER
                   if WS-ANZAHL-TREFFER <= WS-MAX-TREFFER
                       move WS-ANZAHL-TREFFER to WS-IDX
                       move WS-SUCH-QUELLE to WS-TR-QUELLE(WS-IDX)
                       move SUCH-DATUM to WS-TR-DATUM(WS-IDX)
                       move SUCH-ZEIT to WS-TR-ZEIT(WS-IDX)
                       move SUCH-KONTO-NR to WS-TR-KONTO-NR(WS-IDX)
                       move SUCH-ART to WS-TR-ART(WS-IDX)
                       move SUCH-BETRAG to WS-TR-BETRAG(WS-IDX)
                       move SUCH-GEGENKONTO
                           to WS-TR-GEGENKONTO(WS-IDX)
                       move SUCH-KASSIERER
                           to WS-TR-KASSIERER(WS-IDX)
                       move "N" to WS-TR-STORNIERT(WS-IDX)
                   end-if
               end-if
               end-if
           end-if.

       STORNIERTE-MARKIEREN.
      *> Markiert jeden Treffer, zu dem schon ein Storno existiert
      *> (gleiches Konto, gleiche Art, gleicher Zeitpunkt).
           perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-ANZAHL-TREFFER
               perform varying WS-IDX2 from 1 by 1
                       until WS-IDX2 > WS-ANZAHL-STORNO
                   if WS-ST-KONTO-NR(WS-IDX2) = WS-TR-KONTO-NR(WS-IDX)
                           and WS-ST-ORIG-ART(WS-IDX2)
                           = WS-TR-ART(WS-IDX)
                           and WS-ST-ORIG-DATUM(WS-IDX2)
                           = WS-TR-DATUM(WS-IDX)
                           and WS-ST-ORIG-ZEIT(WS-IDX2)
                           = WS-TR-ZEIT(WS-IDX)
                       move "J" to WS-TR-STORNIERT(WS-IDX)
                   end-if
               end-perform
           end-perform.

       TREFFER-AUSWAEHLEN.
      *> Zeigt die Treffer an; bei mehr als einem waehlt der
      *> Kassierer die zu stornierende Buchung per Nummer. Die
      *> Gegenseite einer Ueberweisung muss nicht gewaehlt werden,
      *> sie wird in STORNO-PRUEFEN dazugesucht.
           move ZERO to WS-AUSWAHL
           if WS-ANZAHL-TREFFER = ZERO
               display "Unter Referenz " WS-REF-SUCHE " gibt es "
                   "keine Buchung mit Betrag (TRANSDAT/TRANSARC)"
           else if WS-ANZAHL-TREFFER > WS-MAX-TREFFER
                   or WS-ANZAHL-STORNO > WS-MAX-TREFFER
               display "Unter Referenz " WS-REF-SUCHE " stehen "
                   "mehr als " WS-MAX-TREFFER " Buchungen - bitte "
                   "die Suche auf ein Konto beschraenken"
           else
               display "Buchungen unter Referenz " WS-REF-SUCHE ":"
               perform varying WS-IDX from 1 by 1
                       until WS-IDX > WS-ANZAHL-TREFFER
                   perform TREFFER-ANZEIGEN
               end-perform

               if WS-ANZAHL-TREFFER = 1
                   move 1 to WS-AUSWAHL
               else
                   move ZERO to WS-VERSUCHE
                   perform until WS-AUSWAHL > ZERO
                           or WS-VERSUCHE >= WS-MAX-VERSUCHE
                       add 1 to WS-VERSUCHE
                       display "Welche Buchung soll storniert "
                           "werden? (Nummer)"
                       accept WS-AUSWAHL
                       if WS-AUSWAHL = ZERO
                               or WS-AUSWAHL > WS-ANZAHL-TREFFER
                           display "Ungueltige Nummer! Bitte 1 bis "
                               WS-ANZAHL-TREFFER " eingeben"
                           move ZERO to WS-AUSWAHL
                       end-if
                   end-perform
                   if WS-AUSWAHL = ZERO
                       display "Keine gueltige Auswahl erhalten - "
                           "Programm wird beendet"
                   end-if
               end-if
           end-if
           end-if.

       TREFFER-ANZEIGEN.
      *> Eine Zeile je Treffer WS-IDX.
           move WS-IDX to WS-NR-ANZEIGE
           move WS-TR-BETRAG(WS-IDX) to Betrag-Formatiert
           display "  " WS-NR-ANZEIGE ": " WS-TR-DATUM(WS-IDX) " "
               WS-TR-ZEIT(WS-IDX) " Konto " WS-TR-KONTO-NR(WS-IDX)
               " " WS-TR-ART(WS-IDX) " " Betrag-Formatiert " Euro ("
               WS-TR-QUELLE(WS-IDX) ", " WS-TR-KASSIERER(WS-IDX)
               ")"
           if WS-TR-GEGENKONTO(WS-IDX) not = ZERO
               display "      Gegenkonto "
                   WS-TR-GEGENKONTO(WS-IDX)
           end-if
           if WS-TR-STORNIERT(WS-IDX) = "J"
               display "      bereits storniert"
           end-if.

       ART-EINORDNEN.
      *> Ordnet die Art WS-PRUEF-ART ein. Clearing-Zahlungen
      *> (EXT-SOLL, CLR-SOLL, CLR-HABEN) haben die Bank bereits
      *> verlassen bzw. kamen vom Clearing-Partner und werden ueber
      *> ihn zurueckgegeben, nicht hier storniert; ein Storno
      *> selbst wird nicht storniert. Ebenso wenig die Buchungen
      *> einer Sammelueberweisung (SAMMEL-SOLL, SAMMEL-HABEN), die
      *> nur als ganzer Auftrag zurueckgenommen werden kann. Auch
      *> eine ZINSEN-Gutschrift bleibt stehen: zu ihr gehoeren der
      *> Steuerabzug (KAPEST, SOLZ) unter derselben Referenz und
      *> der verbrauchte Freistellungsauftrag, die ein Storno der
      *> Gutschrift allein nicht zuruecknaehme.
           if WS-PRUEF-ART = "EINZAHLEN"
                   or WS-PRUEF-ART = "UEBERW-HABEN"
               move "H" to WS-ART-RICHTUNG
           else if WS-PRUEF-ART = "AUSZAHLEN"
                   or WS-PRUEF-ART = "UEBERW-SOLL"
                   or WS-PRUEF-ART = "SOLLZINSEN"
                   or WS-PRUEF-ART = "GEBUEHR"
               move "S" to WS-ART-RICHTUNG
           else
               move "N" to WS-ART-RICHTUNG
           end-if
           end-if.

       STORNO-PRUEFEN.
      *> Prueft, ob die ausgewaehlte Buchung storniert werden darf:
      *> stornierbare Art, noch nicht storniert, bei einer
      *> Ueberweisung ist die Gegenbuchung vorhanden und ebenfalls
      *> offen, alle betroffenen Konten sind aktiv. Erst nach
      *> Bestaetigung durch den Kassierer gilt das Storno als
      *> zulaessig.
           move "N" to WS-STORNO-ZULAESSIG
           move ZERO to WS-PARTNER
           move WS-TR-ART(WS-AUSWAHL) to WS-PRUEF-ART
           perform ART-EINORDNEN

           if ART-NICHT-STORNIERBAR
               display "Buchungsart " WS-TR-ART(WS-AUSWAHL)
                   " kann nicht storniert werden (Clearing-"
                   "Zahlungen laufen ueber den Clearing-Partner, "
                   "Zinsgutschriften und Steuerabzug bleiben "
                   "stehen, ein Storno wird nicht storniert)"
           else if WS-TR-STORNIERT(WS-AUSWAHL) = "J"
               display "Diese Buchung ist bereits storniert - ein "
                   "zweites Storno ist nicht zulaessig"
           else
               move "J" to WS-STORNO-ZULAESSIG
               if WS-TR-ART(WS-AUSWAHL) = "UEBERW-SOLL"
                       or WS-TR-ART(WS-AUSWAHL) = "UEBERW-HABEN"
                   perform GEGENBUCHUNG-SUCHEN
               end-if
           end-if
           end-if

           if STORNO-ZULAESSIG
               move WS-AUSWAHL to WS-ERSTE-SEITE
               move ZERO to WS-ZWEITE-SEITE
               if WS-PARTNER > ZERO
      *> Wie bei der Ueberweisung selbst zuerst die Belastung: das
      *> Storno nimmt die Gutschrift beim Empfaenger zurueck, bevor
      *> es dem Auftraggeber erstattet.
                   if WS-TR-ART(WS-AUSWAHL) = "UEBERW-HABEN"
                       move WS-PARTNER to WS-ZWEITE-SEITE
                   else
                       move WS-PARTNER to WS-ERSTE-SEITE
                       move WS-AUSWAHL to WS-ZWEITE-SEITE
                   end-if
               end-if
               move WS-ERSTE-SEITE to WS-IDX
               perform SEITE-PRUEFEN
               if STORNO-ZULAESSIG and WS-ZWEITE-SEITE > ZERO
                   move WS-ZWEITE-SEITE to WS-IDX
                   perform SEITE-PRUEFEN
               end-if
           end-if

           if STORNO-ZULAESSIG
               display "Storno ausfuehren? (J/N)"
               accept WS-JN-EINGABE
               if WS-JN-EINGABE not = "J" and WS-JN-EINGABE not = "j"
                   move "N" to WS-STORNO-ZULAESSIG
                   display "Storno abgebrochen"
               end-if
           end-if.

       GEGENBUCHUNG-SUCHEN.
      *> Sucht zur ausgewaehlten Ueberweisungsseite die andere
      *> Seite: gleiche Referenz (schon durch die Suche gegeben),
      *> Gegenart, vertauschte Konten, gleicher Betrag. Ohne sie
      *> wird nicht storniert - eine Ueberweisung wird nur als
      *> Paar zurueckgenommen.
           if WS-TR-ART(WS-AUSWAHL) = "UEBERW-SOLL"
               move "UEBERW-HABEN" to WS-PRUEF-ART
           else
               move "UEBERW-SOLL" to WS-PRUEF-ART
           end-if
           perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-ANZAHL-TREFFER
                   or WS-PARTNER > ZERO
               if WS-TR-ART(WS-IDX) = WS-PRUEF-ART
                       and WS-TR-KONTO-NR(WS-IDX)
                       = WS-TR-GEGENKONTO(WS-AUSWAHL)
                       and WS-TR-GEGENKONTO(WS-IDX)
                       = WS-TR-KONTO-NR(WS-AUSWAHL)
                       and WS-TR-BETRAG(WS-IDX)
                       = WS-TR-BETRAG(WS-AUSWAHL)
                   move WS-IDX to WS-PARTNER
               end-if
           end-perform

           if WS-PARTNER = ZERO
               move "N" to WS-STORNO-ZULAESSIG
               display "Die Gegenbuchung der Ueberweisung (Konto "
                   WS-TR-GEGENKONTO(WS-AUSWAHL) ") ist nicht zu "
                   "finden - eine Ueberweisung wird nur mit beiden "
                   "Seiten storniert"
           else if WS-TR-STORNIERT(WS-PARTNER) = "J"
               move "N" to WS-STORNO-ZULAESSIG
               display "Die Gegenbuchung auf Konto "
                   WS-TR-KONTO-NR(WS-PARTNER) " ist bereits "
                   "storniert - Ueberweisung bitte pruefen"
           else
               display "Die Gegenbuchung auf Konto "
                   WS-TR-KONTO-NR(WS-PARTNER) " wird mitstorniert"
           end-if
           end-if.

       SEITE-PRUEFEN.
      *> Prueft das Konto der Storno-Seite WS-IDX: vorhanden und
      *> aktiv, sonst wird gar nicht gebucht (damit ein Paar nicht
      *> zur Haelfte storniert wird). Bringt die Rueckbelastung
      *> einer Gutschrift das Konto unter seinen Dispo, wird das
      *> gemeldet - das Storno bleibt trotzdem zulaessig, denn die
      *> Gutschrift war falsch.
           move WS-TR-KONTO-NR(WS-IDX) to WS-KONTO-REL-KEY
           read KONTO-DATEI
               invalid key
                   move "N" to WS-STORNO-ZULAESSIG
                   display "Konto " WS-TR-KONTO-NR(WS-IDX)
                       " ist nicht vorhanden - Storno nicht "
                       "moeglich"
               not invalid key
                   if not KONTO-AKTIV
                       move "N" to WS-STORNO-ZULAESSIG
                       display "Konto " KONTO-NR " ist gesperrt "
                           "oder geschlossen (" KONTO-STATUS-GRUND
                           ") - Storno nicht moeglich"
                   else
                       move WS-TR-ART(WS-IDX) to WS-PRUEF-ART
                       perform ART-EINORDNEN
                       if KONTO-SPAR or KONTO-FESTGELD
                           move ZERO to WS-DISPO-LIMIT
                       else
                           move KONTO-DISPO-LIMIT to WS-DISPO-LIMIT
                       end-if
                       if ART-GUTSCHRIFT
                           compute WS-NEUER-SALDO = KONTO-GUTHABEN
                               - WS-TR-BETRAG(WS-IDX)
                       else
                           compute WS-NEUER-SALDO = KONTO-GUTHABEN
                               + WS-TR-BETRAG(WS-IDX)
                       end-if
                       move WS-NEUER-SALDO to WS-SALDO-ANZEIGE
                       display "Konto " KONTO-NR " (" KONTO-INHABER
                           "): Saldo nach Storno "
                           WS-SALDO-ANZEIGE " Euro"
                       if WS-NEUER-SALDO < ZERO - WS-DISPO-LIMIT
                           display "Achtung: Konto " KONTO-NR
                               " wird durch das Storno ueber den "
                               "Dispo hinaus ueberzogen"
                       end-if
                   end-if
           end-read.

       STORNO-BUCHEN.
      *> Bucht die Stornoseite(n) unter der Referenz der
      *> Originalbuchung. Scheitert bei einer Ueberweisung die
      *> zweite Seite, wird das deutlich gemeldet - die erste ist
      *> dann bereits gebucht und protokolliert.
           perform TRANS-DATEI-OEFFNEN
           if not TRANS-STATUS-OK
               display "Tagesprotokoll TRANSDAT kann nicht "
                   "geoeffnet werden (Status " WS-TRANS-STATUS
                   ") - Storno abgebrochen"
           else
               move WS-REF-SUCHE to WS-TRANS-REF
               move WS-ERSTE-SEITE to WS-IDX
               perform SEITE-STORNIEREN
               if KONTO-SPEICHERN-OK and WS-ZWEITE-SEITE > ZERO
                   move WS-ZWEITE-SEITE to WS-IDX
                   perform SEITE-STORNIEREN
                   if not KONTO-SPEICHERN-OK
                       display "ACHTUNG: Konto "
                           WS-TR-KONTO-NR(WS-ERSTE-SEITE)
                           " wurde bereits storniert, Konto "
                           WS-TR-KONTO-NR(WS-ZWEITE-SEITE)
                           " nicht! Bitte beide Konten pruefen"
                   end-if
               end-if
               if KONTO-SPEICHERN-OK
                   display "Storno zu Referenz " WS-REF-SUCHE
                       " gebucht, freigegeben durch "
                       WS-FREIGEBER-ID
               end-if
               close TRANS-DATEI
           end-if.

       SEITE-STORNIEREN.
      *> Bucht die Gegenbuchung zum Treffer WS-IDX: eine
      *> Gutschrift wird mit STORNO-SOLL belastet, eine Belastung
      *> mit STORNO-HABEN erstattet. Gegenkonto wie im Original,
      *> Art und Zeitpunkt des Originals im Verwendungszweck.
           move "N" to WS-KONTO-SPEICHERN-OK
           move WS-TR-KONTO-NR(WS-IDX) to WS-BUCHUNG-KONTO-NR
           move WS-BUCHUNG-KONTO-NR to WS-KONTO-REL-KEY
           read KONTO-DATEI
               invalid key
                   display "Konto " WS-BUCHUNG-KONTO-NR " ist "
                       "nicht vorhanden - Storno abgebrochen"
               not invalid key
                   move KONTO-GUTHABEN to WS-BUCHUNG-SALDO
                   move WS-TR-BETRAG(WS-IDX) to Betrag
                   move WS-TR-GEGENKONTO(WS-IDX) to WS-GEGENKONTO
                   move SPACES to STORNO-ZWECK
                   move WS-TR-ART(WS-IDX) to STO-ORIG-ART
                   move WS-TR-DATUM(WS-IDX) to STO-ORIG-DATUM
                   move WS-TR-ZEIT(WS-IDX) to STO-ORIG-ZEIT
                   move STORNO-ZWECK to WS-ZWECK
                   move WS-TR-ART(WS-IDX) to WS-PRUEF-ART
                   perform ART-EINORDNEN
                   if ART-GUTSCHRIFT
                       move "STORNO-SOLL" to WS-TRANS-ART
                       perform BETRAG-BELASTEN
                   else
                       move "STORNO-HABEN" to WS-TRANS-ART
                       perform BETRAG-GUTSCHREIBEN
                   end-if
                   if KONTO-SPEICHERN-OK
                       move WS-BUCHUNG-SALDO to WS-SALDO-ANZEIGE
                       display "Konto " WS-BUCHUNG-KONTO-NR ": "
                           WS-TRANS-ART " " Betrag-Formatiert
                           " Euro, neuer Saldo " WS-SALDO-ANZEIGE
                           " Euro"
                   end-if
           end-read.

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
           move Betrag to Betrag-Formatiert
           subtract Betrag from WS-BUCHUNG-SALDO
           perform KONTO-SPEICHERN
           if KONTO-SPEICHERN-OK
               perform TRANSAKTION-PROTOKOLLIEREN
           end-if.

       KONTO-SPEICHERN.
      *> Schreibt WS-BUCHUNG-SALDO in den Kontostammsatz zurueck
      *> (s. main.cob); gesperrte und geschlossene Konten lehnen
      *> auch ein Storno ab.
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
      *> Haengt die Stornobuchung an das Tagesprotokoll an - mit der
      *> Referenz des Originals, dem stornierenden Kassierer und dem
      *> Freigeber.
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

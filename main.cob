               relative key is WS-KUNDE-REL-KEY
               file status is WS-KUNDE-STATUS.

      *> Freistellungsauftraege der Kunden (s.
      *> copybooks/freistellung-satz.cpy und kundenstamm.cob): jede
      *> Zinsgutschrift verbraucht zuerst den Freistellungsbetrag
      *> des Kunden, erst auf den Rest wird Kapitalertragsteuer
      *> einbehalten.
           select FREIST-DATEI assign to "FREISTDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-FSA-REL-KEY
               file status is WS-FSA-STATUS.

      *> Konditionenstamm (s. copybooks/kondition-satz.cpy und
      *> konditionenstamm.cob), nur gelesen: ZINSEN BERECHNEN
      *> schreibt den am Buchungstag geltenden Habenzins der
      *> Kontoart gut.
           select KONDITION-DATEI assign to "KONDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KOND-REL-KEY
               file status is WS-KOND-STATUS.

      *> Verfuegungsberechtigte neben dem Kontoinhaber (s.
      *> copybooks/vollmacht-satz.cpy und vollmachtstamm.cob): hat
      *> ein Konto gueltige Vollmachten, wird beim Oeffnen gefragt,
      *> wer am Schalter verfuegt.
           select VOLLMACHT-DATEI assign to "VOLLDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-VM-REL-KEY
               file status is WS-VM-STATUS.

      *> Verfuegerbuch: haelt zu jeder Buchung eines
      *> Verfuegungsberechtigten fest, wer verfuegt hat - der
      *> TRANS-SATZ kennt nur den Kassierer (s.
      *> copybooks/verfueg-satz.cpy).
           select VERFBUCH-DATEI assign to "VERFBUCH"
               organization is line sequential
               file status is WS-VFG-STATUS.

      *> Kennzeichen nachrichtenloser Konten (s.
      *> copybooks/nachlos-satz.cpy und nachrichtenlos-lauf.cob):
      *> beim Oeffnen eines gekennzeichneten Kontos wird gewarnt,
      *> die erste Kundenbuchung hebt das Kennzeichen auf.
           select NACHL-DATEI assign to "NACHLDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-NL-REL-KEY
               file status is WS-NL-STATUS.

      *> Zwischendatei der am Schalter erfassten Ueberweisungen an
      *> fremde Banken: das Quellkonto ist beim Erfassen sofort
      *> belastet und protokolliert, der Abendlauf
       fd  KUNDEN-DATEI.
       copy "kunden-satz.cpy".

       fd  FREIST-DATEI.
       copy "freistellung-satz.cpy".

       fd  KONDITION-DATEI.
       copy "kondition-satz.cpy".

       fd  VOLLMACHT-DATEI.
       copy "vollmacht-satz.cpy".

       fd  VERFBUCH-DATEI.
       copy "verfueg-satz.cpy".

       fd  NACHL-DATEI.
       copy "nachlos-satz.cpy".

      *> Dieselbe Satzbeschreibung wie CLR-SATZ, nur mit UEB-Namen -
      *> copybooks/clearing-satz.cpy bleibt die einzige Quelle.
       fd  UEBAUSW-DATEI.
       01 WS-VERFUEGBAR                       PIC S9(8)V99.
       01 WS-VERFUEGBAR-ANZEIGE               PIC ZZ.ZZZ.ZZ9,99-.

      *> Habenzins fuer WAHL=4 (ZINSEN BERECHNEN) aus dem
      *> Konditionenstamm: der am Buchungstag geltende Jahressatz
      *> (Prozent p.a.) der Kontoart des bedienten Kontos;
      *> gutgeschrieben wird ein Monatszins, also ein Zwoelftel.
      *> KOND-NR ist die physische Satznummer, begrenzt wie in
      *> konditionenstamm.cob.
       01 WS-KOND-REL-KEY                     PIC 9(6).
       01 WS-KOND-STATUS                      PIC XX.
       01 WS-MAX-KOND-NR                      PIC 9(6) VALUE 999.
       01 WS-HABENZINS-KONTO-ART              PIC X.
       01 WS-HABENZINS-SATZ                   PIC 9(3)V9(4).
       01 WS-HABENZINS-AB                     PIC 9(8).
       01 WS-HABENZINS-DA                     PIC X VALUE "N".
           88 HABENZINS-DA                    VALUE "J".
       01 WS-HABENZINS-ANZEIGE                PIC ZZ9,9999.

      *> Steuerabzug auf Zinsgutschriften: Kapitalertragsteuer auf
      *> den nicht freigestellten Teil der Zinsen, darauf der
      *> Solidaritaetszuschlag - hier zentral aenderbar (gesetzliche
      *> Saetze, keine Konditionen der Bank). WS-AKTIV-KUNDE-NR ist
      *> der Kunde des bedienten Kontos, dessen
      *> Freistellungsauftrag verbraucht wird.
       01 WS-KAPEST-SATZ                      PIC 9V9(4) VALUE 0,2500.
       01 WS-SOLZ-SATZ                        PIC 9V9(4) VALUE 0,0550.
       01 WS-AKTIV-KUNDE-NR                   PIC 9(6) VALUE ZERO.
       01 WS-FSA-REL-KEY                      PIC 9(6).
       01 WS-FSA-STATUS                       PIC XX.
       01 WS-FREIST-DA                        PIC X VALUE "N".
           88 FREIST-DA                       VALUE "J".
       01 WS-FSA-VORHANDEN                    PIC X VALUE "N".
           88 FSA-VORHANDEN                   VALUE "J".
       01 WS-ZINS-JAHR                        PIC 9(4).
       01 WS-ZINS-BRUTTO                      PIC 9(7)V99.
       01 WS-FREI-REST                        PIC 9(7)V99.
       01 WS-FREI-GENUTZT                     PIC 9(7)V99.
       01 WS-STEUER-BASIS                     PIC 9(7)V99.
       01 WS-KAPEST-BETRAG                    PIC 9(7)V99.
       01 WS-SOLZ-BETRAG                      PIC 9(7)V99.

      *> Verfuegende Person am Schalter: 0 = der Kontoinhaber
      *> selbst, sonst die Kundennummer eines Verfuegungs-
      *> berechtigten mit Rolle, Vollmacht und eigenem Limit je
      *> Verfuegung (0 = kein Limit). Gilt fuer alle Buchungen auf
      *> dem bedienten Konto bis zum naechsten Kontowechsel.
       01 WS-VM-REL-KEY                       PIC 9(6).
       01 WS-VM-STATUS                        PIC XX.
       01 WS-MAX-VM-NR                        PIC 9(6) VALUE 9999.
       01 WS-VOLLMACHT-DA                     PIC X VALUE "N".
           88 VOLLMACHT-DA                    VALUE "J".
       01 WS-VM-KONTO-NR                      PIC 9(6).
       01 WS-VM-ANZAHL                        PIC 9(4) VALUE ZERO.
       01 WS-VM-ZULAESSIG                     PIC X VALUE "N".
           88 VM-ZULAESSIG                    VALUE "J".
       01 WS-VERFUEGER-GEFUNDEN               PIC X VALUE "N".
           88 VERFUEGER-GEFUNDEN              VALUE "J".
       01 WS-VERFUEGER-KUNDE-NR               PIC 9(6) VALUE ZERO.
       01 WS-VERFUEGER-VM-NR                  PIC 9(6) VALUE ZERO.
       01 WS-VERFUEGER-ROLLE                  PIC X VALUE SPACE.
       01 WS-VERFUEGER-LIMIT                  PIC 9(7)V99 VALUE ZERO.
       01 WS-ROLLE-NAME                       PIC X(22).
       01 WS-VFG-STATUS                       PIC XX.

      *> Kennzeichen nachrichtenlos des bedienten Kontos; die Datei
      *> legt erst der Lauf nachrichtenlos-lauf an.
       01 WS-NL-REL-KEY                       PIC 9(6).
       01 WS-NL-STATUS                        PIC XX.
           88 NL-STATUS-OK                    VALUE "00".
       01 WS-NACHL-DA                         PIC X VALUE "N".
           88 NACHL-DA                        VALUE "J".
       01 WS-AKTIV-NACHRICHTENLOS             PIC X VALUE "N".
           88 AKTIV-NACHRICHTENLOS            VALUE "J".

      *> Kontoart und Kuendigungsdatum des bedienten Kontos - wie
      *> WS-AKTIV-KONTO-NR festgehalten, weil der KONTO-SATZ-Puffer
           perform SITZUNG-ANMELDEN.
           perform KONTO-DATEI-OEFFNEN.
           perform KUNDEN-DATEI-OEFFNEN.
           perform FREIST-DATEI-OEFFNEN.
           perform VOLLMACHT-DATEI-OEFFNEN.
           perform NACHL-DATEI-OEFFNEN.
           perform TRANS-DATEI-OEFFNEN.
           perform KONTO-LADEN.

           perform KASSENSTURZ-DRUCKEN.
           perform KONTO-DATEI-SCHLIESSEN.
           close KUNDEN-DATEI.
           if FREIST-DA
               close FREIST-DATEI
           end-if.
           if VOLLMACHT-DA
               close VOLLMACHT-DATEI
           end-if.
           if NACHL-DA
               close NACHL-DATEI
           end-if.
           close KASSIERER-DATEI.
           perform TRANS-DATEI-SCHLIESSEN.
           perform SITZUNG-ABMELDEN.
      *> Buchung die Vier-Augen-Freigabe eines zweiten Kassierers;
      *> dessen Kennung wird in WS-FREIGEBER-ID festgehalten und
      *> mit der Buchung protokolliert.
      *> Verfuegt ein Berechtigter mit eigenem Limit, gilt zuerst
      *> dessen Limit - das hebt auch keine Vier-Augen-Freigabe
      *> auf.
           move "J" to WS-LIMIT-FREIGEGEBEN
           move SPACES to WS-FREIGEBER-ID
           if WS-VERFUEGER-LIMIT > ZERO
                   and Betrag > WS-VERFUEGER-LIMIT
               move "N" to WS-LIMIT-FREIGEGEBEN
               move WS-VERFUEGER-LIMIT to WS-KASS-LIMIT-ANZEIGE
               display "Der Betrag uebersteigt das Limit von "
                   WS-KASS-LIMIT-ANZEIGE " Euro je Verfuegung fuer "
                   "Kunde " WS-VERFUEGER-KUNDE-NR " - die Buchung "
                   "unterbleibt"
           else
           if Betrag > WS-KASSIERER-LIMIT
               move "N" to WS-LIMIT-FREIGEGEBEN
               move WS-KASSIERER-LIMIT to WS-KASS-LIMIT-ANZEIGE
                   "von " WS-KASS-LIMIT-ANZEIGE " Euro - Freigabe "
                   "durch einen zweiten Kassierer erforderlich"
               perform VIER-AUGEN-FREIGABE
           end-if
           end-if.

       VIER-AUGEN-FREIGABE.
               display "Kein Guthaben - es werden keine Zinsen "
                   "gutgeschrieben"
           else
      *> Gutgeschrieben wird ein Monatszins zum heute geltenden
      *> Habenzins der Kontoart; ohne geltende Kondition gibt es
      *> keine Gutschrift.
               perform HABENZINS-SUCHEN
               if not HABENZINS-DA
                   display "Fuer diese Kontoart ist heute kein "
                       "Habenzins im Konditionenstamm hinterlegt - "
                       "es werden keine Zinsen gutgeschrieben"
               else
                   move WS-HABENZINS-SATZ to WS-HABENZINS-ANZEIGE
                   display "Habenzins: " WS-HABENZINS-ANZEIGE
                       " % p.a. (gueltig seit " WS-HABENZINS-AB ")"
                   compute Betrag rounded =
                       Guthaben * WS-HABENZINS-SATZ / 1200
      *> Zinsgutschrift und Steuerabzug laufen unter einer
      *> gemeinsamen Referenz, damit KAPEST und SOLZ ihrer
      *> Gutschrift zugeordnet bleiben.
                   move Betrag to WS-ZINS-BRUTTO
                   move FUNCTION CURRENT-DATE to WS-JETZT
                   compute WS-TRANS-REF =
                       FUNCTION NUMVAL(WS-JETZT(1:14))
                   move WS-AKTIV-KONTO-NR to WS-BUCHUNG-KONTO-NR
                   move Guthaben to WS-BUCHUNG-SALDO
                   move "ZINSEN" to WS-TRANS-ART
                   perform BETRAG-GUTSCHREIBEN
                   if KONTO-SPEICHERN-OK
                       move WS-BUCHUNG-SALDO to Guthaben
                       display "Es wurden " Betrag-Formatiert
                           " Zinsen gutgeschrieben"
                       perform KAPEST-EINBEHALTEN
                       display "Buchungsreferenz: " WS-TRANS-REF
                   end-if
                   move ZERO to WS-TRANS-REF
               end-if
           end-if.

       HABENZINS-SUCHEN.
      *> Sucht im Konditionenstamm den heute geltenden Habenzins
      *> (HZIN) der Kontoart des bedienten Kontos (SPACE zaehlt als
      *> Giro): der aktive Satz mit dem spaetesten Gueltig-ab bis
      *> heute. Ohne Konditionenstamm gibt es keinen Satz.
           move "N" to WS-HABENZINS-DA
           move ZERO to WS-HABENZINS-SATZ
           move ZERO to WS-HABENZINS-AB
           move "G" to WS-HABENZINS-KONTO-ART
           if AKTIV-KONTO-SPAR
               move "S" to WS-HABENZINS-KONTO-ART
           end-if
           if AKTIV-KONTO-FESTGELD
               move "F" to WS-HABENZINS-KONTO-ART
           end-if
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           open input KONDITION-DATEI
           if WS-KOND-STATUS = "00"
               perform varying WS-KOND-REL-KEY from 1 by 1
                       until WS-KOND-REL-KEY > WS-MAX-KOND-NR
                   read KONDITION-DATEI
                       invalid key
                           continue
                       not invalid key
                           if KOND-AKTIV
                               and KOND-HABENZINS
                               and KOND-KONTO-ART
                                   = WS-HABENZINS-KONTO-ART
                               and KOND-GUELTIG-AB <= WS-HEUTE
                               and KOND-GUELTIG-AB >= WS-HABENZINS-AB
                               move KOND-WERT to WS-HABENZINS-SATZ
                               move KOND-GUELTIG-AB
                                   to WS-HABENZINS-AB
                               move "J" to WS-HABENZINS-DA
                           end-if
                   end-read
               end-perform
               close KONDITION-DATEI
           end-if.

       KAPEST-EINBEHALTEN.
      *> Steuerabzug auf die eben gebuchte Zinsgutschrift
      *> WS-ZINS-BRUTTO: zuerst wird der Freistellungsauftrag des
      *> Kunden verbraucht (ueber alle seine Konten hinweg), auf
      *> den Rest werden Kapitalertragsteuer und Solidaritaets-
      *> zuschlag als eigene Belastungen KAPEST und SOLZ gebucht.
      *> Die Betraege sind damit einbehalten und stehen bis zur
      *> Abfuehrung an das Finanzamt als Steuerverbindlichkeit im
      *> Buchungsjournal.
           move ZERO to WS-FREI-GENUTZT
           perform FREISTELLUNG-VERBRAUCHEN
           compute WS-STEUER-BASIS = WS-ZINS-BRUTTO - WS-FREI-GENUTZT
           if WS-FREI-GENUTZT > ZERO
               move WS-FREI-GENUTZT to Betrag-Formatiert
               display "Davon durch Freistellungsauftrag "
                   "freigestellt: " Betrag-Formatiert " Euro"
           end-if

           move ZERO to WS-KAPEST-BETRAG
           move ZERO to WS-SOLZ-BETRAG
           if WS-STEUER-BASIS > ZERO
               compute WS-KAPEST-BETRAG rounded =
                   WS-STEUER-BASIS * WS-KAPEST-SATZ
               compute WS-SOLZ-BETRAG rounded =
                   WS-KAPEST-BETRAG * WS-SOLZ-SATZ
           end-if

           move "Steuerabzug auf Zinsen" to WS-ZWECK
           if WS-KAPEST-BETRAG > ZERO
               move WS-KAPEST-BETRAG to Betrag
               move WS-AKTIV-KONTO-NR to WS-BUCHUNG-KONTO-NR
               move Guthaben to WS-BUCHUNG-SALDO
               move "KAPEST" to WS-TRANS-ART
               perform BETRAG-BELASTEN
               if KONTO-SPEICHERN-OK
                   move WS-BUCHUNG-SALDO to Guthaben
                   display "Kapitalertragsteuer einbehalten: "
                       Betrag-Formatiert " Euro"
               else
                   display "Kapitalertragsteuer konnte nicht "
                       "belastet werden - bitte Konto "
                       WS-AKTIV-KONTO-NR " pruefen"
               end-if
           end-if
           if WS-SOLZ-BETRAG > ZERO
               move WS-SOLZ-BETRAG to Betrag
               move WS-AKTIV-KONTO-NR to WS-BUCHUNG-KONTO-NR
               move Guthaben to WS-BUCHUNG-SALDO
               move "SOLZ" to WS-TRANS-ART
               perform BETRAG-BELASTEN
               if KONTO-SPEICHERN-OK
                   move WS-BUCHUNG-SALDO to Guthaben
                   display "Solidaritaetszuschlag einbehalten: "
                       Betrag-Formatiert " Euro"
               else
                   display "Solidaritaetszuschlag konnte nicht "
                       "belastet werden - bitte Konto "
                       WS-AKTIV-KONTO-NR " pruefen"
               end-if
           end-if
           move SPACES to WS-ZWECK.

       FREISTELLUNG-VERBRAUCHEN.
      *> Liest den Freistellungsauftrag des Kunden und verbraucht
      *> davon hoechstens die Zinsgutschrift WS-ZINS-BRUTTO; der
      *> genutzte Teil steht hinterher in WS-FREI-GENUTZT. Ist das
      *> Jahr des Satzes abgelaufen, beginnt der Verbrauch neu und
      *> der alte wird als Vorjahr fuer die Jahressteuer-
      *> bescheinigung festgehalten. Ohne Auftrag (oder ohne
      *> Kundenverweis) ist die ganze Gutschrift steuerpflichtig.
           move "N" to WS-FSA-VORHANDEN
           if FREIST-DA and WS-AKTIV-KUNDE-NR > ZERO
               move WS-AKTIV-KUNDE-NR to WS-FSA-REL-KEY
               read FREIST-DATEI
                   invalid key
                       move "N" to WS-FSA-VORHANDEN
                   not invalid key
                       move "J" to WS-FSA-VORHANDEN
               end-read
           end-if

           if FSA-VORHANDEN
               move WS-JETZT(1:4) to WS-ZINS-JAHR
               if FSA-JAHR not = WS-ZINS-JAHR
                   move FSA-JAHR to FSA-VORJAHR
                   move FSA-VERBRAUCHT to FSA-VORJAHR-VERBRAUCHT
                   move WS-ZINS-JAHR to FSA-JAHR
                   move ZERO to FSA-VERBRAUCHT
               end-if
               if FSA-BETRAG > FSA-VERBRAUCHT
                   compute WS-FREI-REST = FSA-BETRAG - FSA-VERBRAUCHT
                   if WS-FREI-REST < WS-ZINS-BRUTTO
                       move WS-FREI-REST to WS-FREI-GENUTZT
                   else
                       move WS-ZINS-BRUTTO to WS-FREI-GENUTZT
                   end-if
                   add WS-FREI-GENUTZT to FSA-VERBRAUCHT
               end-if
               rewrite FSA-SATZ
               if WS-FSA-STATUS not = "00"
                   display "Fehler beim Fortschreiben des "
                       "Freistellungsauftrags (Status "
                       WS-FSA-STATUS ") - die Zinsen werden voll "
                       "versteuert"
                   move ZERO to WS-FREI-GENUTZT
               end-if
           end-if.

       NACHL-DATEI-OEFFNEN.
      *> Oeffnet die Kennzeichen nachrichtenloser Konten zum
      *> Aufheben; gibt es die Datei noch nicht (der Lauf ist nie
      *> gelaufen), ist kein Konto gekennzeichnet.
           open i-o NACHL-DATEI
           if NL-STATUS-OK
               move "J" to WS-NACHL-DA
           else
               move "N" to WS-NACHL-DA
           end-if.

       VOLLMACHT-DATEI-OEFFNEN.
      *> Oeffnet die Vollmachten nur lesend; gibt es die Datei noch
      *> nicht (noch keine Vollmacht erfasst), verfuegt immer der
      *> Kontoinhaber.
           open input VOLLMACHT-DATEI
           if WS-VM-STATUS = "00"
               move "J" to WS-VOLLMACHT-DA
           else
               move "N" to WS-VOLLMACHT-DA
           end-if.

       FREIST-DATEI-OEFFNEN.
      *> Oeffnet die Freistellungsauftraege; gibt es die Datei noch
      *> nicht (noch kein Auftrag erfasst), ist jede Zinsgutschrift
      *> voll steuerpflichtig.
           open i-o FREIST-DATEI
           if WS-FSA-STATUS = "00"
               move "J" to WS-FREIST-DA
           else
               move "N" to WS-FREIST-DA
           end-if.

       KASSENSTURZ-DRUCKEN.
           end-if.

       KONTO-EINLESEN.
           move ZERO to WS-VERFUEGER-KUNDE-NR
           move ZERO to WS-VERFUEGER-VM-NR
           move SPACE to WS-VERFUEGER-ROLLE
           move ZERO to WS-VERFUEGER-LIMIT
           move KONTO-NR to WS-KONTO-REL-KEY
           read KONTO-DATEI
               invalid key
               else
                   perform PIN-PRUEFEN
               end-if
           end-if
           if KONTO-FREIGEGEBEN
               perform VERFUEGER-ERMITTELN
           end-if.

       VERFUEGER-ERMITTELN.
      *> Hat das freigegebene Konto gueltige Vollmachten, wird
      *> gefragt, wer am Schalter verfuegt: der Inhaber (0) oder
      *> einer der angezeigten Berechtigten. Ohne Antwort wird das
      *> Konto nicht freigegeben. Der KONTO-SATZ-Puffer bleibt
      *> dabei unberuehrt.
           move ZERO to WS-VM-ANZAHL
           if VOLLMACHT-DA
               move KONTO-NR to WS-VM-KONTO-NR
               move FUNCTION CURRENT-DATE to WS-JETZT
               move WS-JETZT(1:8) to WS-HEUTE
               perform varying WS-VM-REL-KEY from 1 by 1
                       until WS-VM-REL-KEY > WS-MAX-VM-NR
                   read VOLLMACHT-DATEI
                       invalid key
                           continue
                       not invalid key
                           perform VOLLMACHT-PRUEFEN
                           if VM-ZULAESSIG
                               perform BERECHTIGTEN-ANZEIGEN
                           end-if
                   end-read
               end-perform
           end-if

           if WS-VM-ANZAHL > ZERO
               move "N" to WS-VERFUEGER-GEFUNDEN
               move ZERO to WS-WAHL-VERSUCHE
               perform until VERFUEGER-GEFUNDEN
                       or WS-WAHL-VERSUCHE >= WS-MAX-VERSUCHE
                   add 1 to WS-WAHL-VERSUCHE
                   display "Wer verfuegt am Schalter? (0 = "
                       "Kontoinhaber, sonst Kundennummer)"
                   accept WS-KUNDE-NR-EINGABE
                   if WS-KUNDE-NR-EINGABE = ZERO
                       move "J" to WS-VERFUEGER-GEFUNDEN
                   else
                       perform VERFUEGER-SUCHEN
                       if not VERFUEGER-GEFUNDEN
                           display "Kunde " WS-KUNDE-NR-EINGABE
                               " ist fuer dieses Konto nicht "
                               "verfuegungsberechtigt"
                       end-if
                   end-if
               end-perform
               if not VERFUEGER-GEFUNDEN
                   display "Verfuegende Person nicht geklaert - "
                       "Konto wird nicht freigegeben"
                   move "N" to WS-KONTO-FREIGEGEBEN
               end-if
           end-if.

       VOLLMACHT-PRUEFEN.
      *> Setzt VM-ZULAESSIG, wenn die Vollmacht im VM-SATZ-Puffer
      *> dem Konto WS-VM-KONTO-NR gilt, aktiv ist und heute in
      *> ihrem Gueltigkeitszeitraum liegt.
           move "N" to WS-VM-ZULAESSIG
           if VM-KONTO-NR = WS-VM-KONTO-NR
                   and VM-AKTIV
                   and VM-GUELTIG-AB <= WS-HEUTE
               if VM-GUELTIG-BIS = ZERO
                       or VM-GUELTIG-BIS >= WS-HEUTE
                   move "J" to WS-VM-ZULAESSIG
               end-if
           end-if.

       BERECHTIGTEN-ANZEIGEN.
      *> Eine Zeile der Berechtigtenliste mit Namen aus dem
      *> Kundenstamm, Rolle und Limit.
           if WS-VM-ANZAHL = ZERO
               display "Verfuegungsberechtigte fuer dieses Konto:"
               display "  0      - Kontoinhaber " KONTO-INHABER
           end-if
           add 1 to WS-VM-ANZAHL
           perform ROLLE-NAME-ERMITTELN
           move VM-KUNDE-NR to WS-KUNDE-REL-KEY
           read KUNDEN-DATEI
               invalid key
                   move SPACES to KUNDE-NAME
           end-read
           if VM-LIMIT = ZERO
               display "  " VM-KUNDE-NR " - " KUNDE-NAME " ("
                   WS-ROLLE-NAME ")"
           else
               move VM-LIMIT to WS-KASS-LIMIT-ANZEIGE
               display "  " VM-KUNDE-NR " - " KUNDE-NAME " ("
                   WS-ROLLE-NAME ", Limit " WS-KASS-LIMIT-ANZEIGE
                   " Euro)"
           end-if.

       VERFUEGER-SUCHEN.
      *> Sucht eine zulaessige Vollmacht der Person
      *> WS-KUNDE-NR-EINGABE auf das Konto und merkt sie als
      *> verfuegende Person der Sitzung vor.
           move "N" to WS-VERFUEGER-GEFUNDEN
           perform varying WS-VM-REL-KEY from 1 by 1
                   until WS-VM-REL-KEY > WS-MAX-VM-NR
                   or VERFUEGER-GEFUNDEN
               read VOLLMACHT-DATEI
                   invalid key
                       continue
                   not invalid key
                       perform VOLLMACHT-PRUEFEN
                       if VM-ZULAESSIG
                               and VM-KUNDE-NR = WS-KUNDE-NR-EINGABE
                           move "J" to WS-VERFUEGER-GEFUNDEN
                           move VM-KUNDE-NR to WS-VERFUEGER-KUNDE-NR
                           move VM-NR to WS-VERFUEGER-VM-NR
                           move VM-ROLLE to WS-VERFUEGER-ROLLE
                           move VM-LIMIT to WS-VERFUEGER-LIMIT
                           perform ROLLE-NAME-ERMITTELN
                           display "Es verfuegt Kunde " VM-KUNDE-NR
                               " als " WS-ROLLE-NAME
                       end-if
               end-read
           end-perform.

       ROLLE-NAME-ERMITTELN.
      *> Klartextname der Rolle im VM-SATZ-Puffer (dieselbe
      *> Zuordnung wie in vollmachtstamm.cob).
           if VM-MITINHABER
               move "MITINHABER" to WS-ROLLE-NAME
           else if VM-VERTRETER
               move "GESETZLICHER VERTRETER" to WS-ROLLE-NAME
           else
               move "VOLLMACHT" to WS-ROLLE-NAME
           end-if.

       PIN-SETZEN.
                   KONTO-STATUS-GRUND ") - Buchungen werden "
                   "abgelehnt"
           end-if
           perform NACHRICHTENLOS-PRUEFEN

           perform KONTOART-NAME-ERMITTELN
           display "Willkommen, " KONTO-INHABER " ("
           move KONTO-NR to WS-AKTIV-KONTO-NR
           move KONTO-GUTHABEN to Guthaben
           move KONTO-ART to WS-AKTIV-KONTO-ART
           move KONTO-KUNDEN-NR to WS-AKTIV-KUNDE-NR
           move KONTO-KUENDIGUNG-DATUM to WS-AKTIV-KUENDIGUNG
      *> Spar- und Festgeldkonten haben keinen Dispokredit - ein
      *> versehentlich gepflegtes KONTO-DISPO-LIMIT wird fuer die
               move KONTO-DISPO-LIMIT to WS-DISPO-LIMIT
           end-if.

       NACHRICHTENLOS-PRUEFEN.
      *> Warnt, wenn das geoeffnete Konto als nachrichtenlos
      *> gekennzeichnet ist - die Identitaet des Kunden ist dann
      *> besonders sorgfaeltig zu pruefen.
           move "N" to WS-AKTIV-NACHRICHTENLOS
           if NACHL-DA
               move KONTO-NR to WS-NL-REL-KEY
               read NACHL-DATEI
                   invalid key
                       continue
                   not invalid key
                       if NL-NACHRICHTENLOS
                           move "J" to WS-AKTIV-NACHRICHTENLOS
                           display "ACHTUNG: Konto " KONTO-NR
                               " ist seit " NL-SEIT-DATUM
                               " als NACHRICHTENLOS gekennzeichnet"
                           if NL-LETZTE-BUCHUNG = ZERO
                               display "  Keine Kundenbuchung im "
                                   "Archiv - Legitimation des "
                                   "Kunden sorgfaeltig pruefen"
                           else
                               display "  Letzte Kundenbuchung am "
                                   NL-LETZTE-BUCHUNG " - "
                                   "Legitimation des Kunden "
                                   "sorgfaeltig pruefen"
                           end-if
                           display "  Die naechste Kundenbuchung "
                               "hebt das Kennzeichen auf"
                       end-if
               end-read
           end-if.

       NACHRICHTENLOS-AUFHEBEN.
      *> Eine Buchung, die der Kunde am Schalter veranlasst hat,
      *> hebt das Kennzeichen des bedienten Kontos auf; der Satz
      *> bleibt mit Tag und Kassierer der Aufhebung stehen.
           move WS-AKTIV-KONTO-NR to WS-NL-REL-KEY
           read NACHL-DATEI
               invalid key
                   continue
               not invalid key
                   move "N" to NL-KENNZEICHEN
                   move TRANS-DATUM to NL-AUFHEBUNG-DATUM
                   move WS-KASSIERER-ID to NL-AUFHEBUNG-KENNUNG
                   rewrite NL-SATZ
                   if NL-STATUS-OK
                       display "Kennzeichen NACHRICHTENLOS fuer "
                           "Konto " WS-AKTIV-KONTO-NR " aufgehoben"
                   else
                       display "Fehler beim Aufheben des "
                           "Kennzeichens nachrichtenlos (Status "
                           WS-NL-STATUS ")"
                   end-if
           end-read
           move "N" to WS-AKTIV-NACHRICHTENLOS.

       KONTO-ART-EINLESEN.
      *> Fragt die Kontoart des neuen Kontos ab (G = Giro, S = Spar,
      *> F = Festgeld) - mit derselben Versuchsobergrenze wie die
       TRANSAKTION-PROTOKOLLIEREN.
      *> Haengt einen Satz an das Tagesprotokoll an. WS-TRANS-ART,
      *> Betrag und WS-BUCHUNG-KONTO-NR/-SALDO muessen vom Aufrufer
      *> vorbelegt sein (bei einer UEBERWEISUNG ist WS-TRANS-REF fuer
      *> beide Seiten identisch). Einzelbuchungen mit Betrag
      *> erhalten den Buchungszeitpunkt als Referenz, die dem
      *> Kunden genannt wird - ueber sie findet storno.cob eine
      *> Fehlbuchung wieder. Belege ohne Betrag (PIN-FEHLER)
      *> bleiben ohne Referenz.
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to TRANS-DATUM
           move WS-JETZT(9:6) to TRANS-ZEIT
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
           move WS-FREIGEBER-ID to TRANS-FREIGEBER
           move WS-GEGENKONTO to TRANS-GEGENKONTO
                   "fuer Konto " WS-BUCHUNG-KONTO-NR " (Status "
                   WS-TRANS-STATUS ") - Buchung wurde gespeichert, "
                   "aber nicht protokolliert!"
           end-if
      *> Verfuegt ein Berechtigter statt des Inhabers, wird jede
      *> Buchung mit Betrag auf dem bedienten Konto zusaetzlich im
      *> Verfuegerbuch vermerkt.
           if WS-VERFUEGER-KUNDE-NR > ZERO
                   and WS-BUCHUNG-KONTO-NR = WS-AKTIV-KONTO-NR
                   and Betrag > ZERO
               perform VERFUEGUNG-VERMERKEN
           end-if
      *> Ein- und Auszahlungen und abgehende Ueberweisungen auf dem
      *> bedienten Konto veranlasst der Kunde selbst - sie heben ein
      *> Kennzeichen nachrichtenlos auf (Zinsbuchungen nicht).
           if AKTIV-NACHRICHTENLOS
                   and WS-BUCHUNG-KONTO-NR = WS-AKTIV-KONTO-NR
                   and Betrag > ZERO
               if TRANS-ART = "EINZAHLEN"
                       or TRANS-ART = "AUSZAHLEN"
                       or TRANS-ART = "UEBERW-SOLL"
                       or TRANS-ART = "EXT-SOLL"
                   perform NACHRICHTENLOS-AUFHEBEN
               end-if
           end-if.

       VERFUEGUNG-VERMERKEN.
      *> Haengt einen Satz an das Verfuegerbuch an; existiert es
      *> noch nicht, wird es angelegt (derselbe Weg wie bei
      *> UEBAUSW-SCHREIBEN).
           open extend VERFBUCH-DATEI
           if WS-VFG-STATUS = "35"
               open output VERFBUCH-DATEI
               close VERFBUCH-DATEI
               open extend VERFBUCH-DATEI
           end-if
           if WS-VFG-STATUS not = "00"
               display "Verfuegerbuch VERFBUCH kann nicht geoeffnet "
                   "werden (Status " WS-VFG-STATUS ") - Verfueger "
                   "der Buchung nicht vermerkt!"
           else
               move TRANS-DATUM to VFG-DATUM
               move TRANS-ZEIT to VFG-ZEIT
               move TRANS-KONTO-NR to VFG-KONTO-NR
               move TRANS-REF to VFG-REF
               move TRANS-ART to VFG-ART
               move TRANS-BETRAG to VFG-BETRAG
               move WS-VERFUEGER-KUNDE-NR to VFG-KUNDE-NR
               move WS-VERFUEGER-ROLLE to VFG-ROLLE
               move WS-VERFUEGER-VM-NR to VFG-VM-NR
               move WS-KASSIERER-ID to VFG-KASSIERER
               write VFG-SATZ
               if WS-VFG-STATUS not = "00"
                   display "Fehler beim Schreiben des Verfuegerbuchs "
                       "(Status " WS-VFG-STATUS ")"
               end-if
               close VERFBUCH-DATEI
           end-if.

       TRANS-DATEI-SCHLIESSEN.
                       display "Es wurden " Betrag-Formatiert
                           " an Konto " WS-ZIEL-KONTO-NR
                           " ueberwiesen"
                       display "Buchungsreferenz: " WS-TRANS-REF
                   else
                       display "Fehler beim Gutschreiben auf "
                           "Konto " WS-ZIEL-KONTO-NR

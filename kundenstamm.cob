               relative key is WS-KUNDE-REL-KEY
               file status is WS-KUNDE-STATUS.

      *> Freistellungsauftraege (s. copybooks/freistellung-satz.cpy):
      *> je Kunde ein Satz unter derselben Nummer wie im
      *> Kundenstamm; main.cob verbraucht den Betrag bei jeder
      *> Zinsgutschrift.
           select FREIST-DATEI assign to "FREISTDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-FSA-REL-KEY
               file status is WS-FSA-STATUS.

       data division.
       file section.
       fd  KUNDEN-DATEI.
       copy "kunden-satz.cpy".

       fd  FREIST-DATEI.
       copy "freistellung-satz.cpy".

       working-storage section.

       01 WS-KUNDE-REL-KEY                    PIC 9(6).
       01 WS-GEB-GUELTIG                      PIC X VALUE "N".
           88 GEB-GUELTIG                     VALUE "J".

      *> Freistellungsauftrag: hoechstens der Sparer-Pauschbetrag
      *> fuer zusammen veranlagte Ehegatten; unter den in diesem
      *> Jahr schon verbrauchten Betrag darf ein Auftrag nicht
      *> gesenkt werden.
       01 WS-FSA-REL-KEY                      PIC 9(6).
       01 WS-FSA-STATUS                       PIC XX.
           88 FSA-STATUS-OK                   VALUE "00".
           88 FSA-STATUS-NICHT-GEFUNDEN       VALUE "23", "35".
       01 WS-FSA-VORHANDEN                    PIC X VALUE "N".
           88 FSA-VORHANDEN                   VALUE "J".
       01 WS-MAX-FREISTELLUNG                 PIC 9(5)V99
                                              VALUE 2000,00.
       01 WS-FSA-EINGABE                      PIC X(10).
       01 WS-FSA-PRUEF                        PIC S9(7)V99.
       01 WS-FSA-NEU                          PIC 9(5)V99.
       01 WS-FSA-VERBRAUCHT                   PIC 9(5)V99.
       01 WS-FSA-ANZEIGE                      PIC ZZ.ZZ9,99.
       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE-JAHR                       PIC 9(4).


       procedure division.
       HAUPT-ABLAUF.
           display "1 - KUNDE ANLEGEN".
           display "2 - KUNDE AENDERN".
           display "3 - KUNDE ANZEIGEN".
           display "4 - FREISTELLUNGSAUFTRAG ERFASSEN".
           accept WS-WAHL.

           if WS-WAHL = 1
               perform KUNDE-AENDERN
           else if WS-WAHL = 3
               perform KUNDE-SUCHEN-ANZEIGEN
           else if WS-WAHL = 4
               perform FREISTELLUNG-ERFASSEN
           else
               display "Ungueltige Wahl! Bitte waehle 1 bis 4"
           end-if.

           close KUNDEN-DATEI.
                   "Geburtsdatum bleibt leer (0)"
               move ZERO to WS-GEB-PRUEF
           end-if.

       FREISTELLUNG-ERFASSEN.
      *> Erteilt, aendert oder widerruft (Betrag 0) den
      *> Freistellungsauftrag eines Kunden. Der Verbrauch des
      *> laufenden Jahres bleibt dabei stehen; ein Auftrag darf
      *> nicht unter den schon verbrauchten Betrag gesenkt werden.
           perform KUNDE-NR-EINLESEN
           if not KUNDE-VORHANDEN
               display "Kunde " WS-KUNDE-NR-EINGABE
                   " gibt es nicht - bitte erst anlegen"
           else
               perform FREIST-DATEI-OEFFNEN
               move FUNCTION CURRENT-DATE to WS-JETZT
               move WS-JETZT(1:4) to WS-HEUTE-JAHR
               move WS-KUNDE-NR-EINGABE to WS-FSA-REL-KEY
               read FREIST-DATEI
                   invalid key
                       move "N" to WS-FSA-VORHANDEN
                   not invalid key
                       move "J" to WS-FSA-VORHANDEN
               end-read
               perform FREISTELLUNG-ANZEIGEN
               perform FREISTELLUNG-BETRAG-EINLESEN
               if EINGABE-GUELTIG
                   perform FREISTELLUNG-SPEICHERN
               end-if
               close FREIST-DATEI
           end-if.

       FREIST-DATEI-OEFFNEN.
      *> Oeffnet die Freistellungsauftraege; existiert die Datei
      *> noch nicht, wird sie angelegt (derselbe Weg wie bei
      *> KUNDEN-DATEI-OEFFNEN).
           open i-o FREIST-DATEI
           if FSA-STATUS-NICHT-GEFUNDEN
               open output FREIST-DATEI
               close FREIST-DATEI
               open i-o FREIST-DATEI
           end-if.

       FREISTELLUNG-ANZEIGEN.
      *> Zeigt den bisherigen Auftrag samt Verbrauch im laufenden
      *> Jahr; WS-FSA-VERBRAUCHT ist der Massstab fuer die
      *> Untergrenze des neuen Betrags.
           move ZERO to WS-FSA-VERBRAUCHT
           display "Kunde " KUNDE-NR " (" KUNDE-NAME ")"
           if not FSA-VORHANDEN
               display "Bisher kein Freistellungsauftrag erteilt"
           else
               if FSA-JAHR = WS-HEUTE-JAHR
                   move FSA-VERBRAUCHT to WS-FSA-VERBRAUCHT
               end-if
               move FSA-BETRAG to WS-FSA-ANZEIGE
               display "Freistellungsauftrag: " WS-FSA-ANZEIGE
                   " Euro (erteilt " FSA-ERTEILT-DATUM ")"
               move WS-FSA-VERBRAUCHT to WS-FSA-ANZEIGE
               display "Verbraucht " WS-HEUTE-JAHR ":      "
                   WS-FSA-ANZEIGE " Euro"
           end-if.

       FREISTELLUNG-BETRAG-EINLESEN.
      *> Liest den neuen Freistellungsbetrag ein (0 = Widerruf),
      *> hoechstens WS-MAX-FREISTELLUNG und nicht unter dem
      *> Verbrauch des laufenden Jahres.
           move "N" to WS-EINGABE-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until EINGABE-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               move WS-MAX-FREISTELLUNG to WS-FSA-ANZEIGE
               display "Neuer Freistellungsbetrag in Euro? (0 bis "
                   WS-FSA-ANZEIGE ", 0 = Widerruf)"
               accept WS-FSA-EINGABE
               add 1 to WS-VERSUCHE
               move -1 to WS-FSA-PRUEF
               if FUNCTION TEST-NUMVAL(WS-FSA-EINGABE) = 0
                   compute WS-FSA-PRUEF =
                       FUNCTION NUMVAL(WS-FSA-EINGABE)
                       on size error
                           move -1 to WS-FSA-PRUEF
                   end-compute
               end-if
               if WS-FSA-PRUEF < ZERO
                       or WS-FSA-PRUEF > WS-MAX-FREISTELLUNG
                   display "Ungueltiger Betrag! Bitte eine Zahl "
                       "von 0 bis " WS-FSA-ANZEIGE " eingeben"
               else
                   if WS-FSA-PRUEF < WS-FSA-VERBRAUCHT
                       move WS-FSA-VERBRAUCHT to WS-FSA-ANZEIGE
                       display "In diesem Jahr sind bereits "
                           WS-FSA-ANZEIGE " Euro verbraucht - "
                           "der Auftrag darf nicht darunter "
                           "liegen"
                   else
                       move WS-FSA-PRUEF to WS-FSA-NEU
                       move "J" to WS-EINGABE-GUELTIG
                   end-if
               end-if
           end-perform

           if not EINGABE-GUELTIG
               display "Keine gueltige Eingabe erhalten - "
                   "Auftrag bleibt unveraendert"
           end-if.

       FREISTELLUNG-SPEICHERN.
      *> Schreibt den Auftrag neu bzw. aendert den bestehenden Satz;
      *> Jahr und Verbrauch eines bestehenden Auftrags bleiben
      *> unberuehrt.
           if FSA-VORHANDEN
               move WS-FSA-NEU to FSA-BETRAG
               move WS-JETZT(1:8) to FSA-ERTEILT-DATUM
               rewrite FSA-SATZ
           else
               move WS-KUNDE-NR-EINGABE to FSA-KUNDE-NR
               move WS-FSA-NEU to FSA-BETRAG
               move WS-JETZT(1:8) to FSA-ERTEILT-DATUM
               move WS-HEUTE-JAHR to FSA-JAHR
               move ZERO to FSA-VERBRAUCHT
               move ZERO to FSA-VORJAHR
               move ZERO to FSA-VORJAHR-VERBRAUCHT
               move WS-KUNDE-NR-EINGABE to WS-FSA-REL-KEY
               write FSA-SATZ
           end-if

           if FSA-STATUS-OK
               move WS-FSA-NEU to WS-FSA-ANZEIGE
               if WS-FSA-NEU = ZERO
                   display "Freistellungsauftrag von Kunde "
                       KUNDE-NR " wurde widerrufen"
               else
                   display "Freistellungsauftrag von Kunde "
                       KUNDE-NR " ueber " WS-FSA-ANZEIGE
                       " Euro gespeichert"
               end-if
           else
               display "Fehler beim Schreiben des "
                   "Freistellungsauftrags (Status " WS-FSA-STATUS ")"
           end-if.

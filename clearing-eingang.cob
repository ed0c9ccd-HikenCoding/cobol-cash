               organization is line sequential
               file status is WS-FEHL-STATUS.

      *> Lastschrift-Mandate (s. copybooks/mandat-satz.cpy), nur
      *> gelesen: eine Belastung wird nur mit einem aktiven Mandat
      *> des Kontos fuer den Glaeubiger gebucht.
           select MANDAT-DATEI assign to "MANDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-MANDAT-REL-KEY
               file status is WS-MANDAT-STATUS.

      *> Lastschriftbuch (s. copybooks/lastschrift-satz.cpy): je
      *> gebuchter Lastschrift ein Satz mit dem Glaeubiger, damit
      *> lastschrift-widerspruch.cob sie zurueckgeben kann.
           select LASTBUCH-DATEI assign to "LASTBUCH"
               organization is line sequential
               file status is WS-LASTBUCH-STATUS.

       data division.
       file section.
       fd  CLRIN-DATEI.
       fd  FEHL-DATEI.
       01 FEHL-SATZ                           PIC X(80).

       fd  MANDAT-DATEI.
       copy "mandat-satz.cpy".

       fd  LASTBUCH-DATEI.
       copy "lastschrift-satz.cpy".

       working-storage section.

       01 WS-CLRIN-STATUS                     PIC XX.
       01 WS-TRANS-STATUS                     PIC XX.
           88 TRANS-STATUS-OK                 VALUE "00".
       01 WS-FEHL-STATUS                      PIC XX.
       01 WS-MANDAT-REL-KEY                   PIC 9(6).
       01 WS-MANDAT-STATUS                    PIC XX.
       01 WS-LASTBUCH-STATUS                  PIC XX.

      *> Mandatspruefung einer Belastung: ohne Mandatsdatei gibt es
      *> kein Mandat, dann wird jede Belastung abgewiesen.
      *> Begrenzung wie WS-MAX-MANDAT-NR in mandatstamm.cob.
       01 WS-MAX-MANDAT-NR                    PIC 9(6) VALUE 9999.
       01 WS-MANDATE-VORHANDEN                PIC X VALUE "N".
           88 MANDATE-VORHANDEN               VALUE "J".
       01 WS-MANDAT-GEFUNDEN                  PIC X VALUE "N".
           88 MANDAT-GEFUNDEN                 VALUE "J".
       01 WS-GEFUNDENES-MANDAT                PIC 9(6) VALUE ZERO.

       01 WS-CLRIN-ENDE                       PIC X VALUE "N".
           88 CLRIN-ENDE                      VALUE "J".
      *> protokolliert sie mit der Kennung CLEARING im
      *> Tagesprotokoll. Unbekannte, gesperrte, geschlossene und
      *> nicht gedeckte Konten werden abgewiesen und im Bericht
      *> CLRFEHL an den Partner gemeldet, ebenso Belastungen ohne
      *> aktives Lastschrift-Mandat (MANDDAT). Jede gebuchte
      *> Belastung wird mit ihrem Glaeubiger im Lastschriftbuch
      *> LASTBUCH vermerkt. Nach einem vollstaendig verbuchten
      *> Lauf wird die Eingangsdatei geleert.
           display "===== Clearing-Eingang Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
               perform KONTO-DATEI-OEFFNEN
               perform TRANS-DATEI-OEFFNEN
               perform FEHL-DATEI-OEFFNEN
               perform MANDAT-DATEI-OEFFNEN
               perform LASTBUCH-DATEI-OEFFNEN
               if LAUF-FEHLER
                   display "Lauf wird abgebrochen - es wurde keine "
                       "Zahlung gebucht"
               close KONTO-DATEI
               close TRANS-DATEI
               close FEHL-DATEI
               if MANDATE-VORHANDEN
                   close MANDAT-DATEI
               end-if
               close LASTBUCH-DATEI
               if not LAUF-FEHLER and not BUCHUNGS-FEHLER
                   perform CLRIN-ZURUECKSETZEN
               end-if
       ZAHLUNG-VERARBEITEN.
      *> Prueft und bucht eine Zahlung der Eingangsdatei. Die
      *> Pruefreihenfolge entspricht dem Schalter: Konto vorhanden,
      *> Konto aktiv, bei Belastungen Mandat, Festgeld-Kuendigung
      *> und Deckung einschliesslich Dispo (nur Girokonten).
           if not CLR-GUTSCHRIFT and not CLR-BELASTUNG
               perform ZAHLUNG-ABWEISEN-RICHTUNG
           else
               if CLR-GUTSCHRIFT
                   perform GUTSCHRIFT-BUCHEN
               else
                   perform MANDAT-PRUEFEN
               end-if
           end-if.

               move "J" to WS-BUCHUNGS-FEHLER
           end-if.

       MANDAT-PRUEFEN.
      *> Eine Belastung braucht ein aktives Mandat des Kontos fuer
      *> genau diesen Glaeubiger (BLZ und Konto), unterschrieben
      *> spaetestens heute. Ohne Mandat wird die Lastschrift mit
      *> eigenem Grund abgewiesen und geht ueber CLRFEHL an den
      *> Partner zurueck.
           perform MANDAT-SUCHEN
           if MANDAT-GEFUNDEN
               perform BELASTUNG-PRUEFEN
           else
               move "Kein gueltiges Lastschrift-Mandat"
                   to WS-FEHL-GRUND
               perform ZAHLUNG-ABWEISEN
           end-if.

       MANDAT-SUCHEN.
      *> MANDAT-NR ist die physische Satznummer, daher genuegt ein
      *> Durchlauf ueber den erlaubten Nummernbereich.
           move "N" to WS-MANDAT-GEFUNDEN
           move ZERO to WS-GEFUNDENES-MANDAT
           if MANDATE-VORHANDEN
               perform varying WS-MANDAT-REL-KEY from 1 by 1
                       until WS-MANDAT-REL-KEY > WS-MAX-MANDAT-NR
                       or MANDAT-GEFUNDEN
                   read MANDAT-DATEI
                       invalid key
                           continue
                       not invalid key
                           perform MANDAT-VERGLEICHEN
                   end-read
               end-perform
           end-if.

       MANDAT-VERGLEICHEN.
           if MANDAT-AKTIV
                   and MANDAT-KONTO-NR = CLR-KONTO-NR
                   and MANDAT-FREMD-BLZ = CLR-FREMD-BLZ
                   and MANDAT-FREMD-KONTO = CLR-FREMD-KONTO
                   and MANDAT-UNTERSCHRIFT-DATUM <= WS-HEUTE
               move "J" to WS-MANDAT-GEFUNDEN
               move MANDAT-NR to WS-GEFUNDENES-MANDAT
           end-if.

       BELASTUNG-PRUEFEN.
      *> Festgeldkonten geben Belastungen erst nach Ablauf der
      *> Kuendigungsfrist frei; Spar- und Festgeldkonten haben
           perform BETRAG-BELASTEN
           if KONTO-SPEICHERN-OK
               add 1 to WS-ANZAHL-GEBUCHT
               perform LASTSCHRIFT-VERMERKEN
           else
               move "J" to WS-BUCHUNGS-FEHLER
           end-if.

       LASTSCHRIFT-VERMERKEN.
      *> Vermerkt die eben gebuchte Lastschrift im Lastschriftbuch:
      *> Datum und Uhrzeit der CLR-SOLL-Buchung (WS-JETZT aus
      *> TRANSAKTION-PROTOKOLLIEREN), Mandat und Glaeubiger. Die
      *> Buchung selbst steht zu diesem Zeitpunkt schon, ein
      *> Schreibfehler wird daher nur gemeldet.
           move SPACES to LS-SATZ
           move "B" to LS-SATZART
           move WS-JETZT(1:8) to LS-DATUM
           move WS-JETZT(9:6) to LS-ZEIT
           move CLR-KONTO-NR to LS-KONTO-NR
           move CLR-BETRAG to LS-BETRAG
           move WS-GEFUNDENES-MANDAT to LS-MANDAT-NR
           move CLR-FREMD-BLZ to LS-FREMD-BLZ
           move CLR-FREMD-KONTO to LS-FREMD-KONTO
           move CLR-ZWECK to LS-ZWECK
           move ZERO to LS-WIDERSPRUCH-DATUM
           write LS-SATZ
           if WS-LASTBUCH-STATUS not = "00"
               display "Fehler beim Schreiben des Lastschriftbuchs "
                   "LASTBUCH (Status " WS-LASTBUCH-STATUS ") fuer "
                   "Konto " CLR-KONTO-NR " - die Lastschrift ist "
                   "gebucht, ein Widerspruch muss von Hand erfolgen!"
           end-if.

       ZAHLUNG-ABWEISEN.
      *> Schreibt die Abweisung mit vorbelegtem WS-FEHL-GRUND in
      *> den Bericht und meldet sie auf dem Schirm.
               move "J" to WS-LAUF-FEHLER
           end-if.

       MANDAT-DATEI-OEFFNEN.
      *> Fehlt die Mandatsdatei, laeuft der Lauf weiter - dann gibt
      *> es kein Mandat und jede Belastung wird abgewiesen.
           open input MANDAT-DATEI
           if WS-MANDAT-STATUS = "00"
               move "J" to WS-MANDATE-VORHANDEN
           else
               display "Keine Mandatsdatei MANDDAT vorhanden (Status "
                   WS-MANDAT-STATUS ") - alle Lastschriften werden "
                   "abgewiesen"
           end-if.

       LASTBUCH-DATEI-OEFFNEN.
      *> Haengt an das Lastschriftbuch an; existiert es noch nicht,
      *> wird es angelegt (derselbe Weg wie beim Tagesprotokoll).
           open extend LASTBUCH-DATEI
           if WS-LASTBUCH-STATUS = "35"
               open output LASTBUCH-DATEI
               close LASTBUCH-DATEI
               open extend LASTBUCH-DATEI
           end-if
           if WS-LASTBUCH-STATUS not = "00"
               display "Lastschriftbuch LASTBUCH kann nicht "
                   "geoeffnet werden (Status " WS-LASTBUCH-STATUS
                   ") - ohne Lastschriftbuch wird nichts gebucht"
               move "J" to WS-LAUF-FEHLER
           end-if.

       CLRIN-ZURUECKSETZEN.
      *> OPEN OUTPUT auf eine bestehende LINE SEQUENTIAL Datei
      *> leert sie - ein versehentlicher zweiter Lauf findet dann

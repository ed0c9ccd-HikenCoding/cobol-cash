               organization is line sequential
               file status is WS-PRUEF-STATUS.

      *> Transaktionsarchiv (s. copybooks/arch-satz.cpy), nur
      *> lesend: im Storno-Nachweis wird das Original einer
      *> heutigen Stornobuchung auch dort gesucht, wenn es von
      *> einem frueheren Tag stammt.
           select ARCHIV-DATEI assign to "TRANSARC"
               organization is line sequential
               file status is WS-ARCHIV-STATUS.

      *> Maschinenlesbarer Export der Tagessummen fuer die
      *> Buchhaltung: je Buchungsart eine Zeile mit Semikolon-
      *> Trennung (Datum;Art;Anzahl;Summe), s. WS-EXP-SATZ.
       copy "trans-satz.cpy"
           replacing leading ==TRANS== by ==PRUEF==.

       fd  ARCHIV-DATEI.
       copy "arch-satz.cpy".

       fd  EXPORT-DATEI.
       01 EXPORT-SATZ                         PIC X(41).

       01 WS-TRANS-STATUS                     PIC XX.
       01 WS-PRUEF-STATUS                     PIC XX.
       01 WS-EXPORT-STATUS                    PIC XX.
       01 WS-ARCHIV-STATUS                    PIC XX.

      *> Gesetzt, wenn die Exportdatei nicht (vollstaendig)
      *> geschrieben werden konnte - der Lauf endet dann mit
           05 WS-SUM-CLR-HABEN                PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-GEBUEHR                  PIC 9(6) VALUE ZERO.
           05 WS-SUM-GEBUEHR                  PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-STORNO-SOLL              PIC 9(6) VALUE ZERO.
           05 WS-SUM-STORNO-SOLL              PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-STORNO-HABEN             PIC 9(6) VALUE ZERO.
           05 WS-SUM-STORNO-HABEN             PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-LS-RUECK                 PIC 9(6) VALUE ZERO.
           05 WS-SUM-LS-RUECK                 PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-KAPEST                   PIC 9(6) VALUE ZERO.
           05 WS-SUM-KAPEST                   PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-SOLZ                     PIC 9(6) VALUE ZERO.
           05 WS-SUM-SOLZ                     PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-SAMMEL-SOLL              PIC 9(6) VALUE ZERO.
           05 WS-SUM-SAMMEL-SOLL              PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-SAMMEL-HABEN             PIC 9(6) VALUE ZERO.
           05 WS-SUM-SAMMEL-HABEN             PIC 9(9)V99 VALUE ZERO.
           05 WS-ANZ-SONSTIGE                 PIC 9(6) VALUE ZERO.

      *> Stornos von Ueberweisungsseiten (s. storno.cob): sie
      *> laufen wie die Ueberweisung selbst paarweise unter einer
      *> Referenz und gehen daher in den Beweis SOLL = HABEN ein.
       01 WS-SUM-STORNO-UEBERW-SOLL           PIC 9(9)V99 VALUE ZERO.
       01 WS-SUM-STORNO-UEBERW-HABEN          PIC 9(9)V99 VALUE ZERO.

      *> Steuerverbindlichkeit des Tages: die bei Zinsgutschriften
      *> einbehaltene Kapitalertragsteuer und der Solidaritaets-
      *> zuschlag (s. main.cob, ZINSEN BERECHNEN) sind Geld des
      *> Finanzamts und werden als eigene Position ausgewiesen.
       01 WS-ANZ-STEUER-VERB                  PIC 9(6) VALUE ZERO.
       01 WS-SUM-STEUER-VERB                  PIC 9(9)V99 VALUE ZERO.

      *> Aufbau des Verwendungszwecks einer Stornobuchung.
       copy "storno-zweck.cpy".

      *> Storno-Nachweis: je Stornobuchung des Tages das Original
      *> (Tagesprotokoll oder Archiv); Stornos ohne auffindbares
      *> Original werden gezaehlt und im Export gemeldet.
       01 WS-ARCHIV-ENDE                      PIC X VALUE "N".
           88 ARCHIV-ENDE                     VALUE "J".
       01 WS-ORIGINAL-GEFUNDEN                PIC X VALUE "N".
           88 ORIGINAL-GEFUNDEN               VALUE "J".
       01 WS-ORIGINAL-QUELLE                  PIC X(8).
       01 WS-ORIGINAL-KASSIERER               PIC X(8).
       01 WS-ORIGINAL-BETRAG                  PIC 9(7)V99.
       01 WS-ANZAHL-STORNO-FEHLER             PIC 9(6) VALUE ZERO.

      *> Beweis SOLL = HABEN je TRANS-REF: der aeussere Durchlauf
      *> verankert jede Referenz auf ihrem ersten Satz (Position im
      *> Protokoll), der innere summiert beide Seiten der Referenz.
       HAUPT-ABLAUF.
      *> Tagesjournal fuer die Buchhaltung: summiert das
      *> Tagesprotokoll je Buchungsart (Summen- und Saldenliste),
      *> beweist SOLL = HABEN fuer jede Ueberweisungsreferenz,
      *> weist jedes Storno mit seinem Original nach und schreibt
      *> die Summen als Exportdatei JOURNEXP.
           display "===== Buchungsjournal Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE

           perform SUMMEN-BILDEN.
           perform SUMMENLISTE-DRUCKEN.
           perform STEUERVERBINDLICHKEIT-DRUCKEN.
           perform UEBERWEISUNGEN-PRUEFEN.
           perform STORNO-NACHWEIS-DRUCKEN.
           perform EXPORT-SCHREIBEN.

           display "=======================================".
           else if TRANS-ART = "GEBUEHR"
               add 1 to WS-ANZ-GEBUEHR
               add TRANS-BETRAG to WS-SUM-GEBUEHR
           else if TRANS-ART = "STORNO-SOLL"
               add 1 to WS-ANZ-STORNO-SOLL
               add TRANS-BETRAG to WS-SUM-STORNO-SOLL
               move TRANS-ZWECK to STORNO-ZWECK
               if STO-ORIG-ART = "UEBERW-HABEN"
                   add TRANS-BETRAG to WS-SUM-STORNO-UEBERW-SOLL
               end-if
           else if TRANS-ART = "STORNO-HABEN"
               add 1 to WS-ANZ-STORNO-HABEN
               add TRANS-BETRAG to WS-SUM-STORNO-HABEN
               move TRANS-ZWECK to STORNO-ZWECK
               if STO-ORIG-ART = "UEBERW-SOLL"
                   add TRANS-BETRAG to WS-SUM-STORNO-UEBERW-HABEN
               end-if
           else if TRANS-ART = "LS-RUECK"
               add 1 to WS-ANZ-LS-RUECK
               add TRANS-BETRAG to WS-SUM-LS-RUECK
           else if TRANS-ART = "KAPEST"
               add 1 to WS-ANZ-KAPEST
               add TRANS-BETRAG to WS-SUM-KAPEST
           else if TRANS-ART = "SOLZ"
               add 1 to WS-ANZ-SOLZ
               add TRANS-BETRAG to WS-SUM-SOLZ
           else if TRANS-ART = "SAMMEL-SOLL"
               add 1 to WS-ANZ-SAMMEL-SOLL
               add TRANS-BETRAG to WS-SUM-SAMMEL-SOLL
           else if TRANS-ART = "SAMMEL-HABEN"
               add 1 to WS-ANZ-SAMMEL-HABEN
               add TRANS-BETRAG to WS-SUM-SAMMEL-HABEN
           else
               add 1 to WS-ANZ-SONSTIGE
           end-if.
           move WS-SUM-GEBUEHR to WS-SUMME-ANZEIGE
           display "  GEBUEHR      " WS-ANZ-GEBUEHR " Stueck  "
               WS-SUMME-ANZEIGE " Euro".
           move WS-SUM-STORNO-SOLL to WS-SUMME-ANZEIGE
           display "  STORNO-SOLL  " WS-ANZ-STORNO-SOLL " Stueck  "
               WS-SUMME-ANZEIGE " Euro".
           move WS-SUM-STORNO-HABEN to WS-SUMME-ANZEIGE
           display "  STORNO-HABEN " WS-ANZ-STORNO-HABEN " Stueck  "
               WS-SUMME-ANZEIGE " Euro".
           move WS-SUM-LS-RUECK to WS-SUMME-ANZEIGE
           display "  LS-RUECK     " WS-ANZ-LS-RUECK " Stueck  "
               WS-SUMME-ANZEIGE " Euro".
           move WS-SUM-KAPEST to WS-SUMME-ANZEIGE
           display "  KAPEST       " WS-ANZ-KAPEST " Stueck  "
               WS-SUMME-ANZEIGE " Euro".
           move WS-SUM-SOLZ to WS-SUMME-ANZEIGE
           display "  SOLZ         " WS-ANZ-SOLZ " Stueck  "
               WS-SUMME-ANZEIGE " Euro".
           move WS-SUM-SAMMEL-SOLL to WS-SUMME-ANZEIGE
           display "  SAMMEL-SOLL  " WS-ANZ-SAMMEL-SOLL " Stueck  "
               WS-SUMME-ANZEIGE " Euro".
           move WS-SUM-SAMMEL-HABEN to WS-SUMME-ANZEIGE
           display "  SAMMEL-HABEN " WS-ANZ-SAMMEL-HABEN " Stueck  "
               WS-SUMME-ANZEIGE " Euro".
           display "  Sonstige Belege (ohne Betrag): "
               WS-ANZ-SONSTIGE.

       STEUERVERBINDLICHKEIT-DRUCKEN.
      *> Einbehaltene Steuern des Tages als Verbindlichkeit
      *> gegenueber dem Finanzamt: die KAPEST- und SOLZ-Belastungen
      *> der Kundenkonten stehen hier auf der Gegenseite, bis sie
      *> abgefuehrt sind.
           add WS-ANZ-KAPEST WS-ANZ-SOLZ giving WS-ANZ-STEUER-VERB
           add WS-SUM-KAPEST WS-SUM-SOLZ giving WS-SUM-STEUER-VERB
           display " ".
           display "Steuerverbindlichkeit (einbehaltene "
               "Kapitalertragsteuer):".
           move WS-SUM-KAPEST to WS-SUMME-ANZEIGE
           display "  Kapitalertragsteuer      " WS-SUMME-ANZEIGE
               " Euro".
           move WS-SUM-SOLZ to WS-SUMME-ANZEIGE
           display "  Solidaritaetszuschlag    " WS-SUMME-ANZEIGE
               " Euro".
           move WS-SUM-STEUER-VERB to WS-SUMME-ANZEIGE
           display "  Abzufuehren an das FA    " WS-SUMME-ANZEIGE
               " Euro".

       UEBERWEISUNGEN-PRUEFEN.
      *> Beweis SOLL = HABEN: fuer jede Ueberweisungsreferenz werden
      *> Soll- und Haben-Seite aufsummiert und verglichen. Jede
      *> Referenz wird nur auf ihrem ersten Satz im Protokoll
      *> geprueft, damit Paare nicht doppelt erscheinen. Das Storno
      *> einer Ueberweisung traegt deren Referenz; seine beiden
      *> Seiten (STORNO-SOLL beim Empfaenger, STORNO-HABEN beim
      *> Auftraggeber) muessen sich ebenso ausgleichen.
           display " ".
           display "Beweis UEBERW-SOLL = UEBERW-HABEN je Referenz "
               "(einschliesslich Stornos):".
           move ZERO to WS-AUSSEN-POS
           open input TRANS-DATEI
           if WS-TRANS-STATUS = "35"
                       not at end
                           add 1 to WS-AUSSEN-POS
                           if TRANS-REF not = ZERO
                                   and (TRANS-ART = "UEBERW-SOLL"
                                   or TRANS-ART = "UEBERW-HABEN"
                                   or TRANS-ART = "STORNO-SOLL"
                                   or TRANS-ART = "STORNO-HABEN")
                               perform REFERENZ-PRUEFEN
                           end-if
                   end-read
           end-if

           compute WS-DIFFERENZ =
               WS-SUM-UEBERW-SOLL + WS-SUM-STORNO-UEBERW-SOLL
               - WS-SUM-UEBERW-HABEN - WS-SUM-STORNO-UEBERW-HABEN
           move WS-DIFFERENZ to WS-DIFFERENZ-ANZEIGE
           if WS-ANZAHL-REF-FEHLER = ZERO
               and WS-DIFFERENZ = ZERO

       REFERENZ-PRUEFEN.
      *> Prueft die Referenz des aktuellen aeusseren Satzes: zuerst
      *> feststellen, ob sie schon vor dieser Position an einer
      *> Ueberweisungs- oder Stornobuchung vorkam (dann wurde sie
      *> bereits geprueft), sonst beide Seiten summieren. Nur diese
      *> Arten werden geprueft; jede Einzelbuchung traegt zwar eine
      *> Zeitstempel-Referenz, eine Einzahlung in derselben Sekunde
      *> darf den Beweis fuer eine Ueberweisung aber nicht
      *> unterdruecken.
           move "N" to WS-REF-SCHON-GESEHEN
           move ZERO to WS-REF-SOLL
           move ZERO to WS-REF-HABEN
                       add 1 to WS-INNEN-POS
                       if PRUEF-REF = TRANS-REF
                           if WS-INNEN-POS < WS-AUSSEN-POS
                               if PRUEF-ART = "UEBERW-SOLL"
                                       or PRUEF-ART = "UEBERW-HABEN"
                                       or PRUEF-ART = "STORNO-SOLL"
                                       or PRUEF-ART = "STORNO-HABEN"
                                   move "J" to WS-REF-SCHON-GESEHEN
                                   move "J" to WS-PRUEF-ENDE
                               end-if
                           else
                               if PRUEF-ART = "UEBERW-SOLL"
                                   add PRUEF-BETRAG to WS-REF-SOLL
                               if PRUEF-ART = "UEBERW-HABEN"
                                   add PRUEF-BETRAG to WS-REF-HABEN
                               end-if
                               if PRUEF-ART = "STORNO-SOLL"
                                       or PRUEF-ART = "STORNO-HABEN"
                                   perform STORNO-SEITE-SUMMIEREN
                               end-if
                           end-if
                       end-if
               end-read
               end-if
           end-if.

       STORNO-SEITE-SUMMIEREN.
      *> Nur Stornos von Ueberweisungsseiten zaehlen zum Beweis;
      *> das Storno einer Einzelbuchung hat keine Gegenseite.
           move PRUEF-ZWECK to STORNO-ZWECK
           if PRUEF-ART = "STORNO-SOLL"
                   and STO-ORIG-ART = "UEBERW-HABEN"
               add PRUEF-BETRAG to WS-REF-SOLL
           end-if
           if PRUEF-ART = "STORNO-HABEN"
                   and STO-ORIG-ART = "UEBERW-SOLL"
               add PRUEF-BETRAG to WS-REF-HABEN
           end-if.

       STORNO-NACHWEIS-DRUCKEN.
      *> Listet jede Stornobuchung des Tages zusammen mit der
      *> stornierten Buchung: gleiche Referenz, gleiches Konto,
      *> Art und Zeitpunkt wie im Verwendungszweck des Stornos
      *> vermerkt. Gesucht wird erst im Tagesprotokoll, dann im
      *> Archiv. Fehlt das Original oder weicht der Betrag ab, ist
      *> das ein Befund fuer die Buchhaltung.
           display " ".
           display "Storno-Nachweis (Storno und Original):".
           if WS-ANZ-STORNO-SOLL = ZERO and WS-ANZ-STORNO-HABEN = ZERO
               display "  Keine Stornobuchungen"
           else
               open input TRANS-DATEI
               move "N" to WS-TRANS-ENDE
               perform until TRANS-ENDE
                   read TRANS-DATEI
                       at end
                           move "J" to WS-TRANS-ENDE
                       not at end
                           if TRANS-ART = "STORNO-SOLL"
                                   or TRANS-ART = "STORNO-HABEN"
                               perform STORNO-ORIGINAL-SUCHEN
                               perform STORNO-PAAR-DRUCKEN
                           end-if
                   end-read
               end-perform
               close TRANS-DATEI
               if WS-ANZAHL-STORNO-FEHLER = ZERO
                   display "  Ergebnis: alle Stornos mit Original "
                       "nachgewiesen"
               else
                   display "  Ergebnis: " WS-ANZAHL-STORNO-FEHLER
                       " Storno(s) ohne passendes Original - "
                       "bitte pruefen!"
               end-if
           end-if.

       STORNO-ORIGINAL-SUCHEN.
      *> Sucht das Original zum Storno im TRANS-SATZ-Puffer.
           move TRANS-ZWECK to STORNO-ZWECK
           move "N" to WS-ORIGINAL-GEFUNDEN
           move "N" to WS-PRUEF-ENDE
           open input PRUEF-DATEI
           perform until PRUEF-ENDE or ORIGINAL-GEFUNDEN
               read PRUEF-DATEI
                   at end
                       move "J" to WS-PRUEF-ENDE
                   not at end
                       if PRUEF-REF = TRANS-REF
                               and PRUEF-KONTO-NR = TRANS-KONTO-NR
                               and PRUEF-ART = STO-ORIG-ART
                               and PRUEF-DATUM = STO-ORIG-DATUM
                               and PRUEF-ZEIT = STO-ORIG-ZEIT
                           move "J" to WS-ORIGINAL-GEFUNDEN
                           move "TRANSDAT" to WS-ORIGINAL-QUELLE
                           move PRUEF-KASSIERER
                               to WS-ORIGINAL-KASSIERER
                           move PRUEF-BETRAG to WS-ORIGINAL-BETRAG
                       end-if
               end-read
           end-perform
           close PRUEF-DATEI

           if not ORIGINAL-GEFUNDEN
               open input ARCHIV-DATEI
               if WS-ARCHIV-STATUS = "00"
                   move "N" to WS-ARCHIV-ENDE
                   perform until ARCHIV-ENDE or ORIGINAL-GEFUNDEN
                       read ARCHIV-DATEI
                           at end
                               move "J" to WS-ARCHIV-ENDE
                           not at end
                               if ARCH-REF = TRANS-REF
                                   and ARCH-KONTO-NR = TRANS-KONTO-NR
                                   and ARCH-ART = STO-ORIG-ART
                                   and ARCH-DATUM = STO-ORIG-DATUM
                                   and ARCH-ZEIT = STO-ORIG-ZEIT
                                   move "J" to WS-ORIGINAL-GEFUNDEN
                                   move "TRANSARC"
                                       to WS-ORIGINAL-QUELLE
                                   move ARCH-KASSIERER
                                       to WS-ORIGINAL-KASSIERER
                                   move ARCH-BETRAG
                                       to WS-ORIGINAL-BETRAG
                               end-if
                       end-read
                   end-perform
                   close ARCHIV-DATEI
               end-if
           end-if.

       STORNO-PAAR-DRUCKEN.
      *> Zwei Zeilen je Storno: die Stornobuchung mit Kassierer und
      *> Freigeber, darunter das Original.
           move TRANS-BETRAG to WS-SUMME-ANZEIGE
           display "  Ref " TRANS-REF " Konto " TRANS-KONTO-NR " "
               TRANS-ART " " WS-SUMME-ANZEIGE " Euro ("
               TRANS-KASSIERER "/" TRANS-FREIGEBER ")"
           if ORIGINAL-GEFUNDEN
                   and WS-ORIGINAL-BETRAG = TRANS-BETRAG
               display "    storniert: " STO-ORIG-ART " vom "
                   STO-ORIG-DATUM " " STO-ORIG-ZEIT " ("
                   WS-ORIGINAL-QUELLE ", " WS-ORIGINAL-KASSIERER ")"
           else if ORIGINAL-GEFUNDEN
               add 1 to WS-ANZAHL-STORNO-FEHLER
               move WS-ORIGINAL-BETRAG to WS-SUMME-ANZEIGE
               display "    Original " STO-ORIG-ART " vom "
                   STO-ORIG-DATUM " ueber " WS-SUMME-ANZEIGE
                   " Euro - Betrag weicht ab, bitte pruefen!"
           else
               add 1 to WS-ANZAHL-STORNO-FEHLER
               display "    Original " STO-ORIG-ART " vom "
                   STO-ORIG-DATUM " " STO-ORIG-ZEIT " nicht "
                   "gefunden - bitte pruefen!"
           end-if
           end-if.

       EXPORT-SCHREIBEN.
      *> Schreibt die Tagessummen als Exportdatei neu (eine Datei je
      *> Lauf; der Vortag ist zu diesem Zeitpunkt laengst von der
               move WS-ANZ-GEBUEHR to WS-EXP-ANZAHL
               move WS-SUM-GEBUEHR to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "STORNO-SOLL" to WS-EXP-ART
               move WS-ANZ-STORNO-SOLL to WS-EXP-ANZAHL
               move WS-SUM-STORNO-SOLL to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "STORNO-HABEN" to WS-EXP-ART
               move WS-ANZ-STORNO-HABEN to WS-EXP-ANZAHL
               move WS-SUM-STORNO-HABEN to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "LS-RUECK" to WS-EXP-ART
               move WS-ANZ-LS-RUECK to WS-EXP-ANZAHL
               move WS-SUM-LS-RUECK to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "KAPEST" to WS-EXP-ART
               move WS-ANZ-KAPEST to WS-EXP-ANZAHL
               move WS-SUM-KAPEST to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "SOLZ" to WS-EXP-ART
               move WS-ANZ-SOLZ to WS-EXP-ANZAHL
               move WS-SUM-SOLZ to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "SAMMEL-SOLL" to WS-EXP-ART
               move WS-ANZ-SAMMEL-SOLL to WS-EXP-ANZAHL
               move WS-SUM-SAMMEL-SOLL to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "SAMMEL-HABEN" to WS-EXP-ART
               move WS-ANZ-SAMMEL-HABEN to WS-EXP-ANZAHL
               move WS-SUM-SAMMEL-HABEN to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "STEUER-VERB" to WS-EXP-ART
               move WS-ANZ-STEUER-VERB to WS-EXP-ANZAHL
               move WS-SUM-STEUER-VERB to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "UEBERW-PRUEF" to WS-EXP-ART
               move WS-ANZAHL-REF-FEHLER to WS-EXP-ANZAHL
               move ZERO to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               move "STORNO-PRUEF" to WS-EXP-ART
               move WS-ANZAHL-STORNO-FEHLER to WS-EXP-ANZAHL
               move ZERO to WS-EXP-SUMME
               perform EXPORT-SATZ-SCHREIBEN
               close EXPORT-DATEI
               display " "
               display "Exportdatei JOURNEXP geschrieben."

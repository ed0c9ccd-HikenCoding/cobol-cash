       01 WS-GEB-SUMME                        PIC 9(7)V99.
       01 WS-GEB-ANZEIGE                      PIC Z.ZZZ.ZZ9,99.

      *> Stornobuchungen des Kontos (s. storno.cob und
      *> copybooks/storno-zweck.cpy), vor dem Druck aus den
      *> Archiven vorgemerkt: eine stornierte Buchung des Monats
      *> wird als storniert gekennzeichnet, auch wenn das Storno
      *> erst spaeter gebucht wurde; erstattete Gebuehren des
      *> Monats mindern die Gebuehrenzeile.
       copy "storno-zweck.cpy".
       01 WS-MAX-STORNOS                      PIC 9(2) VALUE 20.
       01 WS-ANZAHL-STORNOS                   PIC 9(2) VALUE ZERO.
       01 WS-STORNO-TABELLE.
           05 WS-STORNO OCCURS 20 TIMES.
               10 WS-ST-ORIG-ART              PIC X(12).
               10 WS-ST-ORIG-DATUM            PIC 9(8).
               10 WS-ST-ORIG-ZEIT             PIC 9(6).
               10 WS-ST-REF                   PIC 9(14).
               10 WS-ST-BETRAG                PIC 9(7)V99.
       01 WS-ST-IDX                           PIC 9(2).
       01 WS-STORNIERT                        PIC X VALUE "N".
           88 STORNIERT                       VALUE "J".
       01 WS-STORNO-ENDE                      PIC X VALUE "N".
           88 STORNO-ENDE                     VALUE "J".


       procedure division.
       HAUPT-ABLAUF.
           move WS-SALDO to WS-SALDO-DISPLAY
           display "  Eroeffnungssaldo: " WS-SALDO-DISPLAY " Euro".

           perform STORNOS-VORMERKEN
           perform MONATS-BUCHUNGEN-DRUCKEN

           if WS-ANZAHL-BUCHUNGEN = ZERO
      *> in der Jahresdatei des Monatsjahres, der des Folgejahres
      *> (Dezembergebuehren) und im lebenden Archiv gesucht;
      *> solange der Gebuehrenlauf noch nicht gelaufen oder
      *> archiviert ist, entfaellt die Zeile. Stornierte
      *> (erstattete) Gebuehren des Monats werden abgezogen.
           move ZERO to WS-GEB-SUMME

           move "TARC" to WS-JARC-NAME(1:4)
               end-perform
               close ARCHIV-DATEI
           end-if
           perform varying WS-ST-IDX from 1 by 1
                   until WS-ST-IDX > WS-ANZAHL-STORNOS
               if WS-ST-ORIG-ART(WS-ST-IDX) = "GEBUEHR"
                   and WS-ST-REF(WS-ST-IDX) = WS-MONAT
                   and WS-ST-BETRAG(WS-ST-IDX) <= WS-GEB-SUMME
                   subtract WS-ST-BETRAG(WS-ST-IDX) from WS-GEB-SUMME
               end-if
           end-perform
           if WS-GEB-SUMME > ZERO
               move WS-GEB-SUMME to WS-GEB-ANZEIGE
               display "  Gebuehren fuer diesen Monat: "
           if ARCH-GEGENKONTO > ZERO
               display "    Gegenkonto: " ARCH-GEGENKONTO
           end-if
           if ARCH-ART = "STORNO-SOLL" or ARCH-ART = "STORNO-HABEN"
               move ARCH-ZWECK to STORNO-ZWECK
               display "    Storno zu " STO-ORIG-ART " vom "
                   STO-ORIG-DATUM ", Ref " ARCH-REF
           else
               if ARCH-ZWECK not = SPACES
                   display "    Zweck: " ARCH-ZWECK
               end-if
               perform STORNO-MARKE-PRUEFEN
               if STORNIERT
                   display "    *** storniert (Ref " ARCH-REF
                       ") ***"
               end-if
           end-if.

       STORNOS-VORMERKEN.
      *> Sammelt die Stornobuchungen des Kontos aus den
      *> Jahresdateien des Monatsjahres und des Folgejahres und aus
      *> dem lebenden Archiv - ein Storno kann Monate nach dem
      *> Original gebucht sein.
           move ZERO to WS-ANZAHL-STORNOS
           move "TARC" to WS-JARC-NAME(1:4)
           move WS-MONAT-JAHR to WS-JARC-NAME(5:4)
           perform JARC-STORNOS-VORMERKEN
           move WS-FOLGEJAHR-N to WS-JARC-NAME(5:4)
           perform JARC-STORNOS-VORMERKEN

           move "N" to WS-STORNO-ENDE
           open input ARCHIV-DATEI
           if WS-ARCHIV-STATUS = "35"
               continue
           else
               perform until STORNO-ENDE
                   read ARCHIV-DATEI
                       at end
                           move "J" to WS-STORNO-ENDE
                       not at end
                           perform STORNO-AUFNEHMEN
                   end-read
               end-perform
               close ARCHIV-DATEI
           end-if.

       JARC-STORNOS-VORMERKEN.
      *> Wie STORNOS-VORMERKEN fuer die Jahresdatei WS-JARC-NAME;
      *> existiert sie nicht, traegt sie nichts bei.
           move "N" to WS-STORNO-ENDE
           display "JARC" upon environment-name
           display WS-JARC-NAME upon environment-value
           open input JARC-DATEI
           if WS-JARC-STATUS not = "00"
               continue
           else
               perform until STORNO-ENDE
                   read JARC-DATEI
                       at end
                           move "J" to WS-STORNO-ENDE
                       not at end
                           move JARC-SATZ to ARCH-SATZ
                           perform STORNO-AUFNEHMEN
                   end-read
               end-perform
               close JARC-DATEI
           end-if.

       STORNO-AUFNEHMEN.
      *> Merkt die Stornobuchung im ARCH-Puffer vor, wenn sie zum
      *> Konto gehoert.
           if ARCH-KONTO-NR = KONTO-NR
               and (ARCH-ART = "STORNO-SOLL"
               or ARCH-ART = "STORNO-HABEN")
               and WS-ANZAHL-STORNOS < WS-MAX-STORNOS
               add 1 to WS-ANZAHL-STORNOS
               move WS-ANZAHL-STORNOS to WS-ST-IDX
               move ARCH-ZWECK to STORNO-ZWECK
               move STO-ORIG-ART to WS-ST-ORIG-ART(WS-ST-IDX)
               move STO-ORIG-DATUM to WS-ST-ORIG-DATUM(WS-ST-IDX)
               move STO-ORIG-ZEIT to WS-ST-ORIG-ZEIT(WS-ST-IDX)
               move ARCH-REF to WS-ST-REF(WS-ST-IDX)
               move ARCH-BETRAG to WS-ST-BETRAG(WS-ST-IDX)
           end-if.

       STORNO-MARKE-PRUEFEN.
      *> Ist die Buchung im ARCH-Puffer storniert worden? Referenz,
      *> Art und Zeitpunkt identifizieren sie auf dem Konto.
           move "N" to WS-STORNIERT
           perform varying WS-ST-IDX from 1 by 1
                   until WS-ST-IDX > WS-ANZAHL-STORNOS or STORNIERT
               if WS-ST-REF(WS-ST-IDX) = ARCH-REF
                   and WS-ST-ORIG-ART(WS-ST-IDX) = ARCH-ART
                   and WS-ST-ORIG-DATUM(WS-ST-IDX) = ARCH-DATUM
                   and WS-ST-ORIG-ZEIT(WS-ST-IDX) = ARCH-ZEIT
                   move "J" to WS-STORNIERT
               end-if
           end-perform.

       JARC-GEBUEHREN-SUMMIEREN.
      *> Summiert die GEBUEHR-Buchungen des Kontos mit der
      *> Monats-Referenz aus der Jahresdatei WS-JARC-NAME;

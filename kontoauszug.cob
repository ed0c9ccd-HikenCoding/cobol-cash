      *> KONTO-ART in copybooks/konto-satz.cpy).
       01 WS-KONTO-ART-NAME                   PIC X(8).

      *> Heutige Stornobuchungen des Kontos (beim Ermitteln des
      *> Eroeffnungssaldos gesammelt): eine stornierte Buchung des
      *> Tages wird auf dem Auszug als storniert gekennzeichnet,
      *> die Stornobuchung nennt Art, Datum und Referenz des
      *> Originals (s. copybooks/storno-zweck.cpy).
       copy "storno-zweck.cpy".
       01 WS-MAX-STORNOS                      PIC 9(2) VALUE 20.
       01 WS-ANZAHL-STORNOS                   PIC 9(2) VALUE ZERO.
       01 WS-STORNO-TABELLE.
           05 WS-STORNO OCCURS 20 TIMES.
               10 WS-ST-ORIG-ART              PIC X(12).
               10 WS-ST-ORIG-DATUM            PIC 9(8).
               10 WS-ST-ORIG-ZEIT             PIC 9(6).
       01 WS-ST-IDX                           PIC 9(2).
       01 WS-STORNIERT                        PIC X VALUE "N".
           88 STORNIERT                       VALUE "J".


       procedure division.
       HAUPT-ABLAUF.
       EROEFFNUNGSSALDO-ERMITTELN.
      *> WS-SALDO enthaelt beim Aufruf den aktuellen (End-)Saldo; die
      *> heutigen Buchungen des Kontos werden rueckgaengig gerechnet,
      *> um den Saldo am Tagesbeginn zu ermitteln. Nebenbei werden
      *> die Stornobuchungen des Kontos fuer POSITIONEN-DRUCKEN
      *> vorgemerkt.
           move ZERO to WS-ANZAHL-STORNOS
           move "N" to WS-TRANS-ENDE
           open input TRANS-DATEI
           if WS-TRANS-STATUS = "35"
                           move "J" to WS-TRANS-ENDE
                       not at end
                           if TRANS-KONTO-NR = KONTO-NR
                               if TRANS-ART = "STORNO-SOLL"
                                   or TRANS-ART = "STORNO-HABEN"
                                   perform STORNO-VORMERKEN
                               end-if
                               if TRANS-ART = "EINZAHLEN"
                                   or TRANS-ART = "ZINSEN"
                                   or TRANS-ART = "UEBERW-HABEN"
                                   or TRANS-ART = "CLR-HABEN"
                                   or TRANS-ART = "SAMMEL-HABEN"
                                   or TRANS-ART = "STORNO-HABEN"
                                   or TRANS-ART = "LS-RUECK"
                                   subtract TRANS-BETRAG
                                       from WS-SALDO
                               else if TRANS-ART = "AUSZAHLEN"
                                   or TRANS-ART = "EXT-SOLL"
                                   or TRANS-ART = "CLR-SOLL"
                                   or TRANS-ART = "GEBUEHR"
                                   or TRANS-ART = "STORNO-SOLL"
                                   or TRANS-ART = "KAPEST"
                                   or TRANS-ART = "SOLZ"
                                   or TRANS-ART = "SAMMEL-SOLL"
                                   add TRANS-BETRAG to WS-SALDO
                               end-if
                           end-if
                                   display "    Gegenkonto: "
                                       TRANS-GEGENKONTO
                               end-if
                               if TRANS-ART = "STORNO-SOLL"
                                   or TRANS-ART = "STORNO-HABEN"
                                   move TRANS-ZWECK to STORNO-ZWECK
                                   display "    Storno zu "
                                       STO-ORIG-ART " vom "
                                       STO-ORIG-DATUM ", Ref "
                                       TRANS-REF
                               else
                                   if TRANS-ZWECK not = SPACES
                                       display "    Zweck: "
                                           TRANS-ZWECK
                                   end-if
                                   perform STORNO-MARKE-PRUEFEN
                                   if STORNIERT
                                       display "    *** storniert "
                                           "(Ref " TRANS-REF ") ***"
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close TRANS-DATEI
           end-if.

       STORNO-VORMERKEN.
      *> Merkt Art und Zeitpunkt des Originals der Stornobuchung im
      *> TRANS-SATZ-Puffer vor.
           if WS-ANZAHL-STORNOS < WS-MAX-STORNOS
               add 1 to WS-ANZAHL-STORNOS
               move WS-ANZAHL-STORNOS to WS-ST-IDX
               move TRANS-ZWECK to STORNO-ZWECK
               move STO-ORIG-ART to WS-ST-ORIG-ART(WS-ST-IDX)
               move STO-ORIG-DATUM to WS-ST-ORIG-DATUM(WS-ST-IDX)
               move STO-ORIG-ZEIT to WS-ST-ORIG-ZEIT(WS-ST-IDX)
           end-if.

       STORNO-MARKE-PRUEFEN.
      *> Ist die Buchung im TRANS-SATZ-Puffer heute storniert
      *> worden? Art und Zeitpunkt identifizieren sie auf dem Konto.
           move "N" to WS-STORNIERT
           perform varying WS-ST-IDX from 1 by 1
                   until WS-ST-IDX > WS-ANZAHL-STORNOS or STORNIERT
               if WS-ST-ORIG-ART(WS-ST-IDX) = TRANS-ART
                   and WS-ST-ORIG-DATUM(WS-ST-IDX) = TRANS-DATUM
                   and WS-ST-ORIG-ZEIT(WS-ST-IDX) = TRANS-ZEIT
                   move "J" to WS-STORNIERT
               end-if
           end-perform.

       01 WS-SALDO-ERWARTET-DISPLAY           PIC Z.ZZZ.ZZ9,99-.
       01 WS-SALDO-IST-DISPLAY                PIC Z.ZZZ.ZZ9,99-.

      *> Stornobuchungen des Kontos im heutigen Protokoll: sie
      *> werden unter der Abgleichzeile mit dem stornierten
      *> Original aufgefuehrt (s. copybooks/storno-zweck.cpy).
       01 WS-KONTO-STORNOS                    PIC 9(4) VALUE ZERO.
       01 WS-STORNO-BETRAG-DISPLAY            PIC Z.ZZZ.ZZ9,99.
       copy "storno-zweck.cpy".

       01 WS-GEPRUEFTE-KONTEN                 PIC 9(6) VALUE ZERO.
       01 WS-ABWEICHUNGEN                     PIC 9(6) VALUE ZERO.

                   "): ABWEICHUNG! "
                   "gespeichert=" WS-SALDO-IST-DISPLAY
                   " erwartet=" WS-SALDO-ERWARTET-DISPLAY
           end-if

           if WS-KONTO-STORNOS > ZERO
               perform STORNOS-DRUCKEN
           end-if.

       LETZTEN-ABSCHLUSSSALDO-ERMITTELN.
       HEUTIGE-BUCHUNGEN-AUFSUMMIEREN.
      *> Addiert die heutigen Buchungen des Kontos auf den zuletzt
      *> abgeschlossenen Saldo - dieselbe Haben-/Soll-Einteilung wie in
      *> kontoauszug.cob. Stornobuchungen werden nebenbei gezaehlt.
           move ZERO to WS-KONTO-STORNOS
           move "N" to WS-TRANS-ENDE
           open input TRANS-DATEI
           if WS-TRANS-STATUS = "35"
                           move "J" to WS-TRANS-ENDE
                       not at end
                           if TRANS-KONTO-NR = KONTO-NR
                               if TRANS-ART = "STORNO-SOLL"
                                   or TRANS-ART = "STORNO-HABEN"
                                   add 1 to WS-KONTO-STORNOS
                               end-if
                               if TRANS-ART = "EINZAHLEN"
                                   or TRANS-ART = "ZINSEN"
                                   or TRANS-ART = "UEBERW-HABEN"
                                   or TRANS-ART = "CLR-HABEN"
                                   or TRANS-ART = "SAMMEL-HABEN"
                                   or TRANS-ART = "STORNO-HABEN"
                                   or TRANS-ART = "LS-RUECK"
                                   add TRANS-BETRAG
                                       to WS-SALDO-ERWARTET
                               else if TRANS-ART = "AUSZAHLEN"
                                   or TRANS-ART = "EXT-SOLL"
                                   or TRANS-ART = "CLR-SOLL"
                                   or TRANS-ART = "GEBUEHR"
                                   or TRANS-ART = "STORNO-SOLL"
                                   or TRANS-ART = "KAPEST"
                                   or TRANS-ART = "SOLZ"
                                   or TRANS-ART = "SAMMEL-SOLL"
                                   subtract TRANS-BETRAG
                                       from WS-SALDO-ERWARTET
                               end-if
               end-perform
               close TRANS-DATEI
           end-if.

       STORNOS-DRUCKEN.
      *> Fuehrt die heutigen Stornos des Kontos als Paar auf: die
      *> Stornobuchung und darunter Art und Zeitpunkt der
      *> stornierten Buchung unter derselben Referenz.
           move "N" to WS-TRANS-ENDE
           open input TRANS-DATEI
           perform until TRANS-ENDE
               read TRANS-DATEI
                   at end
                       move "J" to WS-TRANS-ENDE
                   not at end
                       if TRANS-KONTO-NR = KONTO-NR
                           and (TRANS-ART = "STORNO-SOLL"
                           or TRANS-ART = "STORNO-HABEN")
                           move TRANS-ZWECK to STORNO-ZWECK
                           move TRANS-BETRAG
                               to WS-STORNO-BETRAG-DISPLAY
                           display "    " TRANS-ART " "
                               WS-STORNO-BETRAG-DISPLAY
                               " Euro, Ref " TRANS-REF
                           display "      storniert " STO-ORIG-ART
                               " vom " STO-ORIG-DATUM " "
                               STO-ORIG-ZEIT
                       end-if
               end-read
           end-perform
           close TRANS-DATEI.

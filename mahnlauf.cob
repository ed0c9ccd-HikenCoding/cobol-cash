       identification division.
        program-id. mahnlauf.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Kontenstammdatei wird satzweise durchlaufen; gesperrt wird
      *> per REWRITE des gerade gelesenen Satzes (s. Hinweis zu
      *> ORGANIZATION RELATIVE in main.cob).
           select KONTO-DATEI assign to "KONTODAT"
               organization is relative
               access mode is sequential
               file status is WS-KONTO-STATUS.

      *> Kundenstamm fuer die Anschrift im Mahnbrief (s.
      *> copybooks/kunden-satz.cpy); ohne Kundenstamm wird der
      *> Brief ohne Anschrift gedruckt und das gemeldet.
           select KUNDEN-DATEI assign to "KUNDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KUNDE-REL-KEY
               file status is WS-KUNDE-STATUS.

      *> Mahnstand je Konto (s. copybooks/mahn-satz.cpy), wie
      *> KONTODAT mit KONTO-NR als RELATIVE KEY; beim ersten Lauf
      *> wird die Datei angelegt.
           select MAHN-DATEI assign to "MAHNDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-MAHN-REL-KEY
               file status is WS-MAHN-STATUS.

      *> Mahnhistorie - je Mahnung, Sperre und Ruecksetzung ein
      *> Satz, fortlaufend angehaengt (s.
      *> copybooks/mahnhist-satz.cpy).
           select MHIST-DATEI assign to "MAHNHIST"
               organization is line sequential
               file status is WS-MHIST-STATUS.

      *> Liste fuer die Kreditabteilung: alle Konten auf Mahnstufe
      *> 3, mit jedem Lauf neu geschrieben; in diesem Lauf neu
      *> gesperrte Konten sind als NEU markiert.
           select KRED-DATEI assign to "KREDLIST"
               organization is line sequential
               file status is WS-KRED-STATUS.

      *> Taegliches Transaktionsprotokoll - jede Sperre erscheint
      *> dort als STATUS-AEND-Beleg wie eine Sperre ueber
      *> kontopflege.cob.
           select TRANS-DATEI assign to "TRANSDAT"
               organization is line sequential
               file status is WS-TRANS-STATUS.

       data division.
       file section.
       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       fd  KUNDEN-DATEI.
       copy "kunden-satz.cpy".

       fd  MAHN-DATEI.
       copy "mahn-satz.cpy".

       fd  MHIST-DATEI.
       copy "mahnhist-satz.cpy".

       fd  KRED-DATEI.
       01 KRED-SATZ                           PIC X(91).

       fd  TRANS-DATEI.
       copy "trans-satz.cpy".

       working-storage section.

       01 WS-KONTO-STATUS                     PIC XX.
           88 KONTO-STATUS-OK                 VALUE "00".
       01 WS-KUNDE-REL-KEY                    PIC 9(6).
       01 WS-KUNDE-STATUS                     PIC XX.
       01 WS-MAHN-REL-KEY                     PIC 9(6).
       01 WS-MAHN-STATUS                      PIC XX.
           88 MAHN-STATUS-OK                  VALUE "00".
       01 WS-MHIST-STATUS                     PIC XX.
       01 WS-KRED-STATUS                      PIC XX.
       01 WS-TRANS-STATUS                     PIC XX.
           88 TRANS-STATUS-OK                 VALUE "00".

       01 WS-KONTEN-ENDE                      PIC X VALUE "N".
           88 KONTEN-ENDE                     VALUE "J".
       01 WS-KUNDEN-DA                        PIC X VALUE "N".
           88 KUNDEN-DA                       VALUE "J".
      *> Gesetzt, wenn fuer das Konto schon ein Mahnstandssatz
      *> existiert (REWRITE statt WRITE).
       01 WS-MAHN-VORHANDEN                   PIC X VALUE "N".
           88 MAHN-VORHANDEN                  VALUE "J".

      *> Gesetzt, wenn Kontenstamm, Mahnstand oder Historie nicht
      *> geoeffnet werden konnten - dann wird nichts gemahnt und
      *> der Schritt endet mit Rueckgabewert 8, damit der
      *> Abendlauf die Kette stoppt.
       01 WS-LAUF-FEHLER                      PIC X VALUE "N".
           88 LAUF-FEHLER                     VALUE "J".

      *> Mindestabstand in Tagen zwischen zwei Mahnstufen: ein
      *> weiter ueberzogenes Konto steigt erst nach Ablauf dieser
      *> Frist seit der letzten Stufe um eine Stufe - hier zentral
      *> aenderbar. Die erste Mahnung geht sofort hinaus.
       01 WS-MAHN-FRIST-TAGE                  PIC 9(3) VALUE 14.
       01 WS-MAX-MAHNSTUFE                    PIC 9(1) VALUE 3.
       01 WS-SPERR-GRUND                      PIC X(30)
           VALUE "Mahnstufe 3 - Ueberziehung".

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).
       01 WS-TAGE-SEIT-STUFE                  PIC S9(7).
       01 WS-STUFE-ALT                        PIC 9(1).
       01 WS-IX                               PIC 9(1).

      *> Erlaubter Rahmen des Kontos (Dispokredit beim Girokonto,
      *> 0 bei Spar- und Festgeldkonten - dort zaehlt ein
      *> gepflegtes Dispolimit nicht, s. copybooks/konto-satz.cpy)
      *> und die Ueberziehung darueber hinaus.
       01 WS-RAHMEN                           PIC 9(7)V99.
       01 WS-UEBERZIEHUNG                     PIC 9(7)V99.

       01 WS-SALDO-ANZEIGE                    PIC Z.ZZZ.ZZ9,99-.
       01 WS-BETRAG-ANZEIGE                   PIC Z.ZZZ.ZZ9,99.
       01 WS-RAHMEN-ANZEIGE                   PIC Z.ZZZ.ZZ9,99.
       01 WS-FRIST-ANZEIGE                    PIC ZZ9.

      *> Zeile der Kreditabteilungsliste - hier aufgebaut und per
      *> WRITE FROM geschrieben (dasselbe Muster wie WS-FEHL-SATZ in
      *> clearing-eingang.cob).
       01 WS-KRED-SATZ.
           05 WS-KRED-KONTO                   PIC 9(6).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-KRED-KUNDE                   PIC 9(6).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-KRED-INHABER                 PIC X(30).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-KRED-SALDO                   PIC Z.ZZZ.ZZ9,99-.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-KRED-UEBERZIEHUNG            PIC Z.ZZZ.ZZ9,99.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-KRED-SEIT                    PIC 9(8).
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-KRED-NEU                     PIC X(4).

       01 WS-ANZAHL-KONTEN                    PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-UEBERZOGEN                PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-MAHNBRIEFE                PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-GESPERRT                  PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-KREDITLISTE               PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-ZURUECKGESETZT            PIC 9(6) VALUE ZERO.


       procedure division.
       HAUPT-ABLAUF.
      *> Naechtlicher Mahnlauf: prueft jedes nicht geschlossene
      *> Konto gegen seinen erlaubten Rahmen. Ein Konto darunter
      *> erhaelt Mahnstufe 1 und nach jeder weiteren Mahnfrist die
      *> naechste Stufe; Stufe 1 und 2 drucken einen Mahnbrief an
      *> die Anschrift aus dem Kundenstamm, Stufe 3 sperrt das
      *> Konto wie kontopflege.cob und meldet es der
      *> Kreditabteilung. Ist das Konto wieder im Rahmen, faellt
      *> der Mahnstand auf 0 zurueck. Jeder Stufenwechsel wird in
      *> der Mahnhistorie festgehalten.
           display "===== Mahnlauf Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           display "Stichtag: " WS-HEUTE.

           perform DATEIEN-OEFFNEN.
           if LAUF-FEHLER
               display "Lauf wird abgebrochen - es wurde nichts "
                   "gemahnt"
               display "================================"
               move 8 to RETURN-CODE
               stop run
           end-if.

           perform until KONTEN-ENDE
               read KONTO-DATEI
                   at end
                       move "J" to WS-KONTEN-ENDE
                   not at end
                       perform KONTO-PRUEFEN
               end-read
           end-perform.

           perform DATEIEN-SCHLIESSEN.

           display " ".
           display "Gepruefte Konten:             " WS-ANZAHL-KONTEN.
           display "Ausserhalb des Rahmens:       "
               WS-ANZAHL-UEBERZOGEN.
           display "Mahnbriefe gedruckt:          "
               WS-ANZAHL-MAHNBRIEFE.
           display "Neu gesperrt (Stufe 3):       "
               WS-ANZAHL-GESPERRT.
           display "Konten auf KREDLIST:          "
               WS-ANZAHL-KREDITLISTE.
           display "Mahnstand zurueckgesetzt:     "
               WS-ANZAHL-ZURUECKGESETZT.
           display "================================".
           stop run.

       DATEIEN-OEFFNEN.
      *> Oeffnet alle Dateien des Laufs. Mahnstand und Historie
      *> werden beim ersten Lauf angelegt (derselbe Weg wie beim
      *> Tagesprotokoll); der Kundenstamm ist optional.
           open i-o KONTO-DATEI
           if not KONTO-STATUS-OK
               display "Keine Kontenstammdatei vorhanden (Status "
                   WS-KONTO-STATUS ")"
               move "J" to WS-LAUF-FEHLER
           end-if

           open i-o MAHN-DATEI
           if WS-MAHN-STATUS = "35"
               open output MAHN-DATEI
               close MAHN-DATEI
               open i-o MAHN-DATEI
           end-if
           if not MAHN-STATUS-OK
               display "Mahnstand MAHNDAT kann nicht geoeffnet "
                   "werden (Status " WS-MAHN-STATUS ")"
               move "J" to WS-LAUF-FEHLER
           end-if

           open extend MHIST-DATEI
           if WS-MHIST-STATUS = "35"
               open output MHIST-DATEI
               close MHIST-DATEI
               open extend MHIST-DATEI
           end-if
           if WS-MHIST-STATUS not = "00"
               display "Mahnhistorie MAHNHIST kann nicht geoeffnet "
                   "werden (Status " WS-MHIST-STATUS ")"
               move "J" to WS-LAUF-FEHLER
           end-if

           open output KRED-DATEI
           if WS-KRED-STATUS not = "00"
               display "Liste KREDLIST kann nicht geschrieben "
                   "werden (Status " WS-KRED-STATUS ")"
               move "J" to WS-LAUF-FEHLER
           end-if

           open input KUNDEN-DATEI
           if WS-KUNDE-STATUS = "00"
               move "J" to WS-KUNDEN-DA
           else
               display "Hinweis: kein Kundenstamm vorhanden - "
                   "Mahnbriefe ohne Anschrift"
           end-if.

       DATEIEN-SCHLIESSEN.
           close KONTO-DATEI
           close MAHN-DATEI
           close MHIST-DATEI
           close KRED-DATEI
           if KUNDEN-DA
               close KUNDEN-DATEI
           end-if.

       KONTO-PRUEFEN.
      *> Vergleicht den Saldo eines Kontos mit seinem Rahmen und
      *> fuehrt den Mahnstand fort. Geschlossene Konten werden
      *> nicht gemahnt.
           if not KONTO-GESCHLOSSEN
               add 1 to WS-ANZAHL-KONTEN
               if KONTO-GIRO
                   move KONTO-DISPO-LIMIT to WS-RAHMEN
               else
                   move ZERO to WS-RAHMEN
               end-if
               perform MAHNSTAND-LESEN
               perform MAHNSTAND-FORTFUEHREN
           end-if.

       MAHNSTAND-FORTFUEHREN.
      *> Unter dem Rahmen wird gemahnt, wieder im Rahmen wird ein
      *> bestehender Mahnstand zurueckgesetzt.
           if KONTO-GUTHABEN + WS-RAHMEN < ZERO
               compute WS-UEBERZIEHUNG =
                   ZERO - KONTO-GUTHABEN - WS-RAHMEN
               perform UEBERZIEHUNG-MAHNEN
               perform MAHNSTAND-SCHREIBEN
           else
               move ZERO to WS-UEBERZIEHUNG
               if not MAHN-KEINE
                   perform MAHNSTAND-ZURUECKSETZEN
                   perform MAHNSTAND-SCHREIBEN
               end-if
           end-if.

       MAHNSTAND-LESEN.
      *> Liest den Mahnstand des Kontos; ein Konto ohne Satz
      *> beginnt mit Stufe 0.
           move KONTO-NR to WS-MAHN-REL-KEY
           read MAHN-DATEI
               invalid key
                   move "N" to WS-MAHN-VORHANDEN
                   initialize MAHN-SATZ
                   move KONTO-NR to MAHN-KONTO-NR
               not invalid key
                   move "J" to WS-MAHN-VORHANDEN
           end-read.

       UEBERZIEHUNG-MAHNEN.
      *> Konto ausserhalb des Rahmens: Stufe 0 steigt sofort auf 1,
      *> jede hoehere Stufe erst nach Ablauf der Mahnfrist seit der
      *> letzten Stufe. Stufe 3 bleibt stehen, bis das Konto
      *> wieder im Rahmen ist; solange steht es auf KREDLIST.
           add 1 to WS-ANZAHL-UEBERZOGEN
           move KONTO-GUTHABEN to WS-SALDO-ANZEIGE
           move WS-UEBERZIEHUNG to WS-BETRAG-ANZEIGE
           display "Konto " KONTO-NR " " KONTO-INHABER
               " Saldo " WS-SALDO-ANZEIGE
               " Ueberziehung " WS-BETRAG-ANZEIGE
               " Stufe " MAHN-STUFE

           move MAHN-STUFE to WS-STUFE-ALT
           if MAHN-KEINE
               move 1 to MAHN-STUFE
           else
               if MAHN-STUFE < WS-MAX-MAHNSTUFE
                   compute WS-TAGE-SEIT-STUFE =
                       FUNCTION INTEGER-OF-DATE(WS-HEUTE)
                       - FUNCTION INTEGER-OF-DATE(
                           MAHN-STUFE-DATUM(MAHN-STUFE))
                   if WS-TAGE-SEIT-STUFE >= WS-MAHN-FRIST-TAGE
                       add 1 to MAHN-STUFE
                   end-if
               end-if
           end-if

           if MAHN-STUFE not = WS-STUFE-ALT
               move WS-HEUTE to MAHN-STUFE-DATUM(MAHN-STUFE)
               move WS-UEBERZIEHUNG to MAHN-STUFE-BETRAG(MAHN-STUFE)
               if MAHN-GESPERRT-STUFE
                   perform KONTO-SPERREN
                   move "S" to MHIST-VORGANG
               else
                   perform MAHNBRIEF-DRUCKEN
                   move "M" to MHIST-VORGANG
               end-if
               perform HISTORIE-SCHREIBEN
           end-if

           if MAHN-GESPERRT-STUFE
               perform KREDITLISTE-SCHREIBEN
           end-if.

       MAHNSTAND-ZURUECKSETZEN.
      *> Konto wieder im Rahmen: Mahnstand auf 0, die Stufendaten
      *> werden geleert (der Verlauf bleibt in MAHNHIST). Eine
      *> Sperre aus Stufe 3 bleibt bestehen - sie hebt die
      *> Kreditabteilung bewusst ueber kontopflege.cob auf.
           add 1 to WS-ANZAHL-ZURUECKGESETZT
           move MAHN-STUFE to WS-STUFE-ALT
           move KONTO-GUTHABEN to WS-SALDO-ANZEIGE
           display "Konto " KONTO-NR " wieder im Rahmen (Saldo "
               WS-SALDO-ANZEIGE ") - Mahnstufe " MAHN-STUFE
               " zurueckgesetzt"
           if KONTO-GESPERRT
               display "  Konto bleibt gesperrt (" KONTO-STATUS-GRUND
                   ") - Freigabe ueber kontopflege"
           end-if
           move ZERO to MAHN-STUFE
           perform varying WS-IX from 1 by 1
                   until WS-IX > WS-MAX-MAHNSTUFE
               move ZERO to MAHN-STUFE-DATUM(WS-IX)
               move ZERO to MAHN-STUFE-BETRAG(WS-IX)
           end-perform
           move "R" to MHIST-VORGANG
           perform HISTORIE-SCHREIBEN.

       MAHNSTAND-SCHREIBEN.
      *> Schreibt den fortgefuehrten Mahnstand zurueck - neuer Satz
      *> per WRITE, vorhandener per REWRITE.
           move WS-UEBERZIEHUNG to MAHN-UEBERZIEHUNG
           move WS-HEUTE to MAHN-LETZTER-LAUF
           move KONTO-NR to WS-MAHN-REL-KEY
           if MAHN-VORHANDEN
               rewrite MAHN-SATZ
           else
               write MAHN-SATZ
           end-if
           if not MAHN-STATUS-OK
               display "Fehler beim Schreiben des Mahnstands fuer "
                   "Konto " KONTO-NR " (Status " WS-MAHN-STATUS ")"
               move 8 to RETURN-CODE
           end-if.

       MAHNBRIEF-DRUCKEN.
      *> Mahnbrief der Stufe 1 oder 2 mit Anschrift aus dem
      *> Kundenstamm (Altbestand ohne Kundenverweis: Inhabername
      *> aus dem Kontostamm).
           add 1 to WS-ANZAHL-MAHNBRIEFE
           move KONTO-GUTHABEN to WS-SALDO-ANZEIGE
           move WS-RAHMEN to WS-RAHMEN-ANZEIGE
           move WS-UEBERZIEHUNG to WS-BETRAG-ANZEIGE
           move WS-MAHN-FRIST-TAGE to WS-FRIST-ANZEIGE
           display " "
           display "----------------------------------------"
           perform ANSCHRIFT-DRUCKEN
           display " "
           display "  Erkan-Bank, " WS-HEUTE
           display " "
           if MAHN-STUFE = 1
               display "  Zahlungserinnerung (Mahnstufe 1)"
           else
               display "  Zweite Mahnung (Mahnstufe 2)"
           end-if
           display " "
           display "  Ihr Konto " KONTO-NR " weist einen Saldo von "
               WS-SALDO-ANZEIGE " Euro aus."
           display "  Eingeraeumter Rahmen:   " WS-RAHMEN-ANZEIGE
               " Euro"
           display "  Ueberziehung:           " WS-BETRAG-ANZEIGE
               " Euro"
           display " "
           display "  Bitte gleichen Sie die Ueberziehung innerhalb "
               "von" WS-FRIST-ANZEIGE " Tagen aus."
           if MAHN-STUFE = 2
               display "  Andernfalls muessen wir das Konto sperren "
                   "und die Angelegenheit unserer"
               display "  Kreditabteilung uebergeben."
           end-if
           display "----------------------------------------".

       ANSCHRIFT-DRUCKEN.
      *> Anschriftenblock aus dem Kundenstamm; fehlt der Satz, wird
      *> das gemeldet statt einer leeren Anschrift.
           if KUNDEN-DA and KONTO-KUNDEN-NR not = ZERO
               move KONTO-KUNDEN-NR to WS-KUNDE-REL-KEY
               read KUNDEN-DATEI
                   invalid key
                       display "  " KONTO-INHABER
                       display "  (Kunde " KONTO-KUNDEN-NR
                           " nicht im Kundenstamm)"
                   not invalid key
                       display "  " KUNDE-NAME
                       display "  " KUNDE-STRASSE
                       display "  " KUNDE-ORT
               end-read
           else
               display "  " KONTO-INHABER
               display "  (keine Anschrift im Kundenstamm)"
           end-if.

       KONTO-SPERREN.
      *> Stufe 3: sperrt das Konto wie kontopflege.cob (Status G
      *> mit Begruendung und Datum) und protokolliert die Sperre als
      *> STATUS-AEND-Beleg. Ein schon gesperrtes Konto behaelt
      *> seinen Sperrgrund.
           if KONTO-AKTIV
               move "G" to KONTO-STATUS-KZ
               move WS-SPERR-GRUND to KONTO-STATUS-GRUND
               move WS-HEUTE to KONTO-STATUS-DATUM
               rewrite KONTO-SATZ
               if KONTO-STATUS-OK
                   add 1 to WS-ANZAHL-GESPERRT
                   display "  Konto " KONTO-NR " gesperrt ("
                       WS-SPERR-GRUND ")"
                   perform SPERRE-PROTOKOLLIEREN
               else
                   display "Fehler beim Sperren von Konto " KONTO-NR
                       " (Status " WS-KONTO-STATUS ")"
                   move 8 to RETURN-CODE
               end-if
           else
               display "  Konto " KONTO-NR " ist bereits gesperrt ("
                   KONTO-STATUS-GRUND ")"
           end-if.

       SPERRE-PROTOKOLLIEREN.
      *> Beleg mit Betrag 0 im Tagesprotokoll - derselbe Aufbau wie
      *> AENDERUNG-PROTOKOLLIEREN in kontopflege.cob, nur mit der
      *> Kennung des Batchlaufs.
           open extend TRANS-DATEI
           if WS-TRANS-STATUS = "35"
               open output TRANS-DATEI
               close TRANS-DATEI
               open extend TRANS-DATEI
           end-if
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to TRANS-DATUM
           move WS-JETZT(9:6) to TRANS-ZEIT
           move KONTO-NR to TRANS-KONTO-NR
           move "STATUS-AEND" to TRANS-ART
           move ZERO to TRANS-BETRAG
           move KONTO-GUTHABEN to TRANS-SALDO-NACH
           move ZERO to TRANS-REF
           move "BATCH" to TRANS-KASSIERER
           move SPACES to TRANS-FREIGEBER
           move ZERO to TRANS-GEGENKONTO
           move WS-SPERR-GRUND to TRANS-ZWECK
           write TRANS-SATZ
           if not TRANS-STATUS-OK
               display "Fehler beim Schreiben des Tagesprotokolls "
                   "(Status " WS-TRANS-STATUS ") - Sperre wurde "
                   "gespeichert, aber nicht protokolliert!"
           end-if
           close TRANS-DATEI.

       HISTORIE-SCHREIBEN.
      *> Haengt einen Satz an die Mahnhistorie an; MHIST-VORGANG
      *> muss vorbelegt sein.
           move WS-HEUTE to MHIST-DATUM
           move KONTO-NR to MHIST-KONTO-NR
           move KONTO-KUNDEN-NR to MHIST-KUNDE-NR
           if MHIST-RUECKSETZUNG
               move WS-STUFE-ALT to MHIST-STUFE
           else
               move MAHN-STUFE to MHIST-STUFE
           end-if
           move KONTO-GUTHABEN to MHIST-SALDO
           move WS-RAHMEN to MHIST-RAHMEN
           move WS-UEBERZIEHUNG to MHIST-UEBERZIEHUNG
           write MHIST-SATZ
           if WS-MHIST-STATUS not = "00"
               display "Fehler beim Schreiben der Mahnhistorie "
                   "(Status " WS-MHIST-STATUS ") fuer Konto "
                   KONTO-NR
               move 8 to RETURN-CODE
           end-if.

       KREDITLISTE-SCHREIBEN.
      *> Eine Zeile je Konto auf Stufe 3; NEU markiert die in
      *> diesem Lauf gesperrten Konten.
           add 1 to WS-ANZAHL-KREDITLISTE
           move KONTO-NR to WS-KRED-KONTO
           move KONTO-KUNDEN-NR to WS-KRED-KUNDE
           move KONTO-INHABER to WS-KRED-INHABER
           move KONTO-GUTHABEN to WS-KRED-SALDO
           move WS-UEBERZIEHUNG to WS-KRED-UEBERZIEHUNG
           move MAHN-STUFE-DATUM(3) to WS-KRED-SEIT
           if WS-STUFE-ALT < 3
               move "NEU" to WS-KRED-NEU
           else
               move SPACES to WS-KRED-NEU
           end-if
           write KRED-SATZ from WS-KRED-SATZ
           if WS-KRED-STATUS not = "00"
               display "Fehler beim Schreiben der Liste KREDLIST "
                   "(Status " WS-KRED-STATUS ")"
               move 8 to RETURN-CODE
           end-if.

       identification division.
        program-id. steuerbescheinigung.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Dauerhaftes Transaktionsarchiv mit den Buchungen der
      *> offenen Periode (s. copybooks/arch-satz.cpy).
           select ARCHIV-DATEI assign to "TRANSARC"
               organization is line sequential
               file status is WS-ARCHIV-STATUS.

      *> Jahresdatei des Jahresendlaufs (TARCJJJJ, s.
      *> jahresendlauf.cob): ist das bescheinigte Jahr bereits
      *> geschnitten, stehen seine Buchungen dort statt im
      *> lebenden Archiv. Der Dateiname wird aus dem Jahr gebildet
      *> und vor dem OPEN ueber die Umgebungsvariable JARC
      *> aufgeloest (derselbe Weg wie im Monatsauszug).
           select JARC-DATEI assign to JARC
               organization is line sequential
               file status is WS-JARC-STATUS.

      *> Kontenstammdatei, nur lesend und satzweise durchlaufen:
      *> sie ordnet jedes Konto seinem Kunden zu (KONTO-KUNDEN-NR).
           select KONTO-DATEI assign to "KONTODAT"
               organization is relative
               access mode is sequential
               file status is WS-KONTO-STATUS.

      *> Kundenstamm fuer den Anschriftenblock der Bescheinigung
      *> (s. copybooks/kunden-satz.cpy).
           select KUNDEN-DATEI assign to "KUNDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KUNDE-REL-KEY
               file status is WS-KUNDE-STATUS.

      *> Freistellungsauftraege (s. copybooks/freistellung-satz.cpy)
      *> fuer den im Jahr freigestellten Betrag.
           select FREIST-DATEI assign to "FREISTDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-FSA-REL-KEY
               file status is WS-FSA-STATUS.

       data division.
       file section.
       fd  ARCHIV-DATEI.
       copy "arch-satz.cpy".

      *> Dieselbe Satzbeschreibung wie ARCH-SATZ, nur mit JARC-
      *> Namen - copybooks/arch-satz.cpy bleibt die einzige Quelle.
       fd  JARC-DATEI.
       copy "arch-satz.cpy"
           replacing leading ==ARCH== by ==JARC==.

       fd  KONTO-DATEI.
       copy "konto-satz.cpy".

       fd  KUNDEN-DATEI.
       copy "kunden-satz.cpy".

       fd  FREIST-DATEI.
       copy "freistellung-satz.cpy".

       working-storage section.

       01 WS-ARCHIV-STATUS                    PIC XX.
       01 WS-JARC-STATUS                      PIC XX.
       01 WS-KONTO-STATUS                     PIC XX.
       01 WS-KUNDE-REL-KEY                    PIC 9(6).
       01 WS-KUNDE-STATUS                     PIC XX.
       01 WS-FSA-REL-KEY                      PIC 9(6).
       01 WS-FSA-STATUS                       PIC XX.
       01 WS-KUNDEN-DA                        PIC X VALUE "N".
           88 KUNDEN-DA                       VALUE "J".
       01 WS-FREIST-DA                        PIC X VALUE "N".
           88 FREIST-DA                       VALUE "J".

       01 WS-ARCHIV-ENDE                      PIC X VALUE "N".
           88 ARCHIV-ENDE                     VALUE "J".
       01 WS-JARC-ENDE                        PIC X VALUE "N".
           88 JARC-ENDE                       VALUE "J".
       01 WS-KONTEN-ENDE                      PIC X VALUE "N".
           88 KONTEN-ENDE                     VALUE "J".

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).
       01 WS-LFD-JAHR                         PIC 9(4).

      *> Bescheinigtes Kalenderjahr (nur ein abgeschlossenes Jahr)
      *> und der daraus gebildete Name der Jahresdatei.
       01 WS-JAHR-EINGABE                     PIC X(4).
       01 WS-JAHR                             PIC 9(4).
       01 WS-JAHR-GUELTIG                     PIC X VALUE "N".
           88 JAHR-GUELTIG                    VALUE "J".
       01 WS-VERSUCHE                         PIC 9(2) VALUE ZERO.
       01 WS-MAX-VERSUCHE                     PIC 9(2) VALUE 5.
       01 WS-JARC-NAME                        PIC X(8).
       01 WS-QUELLE                           PIC X(8).

      *> Aufbau des Verwendungszwecks einer Stornobuchung: eine
      *> stornierte Zinsgutschrift mindert die Kapitalertraege.
       copy "storno-zweck.cpy".

      *> Jahressummen je Konto (Index = KONTO-NR, wie die Posten-
      *> Tabelle im Gebuehrenlauf) und je Kunde (Index = KUNDE-NR).
       01 WS-MAX-KONTO-NR                     PIC 9(6) VALUE 9999.
       01 WS-MAX-KUNDE-NR                     PIC 9(6) VALUE 9999.
       01 WS-KONTO-TABELLE.
           05 WS-KT-EINTRAG OCCURS 9999 TIMES.
               10 WS-KT-ZINSEN                PIC 9(9)V99.
               10 WS-KT-KAPEST                PIC 9(9)V99.
               10 WS-KT-SOLZ                  PIC 9(9)V99.
               10 WS-KT-KUNDE-NR              PIC 9(6).
       01 WS-KUNDEN-TABELLE.
           05 WS-KD-EINTRAG OCCURS 9999 TIMES.
               10 WS-KD-ZINSEN                PIC 9(9)V99.
               10 WS-KD-KAPEST                PIC 9(9)V99.
               10 WS-KD-SOLZ                  PIC 9(9)V99.
       01 WS-IDX                              PIC 9(6).
       01 WS-KIDX                             PIC 9(6).

      *> Werte der gerade gedruckten Bescheinigung.
       01 WS-FREIGESTELLT                     PIC 9(9)V99.
       01 WS-BEMESSUNG                        PIC 9(9)V99.

      *> Laufsummen zur Abstimmung mit den abgefuehrten Steuern.
       01 WS-ANZAHL-BESCHEINIGUNGEN           PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-OHNE-KUNDE                PIC 9(6) VALUE ZERO.
       01 WS-GES-ZINSEN                       PIC 9(9)V99 VALUE ZERO.
       01 WS-GES-KAPEST                       PIC 9(9)V99 VALUE ZERO.
       01 WS-GES-SOLZ                         PIC 9(9)V99 VALUE ZERO.

       01 WS-BETRAG-ANZEIGE                   PIC ZZZ.ZZZ.ZZ9,99.


       procedure division.
       HAUPT-ABLAUF.
      *> Jahressteuerbescheinigung: summiert die Zinsgutschriften
      *> (ZINSEN, abzueglich stornierter) und die einbehaltene
      *> Kapitalertragsteuer (KAPEST) samt Solidaritaetszuschlag
      *> (SOLZ) eines abgeschlossenen Jahres aus TRANSARC bzw.
      *> TARCJJJJ, ordnet sie ueber KONTODAT dem Kunden zu und
      *> druckt je Kunde eine Bescheinigung ueber alle seine Konten
      *> mit Anschriftenblock und freigestelltem Betrag.
           display "===== Jahressteuerbescheinigung Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE
           move WS-JETZT(1:4) to WS-LFD-JAHR.

           perform JAHR-EINLESEN.
           display "Steuerjahr: " WS-JAHR.

           initialize WS-KONTO-TABELLE.
           initialize WS-KUNDEN-TABELLE.
           perform BUCHUNGEN-SUMMIEREN.
           perform KONTEN-ZUORDNEN.

           open input KUNDEN-DATEI
           if WS-KUNDE-STATUS = "00"
               move "J" to WS-KUNDEN-DA
           end-if.
           open input FREIST-DATEI
           if WS-FSA-STATUS = "00"
               move "J" to WS-FREIST-DA
           end-if.

           perform varying WS-KIDX from 1 by 1
                   until WS-KIDX > WS-MAX-KUNDE-NR
               if WS-KD-ZINSEN(WS-KIDX) > ZERO
                       or WS-KD-KAPEST(WS-KIDX) > ZERO
                       or WS-KD-SOLZ(WS-KIDX) > ZERO
                   perform BESCHEINIGUNG-DRUCKEN
               end-if
           end-perform.

           if KUNDEN-DA
               close KUNDEN-DATEI
           end-if.
           if FREIST-DA
               close FREIST-DATEI
           end-if.

           display " ".
           display "Zusammenfassung " WS-JAHR ":".
           display "  Bescheinigungen gedruckt: "
               WS-ANZAHL-BESCHEINIGUNGEN.
           move WS-GES-ZINSEN to WS-BETRAG-ANZEIGE
           display "  Kapitalertraege gesamt:   " WS-BETRAG-ANZEIGE
               " Euro".
           move WS-GES-KAPEST to WS-BETRAG-ANZEIGE
           display "  Kapitalertragsteuer:      " WS-BETRAG-ANZEIGE
               " Euro".
           move WS-GES-SOLZ to WS-BETRAG-ANZEIGE
           display "  Solidaritaetszuschlag:    " WS-BETRAG-ANZEIGE
               " Euro".
           if WS-ANZAHL-OHNE-KUNDE > ZERO
               display "  Konten ohne Kundenverweis (keine "
                   "Bescheinigung): " WS-ANZAHL-OHNE-KUNDE
           end-if.
           display "================================================".
           stop run.

       JAHR-EINLESEN.
      *> Fragt das zu bescheinigende Jahr ab; bescheinigt wird nur
      *> ein abgeschlossenes Jahr (kleiner als das laufende).
           move "N" to WS-JAHR-GUELTIG
           move ZERO to WS-VERSUCHE
           perform until JAHR-GUELTIG
                   or WS-VERSUCHE >= WS-MAX-VERSUCHE
               display "Fuer welches Jahr sollen die "
                   "Bescheinigungen gedruckt werden? (JJJJ, "
                   "abgeschlossen)"
               accept WS-JAHR-EINGABE
               add 1 to WS-VERSUCHE
               if WS-JAHR-EINGABE is numeric
                   move WS-JAHR-EINGABE to WS-JAHR
                   if WS-JAHR >= 1990 and WS-JAHR < WS-LFD-JAHR
                       move "J" to WS-JAHR-GUELTIG
                   else
                       display "Nur ein abgeschlossenes Jahr vor "
                           WS-LFD-JAHR " kann bescheinigt werden"
                   end-if
               else
                   display "Ungueltiges Jahr! Bitte im Format "
                       "JJJJ eingeben, z.B. 2025"
               end-if
           end-perform

           if not JAHR-GUELTIG
               display "Keine gueltige Eingabe erhalten - "
                   "Programm wird beendet"
               stop run
           end-if.

       BUCHUNGEN-SUMMIEREN.
      *> Ist das Jahr geschnitten, liegen seine Buchungen in der
      *> Jahresdatei TARCJJJJ, sonst weiter im lebenden Archiv
      *> (dieselbe Wahl wie im Monatsauszug).
           move "TARC" to WS-JARC-NAME(1:4)
           move WS-JAHR-EINGABE to WS-JARC-NAME(5:4)
           move "N" to WS-JARC-ENDE
           display "JARC" upon environment-name
           display WS-JARC-NAME upon environment-value
           open input JARC-DATEI
           if WS-JARC-STATUS = "00"
               move WS-JARC-NAME to WS-QUELLE
               perform until JARC-ENDE
                   read JARC-DATEI
                       at end
                           move "J" to WS-JARC-ENDE
                       not at end
                           move JARC-SATZ to ARCH-SATZ
                           perform ARCHIV-SATZ-SUMMIEREN
                   end-read
               end-perform
               close JARC-DATEI
           else
               move "TRANSARC" to WS-QUELLE
               move "N" to WS-ARCHIV-ENDE
               open input ARCHIV-DATEI
               if WS-ARCHIV-STATUS = "00"
                   perform until ARCHIV-ENDE
                       read ARCHIV-DATEI
                           at end
                               move "J" to WS-ARCHIV-ENDE
                           not at end
                               perform ARCHIV-SATZ-SUMMIEREN
                       end-read
                   end-perform
                   close ARCHIV-DATEI
               else
                   display "Kein Transaktionsarchiv vorhanden "
                       "(Status " WS-ARCHIV-STATUS ")"
               end-if
           end-if
           display "Gelesen aus: " WS-QUELLE.

       ARCHIV-SATZ-SUMMIEREN.
      *> Nimmt eine Buchung des Steuerjahres aus dem ARCH-Puffer in
      *> die Kontosummen auf. Das Storno einer Zinsgutschrift
      *> mindert die Kapitalertraege des Kontos; solche Stornos
      *> stammen nur aus der Zeit vor dem Steuerabzug, storno.cob
      *> storniert ZINSEN nicht, weil KAPEST und SOLZ dazugehoeren.
           if ARCH-DATUM(1:4) = WS-JAHR-EINGABE
                   and ARCH-KONTO-NR >= 1
                   and ARCH-KONTO-NR <= WS-MAX-KONTO-NR
               move ARCH-KONTO-NR to WS-IDX
               if ARCH-ART = "ZINSEN"
                   add ARCH-BETRAG to WS-KT-ZINSEN(WS-IDX)
               end-if
               if ARCH-ART = "KAPEST"
                   add ARCH-BETRAG to WS-KT-KAPEST(WS-IDX)
               end-if
               if ARCH-ART = "SOLZ"
                   add ARCH-BETRAG to WS-KT-SOLZ(WS-IDX)
               end-if
               if ARCH-ART = "STORNO-SOLL"
                   move ARCH-ZWECK to STORNO-ZWECK
                   if STO-ORIG-ART = "ZINSEN"
                           and ARCH-BETRAG <= WS-KT-ZINSEN(WS-IDX)
                       subtract ARCH-BETRAG
                           from WS-KT-ZINSEN(WS-IDX)
                   end-if
               end-if
           end-if.

       KONTEN-ZUORDNEN.
      *> Ordnet die Kontosummen ueber KONTO-KUNDEN-NR dem Kunden zu;
      *> Konten ohne Kundenverweis werden gemeldet.
           open input KONTO-DATEI
           if WS-KONTO-STATUS not = "00"
               display "Keine Kontenstammdatei vorhanden (Status "
                   WS-KONTO-STATUS ")"
           else
               perform until KONTEN-ENDE
                   read KONTO-DATEI
                       at end
                           move "J" to WS-KONTEN-ENDE
                       not at end
                           perform KONTO-ZUORDNEN
                   end-read
               end-perform
               close KONTO-DATEI
           end-if.

       KONTO-ZUORDNEN.
           if KONTO-NR >= 1 and KONTO-NR <= WS-MAX-KONTO-NR
               move KONTO-NR to WS-IDX
               if WS-KT-ZINSEN(WS-IDX) > ZERO
                       or WS-KT-KAPEST(WS-IDX) > ZERO
                       or WS-KT-SOLZ(WS-IDX) > ZERO
                   if KONTO-KUNDEN-NR >= 1
                           and KONTO-KUNDEN-NR <= WS-MAX-KUNDE-NR
                       move KONTO-KUNDEN-NR to WS-KIDX
                       move KONTO-KUNDEN-NR to WS-KT-KUNDE-NR(WS-IDX)
                       add WS-KT-ZINSEN(WS-IDX)
                           to WS-KD-ZINSEN(WS-KIDX)
                       add WS-KT-KAPEST(WS-IDX)
                           to WS-KD-KAPEST(WS-KIDX)
                       add WS-KT-SOLZ(WS-IDX) to WS-KD-SOLZ(WS-KIDX)
                   else
                       add 1 to WS-ANZAHL-OHNE-KUNDE
                       display "Konto " KONTO-NR " (" KONTO-INHABER
                           ") hat Kapitalertraege, aber keinen "
                           "Kundenverweis - bitte von Hand "
                           "bescheinigen"
                   end-if
               end-if
           end-if.

       BESCHEINIGUNG-DRUCKEN.
      *> Eine Bescheinigung fuer den Kunden WS-KIDX: Anschrift,
      *> jedes Konto mit Ertraegen und Steuern, darunter die
      *> Jahreswerte samt freigestelltem Betrag.
           add 1 to WS-ANZAHL-BESCHEINIGUNGEN
           display " ".
           display "------------------------------------------------".
           display "Erkan-Bank".
           display "Jahressteuerbescheinigung " WS-JAHR
               " fuer Kapitalertraege".
           display "Ausgestellt am " WS-HEUTE.
           display " ".
           perform KUNDEN-ANSCHRIFT-DRUCKEN.
           display " ".
           display "Kunden-Nr.: " WS-KIDX.

           perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-MAX-KONTO-NR
               if WS-KT-KUNDE-NR(WS-IDX) = WS-KIDX
                   move WS-KT-ZINSEN(WS-IDX) to WS-BETRAG-ANZEIGE
                   display "  Konto " WS-IDX ": Zinsen "
                       WS-BETRAG-ANZEIGE " Euro"
                   move WS-KT-KAPEST(WS-IDX) to WS-BETRAG-ANZEIGE
                   display "                KapESt "
                       WS-BETRAG-ANZEIGE " Euro"
                   move WS-KT-SOLZ(WS-IDX) to WS-BETRAG-ANZEIGE
                   display "                SolZ   "
                       WS-BETRAG-ANZEIGE " Euro"
               end-if
           end-perform

           perform FREIGESTELLT-ERMITTELN
           if WS-FREIGESTELLT > WS-KD-ZINSEN(WS-KIDX)
               move WS-KD-ZINSEN(WS-KIDX) to WS-FREIGESTELLT
           end-if
           compute WS-BEMESSUNG =
               WS-KD-ZINSEN(WS-KIDX) - WS-FREIGESTELLT

           display " ".
           move WS-KD-ZINSEN(WS-KIDX) to WS-BETRAG-ANZEIGE
           display "Hoehe der Kapitalertraege:          "
               WS-BETRAG-ANZEIGE " Euro".
           move WS-FREIGESTELLT to WS-BETRAG-ANZEIGE
           display "Freigestellt (Freistellungsauftrag):"
               WS-BETRAG-ANZEIGE " Euro".
           move WS-BEMESSUNG to WS-BETRAG-ANZEIGE
           display "Bemessungsgrundlage:                "
               WS-BETRAG-ANZEIGE " Euro".
           move WS-KD-KAPEST(WS-KIDX) to WS-BETRAG-ANZEIGE
           display "Kapitalertragsteuer:                "
               WS-BETRAG-ANZEIGE " Euro".
           move WS-KD-SOLZ(WS-KIDX) to WS-BETRAG-ANZEIGE
           display "Solidaritaetszuschlag:              "
               WS-BETRAG-ANZEIGE " Euro".

           add WS-KD-ZINSEN(WS-KIDX) to WS-GES-ZINSEN
           add WS-KD-KAPEST(WS-KIDX) to WS-GES-KAPEST
           add WS-KD-SOLZ(WS-KIDX) to WS-GES-SOLZ.

       FREIGESTELLT-ERMITTELN.
      *> Der im Steuerjahr verbrauchte Freistellungsbetrag steht im
      *> Freistellungsauftrag des Kunden - als laufendes Jahr oder,
      *> nach der ersten Zinsgutschrift des Folgejahres, als
      *> Vorjahr. Ohne Auftrag ist nichts freigestellt.
           move ZERO to WS-FREIGESTELLT
           if FREIST-DA
               move WS-KIDX to WS-FSA-REL-KEY
               read FREIST-DATEI
                   invalid key
                       continue
                   not invalid key
                       if FSA-JAHR = WS-JAHR
                           move FSA-VERBRAUCHT to WS-FREIGESTELLT
                       else
                           if FSA-VORJAHR = WS-JAHR
                               move FSA-VORJAHR-VERBRAUCHT
                                   to WS-FREIGESTELLT
                           end-if
                       end-if
               end-read
           end-if.

       KUNDEN-ANSCHRIFT-DRUCKEN.
      *> Anschriftenblock aus dem Kundenstamm; fehlt der Satz, wird
      *> das gemeldet statt einer leeren Anschrift.
           if KUNDEN-DA
               move WS-KIDX to WS-KUNDE-REL-KEY
               read KUNDEN-DATEI
                   invalid key
                       display "  (Kunde " WS-KIDX
                           " nicht im Kundenstamm)"
                   not invalid key
                       display "  " KUNDE-NAME
                       display "  " KUNDE-STRASSE
                       display "  " KUNDE-ORT
               end-read
           else
               display "  (Kundenstamm nicht vorhanden)"
           end-if.

       identification division.
        program-id. konditionenaushang.

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
      *> Konditionenstamm (s. copybooks/kondition-satz.cpy), nur
      *> gelesen.
           select KONDITION-DATEI assign to "KONDDAT"
               organization is relative
               access mode is dynamic
               relative key is WS-KOND-REL-KEY
               file status is WS-KOND-STATUS.

      *> Aushang fuer den Schalter, mit jedem Lauf neu geschrieben.
           select LISTE-DATEI assign to "KONDLIST"
               organization is line sequential
               file status is WS-LISTE-STATUS.

       data division.
       file section.
       fd  KONDITION-DATEI.
       copy "kondition-satz.cpy".

       fd  LISTE-DATEI.
       01 LISTE-SATZ                          PIC X(100).

       working-storage section.

       01 WS-KOND-REL-KEY                     PIC 9(6).
       01 WS-KOND-STATUS                      PIC XX.
           88 KOND-STATUS-OK                  VALUE "00".
       01 WS-LISTE-STATUS                     PIC XX.

      *> Aktive Saetze des Konditionenstamms (KOND-NR ist die
      *> physische Satznummer, begrenzt wie in konditionenstamm.cob).
       01 WS-MAX-KOND-NR                      PIC 9(6) VALUE 999.
       01 WS-KOND-TABELLE.
           05 WS-KOND-EINTRAG occurs 999 times.
               10 WS-KOND-T-NR                PIC 9(6).
               10 WS-KOND-T-KONTO-ART         PIC X.
               10 WS-KOND-T-ART               PIC X(4).
               10 WS-KOND-T-AB                PIC 9(8).
               10 WS-KOND-T-WERT              PIC 9(3)V9(4).
               10 WS-KOND-T-STATUS            PIC X.
       01 WS-KOND-ANZAHL                      PIC 9(4) VALUE ZERO.
       01 WS-KOND-INDEX                       PIC 9(4).
       01 WS-SUCH-KONTO-ART                   PIC X.
       01 WS-SUCH-ART                         PIC X(4).
       01 WS-SUCH-DATUM                       PIC 9(8).
       01 WS-KOND-TREFFER                     PIC 9(4).
       01 WS-TREFFER-AB                       PIC 9(8).

      *> Laufende Kontoart (1 = Giro, 2 = Spar, 3 = Festgeld) und
      *> Konditionsart (1 bis 5 in der Folge HZIN, SZIN, UZIN,
      *> GMON, GPOS) samt Klartextnamen.
       01 WS-ART-NR                           PIC 9(1).
       01 WS-KART-NR                          PIC 9(1).
       01 WS-ART-NAME                         PIC X(14).
       01 WS-KART-NAME                        PIC X(24).

      *> Angekuendigte Aenderungen: zuletzt gedruckter Satz
      *> (Gueltig-ab, Nummer) und der naechste in dieser Folge.
       01 WS-LETZT-AB                         PIC 9(8).
       01 WS-LETZT-NR                         PIC 9(6).
       01 WS-NAECHST-INDEX                    PIC 9(4).
       01 WS-ANZAHL-KUENFTIG                  PIC 9(4) VALUE ZERO.

       01 WS-JETZT                            PIC X(21).
       01 WS-HEUTE                            PIC 9(8).
       01 WS-TEXT-ZEILE                       PIC X(100).
       01 WS-ZINS-ANZEIGE                     PIC ZZZ9,9999.
       01 WS-GEB-ANZEIGE                      PIC ZZZZZZ9,99.


       procedure division.
       HAUPT-ABLAUF.
      *> Konditionenaushang fuer den Schalter: druckt je Kontoart
      *> die heute geltenden Zins- und Gebuehrensaetze aus dem
      *> Konditionenstamm mit ihrem Gueltigkeitsbeginn, danach die
      *> bereits erfassten kuenftigen Aenderungen.
           display "===== Konditionenaushang Erkan-Bank =====".
           move FUNCTION CURRENT-DATE to WS-JETZT
           move WS-JETZT(1:8) to WS-HEUTE

           perform KONDITIONEN-LADEN.
           perform LISTE-OEFFNEN.

           move SPACES to WS-TEXT-ZEILE
           string "ERKAN-BANK  -  KONDITIONENAUSHANG  -  Stand "
               WS-HEUTE delimited by size into WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           move all "=" to WS-TEXT-ZEILE(1:60)
           perform ZEILE-SCHREIBEN

           perform varying WS-ART-NR from 1 by 1
                   until WS-ART-NR > 3
               perform KONTOART-SCHREIBEN
           end-perform

           perform LEERZEILE-SCHREIBEN
           move "Angekuendigte Aenderungen:" to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           perform AENDERUNGEN-SCHREIBEN

           perform LEERZEILE-SCHREIBEN
           move "Zinssaetze in Prozent p.a. Sollzinsen werden taeglich "
               to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           move "auf den Sollsaldo bei 360 Zinstagen berechnet und "
               to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           move "quartalsweise belastet, Gebuehren monatlich."
               to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN

           close LISTE-DATEI.
           display "Heute geltende Saetze: Stand " WS-HEUTE.
           display "Angekuendigte Aenderungen:      "
               WS-ANZAHL-KUENFTIG.
           display "Aushang KONDLIST geschrieben.".
           display "=========================================".
           stop run.

       KONDITIONEN-LADEN.
      *> Liest die aktiven Saetze des Konditionenstamms in
      *> WS-KOND-TABELLE; ohne Konditionenstamm gibt es nichts
      *> auszuhaengen.
           open input KONDITION-DATEI
           if not KOND-STATUS-OK
               display "Kein Konditionenstamm KONDDAT vorhanden "
                   "(Status " WS-KOND-STATUS ") - bitte ueber "
                   "konditionenstamm anlegen"
               move 8 to RETURN-CODE
               stop run
           end-if
           move ZERO to WS-KOND-ANZAHL
           perform varying WS-KOND-REL-KEY from 1 by 1
                   until WS-KOND-REL-KEY > WS-MAX-KOND-NR
               read KONDITION-DATEI
                   invalid key
                       continue
                   not invalid key
                       if KOND-AKTIV
                           perform KONDITION-UEBERNEHMEN
                       end-if
               end-read
           end-perform
           close KONDITION-DATEI.

       KONDITION-UEBERNEHMEN.
           add 1 to WS-KOND-ANZAHL
           move KOND-NR to WS-KOND-T-NR(WS-KOND-ANZAHL)
           move KOND-KONTO-ART to WS-KOND-T-KONTO-ART(WS-KOND-ANZAHL)
           move KOND-ART to WS-KOND-T-ART(WS-KOND-ANZAHL)
           move KOND-GUELTIG-AB to WS-KOND-T-AB(WS-KOND-ANZAHL)
           move KOND-WERT to WS-KOND-T-WERT(WS-KOND-ANZAHL)
           move KOND-STATUS to WS-KOND-T-STATUS(WS-KOND-ANZAHL).

       KONDITION-SUCHEN.
      *> Sucht die am Stichtag WS-SUCH-DATUM geltende Kondition der
      *> Kontoart WS-SUCH-KONTO-ART und Konditionsart WS-SUCH-ART
      *> (derselbe Weg wie in konditionenstamm.cob): der aktive
      *> Satz mit dem spaetesten Gueltig-ab bis zum Stichtag.
      *> WS-KOND-TREFFER ist der Tabellenplatz (0 = keine).
           move ZERO to WS-KOND-TREFFER
           move ZERO to WS-TREFFER-AB
           perform varying WS-KOND-INDEX from 1 by 1
                   until WS-KOND-INDEX > WS-KOND-ANZAHL
               if WS-KOND-T-STATUS(WS-KOND-INDEX) = "A"
                   and WS-KOND-T-KONTO-ART(WS-KOND-INDEX)
                       = WS-SUCH-KONTO-ART
                   and WS-KOND-T-ART(WS-KOND-INDEX) = WS-SUCH-ART
                   and WS-KOND-T-AB(WS-KOND-INDEX) <= WS-SUCH-DATUM
                   and WS-KOND-T-AB(WS-KOND-INDEX) >= WS-TREFFER-AB
                   move WS-KOND-INDEX to WS-KOND-TREFFER
                   move WS-KOND-T-AB(WS-KOND-INDEX) to WS-TREFFER-AB
               end-if
           end-perform.

       LISTE-OEFFNEN.
           open output LISTE-DATEI
           if WS-LISTE-STATUS not = "00"
               display "Aushang KONDLIST kann nicht geschrieben "
                   "werden (Status " WS-LISTE-STATUS ")"
               move 8 to RETURN-CODE
               stop run
           end-if.

       ZEILE-SCHREIBEN.
           write LISTE-SATZ from WS-TEXT-ZEILE
           move SPACES to WS-TEXT-ZEILE.

       LEERZEILE-SCHREIBEN.
           move SPACES to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN.

       KONTOART-SCHREIBEN.
      *> Block einer Kontoart: je Konditionsart der heute geltende
      *> Satz.
           perform ART-NR-ZUORDNEN
           perform LEERZEILE-SCHREIBEN
           move WS-ART-NAME to WS-TEXT-ZEILE
           perform ZEILE-SCHREIBEN
           perform varying WS-KART-NR from 1 by 1
                   until WS-KART-NR > 5
               perform KONDITION-SCHREIBEN
           end-perform.

       ART-NR-ZUORDNEN.
      *> Kontoart zur laufenden Nummer WS-ART-NR.
           if WS-ART-NR = 1
               move "G" to WS-SUCH-KONTO-ART
               move "GIROKONTO" to WS-ART-NAME
           else if WS-ART-NR = 2
               move "S" to WS-SUCH-KONTO-ART
               move "SPARKONTO" to WS-ART-NAME
           else
               move "F" to WS-SUCH-KONTO-ART
               move "FESTGELDKONTO" to WS-ART-NAME
           end-if.

       KART-NR-ZUORDNEN.
      *> Konditionsart zur laufenden Nummer WS-KART-NR.
           if WS-KART-NR = 1
               move "HZIN" to WS-SUCH-ART
           else if WS-KART-NR = 2
               move "SZIN" to WS-SUCH-ART
           else if WS-KART-NR = 3
               move "UZIN" to WS-SUCH-ART
           else if WS-KART-NR = 4
               move "GMON" to WS-SUCH-ART
           else
               move "GPOS" to WS-SUCH-ART
           end-if.

       KART-NAME-ERMITTELN.
      *> Klartextname der Konditionsart WS-SUCH-ART.
           if WS-SUCH-ART = "HZIN"
               move "Habenzins" to WS-KART-NAME
           else if WS-SUCH-ART = "SZIN"
               move "Sollzins (im Dispo)" to WS-KART-NAME
           else if WS-SUCH-ART = "UZIN"
               move "Ueberziehungszins" to WS-KART-NAME
           else if WS-SUCH-ART = "GMON"
               move "Kontofuehrung monatlich" to WS-KART-NAME
           else
               move "je Buchungsposten" to WS-KART-NAME
           end-if.

       KONDITION-SCHREIBEN.
      *> Eine Zeile: Konditionsart, Wert und Gueltigkeitsbeginn des
      *> heute geltenden Satzes. Ohne geltenden Satz wird ein Zins
      *> nicht berechnet und eine Gebuehr nicht erhoben.
           perform KART-NR-ZUORDNEN
           perform KART-NAME-ERMITTELN
           move WS-HEUTE to WS-SUCH-DATUM
           perform KONDITION-SUCHEN
           move SPACES to WS-TEXT-ZEILE
           if WS-KOND-TREFFER = ZERO
               if WS-KART-NR <= 3
                   string "    " WS-KART-NAME "   entfaellt"
                       delimited by size into WS-TEXT-ZEILE
               else
                   string "    " WS-KART-NAME "   gebuehrenfrei"
                       delimited by size into WS-TEXT-ZEILE
               end-if
           else
               if WS-KART-NR <= 3
                   move WS-KOND-T-WERT(WS-KOND-TREFFER)
                       to WS-ZINS-ANZEIGE
                   string "    " WS-KART-NAME " " WS-ZINS-ANZEIGE
                       " % p.a.   gueltig seit "
                       WS-KOND-T-AB(WS-KOND-TREFFER)
                       delimited by size into WS-TEXT-ZEILE
               else
                   move WS-KOND-T-WERT(WS-KOND-TREFFER)
                       to WS-GEB-ANZEIGE
                   string "    " WS-KART-NAME WS-GEB-ANZEIGE
                       " Euro     gueltig seit "
                       WS-KOND-T-AB(WS-KOND-TREFFER)
                       delimited by size into WS-TEXT-ZEILE
               end-if
           end-if
           perform ZEILE-SCHREIBEN.

       AENDERUNGEN-SCHREIBEN.
      *> Alle aktiven Saetze mit Beginn nach heute, nach Gueltig-ab
      *> geordnet.
           move WS-HEUTE to WS-LETZT-AB
           move 999999 to WS-LETZT-NR
           perform NAECHSTE-AENDERUNG-SUCHEN
           perform until WS-NAECHST-INDEX = ZERO
               add 1 to WS-ANZAHL-KUENFTIG
               perform AENDERUNG-SCHREIBEN
               move WS-KOND-T-AB(WS-NAECHST-INDEX) to WS-LETZT-AB
               move WS-KOND-T-NR(WS-NAECHST-INDEX) to WS-LETZT-NR
               perform NAECHSTE-AENDERUNG-SUCHEN
           end-perform
           if WS-ANZAHL-KUENFTIG = ZERO
               move "    keine" to WS-TEXT-ZEILE
               perform ZEILE-SCHREIBEN
           end-if.

       NAECHSTE-AENDERUNG-SUCHEN.
      *> Naechster aktiver Satz in der Folge Gueltig-ab, Nummer nach
      *> dem zuletzt gedruckten (WS-LETZT-AB, WS-LETZT-NR); 0 =
      *> keiner mehr.
           move ZERO to WS-NAECHST-INDEX
           perform varying WS-KOND-INDEX from 1 by 1
                   until WS-KOND-INDEX > WS-KOND-ANZAHL
               if WS-KOND-T-AB(WS-KOND-INDEX) > WS-LETZT-AB
                   or (WS-KOND-T-AB(WS-KOND-INDEX) = WS-LETZT-AB
                   and WS-KOND-T-NR(WS-KOND-INDEX) > WS-LETZT-NR)
                   if WS-NAECHST-INDEX = ZERO
                       move WS-KOND-INDEX to WS-NAECHST-INDEX
                   else
                       if WS-KOND-T-AB(WS-KOND-INDEX)
                               < WS-KOND-T-AB(WS-NAECHST-INDEX)
                           move WS-KOND-INDEX to WS-NAECHST-INDEX
                       end-if
                   end-if
               end-if
           end-perform.

       AENDERUNG-SCHREIBEN.
           move WS-KOND-T-KONTO-ART(WS-NAECHST-INDEX)
               to WS-SUCH-KONTO-ART
           move 1 to WS-ART-NR
           if WS-SUCH-KONTO-ART = "S"
               move 2 to WS-ART-NR
           end-if
           if WS-SUCH-KONTO-ART = "F"
               move 3 to WS-ART-NR
           end-if
           perform ART-NR-ZUORDNEN
           move WS-KOND-T-ART(WS-NAECHST-INDEX) to WS-SUCH-ART
           perform KART-NAME-ERMITTELN
           move SPACES to WS-TEXT-ZEILE
           if WS-SUCH-ART = "GMON" or WS-SUCH-ART = "GPOS"
               move WS-KOND-T-WERT(WS-NAECHST-INDEX)
                   to WS-GEB-ANZEIGE
               string "    ab " WS-KOND-T-AB(WS-NAECHST-INDEX) "  "
                   WS-ART-NAME " " WS-KART-NAME WS-GEB-ANZEIGE
                   " Euro"
                   delimited by size into WS-TEXT-ZEILE
           else
               move WS-KOND-T-WERT(WS-NAECHST-INDEX)
                   to WS-ZINS-ANZEIGE
               string "    ab " WS-KOND-T-AB(WS-NAECHST-INDEX) "  "
                   WS-ART-NAME " " WS-KART-NAME " " WS-ZINS-ANZEIGE
                   " % p.a."
                   delimited by size into WS-TEXT-ZEILE
           end-if
           perform ZEILE-SCHREIBEN.

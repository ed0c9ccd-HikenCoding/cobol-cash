      *> Satz des Konditionenstamms (Datei KONDDAT). Je Satz ein
      *> Zins- oder Gebuehrensatz fuer eine Kontoart, gueltig ab
      *> KOND-GUELTIG-AB bis zum naechsten Satz derselben Kontoart
      *> und Konditionsart. Alte Saetze bleiben stehen, damit ein
      *> zurueckliegender Zeitraum mit dem damals geltenden Satz
      *> gerechnet werden kann. Die Datei ist wie KONTODAT
      *> ORGANIZATION RELATIVE, KOND-NR dient zugleich als
      *> RELATIVE KEY. Gepflegt wird sie ueber konditionenstamm.cob:
      *> ein Satz, dessen Gueltigkeit begonnen hat, ist angewendet
      *> und wird nicht mehr geaendert - eine neue Kondition gilt
      *> fruehestens ab morgen. Gelesen wird der Stamm von
      *> bank-auswahl (main.cob, Habenzins), sollzinsen-lauf.cob,
      *> gebuehren-lauf.cob und konditionenaushang.cob.
       01 KOND-SATZ.
           05 KOND-NR                         PIC 9(6).
      *> Kontoart wie KONTO-ART in copybooks/konto-satz.cpy:
      *> G = Giro, S = Spar, F = Festgeld.
           05 KOND-KONTO-ART                  PIC X.
               88 KOND-KONTO-ART-GUELTIG      VALUE "G", "S", "F".
      *> Konditionsart: HZIN = Habenzins, SZIN = Sollzins (im
      *> Dispo), UZIN = Ueberziehungszins (ueber den Dispo
      *> hinaus), GMON = monatliche Kontofuehrungsgebuehr, GPOS =
      *> Gebuehr je Buchungsposten (die Werte des frueheren
      *> Gebuehrentarifs GEBTARIF).
           05 KOND-ART                        PIC X(4).
               88 KOND-HABENZINS              VALUE "HZIN".
               88 KOND-SOLLZINS               VALUE "SZIN".
               88 KOND-UEBERZIEHUNGSZINS      VALUE "UZIN".
               88 KOND-GEB-MONAT              VALUE "GMON".
               88 KOND-GEB-POSTEN             VALUE "GPOS".
               88 KOND-ZINS                   VALUE "HZIN", "SZIN",
                                                    "UZIN".
               88 KOND-GEBUEHR                VALUE "GMON", "GPOS".
               88 KOND-ART-GUELTIG            VALUE "HZIN", "SZIN",
                                                    "UZIN", "GMON",
                                                    "GPOS".
      *> Erster Tag der Gueltigkeit (JJJJMMTT).
           05 KOND-GUELTIG-AB                 PIC 9(8).
      *> Zinsen in Prozent p.a. (z.B. 10,8000), Gebuehren in Euro
      *> (zwei Nachkommastellen).
           05 KOND-WERT                       PIC 9(3)V9(4).
      *> A = aktiv, X = storniert (nur vor Beginn der Gueltigkeit
      *> moeglich; der Satz bleibt als Beleg stehen).
           05 KOND-STATUS                     PIC X.
               88 KOND-AKTIV                  VALUE "A".
               88 KOND-STORNIERT              VALUE "X".
      *> Anlage und letzte Aenderung: Tag und Kennung des
      *> Bearbeiters (Aenderungsdatum 0 = nie geaendert).
           05 KOND-ANLAGE-DATUM               PIC 9(8).
           05 KOND-ANLAGE-KENNUNG             PIC X(8).
           05 KOND-AEND-DATUM                 PIC 9(8).
           05 KOND-AEND-KENNUNG               PIC X(8).

      *> Satz der Gebuehrentarif-Datei (GEBTARIF). Je Kontoart eine
      *> Zeile mit der monatlichen Kontofuehrungsgebuehr und der
      *> Gebuehr je Buchungsposten. Die Gebuehren stehen heute als
      *> datierte Konditionen GMON/GPOS im Konditionenstamm (s.
      *> copybooks/kondition-satz.cpy); GEBTARIF wird nur noch
      *> einmal gelesen, wenn konditionenstamm.cob den Grundbestand
      *> eines leeren Stamms uebernimmt.
       01 GEB-SATZ.
      *> Kontoart wie KONTO-ART in copybooks/konto-satz.cpy:
      *> G = Giro, S = Spar, F = Festgeld.

      *> Satz des Pflegeprotokolls der Vollmachten (Datei VOLLPROT,
      *> fortlaufend angehaengt von vollmachtstamm.cob): je Anlage
      *> und Widerruf ein Satz mit dem Stand der Vollmacht nach der
      *> Aenderung (s. copybooks/vollmacht-satz.cpy), damit jede
      *> Aenderung auch nach spaeteren Widerrufen nachvollziehbar
      *> bleibt.
       01 VPROT-SATZ.
           05 VPROT-DATUM                     PIC 9(8).
           05 VPROT-ZEIT                      PIC 9(6).
      *> N = neu angelegt, W = widerrufen.
           05 VPROT-VORGANG                   PIC X.
               88 VPROT-NEU                   VALUE "N".
               88 VPROT-WIDERRUF              VALUE "W".
      *> Kennung des angemeldeten Bearbeiters.
           05 VPROT-KENNUNG                   PIC X(8).
           05 VPROT-VM-NR                     PIC 9(6).
           05 VPROT-KONTO-NR                  PIC 9(6).
           05 VPROT-KUNDE-NR                  PIC 9(6).
           05 VPROT-ROLLE                     PIC X.
           05 VPROT-GUELTIG-AB                PIC 9(8).
           05 VPROT-GUELTIG-BIS               PIC 9(8).
           05 VPROT-LIMIT                     PIC 9(7)V99.

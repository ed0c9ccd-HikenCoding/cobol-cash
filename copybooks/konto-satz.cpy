      *> Kontoart des Produkts: G = Girokonto, S = Sparkonto,
      *> F = Festgeldkonto. Spar- und Festgeldkonten haben keinen
      *> Dispokredit (ein gepflegtes KONTO-DISPO-LIMIT wird bei der
      *> Buchung nicht beruecksichtigt), Zins- und Gebuehrensaetze
      *> stehen je Kontoart im Konditionenstamm (s.
      *> copybooks/kondition-satz.cpy), Festgeldkonten geben
      *> Auszahlungen und Ueberweisungen erst nach Ablauf der
      *> Kuendigungsfrist frei. SPACE zaehlt als Giro, damit
      *> Bestandssaetze aus der Zeit vor diesem Feld weiter
      *> funktionieren.
           05 KONTO-ART                       PIC X.
               88 KONTO-GIRO                  VALUE "G", SPACE.
               88 KONTO-SPAR                  VALUE "S".

      *> Satz der MANDAT-DATEI (Lastschrift-Mandate, Datei MANDDAT).
      *> Je Mandat ein Satz: der Kunde erlaubt dem Glaeubiger
      *> (Konto MANDAT-FREMD-KONTO bei der Bank MANDAT-FREMD-BLZ),
      *> sein Konto MANDAT-KONTO-NR per Lastschrift zu belasten.
      *> Die Datei ist wie KONTODAT ORGANIZATION RELATIVE,
      *> MANDAT-NR dient zugleich als RELATIVE KEY. Gepflegt wird
      *> sie ueber mandatstamm.cob; clearing-eingang.cob bucht eine
      *> Belastung (CLR-BELASTUNG) nur, wenn ein aktives Mandat zu
      *> Konto, BLZ und Konto des Glaeubigers vorliegt.
       01 MANDAT-SATZ.
           05 MANDAT-NR                       PIC 9(6).
      *> Mandatsreferenz, wie sie der Glaeubiger vergibt und auf
      *> dem Mandat vermerkt (Freitext).
           05 MANDAT-REFERENZ                 PIC X(35).
           05 MANDAT-KONTO-NR                 PIC 9(6).
           05 MANDAT-FREMD-BLZ                PIC 9(8).
           05 MANDAT-FREMD-KONTO              PIC 9(10).
      *> Tag der Unterschrift (JJJJMMTT): Belastungen, die vor
      *> diesem Tag eingehen, deckt das Mandat nicht.
           05 MANDAT-UNTERSCHRIFT-DATUM       PIC 9(8).
      *> A = aktiv, W = widerrufen (Satz bleibt als Beleg stehen,
      *> Belastungen des Glaeubigers werden aber abgewiesen).
           05 MANDAT-STATUS                   PIC X.
               88 MANDAT-AKTIV                VALUE "A".
               88 MANDAT-WIDERRUFEN           VALUE "W".
      *> Tag des Widerrufs (JJJJMMTT, 0 = nicht widerrufen).
           05 MANDAT-WIDERRUF-DATUM           PIC 9(8).

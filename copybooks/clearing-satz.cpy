      *>  - CLROUT:  Exportdatei fuer den Clearing-Partner,
      *>             geschrieben vom Abendlauf clearing-ausgang.cob
      *>             aus UEBAUSW.
      *> Ausserdem stellt lastschrift-widerspruch.cob die Rueckgabe
      *> einer widersprochenen Lastschrift als Satz mit
      *> CLR-RICHTUNG R in UEBAUSW ein; der Abendlauf gibt sie mit
      *> dem Export an den Partner, der den Betrag beim Glaeubiger
      *> zurueckholt.
      *> CLR-KONTO-NR ist immer unser KONTODAT-Konto, CLR-FREMD-BLZ/
      *> CLR-FREMD-KONTO bezeichnen die Gegenseite bei der fremden
      *> Bank.
           05 CLR-RICHTUNG                    PIC X.
               88 CLR-GUTSCHRIFT              VALUE "G".
               88 CLR-BELASTUNG               VALUE "S".
               88 CLR-RUECKGABE               VALUE "R".
           05 CLR-KONTO-NR                    PIC 9(6).
           05 CLR-BETRAG                      PIC 9(7)V99.
           05 CLR-FREMD-BLZ                   PIC 9(8).

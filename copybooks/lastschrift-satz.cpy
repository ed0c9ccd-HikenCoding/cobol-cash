      *> Satz des Lastschriftbuchs (Datei LASTBUCH). clearing-
      *> eingang.cob haengt fuer jede gebuchte Lastschrift (CLR-SOLL)
      *> einen Satz B an - mit dem Glaeubiger, den das Tages-
      *> protokoll nicht kennt. lastschrift-widerspruch.cob sucht
      *> hier die Lastschriften eines Kontos innerhalb der
      *> Widerspruchsfrist und haengt nach der Rueckbuchung einen
      *> Satz R mit denselben Feldern an; an ihm erkennt das
      *> Programm einen zweiten Widerspruch gegen dieselbe
      *> Lastschrift.
       01 LS-SATZ.
           05 LS-SATZART                      PIC X.
               88 LS-BELASTUNG                VALUE "B".
               88 LS-RUECKGABE                VALUE "R".
      *> Datum und Uhrzeit der CLR-SOLL-Buchung im Tagesprotokoll
      *> (TRANS-DATUM/TRANS-ZEIT) - zusammen mit dem Konto der
      *> Schluessel der Lastschrift.
           05 LS-DATUM                        PIC 9(8).
           05 LS-ZEIT                         PIC 9(6).
           05 LS-KONTO-NR                     PIC 9(6).
           05 LS-BETRAG                       PIC 9(7)V99.
      *> Mandat, unter dem die Lastschrift gebucht wurde (s.
      *> copybooks/mandat-satz.cpy).
           05 LS-MANDAT-NR                    PIC 9(6).
           05 LS-FREMD-BLZ                    PIC 9(8).
           05 LS-FREMD-KONTO                  PIC 9(10).
           05 LS-ZWECK                        PIC X(30).
      *> Nur Satz R: Tag des Widerspruchs (JJJJMMTT).
           05 LS-WIDERSPRUCH-DATUM            PIC 9(8).

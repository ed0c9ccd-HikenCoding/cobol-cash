      *> Satz der Mahnhistorie (Datei MAHNHIST, fortlaufend
      *> angehaengt vom Mahnlauf mahnlauf.cob): je Mahnung, Sperre
      *> und Ruecksetzung ein Satz, damit der Verlauf eines Kontos
      *> auch nach einer Ruecksetzung des Mahnstands (s.
      *> copybooks/mahn-satz.cpy) belegbar bleibt.
       01 MHIST-SATZ.
           05 MHIST-DATUM                     PIC 9(8).
           05 MHIST-KONTO-NR                  PIC 9(6).
           05 MHIST-KUNDE-NR                  PIC 9(6).
      *> M = Mahnung (Stufe 1 oder 2), S = Sperre (Stufe 3),
      *> R = Ruecksetzung auf Stufe 0 (Konto wieder im Rahmen).
           05 MHIST-VORGANG                   PIC X.
               88 MHIST-MAHNUNG               VALUE "M".
               88 MHIST-SPERRE                VALUE "S".
               88 MHIST-RUECKSETZUNG          VALUE "R".
           05 MHIST-STUFE                     PIC 9(1).
           05 MHIST-SALDO                     PIC S9(7)V99.
      *> Erlaubter Rahmen (Dispokredit, bei Spar/Festgeld 0) und
      *> Ueberziehung darueber hinaus am Tag des Vorgangs.
           05 MHIST-RAHMEN                    PIC 9(7)V99.
           05 MHIST-UEBERZIEHUNG              PIC 9(7)V99.

      *> Aufbau des Verwendungszwecks (TRANS-ZWECK / ARCH-ZWECK)
      *> einer Stornobuchung, TRANS-ART STORNO-SOLL oder
      *> STORNO-HABEN (s. storno.cob). Die Stornobuchung traegt die
      *> TRANS-REF der stornierten Buchung; Art, Datum und Uhrzeit
      *> der stornierten Buchung stehen hier, damit Journal,
      *> Kontenabgleich und Auszuege Original und Storno als Paar
      *> zeigen koennen, ohne die Archive nach dem Original
      *> abzusuchen. Zugleich sind Konto, Referenz und diese drei
      *> Felder der Schluessel, an dem storno.cob ein zweites
      *> Storno derselben Buchung erkennt.
       01 STORNO-ZWECK.
           05 STO-ORIG-ART                    PIC X(12).
           05 FILLER                          PIC X.
           05 STO-ORIG-DATUM                  PIC 9(8).
           05 FILLER                          PIC X.
           05 STO-ORIG-ZEIT                   PIC 9(6).
           05 FILLER                          PIC X(2).

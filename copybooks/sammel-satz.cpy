      *> Saetze der Sammelueberweisungs-Datei SAMMELIN, die ein
      *> Firmenkunde einreicht (z.B. Gehaltszahlungen) und die
      *> sammelueberweisung.cob verbucht. Die Datei beginnt mit
      *> genau einem Kopfsatz (SAMK-SATZART K), danach folgt je
      *> Empfaenger ein Postensatz (SAMP-SATZART P). Beide Saetze
      *> belegen denselben Satzbereich; welcher gilt, sagt das
      *> erste Zeichen.
       01 SAMK-SATZ.
           05 SAMK-SATZART                    PIC X.
               88 SAMK-KOPF                   VALUE "K".
      *> Zu belastendes Konto des Auftraggebers in KONTODAT.
           05 SAMK-KONTO-NR                   PIC 9(6).
      *> Auftragsnummer des Kunden und Erstellungstag der Datei
      *> (JJJJMMTT) - daran erkennt der Lauf eine schon
      *> verarbeitete Datei (s. copybooks/sammelreg-satz.cpy).
           05 SAMK-AUFTRAG-NR                 PIC X(10).
           05 SAMK-ERSTELL-DATUM              PIC 9(8).
      *> Kontrollwerte des Kunden: Zahl der Postensaetze und Summe
      *> ihrer Betraege.
           05 SAMK-ANZAHL                     PIC 9(5).
           05 SAMK-SUMME                      PIC 9(9)V99.
           05 FILLER                          PIC X(38).

       01 SAMP-SATZ.
           05 SAMP-SATZART                    PIC X.
               88 SAMP-POSTEN                 VALUE "P".
      *> Empfaenger: entweder ein Konto unserer Bank (SAMP-KONTO-NR,
      *> BLZ und Fremdkonto 0) oder ein Konto bei einer fremden
      *> Bank (SAMP-KONTO-NR 0, BLZ und Kontonummer gefuellt).
           05 SAMP-KONTO-NR                   PIC 9(6).
           05 SAMP-FREMD-BLZ                  PIC 9(8).
           05 SAMP-FREMD-KONTO                PIC 9(10).
           05 SAMP-BETRAG                     PIC 9(7)V99.
           05 SAMP-ZWECK                      PIC X(30).
           05 FILLER                          PIC X(15).

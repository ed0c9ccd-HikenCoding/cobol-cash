      *> Satz der NACHL-DATEI (Kennzeichen nachrichtenloser Konten,
      *> Datei NACHLDAT). Die Datei ist wie KONTODAT ORGANIZATION
      *> RELATIVE, NL-KONTO-NR dient zugleich als RELATIVE KEY.
      *> Gesetzt wird das Kennzeichen vom Lauf
      *> nachrichtenlos-lauf.cob fuer Konten, auf denen der Kunde
      *> seit der eingestellten Zahl von Jahren selbst nichts mehr
      *> gebucht hat; aufgehoben wird es durch die naechste
      *> Kundenbuchung am Schalter (main.cob) oder durch den Lauf,
      *> sobald er wieder eine Kundenbuchung im Zeitraum findet.
      *> Der Satz bleibt nach der Aufhebung als Beleg stehen.
       01 NL-SATZ.
           05 NL-KONTO-NR                     PIC 9(6).
           05 NL-KENNZEICHEN                  PIC X.
               88 NL-NACHRICHTENLOS           VALUE "J".
               88 NL-AUFGEHOBEN               VALUE "N".
      *> Tag der Kennzeichnung (JJJJMMTT) und die zu diesem Tag
      *> letzte bekannte Kundenbuchung (0 = keine im Archiv).
           05 NL-SEIT-DATUM                   PIC 9(8).
           05 NL-LETZTE-BUCHUNG               PIC 9(8).
      *> Tag und Kennung der Aufhebung (Kassierer bei einer
      *> Kundenbuchung am Schalter, BATCH durch den Lauf); 0 bzw.
      *> SPACES, solange das Konto gekennzeichnet ist.
           05 NL-AUFHEBUNG-DATUM              PIC 9(8).
           05 NL-AUFHEBUNG-KENNUNG            PIC X(8).

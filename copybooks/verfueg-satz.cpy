      *> Satz des Verfuegerbuchs (Datei VERFBUCH). bank-auswahl
      *> (main.cob) haengt fuer jede Buchung auf dem bedienten
      *> Konto, die nicht der Kontoinhaber selbst, sondern ein
      *> Verfuegungsberechtigter (s. copybooks/vollmacht-satz.cpy)
      *> veranlasst hat, einen Satz an - mit der Person, die das
      *> Tagesprotokoll nicht kennt. Datum, Zeit, Konto und
      *> Referenz verbinden den Satz mit dem TRANS-SATZ der
      *> Buchung.
       01 VFG-SATZ.
           05 VFG-DATUM                       PIC 9(8).
           05 VFG-ZEIT                        PIC 9(6).
           05 VFG-KONTO-NR                    PIC 9(6).
           05 VFG-REF                         PIC 9(14).
           05 VFG-ART                         PIC X(12).
           05 VFG-BETRAG                      PIC 9(7)V99.
      *> Verfuegende Person, ihre Rolle und die Vollmacht, unter
      *> der sie verfuegt hat.
           05 VFG-KUNDE-NR                    PIC 9(6).
           05 VFG-ROLLE                       PIC X.
           05 VFG-VM-NR                       PIC 9(6).
           05 VFG-KASSIERER                   PIC X(8).

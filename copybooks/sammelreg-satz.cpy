      *> Satz des Sammelauftrags-Registers (Datei SAMMREG). Fuer
      *> jede Sammelueberweisung, die sammelueberweisung.cob
      *> verbucht hat, haengt der Lauf einen Satz an. Eine
      *> eingereichte Datei gilt als schon verarbeitet, wenn es zu
      *> ihrem Belastungskonto einen Satz mit derselben
      *> Auftragsnummer gibt oder einen mit demselben
      *> Erstellungstag, derselben Postenzahl und derselben Summe.
      *> Abgewiesene Dateien werden nicht eingetragen, der Kunde
      *> kann sie berichtigt erneut einreichen.
       01 SREG-SATZ.
           05 SREG-KONTO-NR                   PIC 9(6).
           05 SREG-AUFTRAG-NR                 PIC X(10).
           05 SREG-ERSTELL-DATUM              PIC 9(8).
           05 SREG-ANZAHL                     PIC 9(5).
           05 SREG-SUMME                      PIC 9(9)V99.
      *> Verarbeitung: Tag, Uhrzeit, Kennung des Kassierers, der
      *> die Datei angenommen hat, und die gemeinsame TRANS-REF
      *> aller Buchungen des Auftrags.
           05 SREG-VERARB-DATUM               PIC 9(8).
           05 SREG-VERARB-ZEIT                PIC 9(6).
           05 SREG-KENNUNG                    PIC X(8).
           05 SREG-REF                        PIC 9(14).
      *> Tatsaechlich belasteter Betrag und Zahl der abgewiesenen
      *> Posten (die Summe der angenommenen Posten kann unter der
      *> Kontrollsumme liegen).
           05 SREG-GEBUCHT-SUMME              PIC 9(9)V99.
           05 SREG-ANZAHL-ABGEWIESEN          PIC 9(5).
      *> Kennung des Kassierers, der den Auftrag ueber dem Limit
      *> des Annehmenden freigegeben hat (leer = keine Freigabe
      *> noetig).
           05 SREG-FREIGEBER                  PIC X(8).

      *> Satz der FREIST-DATEI (Freistellungsauftraege, Datei
      *> FREISTDAT). Je Kunde hoechstens ein Satz; die Datei ist wie
      *> KUNDDAT ORGANIZATION RELATIVE, FSA-KUNDE-NR dient zugleich
      *> als RELATIVE KEY. Erteilt, geaendert und widerrufen wird
      *> der Auftrag ueber kundenstamm.cob; main.cob (ZINSEN
      *> BERECHNEN) verbraucht ihn mit jeder Zinsgutschrift auf
      *> einem der Konten des Kunden, bevor Kapitalertragsteuer
      *> einbehalten wird (s. steuerbescheinigung.cob fuer die
      *> Jahressteuerbescheinigung).
       01 FSA-SATZ.
           05 FSA-KUNDE-NR                    PIC 9(6).
      *> Freistellungsbetrag je Kalenderjahr (0 = widerrufen, der
      *> Satz bleibt dann als Beleg des Verbrauchs stehen).
           05 FSA-BETRAG                      PIC 9(5)V99.
      *> Tag, an dem der Auftrag erteilt bzw. zuletzt geaendert
      *> wurde (JJJJMMTT).
           05 FSA-ERTEILT-DATUM               PIC 9(8).
      *> Kalenderjahr und bisher verbrauchter Freistellungsbetrag.
      *> Mit der ersten Zinsgutschrift eines neuen Jahres wandert
      *> der Verbrauch nach FSA-VORJAHR/-VORJAHR-VERBRAUCHT, damit
      *> die Jahressteuerbescheinigung im Januar ihn noch
      *> ausweisen kann.
           05 FSA-JAHR                        PIC 9(4).
           05 FSA-VERBRAUCHT                  PIC 9(5)V99.
           05 FSA-VORJAHR                     PIC 9(4).
           05 FSA-VORJAHR-VERBRAUCHT          PIC 9(5)V99.

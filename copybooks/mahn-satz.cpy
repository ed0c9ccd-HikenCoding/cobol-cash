      *> Satz der MAHN-DATEI (Mahnstand je Konto, Datei MAHNDAT). Die
      *> Datei ist wie KONTODAT ORGANIZATION RELATIVE, MAHN-KONTO-NR
      *> dient zugleich als RELATIVE KEY. Gefuehrt wird sie vom
      *> naechtlichen Mahnlauf (mahnlauf.cob): ein Konto unter
      *> seinem erlaubten Rahmen (-Dispo, bei Spar/Festgeld 0)
      *> steigt je Mahnfrist um eine Stufe, bis Stufe 3 das Konto
      *> sperrt; ist es wieder im Rahmen, faellt es auf Stufe 0
      *> zurueck. Jeder Stufenwechsel steht zusaetzlich in der
      *> Mahnhistorie MAHNHIST (s. copybooks/mahnhist-satz.cpy).
       01 MAHN-SATZ.
           05 MAHN-KONTO-NR                   PIC 9(6).
      *> Aktuelle Mahnstufe: 0 = keine, 1 und 2 = Mahnbrief,
      *> 3 = Konto gesperrt und an die Kreditabteilung gemeldet.
           05 MAHN-STUFE                      PIC 9(1).
               88 MAHN-KEINE                  VALUE 0.
               88 MAHN-GESPERRT-STUFE         VALUE 3.
      *> Je erreichter Stufe der Tag (JJJJMMTT) und die
      *> Ueberziehung an diesem Tag; nach einer Ruecksetzung leer.
           05 MAHN-STUFEN-DATEN OCCURS 3 TIMES.
               10 MAHN-STUFE-DATUM            PIC 9(8).
               10 MAHN-STUFE-BETRAG           PIC 9(7)V99.
      *> Ueberziehung beim letzten Mahnlauf und dessen Tag.
           05 MAHN-UEBERZIEHUNG               PIC 9(7)V99.
           05 MAHN-LETZTER-LAUF               PIC 9(8).

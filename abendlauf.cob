           05 WS-LOG-TEXT                     PIC X(50).

      *> Die Schritte des Abendlaufs in der Reihenfolge aus
      *> tagesabschluss.jcl: zuerst die Konsistenzpruefung der
      *> Stammdateien (schwere Befunde stoppen die Kette, bevor
      *> etwas gebucht wird), faellige Dauerauftraege, Export an den
      *> Clearing-Partner, Mahnlauf (nach allen Buchungen des
      *> Tages, seine Sperrbelege landen noch im Journal),
      *> Buchungsjournal (solange TRANSDAT noch vollstaendig ist),
      *> zuletzt der Tagesabschluss. Je Schritt das auszufuehrende
      *> Programm und der Name fuers Protokoll.
       01 WS-SCHRITT-KONSTANTEN.
           05 FILLER                          PIC X(20)
               VALUE "./konsistenzpruefung".
           05 FILLER                          PIC X(14)
               VALUE "KONSPRUEF".
           05 FILLER                          PIC X(20)
               VALUE "./dauerauftrag-lauf".
           05 FILLER                          PIC X(14)
               VALUE "./clearing-ausgang".
           05 FILLER                          PIC X(14)
               VALUE "CLRAUS".
           05 FILLER                          PIC X(20)
               VALUE "./mahnlauf".
           05 FILLER                          PIC X(14)
               VALUE "MAHNLAUF".
           05 FILLER                          PIC X(20)
               VALUE "./buchungsjournal".
           05 FILLER                          PIC X(14)
           05 FILLER                          PIC X(14)
               VALUE "TAGESABSCHLUSS".
       01 WS-SCHRITT-TABELLE redefines WS-SCHRITT-KONSTANTEN.
           05 WS-SCHRITT occurs 6 times.
               10 WS-SCHRITT-KOMMANDO         PIC X(20).
               10 WS-SCHRITT-NAME             PIC X(14).
       01 WS-SCHRITT-IX                       PIC 9(1).
       01 WS-ANZAHL-SCHRITTE                  PIC 9(1) VALUE 6.

       01 WS-SITZ-ZAEHLER                     PIC 9(3) VALUE ZERO.


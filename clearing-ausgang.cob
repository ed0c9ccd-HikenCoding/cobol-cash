       file-control.
      *> Zwischendatei der am Schalter erfassten Ueberweisungen an
      *> fremde Banken (s. main.cob, UEBERWEISUNG EXTERN, und
      *> copybooks/clearing-satz.cpy) und der Rueckgaben
      *> widersprochener Lastschriften (lastschrift-widerspruch.cob,
      *> CLR-RICHTUNG R). Die Konten sind bereits belastet bzw.
      *> erstattet und protokolliert - dieser Lauf uebergibt die
      *> Saetze nur noch an den Clearing-Partner.
           select UEBAUSW-DATEI assign to "UEBAUSW"
               organization is line sequential
           88 EXPORT-FEHLER                   VALUE "J".

       01 WS-ANZAHL-EXPORTIERT                PIC 9(6) VALUE ZERO.
       01 WS-ANZAHL-RUECKGABEN                PIC 9(6) VALUE ZERO.
       01 WS-SUMME-EXPORTIERT                 PIC 9(9)V99 VALUE ZERO.
       01 WS-SUMME-ANZEIGE                    PIC ZZZ.ZZZ.ZZ9,99.

           display " ".
           display "Exportierte Ueberweisungen: "
               WS-ANZAHL-EXPORTIERT.
           display "davon Lastschrift-Rueckgaben: "
               WS-ANZAHL-RUECKGABEN.
           move WS-SUMME-EXPORTIERT to WS-SUMME-ANZEIGE.
           display "Summe:                      "
               WS-SUMME-ANZEIGE " Euro".
           if WS-CLROUT-STATUS = "00"
               add 1 to WS-ANZAHL-EXPORTIERT
               add UEB-BETRAG to WS-SUMME-EXPORTIERT
               if UEB-RUECKGABE
                   add 1 to WS-ANZAHL-RUECKGABEN
               end-if
           else
               move "J" to WS-EXPORT-FEHLER
               display "Fehler beim Schreiben des Exports (Status "

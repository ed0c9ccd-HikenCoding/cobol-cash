               or TRANS-ART = "EXT-SOLL"
               or TRANS-ART = "CLR-SOLL"
               or TRANS-ART = "GEBUEHR"
               or TRANS-ART = "STORNO-SOLL"
               or TRANS-ART = "KAPEST"
               or TRANS-ART = "SOLZ"
               or TRANS-ART = "STORNO-HABEN"
               or TRANS-ART = "LS-RUECK"
               or TRANS-ART = "SAMMEL-SOLL"
               or TRANS-ART = "SAMMEL-HABEN"
               perform SALDO-NACHFAHREN
           else
               add 1 to WS-ANZAHL-PFLEGE
               or TRANS-ART = "EXT-SOLL"
               or TRANS-ART = "CLR-SOLL"
               or TRANS-ART = "GEBUEHR"
               or TRANS-ART = "STORNO-SOLL"
               or TRANS-ART = "KAPEST"
               or TRANS-ART = "SOLZ"
               or TRANS-ART = "SAMMEL-SOLL"
               compute WS-SALDO-NEU = KONTO-GUTHABEN - TRANS-BETRAG
           else
               compute WS-SALDO-NEU = KONTO-GUTHABEN + TRANS-BETRAG

      *> Satz der VOLLMACHT-DATEI (Verfuegungsberechtigte, Datei
      *> VOLLDAT). Je Satz darf ein weiterer Kunde (VM-KUNDE-NR)
      *> ueber ein Konto verfuegen, das ueber KONTO-KUNDEN-NR einem
      *> anderen Kunden gehoert - als Mitinhaber eines
      *> Gemeinschaftskontos, mit Vollmacht oder als gesetzlicher
      *> Vertreter. Die Datei ist wie KONTODAT ORGANIZATION
      *> RELATIVE, VM-NR dient zugleich als RELATIVE KEY. Gepflegt
      *> wird sie ueber vollmachtstamm.cob (jede Aenderung steht im
      *> Pflegeprotokoll VOLLPROT, s. copybooks/vollprot-satz.cpy);
      *> bank-auswahl (main.cob) fragt beim Oeffnen eines Kontos
      *> mit gueltigen Vollmachten, wer am Schalter verfuegt.
       01 VM-SATZ.
           05 VM-NR                           PIC 9(6).
           05 VM-KONTO-NR                     PIC 9(6).
           05 VM-KUNDE-NR                     PIC 9(6).
      *> M = Mitinhaber (Gemeinschaftskonto), V = Vollmacht,
      *> G = gesetzlicher Vertreter (z.B. Eltern fuer das
      *> Sparkonto eines Kindes).
           05 VM-ROLLE                        PIC X.
               88 VM-MITINHABER               VALUE "M".
               88 VM-BEVOLLMAECHTIGT          VALUE "V".
               88 VM-VERTRETER                VALUE "G".
               88 VM-ROLLE-GUELTIG            VALUE "M", "V", "G".
      *> Gueltigkeit (JJJJMMTT); VM-GUELTIG-BIS 0 = unbefristet.
           05 VM-GUELTIG-AB                   PIC 9(8).
           05 VM-GUELTIG-BIS                  PIC 9(8).
      *> Hoechstbetrag je Verfuegung (Auszahlung, Ueberweisung);
      *> 0 = kein eigenes Limit.
           05 VM-LIMIT                        PIC 9(7)V99.
      *> A = aktiv, W = widerrufen (Satz bleibt als Beleg stehen).
           05 VM-STATUS                       PIC X.
               88 VM-AKTIV                    VALUE "A".
               88 VM-WIDERRUFEN               VALUE "W".
      *> Tag des Widerrufs (JJJJMMTT, 0 = nicht widerrufen).
           05 VM-WIDERRUF-DATUM               PIC 9(8).

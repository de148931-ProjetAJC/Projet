               88  AR-TYPE-ERREUR      VALUE "E".
           05  AR-DATE             PIC 9(8).
           05  AR-NB-LIGNES        PIC 9(6).
      * Audit members only: first and last chained sequence numbers
      * in the member and the chain value of its last line, so F108
      * can tell a gap or a vanished member between two archives.
           05  AR-SEQ-DEBUT        PIC 9(9).
           05  AR-SEQ-FIN          PIC 9(9).
           05  AR-CHAINE-FIN       PIC 9(9).

      * CLUBVOL-RECORD - one of our pilots' flights on a partner
      * club's aircraft, keyed from the club's monthly statement
      * in F127. Only the settlement statement of F128 reads it;
      * the flight is neither in VOLS.DAT nor billed by us. The
      * amount is the club's figure when they gave one, otherwise
      * zero and F128 values the hours at CB-TAUX-RECIP.
       01  CLUBVOL-REC.
           05  CX-ID               PIC 9(6).
           05  CX-CLUB             PIC 9(4).
           05  CX-NUMPIL           PIC 9(6).
           05  CX-DATE             PIC 9(8).
           05  CX-IMMAT            PIC X(10).
           05  CX-HEURES           PIC 9(3)V9.
           05  CX-INSTRUCTION      PIC X.
               88  CX-EST-INSTRUCTION  VALUE "O".
           05  CX-MONTANT          PIC 9(6)V99.
           05  CX-RESERVE          PIC X(20).

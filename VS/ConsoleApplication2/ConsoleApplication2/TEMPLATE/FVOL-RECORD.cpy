               03 COUTVOL PIC 9(6)V99.
               03 TAUXTVA PIC 99V99.
               03 NBATT PIC 9(2).
      * Fuel indexation of the flight (INDEXCARB-PROC): per hour,
      * amount HT (signed, a rebate below the reference) and the
      * average and reference prices behind it, for the invoice.
               03 INDEXH PIC S9(4)V99 VALUE ZEROES.
               03 INDEXVOL PIC S9(6)V99 VALUE ZEROES.
               03 INDEXPX PIC 9(2)V999 VALUE ZEROES.
               03 INDEXREF PIC 9(2)V999 VALUE ZEROES.

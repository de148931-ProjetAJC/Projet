           05  CA-ETAT             PIC X.
               88  CA-OUVERTE          VALUE "O".
               88  CA-FERMEE           VALUE "F".
      * Base of the session's till, from the operator's session
      * base at opening; spaces = the principal base.
           05  CA-BASE             PIC X(4).
      * Accounting date of the over/short: the closing day, or
      * the first open date when the period register has closed
      * that month (F60 through PERIODE-PROC.cpy).
           05  CA-DATE-COMPTA      PIC 9(8).

      * SOLDE-RECORD - opening balance of one ledger account for one
      * exercice (the a-nouveaux), keyed year + account number.
      * Written by F96's year-end close of the previous exercice
      * (a rerun replaces the year's rows) and read back by F96 as
      * the starting point of the general ledger and trial balance.
      * Only balance-sheet accounts carry over; the income and
      * expense classes start each year at zero, their net having
      * gone to the result account.
       01  SOLDE-REC.
           05  SO-CLE.
               10  SO-ANNEE        PIC 9(4).
               10  SO-COMPTE       PIC X(8).
           05  SO-LIBELLE          PIC X(30).
           05  SO-DEBIT            PIC 9(9)V99.
           05  SO-CREDIT           PIC 9(9)V99.
           05  SO-DATE-CLOTURE     PIC 9(8).
           05  SO-RESERVE          PIC X(20).

           05  MV-MONTANT          PIC S9(8)V99.
           05  MV-REFERENCE        PIC 9(6).
           05  MV-SOLDE-APRES      PIC S9(8)V99.
      * Original date of a movement that fell in a closed
      * accounting period and was booked in the open one (the date
      * MV-TIMESTAMP carries); zero otherwise.
           05  MV-DATE-ORIGINE     PIC 9(8).

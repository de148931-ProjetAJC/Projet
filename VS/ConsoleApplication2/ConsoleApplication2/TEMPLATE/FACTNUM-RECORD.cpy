      * session's rate when the caller did not split them out.
           05  FN-MONTANT-HT       PIC S9(8)V99.
           05  FN-TAUX-TVA         PIC 99V99.
      * Original date of an invoice or credit note that fell in a
      * closed accounting period and was dated into the open one
      * (FN-DATE) instead; zero otherwise.
           05  FN-DATE-ORIGINE     PIC 9(8).

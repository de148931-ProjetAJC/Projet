           05  ID-ETAT             PIC X.
               88  ID-A-PAYER          VALUE "A".
               88  ID-PAYE             VALUE "P".
      * "D" = waived by the instructor as a gift to the club (F65):
      * nothing is paid out, ID-NUMRECU then holds the gift's
      * number on DONS.DAT instead of a payment receipt.
               88  ID-ABANDONNE        VALUE "D".
           05  ID-DATE-PAIE        PIC 9(8).
           05  ID-MODE             PIC X.
           05  ID-NUMRECU          PIC 9(6).

      * credited to the member's balance, posted by F13 to the
      * fuel purchase account.
               88  PA-MODE-REMBOURS    VALUE "R".
      * "F" = note de frais payee (F129): an approved volunteer
      * expense claim paid out, amount negative as the money left.
      * The F13 export leaves these rows to NOTEFRAIS-PROC.cpy,
      * which posts the claim under its own category account.
               88  PA-MODE-FRAIS       VALUE "F".
           05  PA-NBVOLS           PIC 9(3).
           05  PA-OPERATEUR        PIC X(10).
      * Till session (CAISSE.DAT) an especes receipt was taken
      * F13 export carries the reference so bank-side credits
      * reconcile line by line.
           05  PA-REMISE           PIC 9(6).
      * Date the payment was asked to carry when it fell in a
      * closed accounting period (PERIODE.DAT): PA-TIMESTAMP then
      * holds the date it was booked at in the open period instead.
      * Zero for a payment booked on its own date.
           05  PA-DATE-ORIGINE     PIC 9(8).

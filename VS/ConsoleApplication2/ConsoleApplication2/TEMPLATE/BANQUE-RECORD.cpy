           05  BQ-BIC              PIC X(11).
           05  BQ-TITULAIRE        PIC X(30).
           05  BQ-RUM              PIC X(35).
      * The SEPA mandate the RUM identifies: signed on
      * BQ-DATE-SIGNATURE, active until revoked by the member ("R")
      * or lapsed by F9 after 36 months without a collection ("C"),
      * and last collected on BQ-DERNIER-USAGE - zero until the
      * first debit, which is why F9 sends that one as FRST and the
      * following ones as RCUR. A new RUM is a new mandate and
      * starts again from zero.
           05  BQ-DATE-SIGNATURE   PIC 9(8).
           05  BQ-STATUT           PIC X.
               88  BQ-MANDAT-ACTIF     VALUE "A", " ".
               88  BQ-MANDAT-REVOQUE   VALUE "R".
               88  BQ-MANDAT-CADUC     VALUE "C".
           05  BQ-DERNIER-USAGE    PIC 9(8).
           05  BQ-RESERVE          PIC X(20).

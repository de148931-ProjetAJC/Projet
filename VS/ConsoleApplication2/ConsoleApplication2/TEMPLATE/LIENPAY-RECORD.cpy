      * LIENPAY-RECORD - standing payer link, one record per flying
      * member who does not settle their own flying. LP-PAYEUR names
      * either another member (LP-NATURE "M", a PILOTE number) or a
      * non-flying payer (LP-NATURE "T", a PAYEUR number). The link
      * is in force from LP-DEBUT to LP-FIN inclusive (LP-FIN zero:
      * no end date); for a junior LP-FIN defaults to the eve of
      * the 18th birthday. Outside those dates the member is billed
      * as usual.
       01  LIENPAY-REC.
           05  LP-NUMPIL           PIC 9(6).
           05  LP-PAYEUR           PIC 9(6).
           05  LP-NATURE           PIC X.
               88  LP-MEMBRE           VALUE "M".
               88  LP-TIERS            VALUE "T".
           05  LP-DEBUT            PIC 9(8).
           05  LP-FIN              PIC 9(8).
           05  LP-MOTIF            PIC X(30).
           05  LP-RESERVE          PIC X(20).

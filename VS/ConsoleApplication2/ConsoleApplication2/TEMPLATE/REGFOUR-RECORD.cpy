      * REGFOUR-RECORD - indexed journal of the payments made to
      * suppliers: one row per payment, numbered from the "REGFOUR"
      * sequence, against one purchase invoice (alternate key
      * RF-NUMERO), with the date, amount, means of payment and the
      * cheque or transfer reference. F13 posts each row to the
      * accounting journal (debit fournisseur, credit banque or
      * caisse per RF-MODE).
       01  REGFOUR-REC.
           05  RF-ID               PIC 9(6).
           05  RF-NUMERO           PIC 9(6).
           05  RF-FOURN            PIC X(8).
           05  RF-DATE             PIC 9(8).
           05  RF-MONTANT          PIC 9(7)V99.
           05  RF-MODE             PIC X.
               88  RF-VIREMENT         VALUE "V".
               88  RF-CHEQUE           VALUE "C".
               88  RF-ESPECES          VALUE "E".
               88  RF-PRELEVEMENT      VALUE "P".
           05  RF-REFERENCE        PIC X(20).
           05  RF-OPERATEUR        PIC X(10).
           05  RF-RESERVE          PIC X(20).

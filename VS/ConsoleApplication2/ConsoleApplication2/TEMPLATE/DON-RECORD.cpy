      * DON-RECORD - donations register: one record per gift
      * received by the association, keyed by its own number. A gift
      * in money (especes, cheque, virement) is recorded through F117;
      * an instructor waiving a month settled on INSTRDU.DAT is
      * recorded by F65, DN-PERIODE pointing back at the waived
      * month. The annual F118 run groups a donor's gifts of the year
      * on one numbered tax receipt and stamps its number here, so a
      * gift is never receipted twice.
       01  DON-REC.
           05  DN-ID               PIC 9(6).
           05  DN-NUMPIL           PIC 9(6).
           05  DN-DATE             PIC 9(8).
           05  DN-MONTANT          PIC 9(8)V99.
           05  DN-NATURE           PIC X.
               88  DN-ESPECES          VALUE "E".
               88  DN-CHEQUE           VALUE "C".
               88  DN-VIREMENT         VALUE "B".
               88  DN-ABANDON-FRAIS    VALUE "A".
           05  DN-PERIODE          PIC 9(6).
           05  DN-OPERATEUR        PIC X(10).
           05  DN-NUMRECU          PIC 9(6).
           05  DN-DATE-RECU        PIC 9(8).
           05  DN-RESERVE          PIC X(20).

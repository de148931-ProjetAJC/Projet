      * BOURSLIG-RECORD - one accrued subsidy entitlement: the
      * programme, the member it is for, the flight behind it (zero
      * for the licence lump sum), the hours and amount, and the
      * account credited (the member, or their payer - LIENPAY.DAT).
      * State A = accrued and credited, D = claimed from the
      * organisation under BL-DEMANDE (F91), R = grant received
      * (F90). Keyed on the "BOURSE" sequence; alternate keys serve
      * the per-member cap, the per-programme claim and the receipt.
       01  BOURSLIG-REC.
           05  BL-ID               PIC 9(8).
           05  BL-CODE             PIC X(6).
           05  BL-NUMPIL           PIC 9(6).
           05  BL-NUMVOL           PIC 9(6).
           05  BL-DATE             PIC 9(8).
           05  BL-HEURES           PIC 9(3)V9.
           05  BL-MONTANT          PIC 9(6)V99.
           05  BL-COMPTE           PIC 9(6).
           05  BL-ETAT             PIC X.
               88  BL-ACQUISE          VALUE "A".
               88  BL-DEMANDEE         VALUE "D".
               88  BL-RECUE            VALUE "R".
           05  BL-DEMANDE          PIC 9(6).
           05  BL-DATE-DEMANDE     PIC 9(8).
           05  BL-DATE-RECU        PIC 9(8).
           05  BL-RESERVE          PIC X(20).

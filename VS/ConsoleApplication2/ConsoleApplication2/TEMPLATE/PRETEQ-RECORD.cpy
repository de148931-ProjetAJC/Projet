      * PRETEQ-RECORD - one loan of an EQUIP item, taken out against
      * a flight at F1 deposit (LQ-NUMVOL, LQ-NUMPIL the flight's
      * pilot) or handed to a member directly from F114 (LQ-NUMVOL
      * zero). Checked back in at F2 close-out or from F114, which
      * sets LQ-DATE-RETOUR. A loan still out past EQUIP-DELAI days
      * is billed from F114: LQ-NUMFACT and LQ-MONTANT-FACT carry
      * the invoice, the row turns to "F" and stays there even if
      * the item turns up later.
       01  PRETEQ-REC.
           05  LQ-ID               PIC 9(6).
           05  LQ-NUMSERIE         PIC X(12).
           05  LQ-NUMPIL           PIC 9(6).
           05  LQ-NUMVOL           PIC 9(6).
           05  LQ-DATE-SORTIE      PIC 9(8).
           05  LQ-HEURE-SORTIE     PIC 9(4).
           05  LQ-DATE-RETOUR      PIC 9(8).
           05  LQ-STATUT           PIC X.
               88  LQ-SORTI            VALUE "S".
               88  LQ-RENDU            VALUE "R".
               88  LQ-FACTURE          VALUE "F".
           05  LQ-OPERATEUR        PIC X(10).
           05  LQ-MONTANT-FACT     PIC 9(5)V99.
           05  LQ-NUMFACT          PIC 9(6).

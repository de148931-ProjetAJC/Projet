      * VENTEBOUT-RECORD - one article line of a club shop sale
      * (F104), keyed by the FACTNUM invoice the ticket was issued
      * under plus the line number, with the sale day as alternate
      * key for the F105 monthly report. The ticket is either put on
      * the member's account (mode "A", PI-SOLDE debited through a
      * MVT.DAT movement) or paid at the desk (E/C/B, journaled in
      * PAIEMENT.DAT under BT-RECU). F105 and F13 post each line
      * to the shop revenue account through BOUTIQUE-PROC.cpy.
       01  VENTEBOUT-REC.
           05  BT-CLE.
               10  BT-FACTURE      PIC 9(6).
               10  BT-LIGNE        PIC 9(2).
           05  BT-DATE             PIC 9(8).
           05  BT-NUMPIL           PIC 9(6).
           05  BT-CODE             PIC X(6).
           05  BT-QUANTITE         PIC 9(3).
           05  BT-PRIX-HT          PIC 9(4)V99.
           05  BT-TAUX-TVA         PIC 99V99.
           05  BT-MONTANT-HT       PIC S9(6)V99.
           05  BT-MONTANT-TVA      PIC S9(6)V99.
           05  BT-MODE             PIC X.
               88  BT-AU-COMPTE        VALUE "A".
               88  BT-ESPECES          VALUE "E".
           05  BT-RECU             PIC 9(6).
           05  BT-OPERATEUR        PIC X(10).

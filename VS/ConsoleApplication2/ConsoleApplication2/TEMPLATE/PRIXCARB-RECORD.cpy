      * PRIXCARB-RECORD - delivery price of a fuel product per
      * calendar month, accumulated by F49 as each delivery is
      * keyed with its price per litre excluding VAT. The month's
      * average price is PX-MONTANT / PX-LITRES: only priced
      * deliveries are counted, a delivery keyed at zero price
      * leaves the month's average alone. INDEXCARB-PROC reads the
      * AVGAS rows to index the hourly rate of the types carrying
      * a PF-PRIX-REF clause.
       01  PRIXCARB-REC.
           05  PX-CLE.
               10  PX-PRODUIT      PIC X(6).
               10  PX-MOIS         PIC 9(6).
           05  PX-LITRES           PIC 9(7)V9.
           05  PX-MONTANT          PIC 9(8)V99.
           05  PX-NB-LIVR          PIC 9(4).
           05  PX-MAJ              PIC X(14).

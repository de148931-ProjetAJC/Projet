      * FACTFOUR-RECORD - indexed purchase-invoice register: one
      * supplier bill, numbered internally from the "FACTFOUR"
      * sequence, with the supplier's own reference, due date,
      * amounts HT/TVA/TTC and the COMPTES.DAT poste it is charged
      * to. An optional link names what it pays for - an F11 work
      * order (aircraft + order number) or an F49 delivery (product
      * + delivery date). FF-REGLE accumulates the payments recorded
      * against it (REGFOUR.DAT) and FF-ETAT follows: A a payer,
      * P partiellement reglee, S soldee. Alternate keys on the
      * supplier and the due date serve the per-supplier screen and
      * the unpaid listing.
       01  FACTFOUR-REC.
           05  FF-NUMERO           PIC 9(6).
           05  FF-FOURN            PIC X(8).
           05  FF-REFERENCE        PIC X(20).
           05  FF-DATE             PIC 9(8).
           05  FF-ECHEANCE         PIC 9(8).
           05  FF-LIBELLE          PIC X(30).
           05  FF-HT               PIC 9(7)V99.
           05  FF-TVA              PIC 9(6)V99.
           05  FF-TTC              PIC 9(7)V99.
           05  FF-CM-CODE          PIC X(8).
           05  FF-LIEN-TYPE        PIC X.
               88  FF-SANS-LIEN        VALUE SPACE.
               88  FF-LIEN-OT          VALUE "O".
               88  FF-LIEN-LIVRAISON   VALUE "L".
           05  FF-LIEN             PIC X(14).
           05  FF-LIEN-OT-CLE REDEFINES FF-LIEN.
               10  FF-LIEN-CODAV   PIC 9(3).
               10  FF-LIEN-NUMOT   PIC 9(6).
               10  FILLER          PIC X(5).
           05  FF-LIEN-LIVR-CLE REDEFINES FF-LIEN.
               10  FF-LIEN-PRODUIT PIC X(6).
               10  FF-LIEN-DATE    PIC 9(8).
           05  FF-REGLE            PIC 9(7)V99.
           05  FF-ETAT             PIC X.
               88  FF-A-PAYER          VALUE "A".
               88  FF-PARTIELLE        VALUE "P".
               88  FF-SOLDEE           VALUE "S".
           05  FF-DATE-SAISIE      PIC 9(8).
           05  FF-RESERVE          PIC X(20).

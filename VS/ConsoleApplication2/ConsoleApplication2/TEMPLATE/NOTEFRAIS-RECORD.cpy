      * NOTEFRAIS-RECORD - volunteer expense claims: one record per
      * receipt a member hands the treasurer (parts bought, landing
      * fees paid on a ferry flight, mileage to the maintenance
      * shop), keyed by its own number with the member as alternate
      * key. Entered and decided through F129: a claim is keyed
      * "S", approved "A" or rejected "R" by the treasurer, and an
      * approved claim is then settled one of three ways - paid out
      * ("P", PAIEMENT journal mode F), credited to PI-SOLDE ("C",
      * MVT.DAT) or waived by the member and turned into a gift
      * ("D", DONS.DAT nature A). NOTEFRAIS-PROC.cpy posts the
      * approval and the settlement to ECRITURES.TXT.
       01  NOTEFRAIS-REC.
           05  NF-ID               PIC 9(6).
           05  NF-NUMPIL           PIC 9(6).
           05  NF-DATE             PIC 9(8).
      * Category, each posted to its own COMPTES.DAT poste.
           05  NF-CATEGORIE        PIC X.
               88  NF-CAT-PIECES       VALUE "P".
               88  NF-CAT-ATTER        VALUE "T".
               88  NF-CAT-DEPLAC       VALUE "D".
               88  NF-CAT-DIVERS       VALUE "A".
               88  NF-CAT-VALIDE       VALUE "P", "T", "D", "A".
      * Amount TTC as on the receipt, and the TVA it shows.
           05  NF-MONTANT          PIC 9(6)V99.
           05  NF-TVA              PIC 9(6)V99.
           05  NF-JUSTIF           PIC X(15).
      * What the money was spent for: a work order (aircraft +
      * order number, MAINT.DAT) or a flight (VOL.DAT number).
           05  NF-LIEN-TYPE        PIC X.
               88  NF-LIEN-OT          VALUE "O".
               88  NF-LIEN-VOL         VALUE "V".
               88  NF-SANS-LIEN        VALUE " ".
           05  NF-LIEN-CODAV       PIC 9(3).
           05  NF-LIEN-NUMERO      PIC 9(6).
           05  NF-ETAT             PIC X.
               88  NF-SAISIE           VALUE "S".
               88  NF-APPROUVEE        VALUE "A".
               88  NF-REJETEE          VALUE "R".
               88  NF-PAYEE            VALUE "P".
               88  NF-CREDITEE         VALUE "C".
               88  NF-DONNEE           VALUE "D".
               88  NF-VALIDEE          VALUE "A", "P", "C", "D".
               88  NF-REGLEE           VALUE "P", "C", "D".
           05  NF-DATE-DECISION    PIC 9(8).
           05  NF-DECIDEUR         PIC X(10).
           05  NF-MOTIF            PIC X(30).
           05  NF-DATE-REGLEMENT   PIC 9(8).
      * How a paid claim left: E especes (caisse), C cheque or
      * V virement (banque).
           05  NF-MODE-REGLEMENT   PIC X.
      * Receipt number (paid) or gift number (waived); zero when
      * credited, the MVT.DAT row carrying the claim number.
           05  NF-REFERENCE        PIC 9(6).
           05  NF-OPERATEUR        PIC X(10).
           05  NF-RESERVE          PIC X(20).

      * ARTICLE-RECORD - club shop catalogue (cartes, carnets de
      * vol, casques, rapporteurs, polos...): selling price HT, VAT
      * rate (zero = the global TVA-DEFAUT), stock on hand and the
      * reorder threshold under which F104 and the F105 monthly
      * report flag the article. Maintained, restocked and sold
      * through F104.
       01  ARTICLE-REC.
           05  AE-CODE             PIC X(6).
           05  AE-LIBELLE          PIC X(30).
           05  AE-PRIX-HT          PIC 9(4)V99.
           05  AE-TAUX-TVA         PIC 99V99.
           05  AE-QUANTITE         PIC S9(5).
           05  AE-SEUIL            PIC 9(5).
           05  AE-DERNIERE-ENTREE  PIC 9(8).
           05  AE-ETAT             PIC X.
               88  AE-EN-VENTE         VALUE "V".
               88  AE-RETIRE           VALUE "R".
           05  AE-RESERVE          PIC X(20).

      * EQUIP-RECORD - loanable equipment inventory kept by F114:
      * headsets, life jackets, ELTs and aircraft keys, one row per
      * serial-numbered item. EQ-CODAV ties a key ring to its
      * aircraft (0 for the other items). EQ-VALEUR is the TTC
      * replacement price billed to the member when an item is not
      * brought back within PARAMS EQUIP-DELAI days. EQ-PRET-ID
      * points at the open PRETEQ row while the item is out.
       01  EQUIP-REC.
           05  EQ-NUMSERIE         PIC X(12).
           05  EQ-TYPE             PIC X.
               88  EQ-CASQUE           VALUE "C".
               88  EQ-GILET            VALUE "G".
               88  EQ-BALISE           VALUE "E".
               88  EQ-CLES             VALUE "K".
           05  EQ-LIBELLE          PIC X(30).
           05  EQ-CODAV            PIC 9(3).
           05  EQ-VALEUR           PIC 9(5)V99.
           05  EQ-STATUT           PIC X.
               88  EQ-DISPO            VALUE "D".
               88  EQ-SORTI            VALUE "S".
               88  EQ-FACTURE          VALUE "F".
               88  EQ-REFORME          VALUE "R".
           05  EQ-PRET-ID          PIC 9(6).
           05  EQ-MAJ              PIC X(14).

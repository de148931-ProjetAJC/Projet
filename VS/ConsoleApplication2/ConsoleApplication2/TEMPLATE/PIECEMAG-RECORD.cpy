      * PIECEMAG-RECORD - magasin pieces: the club's own shelf of spark
      * plugs, filters, tyres, oil and the like, one row per part
      * number. The quantity on hand moves only through F122
      * receipts, issues to a work order and stock counts (each one
      * a MAGMVT.DAT movement); the unit cost is the weighted
      * average of the receipts, the value an issue is charged to
      * the order at. A part applies to up to four aircraft types
      * (all spaces = any type); a serialised part moves one unit
      * at a time under its serial number. F123 lists the parts
      * under their minimum and prints the yearly count variance.
       01  PIECEMAG-REC.
           05  PC-REFERENCE        PIC X(15).
           05  PC-LIBELLE          PIC X(30).
           05  PC-TYPES.
               10  PC-TYPE         PIC X(2) OCCURS 4.
           05  PC-COUT-MOYEN       PIC 9(5)V99.
           05  PC-QUANTITE         PIC S9(5).
           05  PC-MINIMUM          PIC 9(5).
           05  PC-SERIALISE        PIC X.
               88  PC-EST-SERIALISE    VALUE "O".
           05  PC-FOURN            PIC X(8).
           05  PC-DERNIERE-ENTREE  PIC 9(8).
           05  PC-DERNIER-INVENT   PIC 9(8).
           05  PC-RESERVE          PIC X(20).

           05  SK-QUANTITE         PIC S9(6)V9.
           05  SK-SEUIL-REAPPRO    PIC 9(5)V9.
           05  SK-DERNIERE-LIVR    PIC 9(8).
      * The figures above are the principal base's pump. Each
      * satellite base's pump keeps its own book stock, threshold
      * and last delivery in a slot here, opened by its first
      * movement (BASE-PROC.cpy STOCK-BASE-MAJ); spaces on a
      * single-base club.
           05  SK-SATELLITES OCCURS 3.
               10  SK-SAT-BASE         PIC X(4).
               10  SK-SAT-QUANTITE     PIC S9(6)V9.
               10  SK-SAT-SEUIL        PIC 9(5)V9.
               10  SK-SAT-DERN-LIVR    PIC 9(8).

      * MAGMVT-RECORD - movements of the magasin pieces, numbered
      * from the "MAGMVT" sequence: a receipt ("R") against a
      * supplier's delivery note, an issue ("S") to an F11 work
      * order - which also wrote the order's OTLIGNE.DAT parts line
      * at the average cost - or a stock count ("I") carrying the
      * book quantity before the count and the variance found.
      * Alternate key on the part number for its history; a
      * serialised unit is on the shelf while its receipts outnumber
      * its issues.
       01  MAGMVT-REC.
           05  MG-ID               PIC 9(8).
           05  MG-REFERENCE        PIC X(15).
           05  MG-TYPE             PIC X.
               88  MG-RECEPTION        VALUE "R".
               88  MG-SORTIE           VALUE "S".
               88  MG-INVENTAIRE       VALUE "I".
           05  MG-DATE             PIC 9(8).
           05  MG-QUANTITE         PIC S9(5).
           05  MG-COUT-UNIT        PIC 9(5)V99.
           05  MG-SERIE            PIC X(12).
           05  MG-FOURN            PIC X(8).
           05  MG-BON-LIVRAISON    PIC X(15).
           05  MG-CODAV            PIC 9(3).
           05  MG-NUMOT            PIC 9(6).
           05  MG-QTE-LIVRE        PIC S9(5).
           05  MG-OPERATEUR        PIC X(10).
           05  MG-RESERVE          PIC X(20).

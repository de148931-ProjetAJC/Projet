      * CODEPOST-RECORD - postal-code reference, one row per code
      * and commune name as the national list spells it (upper
      * case, no accents), loaded by F106 from the CODES_POSTAUX.TXT
      * drop. A code serving several communes has several rows; a
      * START on PO-CP with PO-VILLE at LOW-VALUES walks them all.
       01  CODEPOST-REC.
           05  PO-CLE.
               10  PO-CP           PIC 9(5).
               10  PO-VILLE        PIC X(50).
           05  PO-INSEE            PIC X(5).

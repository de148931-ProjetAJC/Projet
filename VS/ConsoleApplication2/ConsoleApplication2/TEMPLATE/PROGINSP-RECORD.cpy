      * PROGINSP-RECORD - programme d'inspection per aircraft type:
      * for each visit type (50H, 100H, ANNU...) the numbered tasks
      * the visit must cover, and whether each one is mandatory.
      * Maintained on F51 next to the type's PERF row; F11 copies
      * a visit's tasks into TACHEOT.DAT when it opens an order of
      * that visit type on an aircraft of the type.
       01  PROGINSP-REC.
           05  IP-CLE.
               10  IP-CODTYP       PIC X(2).
               10  IP-VISITE       PIC X(4).
               10  IP-NUMTACHE     PIC 9(3).
           05  IP-TEXTE            PIC X(50).
           05  IP-OBLIGATOIRE      PIC X.
               88  IP-OBLIGE           VALUE "O".
           05  IP-RESERVE          PIC X(20).

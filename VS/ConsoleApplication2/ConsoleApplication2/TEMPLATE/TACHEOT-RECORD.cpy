      * TACHEOT-RECORD - task cards of one work order, generated
      * by F11 from the aircraft type's PROGINSP.DAT programme when
      * an order is opened with a visit type, keyed under the
      * order's aircraft + number like OTLIGNE.DAT. Each card is
      * signed off on its own with the mechanic and the date; the
      * order will not close while a mandatory card is still open,
      * and the signed list prints with the order.
       01  TACHEOT-REC.
           05  TK-CLE.
               10  TK-CODAV        PIC 9(3).
               10  TK-NUMOT        PIC 9(6).
               10  TK-NUMTACHE     PIC 9(3).
           05  TK-TEXTE            PIC X(50).
           05  TK-OBLIGATOIRE      PIC X.
               88  TK-OBLIGE           VALUE "O".
           05  TK-ETAT             PIC X.
               88  TK-A-FAIRE          VALUE "A".
               88  TK-SIGNEE           VALUE "S".
           05  TK-MECANICIEN       PIC X(20).
           05  TK-DATE             PIC 9(8).
           05  TK-OPERATEUR        PIC X(10).
           05  TK-RESERVE          PIC X(20).

      * AUDCHAIN-RECORD - head of the AUDIT.LOG hash chain: one row
      * (key "AUDIT") holding the sequence number and chain value of
      * the last line LOG-AUDIT wrote, so the next line can be linked
      * to it without rereading the whole log. F108 compares the log's
      * last line against it to catch lines cut off the end.
       01  AUDCHAIN-REC.
           05  AC-CLE              PIC X(8).
           05  AC-SEQUENCE         PIC 9(9).
           05  AC-CHAINE           PIC 9(9).
           05  AC-HORODATE         PIC 9(14).

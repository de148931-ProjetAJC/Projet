      * AUDIT-RECORD - sequential audit trail line: who changed what,
      * where, and when, for every create/update/delete across
      * F0/F2/F3/F4.
      * Each line carries its place in the log (AU-SEQUENCE) and a
      * chain value folding the previous line's chain value with this
      * line's content, so an edited, inserted or removed line breaks
      * every link after it (checked by F108). Lines written before
      * the chain was introduced have both fields blank.
       01  AUDIT-REC.
           05  AU-TIMESTAMP        PIC 9(14).
           05  AU-OPERATEUR        PIC X(10).
           05  AU-PARAGRAPHE       PIC X(20).
           05  AU-ACTION           PIC X(8).
           05  AU-RESUME           PIC X(100).
           05  AU-SEQUENCE         PIC 9(9).
           05  AU-CHAINE           PIC 9(9).

      * own message field directly, since F0/F1/F2 spell it WS_MSG
      * (underscore) while F3/F4/F5/F6/F7 spell it WS-MSG (hyphen) -
      * callers MOVE their own message into WS-ERR-TEXT first.
      * LOG-AUDIT also chains each line to the one before it: the
      * head of the chain (last sequence number and chain value) is
      * kept in AUDCHAIN.DAT, held open I-O while the line is written.
       LOG-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
               IN AUDIT-REC.
           MOVE WS-AUDIT-PARAGRAPHE TO AU-PARAGRAPHE.
           MOVE WS-AUDIT-ACTION    TO AU-ACTION.
           MOVE WS-AUDIT-RESUME    TO AU-RESUME.
           OPEN I-O AUDCHAIN-FILE.
           IF WS-FS-AUDCHAIN = "35"
               OPEN OUTPUT AUDCHAIN-FILE
               CLOSE AUDCHAIN-FILE
               OPEN I-O AUDCHAIN-FILE
           END-IF.
           MOVE "AUDIT" TO AC-CLE.
           IF WS-FS-AUDCHAIN = "00"
               READ AUDCHAIN-FILE
                   INVALID KEY
                       MOVE "AUDIT" TO AC-CLE
                       MOVE 0 TO AC-SEQUENCE AC-CHAINE
                       MOVE "23" TO WS-FS-AUDCHAIN
               END-READ
           ELSE
               MOVE 0 TO AC-SEQUENCE AC-CHAINE
           END-IF.
           COMPUTE AU-SEQUENCE = AC-SEQUENCE + 1.
           MOVE AC-CHAINE TO WS-AUC-CHAINE.
           PERFORM CALCULE-MAILLON.
           MOVE WS-AUC-CHAINE TO AU-CHAINE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-FS-AUDIT = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
           MOVE AU-SEQUENCE TO AC-SEQUENCE.
           MOVE AU-CHAINE TO AC-CHAINE.
           MOVE AU-TIMESTAMP TO AC-HORODATE.
           EVALUATE WS-FS-AUDCHAIN
               WHEN "23"
                   WRITE AUDCHAIN-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   CLOSE AUDCHAIN-FILE
               WHEN "00"
                   REWRITE AUDCHAIN-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   CLOSE AUDCHAIN-FILE
           END-EVALUATE.

      * One link of the chain: the previous chain value (in
      * WS-AUC-CHAINE) and the line's content plus sequence number
      * (AUDIT-REC's first 169 bytes) folded the same
      * multiply-and-fold way as the operator passwords. The new
      * chain value comes back in WS-AUC-CHAINE.
       CALCULE-MAILLON.
           MOVE SPACES TO WS-AUC-TAMPON.
           STRING WS-AUC-CHAINE AUDIT-REC(1:169)
               DELIMITED BY SIZE INTO WS-AUC-TAMPON.
           MOVE 7 TO WS-AUC-CHAINE.
           PERFORM VARYING WS-AUC-IDX FROM 1 BY 1
                   UNTIL WS-AUC-IDX > 178
               COMPUTE WS-AUC-CHAINE = FUNCTION REM(
                   WS-AUC-CHAINE * 31
                   + FUNCTION ORD(WS-AUC-TAMPON(WS-AUC-IDX:1)),
                   999999937)
           END-PERFORM.

       LOG-ERREUR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP

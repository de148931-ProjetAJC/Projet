                       CLOSE BON-FILE
                       ADD 1 TO WS-NB-RETABLIS
                   END-IF
               WHEN "PAYEUR"
                   OPEN I-O PAYEUR-FILE
                   IF WS-FS-PAYEUR = "00"
                       MOVE JR-IMAGE-AVANT TO PAYEUR-REC
                       REWRITE PAYEUR-REC
                           INVALID KEY WRITE PAYEUR-REC
                           END-WRITE
                       END-REWRITE
                       CLOSE PAYEUR-FILE
                       ADD 1 TO WS-NB-RETABLIS
                   END-IF
               WHEN "BANQUE"
                   OPEN I-O BANQUE-FILE
                   IF WS-FS-BANQUE = "00"
                       MOVE JR-IMAGE-AVANT TO BANQUE-REC
                       REWRITE BANQUE-REC
                           INVALID KEY WRITE BANQUE-REC
                           END-WRITE
                       END-REWRITE
                       CLOSE BANQUE-FILE
                       ADD 1 TO WS-NB-RETABLIS
                   END-IF
               WHEN "ACTMOIS"
                   OPEN I-O ACTMOIS-FILE
                   IF WS-FS-ACTMOIS = "00"
                       MOVE JR-IMAGE-AVANT TO ACTMOIS-REC
                       REWRITE ACTMOIS-REC
                           INVALID KEY WRITE ACTMOIS-REC
                           END-WRITE
                       END-REWRITE
                       CLOSE ACTMOIS-FILE
                       ADD 1 TO WS-NB-RETABLIS
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING "Image non retablissable, fichier "

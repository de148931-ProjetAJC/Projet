      * lines and credits it cannot match go to a date-stamped
      * exceptions report, cataloged for F35, so the treasurer
      * works the exceptions instead of the whole statement.
      * A non-flying payer (PAYEUR.DAT, F89) is matched the same
      * way - its number comes from the pilot sequence and its IBAN
      * sits on BANQUE.DAT - and the transfer goes to PY-SOLDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-LIGNE-OK         PIC X VALUE "N".
               88  WS-LIGNE-VALIDE     VALUE "O".
           77  WS-MATCH-NUMPIL     PIC 9(6) VALUE 0.
           77  WS-MATCH-TIERS      PIC X VALUE "N".
               88  WS-MATCH-PAYEUR     VALUE "O".
           77  WS-MOTIF            PIC X(40) VALUE SPACES.
           77  WS-REF-IDX          PIC 9(2) VALUE 0.

               PERFORM CHERCHE-PAR-IBAN
           END-IF.
      * Whoever was matched must actually exist on the pilot
      * file or the payer file, or the line stays an exception.
           MOVE "N" TO WS-MATCH-TIERS.
           IF WS-MATCH-NUMPIL > 0
               OPEN INPUT PILOTE-FILE
               IF WS-FS-PILOTE = "00"
                   MOVE WS-MATCH-NUMPIL TO PI-NUMPIL
                   READ PILOTE-FILE
                       INVALID KEY
                           MOVE "O" TO WS-MATCH-TIERS
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   CLOSE PILOTE-FILE
               ELSE
                   MOVE "O" TO WS-MATCH-TIERS
               END-IF
           END-IF.
           IF WS-MATCH-PAYEUR
               OPEN INPUT PAYEUR-FILE
               IF WS-FS-PAYEUR = "00"
                   MOVE WS-MATCH-NUMPIL TO PY-ID
                   READ PAYEUR-FILE
                       INVALID KEY
                           MOVE 0 TO WS-MATCH-NUMPIL
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   CLOSE PAYEUR-FILE
               ELSE
                   MOVE 0 TO WS-MATCH-NUMPIL
               END-IF
      * APPLIQUE-PAIEMENT, journaled under the "V" mode so the
      * treasurer can tell a transfer from a desk payment.
       APPLIQUE-VIREMENT.
           IF WS-MATCH-PAYEUR
               MOVE WS-MATCH-NUMPIL TO WS-PAY-ID
               MOVE WS-MONTANT TO WS-PAY-MONTANT
               PERFORM IMPUTE-PAYEUR
               MOVE WS-PAY-SOLDE TO WS-MVT-SOLDE
           END-IF.
           OPEN I-O PILOTE-FILE.
           OPEN I-O ETATPIL-FILE.
           IF WS-FS-PILOTE = "00" AND NOT WS-MATCH-PAYEUR
               MOVE WS-MATCH-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
           MOVE "F55"               TO WS-AUDIT-PROGRAMME.
           MOVE "APPLIQUE-VIREMENT" TO WS-AUDIT-PARAGRAPHE.
           MOVE "PAIEMENT"          TO WS-AUDIT-ACTION.
           STRING "virement " WS-MONTANT " EUR applique au compte "
               WS-MATCH-NUMPIL " (recu " WS-PAIE-NUMRECU ")"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

       COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       COPY "PAYEUR-PROC.cpy" IN TEMPLATE.

       END PROGRAM F55.

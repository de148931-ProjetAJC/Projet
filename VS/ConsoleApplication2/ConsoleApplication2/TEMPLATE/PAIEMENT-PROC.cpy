      * first use), the PAIEMENT.DAT journal record is written, and a
      * printable receipt is appended to RECUS.TXT. The receipt
      * number handed out comes back in WS-PAIE-NUMRECU.
      * The payment is dated today unless the caller sets
      * WS-PAIE-DATE; a date in a closed accounting period is
      * booked in the open one through DATE-COMPTABLE, the date
      * asked for kept in PA-DATE-ORIGINE - so PERIODE-PROC.cpy
      * must be copied in as well.
       ENREGISTRE-PAIEMENT.
           MOVE "RECU" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           INITIALIZE PAIEMENT-REC.
           MOVE WS-PAIE-NUMRECU TO PA-NUMRECU.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PA-TIMESTAMP.
           MOVE WS-PAIE-DATE TO WS-PER-DATE.
           PERFORM DATE-COMPTABLE.
           MOVE WS-PER-EFFET TO PA-TIMESTAMP(1:8).
           IF WS-PER-REPORTEE
               MOVE WS-PER-DATE TO PA-DATE-ORIGINE
           END-IF.
           MOVE 0 TO WS-PAIE-DATE.
           MOVE WS-PAIE-NUMPIL  TO PA-NUMPIL.
           MOVE WS-PAIE-MONTANT TO PA-MONTANT.
           MOVE WS-PAIE-MODE    TO PA-MODE.
               " - " WS-PAIE-NBVOLS " vol(s) regle(s) - operateur "
               WS-OPERATEUR DELIMITED BY SIZE INTO RU-LIGNE.
           WRITE RECU-REC.
           IF PA-DATE-ORIGINE NOT = 0
               MOVE SPACES TO RU-LIGNE
               STRING "Date d'origine " PA-DATE-ORIGINE
                   " en periode close - comptabilise le "
                   PA-TIMESTAMP(1:8) DELIMITED BY SIZE INTO RU-LIGNE
               WRITE RECU-REC
           END-IF.
           MOVE SPACES TO RU-LIGNE.
           WRITE RECU-REC.
           CLOSE RECU-FILE.

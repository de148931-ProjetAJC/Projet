      * WS-FAC-MONTANT and PERFORMs ALLOUE-NUMERO-FACTURE; the
      * allocated number comes back in WS-FAC-NUMERO. The register
      * is the unbroken paper trail French invoicing rules require.
      * The invoice is dated today unless WS-FAC-DATE is set; a
      * date in a closed accounting period is moved to the open one
      * (DATE-COMPTABLE - PERIODE-PROC.cpy is copied in too), the
      * original kept in FN-DATE-ORIGINE.
       ALLOUE-NUMERO-FACTURE.
           MOVE "FACTURE" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           MOVE WS-FAC-NUMPIL  TO FN-NUMPIL.
           MOVE WS-FAC-PERIODE TO FN-PERIODE.
           MOVE WS-FAC-MONTANT TO FN-MONTANT.
           MOVE WS-FAC-DATE TO WS-PER-DATE.
           PERFORM DATE-COMPTABLE.
           MOVE WS-PER-EFFET TO FN-DATE.
           IF WS-PER-REPORTEE
               MOVE WS-PER-DATE TO FN-DATE-ORIGINE
           END-IF.
           MOVE 0 TO WS-FAC-DATE.
           MOVE "E" TO FN-ETAT.
           MOVE 0 TO FN-AVOIR-DE.
      * Net/rate split for the VAT declaration: a caller that

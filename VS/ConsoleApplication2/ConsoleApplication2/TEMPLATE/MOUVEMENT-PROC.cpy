      * WS-MVT-MONTANT (the signed delta just applied),
      * WS-MVT-REFERENCE (the vol/facture/recu number behind it)
      * and WS-MVT-SOLDE (the balance as it now stands) and
      * PERFORMs ENREGISTRE-MOUVEMENT. The row is dated today
      * unless WS-MVT-DATE is set; a date in a closed accounting
      * period is booked in the open one (DATE-COMPTABLE, so
      * PERIODE-PROC.cpy is copied in too), the original kept in
      * MV-DATE-ORIGINE.
       ENREGISTRE-MOUVEMENT.
           MOVE "MVT" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           INITIALIZE MOUVEMENT-REC.
           MOVE WS-SEQ-VALEUR    TO MV-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MV-TIMESTAMP.
           MOVE WS-MVT-DATE TO WS-PER-DATE.
           PERFORM DATE-COMPTABLE.
           MOVE WS-PER-EFFET TO MV-TIMESTAMP(1:8).
           IF WS-PER-REPORTEE
               MOVE WS-PER-DATE TO MV-DATE-ORIGINE
           END-IF.
           MOVE 0 TO WS-MVT-DATE.
           MOVE WS-MVT-NUMPIL    TO MV-NUMPIL.
           MOVE WS-MVT-PROGRAMME TO MV-PROGRAMME.
           MOVE WS-MVT-TYPE      TO MV-TYPE.

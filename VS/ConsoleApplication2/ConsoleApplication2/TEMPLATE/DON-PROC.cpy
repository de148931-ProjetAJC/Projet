      * DON-PROC - shared paragraph recording one gift on the
      * donations register (DONS.DAT), same shape as
      * MOUVEMENT-PROC.cpy. COPY into PROCEDURE DIVISION; requires
      * DATAFILES.cpy/-FD/-WS and SEQUENCE-PROC.cpy already copied
      * in. Caller fills WS-DON-NUMPIL (the donor), WS-DON-DATE,
      * WS-DON-MONTANT, WS-DON-NATURE (E/C/B, or A for fees waived)
      * and WS-DON-PERIODE (the INSTRDU month waived, zero for a
      * gift in money) and PERFORMs ENREGISTRE-DON; the gift's
      * number comes back in WS-DON-ID. The receipt number stays
      * zero until the annual F118 run issues it.
       ENREGISTRE-DON.
           MOVE "DON" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-DON-ID.
           INITIALIZE DON-REC.
           MOVE WS-DON-ID        TO DN-ID.
           MOVE WS-DON-NUMPIL    TO DN-NUMPIL.
           MOVE WS-DON-DATE      TO DN-DATE.
           MOVE WS-DON-MONTANT   TO DN-MONTANT.
           MOVE WS-DON-NATURE    TO DN-NATURE.
           MOVE WS-DON-PERIODE   TO DN-PERIODE.
           MOVE WS-OPERATEUR     TO DN-OPERATEUR.
           OPEN I-O DON-FILE.
           IF WS-FS-DON = "35"
               OPEN OUTPUT DON-FILE
           END-IF.
           WRITE DON-REC.
           CLOSE DON-FILE.

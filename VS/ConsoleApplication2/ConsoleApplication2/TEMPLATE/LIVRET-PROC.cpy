      * LIVRET-PROC - shared paragraph recording one logbook event
      * on LIVRET.DAT, same shape as DON-PROC.cpy. COPY into
      * PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS and
      * SEQUENCE-PROC.cpy already copied in. Caller fills
      * WS-LT-TYPE (P/D/C), WS-LT-CODAV, WS-LT-SERIE (spaces for a
      * directive), WS-LT-CPT-CELLULE, WS-LT-CP-HEURES,
      * WS-LT-CP-CYCLES, WS-LT-REFERENCE and WS-LT-TEXTE and
      * PERFORMs ENREGISTRE-LIVRET; the event is dated today and
      * signed by the session's operator.
       ENREGISTRE-LIVRET.
           MOVE "LIVRET" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           INITIALIZE LIVRET-REC.
           MOVE WS-SEQ-VALEUR     TO LT-ID.
           MOVE WS-LT-TYPE        TO LT-TYPE.
           MOVE WS-CURR-DATE      TO LT-DATE.
           MOVE WS-LT-CODAV       TO LT-CODAV.
           MOVE WS-LT-SERIE       TO LT-SERIE.
           MOVE WS-LT-CPT-CELLULE TO LT-CPT-CELLULE.
           MOVE WS-LT-CP-HEURES   TO LT-CP-HEURES.
           MOVE WS-LT-CP-CYCLES   TO LT-CP-CYCLES.
           MOVE WS-LT-REFERENCE   TO LT-REFERENCE.
           MOVE WS-LT-TEXTE       TO LT-TEXTE.
           MOVE WS-OPERATEUR      TO LT-OPERATEUR.
           OPEN I-O LIVRET-FILE.
           IF WS-FS-LIVRET = "35"
               OPEN OUTPUT LIVRET-FILE
           END-IF.
           WRITE LIVRET-REC.
           CLOSE LIVRET-FILE.

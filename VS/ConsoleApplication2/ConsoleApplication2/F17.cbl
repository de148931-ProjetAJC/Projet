       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE WS-CURR-DATE TO WS-AUJOURD-DATE.
           PERFORM CHARGE-BASES.
           PERFORM OUVRE-RAPPORT.
           PERFORM BALAYE-RESAS.
           PERFORM BALAYE-ATTENTE.

      * Same overlap test as F1's CHECK_RESA_OVERLAP_F1, against
      * the queued window itself, then the declared-unavailability
      * window test of CHECK_INDISPO_F1, then - for an entry that
      * named an instructor - the INSTRRESA-PROC check that the
      * instructor is still free for the slot.
       TESTE-ATTENTE.
           MOVE "N" TO WS-ATT-LIBRE.
           OPEN INPUT RESA-FILE.
                   CLOSE INDISPO-FILE
               END-IF
           END-IF.
           IF WS-ATT-LIBRE = "O" AND AT-NUMPIL-INSTR NOT = 0
               MOVE AT-NUMPIL-INSTR TO WS-IR-INSTR
               MOVE AT-NUMPIL       TO WS-IR-NUMPIL
               MOVE AT-DATE         TO WS-IR-DATE
               MOVE AT-HDEB         TO WS-IR-HDEB
               MOVE AT-HFIN         TO WS-IR-HFIN
               MOVE 0               TO WS-IR-RESA-ID
               PERFORM CONTROLE-INSTR-RESA
               IF NOT WS-IR-LIBRE
                   MOVE "N" TO WS-ATT-LIBRE
               END-IF
           END-IF.
           IF WS-ATT-LIBRE = "O"
               PERFORM PROMEUT-ATTENTE
           END-IF.
           MOVE AT-HDEB         TO RS-HDEB.
           MOVE AT-HFIN         TO RS-HFIN.
           MOVE "A"             TO RS-ETAT.
           MOVE AT-NUMPIL-INSTR TO RS-NUMPIL-INSTR.
      * The promoted reservation belongs to the aircraft's base.
           MOVE AT-CODAV        TO WS-BA-CODAV.
           PERFORM BASE-AVION.
           MOVE WS-BA-AVION     TO RS-BASE.
           OPEN I-O RESA-FILE.
           IF WS-FS-RESA = "35"
               OPEN OUTPUT RESA-FILE

           COPY "NOTIF-PROC.cpy" IN TEMPLATE.

           COPY "QUALINST-PROC.cpy" IN TEMPLATE.

           COPY "INSTRRESA-PROC.cpy" IN TEMPLATE.

           COPY "HEURE-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F17.

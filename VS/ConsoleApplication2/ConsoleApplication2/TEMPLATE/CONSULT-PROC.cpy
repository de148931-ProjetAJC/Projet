      * CONSULT-PROC - records that a member's personal data was
      * displayed or exported (CONSULT.DAT). COPY into PROCEDURE
      * DIVISION; requires DATAFILES.cpy/-FD/-WS and WS-OPERATEUR.
      * The caller fills WS-CS-NUMPIL, WS-CS-PROGRAMME, WS-CS-MOTIF
      * and WS-CS-ECRAN, then
      *   LOG-CONSULTATION     - one line, file opened and closed
      * or, around a loop over many members,
      *   OUVRE-CONSULTATIONS  - open once (created when missing)
      *   ECRIT-CONSULTATION   - one line per member
      *   FERME-CONSULTATIONS  - close
      * A store that cannot be opened loses the line silently: a
      * consultation is never refused for want of its log.
       LOG-CONSULTATION.
           PERFORM OUVRE-CONSULTATIONS.
           PERFORM ECRIT-CONSULTATION.
           PERFORM FERME-CONSULTATIONS.

       OUVRE-CONSULTATIONS.
           MOVE "N" TO WS-CS-OUVERT.
           OPEN I-O CONSULT-FILE.
           IF WS-FS-CONSULT = "35"
               OPEN OUTPUT CONSULT-FILE
               CLOSE CONSULT-FILE
               OPEN I-O CONSULT-FILE
           END-IF.
           IF WS-FS-CONSULT = "00"
               MOVE "O" TO WS-CS-OUVERT
           END-IF.

       ECRIT-CONSULTATION.
           IF WS-CS-FICHIER-OUVERT
               MOVE SPACES TO CONSULT-REC
               MOVE WS-CS-NUMPIL    TO CS-NUMPIL
               MOVE FUNCTION CURRENT-DATE(1:14) TO CS-HORODATE
               MOVE WS-CS-PROGRAMME TO CS-PROGRAMME
               MOVE 0               TO CS-RANG
               MOVE WS-OPERATEUR    TO CS-OPERATEUR
               MOVE WS-CS-MOTIF     TO CS-MOTIF
               MOVE WS-CS-ECRAN     TO CS-ECRAN
               MOVE "N" TO WS-CS-FAIT
               PERFORM UNTIL WS-CS-FAIT = "O" OR CS-RANG = 99
                   WRITE CONSULT-REC
                       INVALID KEY
                           ADD 1 TO CS-RANG
                       NOT INVALID KEY
                           MOVE "O" TO WS-CS-FAIT
                   END-WRITE
               END-PERFORM
           END-IF.

       FERME-CONSULTATIONS.
           IF WS-CS-FICHIER-OUVERT
               CLOSE CONSULT-FILE
               MOVE "N" TO WS-CS-OUVERT
           END-IF.

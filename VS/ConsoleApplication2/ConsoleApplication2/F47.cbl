      * recent flight date. Pilots below the configurable minima
      * (MIN-H-12 / MIN-VOLS-12 in the PARAMS file) or inactive for
      * more than INACTIF-MOIS months are flagged in
      * RAPPORT_EXPERIENCE.TXT. Flights declared as flown outside
      * the club (VOLEXT.DAT, F86) count once the secretariat has
      * validated them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   03  EX-HEURES       PIC 9(5)V9.
                   03  EX-NBVOLS       PIC 9(4).
                   03  EX-HEURES-INSTR PIC 9(5)V9.
                   03  EX-HEURES-EXT   PIC 9(5)V9.
                   03  EX-DERNIER      PIC 9(8).
           77  NB-EXP              PIC 9(3) VALUE 0.
           77  WS-IDX              PIC 9(3).
           PERFORM CHARGE-ROSTER.
           PERFORM BALAYE-VOLS.
           PERFORM BALAYE-VOLHIST.
           PERFORM BALAYE-VOLEXT.
           PERFORM EDITE-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.
                               MOVE 0 TO EX-HEURES(NB-EXP)
                               MOVE 0 TO EX-NBVOLS(NB-EXP)
                               MOVE 0 TO EX-HEURES-INSTR(NB-EXP)
                               MOVE 0 TO EX-HEURES-EXT(NB-EXP)
                               MOVE 0 TO EX-DERNIER(NB-EXP)
                           END-IF
                   END-READ
           END-IF.
           CLOSE VOLHIST-FILE.

       BALAYE-VOLEXT.
           OPEN INPUT VOLEXT-FILE.
           IF WS-FS-VOLEXT = "00"
               MOVE LOW-VALUES TO VX-ID
               START VOLEXT-FILE KEY IS NOT LESS THAN VX-ID
                   INVALID KEY MOVE "10" TO WS-FS-VOLEXT
               END-START
               PERFORM UNTIL WS-FS-VOLEXT = "10"
                   READ VOLEXT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLEXT
                       NOT AT END
                           IF VX-VALIDE
                               PERFORM CUMULE-VOLEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLEXT-FILE
           END-IF.

      * Same bounds as CUMULE-EXPERIENCE, on the declared date.
       CUMULE-VOLEXT.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NB-EXP OR WS-EX-TROUVE
               IF EX-NUMPIL(WS-IDX) = VX-NUMPIL
                   MOVE "O" TO WS-TROUVE
                   IF VX-DATE > EX-DERNIER(WS-IDX)
                       MOVE VX-DATE TO EX-DERNIER(WS-IDX)
                   END-IF
                   IF VX-DATE >= WS-DEBUT-12M
                       ADD 1 TO EX-NBVOLS(WS-IDX)
                       ADD VX-NBHVOL TO EX-HEURES(WS-IDX)
                       ADD VX-NBHVOL TO EX-HEURES-EXT(WS-IDX)
                       IF VX-VOL-INSTRUCTION
                           ADD VX-NBHVOL
                               TO EX-HEURES-INSTR(WS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The most recent flight date is kept whatever its age;
      * only the totals are bounded to the rolling window.
       CUMULE-EXPERIENCE.
               STRING EX-NUMPIL(WS-IDX) " " EX-NOM(WS-IDX) " "
                   EX-HEURES(WS-IDX) " h / " EX-NBVOLS(WS-IDX)
                   " vol(s) dont " EX-HEURES-INSTR(WS-IDX)
                   " h instr. (" EX-HEURES-EXT(WS-IDX) " h ext.)"
                   " - dernier vol " EX-DERNIER(WS-IDX)
                   " " WS-MOTIF
                   DELIMITED BY SIZE INTO EXPER-REC
               WRITE EXPER-REC

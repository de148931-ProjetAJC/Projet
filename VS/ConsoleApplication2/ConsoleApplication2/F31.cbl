      * totals file, and prints the year book
      * (LIVRE_AAAA.TXT) - the numbers sent to the federation and
      * the insurer every January.
      * A closed year (RESUME-PROC.cpy) is read off the monthly
      * activity summary ACTMOIS.DAT instead of the two flight
      * files. The summary files a flight under its month of
      * departure, so a flight out on 31 December and back in January
      * counts in the year it left; the revenue is the same
      * tariff-band figure this batch computes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "ACTMOIS-WS.cpy" IN TEMPLATE.

           77  WS-LIVRE-NOM        PIC X(30) VALUE SPACES.
           77  WS-FS-LIVRE         PIC XX VALUE "00".
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM CHARGE-PARAMS.
           PERFORM SAISIE-ANNEE.
           COMPUTE WS-AM-MOIS-DEBUT = WS-ANNEE * 100 + 1.
           COMPUTE WS-AM-MOIS-FIN = WS-ANNEE * 100 + 12.
           PERFORM CONTROLE-PERIODE-CLOSE.
           IF WS-AM-PERIODE-CLOSE
               DISPLAY "Annee close - lecture du resume mensuel."
               PERFORM BALAYE-RESUME
           ELSE
               PERFORM BALAYE-VOLS
               PERFORM BALAYE-VOLHIST
           END-IF.
           PERFORM RANGE-ANNUEL.
           PERFORM EDITE-LIVRE.
           PERFORM ENREGISTRE-AUDIT.
               MOVE WS-MONTANT TO TA-REVENU(NB-TOTA)
           END-IF.

       BALAYE-RESUME.
           OPEN INPUT ACTMOIS-FILE.
           IF WS-FS-ACTMOIS = "00"
               MOVE LOW-VALUES TO AM-CLE
               MOVE WS-AM-MOIS-DEBUT TO AM-MOIS
               START ACTMOIS-FILE KEY IS NOT LESS THAN AM-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ACTMOIS
               END-START
               PERFORM UNTIL WS-FS-ACTMOIS = "10"
                   READ ACTMOIS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ACTMOIS
                       NOT AT END
                           IF AM-MOIS > WS-AM-MOIS-FIN
                               MOVE "10" TO WS-FS-ACTMOIS
                           ELSE
                               IF AM-NB-VOLS > 0
                                   PERFORM CUMULE-RESUME-PILOTE
                                   PERFORM CUMULE-RESUME-AVION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTMOIS-FILE
           END-IF.

       CUMULE-RESUME-PILOTE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NB-TOTP OR WS-TT-TROUVE
               IF TP-NUMPIL(WS-IDX) = AM-NUMPIL
                   ADD AM-NB-VOLS TO TP-NBVOLS(WS-IDX)
                   ADD AM-HEURES TO TP-HEURES(WS-IDX)
                   ADD AM-H-INSTR TO TP-INSTR(WS-IDX)
                   ADD AM-RECETTE TO TP-REVENU(WS-IDX)
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-TT-TROUVE AND NB-TOTP < 100
               ADD 1 TO NB-TOTP
               MOVE AM-NUMPIL TO TP-NUMPIL(NB-TOTP)
               MOVE AM-NB-VOLS TO TP-NBVOLS(NB-TOTP)
               MOVE AM-HEURES TO TP-HEURES(NB-TOTP)
               MOVE AM-H-INSTR TO TP-INSTR(NB-TOTP)
               MOVE AM-RECETTE TO TP-REVENU(NB-TOTP)
           END-IF.

       CUMULE-RESUME-AVION.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NB-TOTA OR WS-TT-TROUVE
               IF TA-CODAV(WS-IDX) = AM-CODAV
                   ADD AM-NB-VOLS TO TA-NBVOLS(WS-IDX)
                   ADD AM-HEURES TO TA-HEURES(WS-IDX)
                   ADD AM-H-INSTR TO TA-INSTR(WS-IDX)
                   ADD AM-RECETTE TO TA-REVENU(WS-IDX)
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-TT-TROUVE AND NB-TOTA < 100
               ADD 1 TO NB-TOTA
               MOVE AM-CODAV TO TA-CODAV(NB-TOTA)
               MOVE AM-NB-VOLS TO TA-NBVOLS(NB-TOTA)
               MOVE AM-HEURES TO TA-HEURES(NB-TOTA)
               MOVE AM-H-INSTR TO TA-INSTR(NB-TOTA)
               MOVE AM-RECETTE TO TA-REVENU(NB-TOTA)
           END-IF.

      * One ANNUEL.DAT row per total; a re-run of the same
      * year simply overwrites its own rows.
       RANGE-ANNUEL.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "RESUME-PROC.cpy" IN TEMPLATE.

       END PROGRAM F31.

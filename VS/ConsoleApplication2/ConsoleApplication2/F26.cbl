      * prints, in the 132-column print style: flights and hours per
      * aircraft type (joining AV-CODTYP), utilization per tail
      * number (hours flown against the month's days, grounded
      * aircraft noted), the instruction/solo split, the navigation
      * flights and NM flown (the route F1 measured), and the same
      * totals for the preceding month so the month-over-month
      * movement shows on one page.
      * Flights and hours are also broken down by flight category
      * (local, navigation, instruction, bapteme and the non-billed
      * club categories - test, ferry, service) through
      * CATVOL-PROC.cpy.
      * Once the month is closed (RESUME-PROC.cpy) the figures are
      * read off the monthly activity summary ACTMOIS.DAT instead of
      * the flight scan; the summary also still holds flights F28
      * has since moved to the archive.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "PRINT-TEMPLATE.cpy" IN TEMPLATE.
           COPY "CATVOL-WS.cpy" IN TEMPLATE.
           COPY "ACTMOIS-WS.cpy" IN TEMPLATE.

           77  WS-MOIS             PIC 9(6) VALUE 0.
           77  WS-MOIS-PREC        PIC 9(6) VALUE 0.
           77  WS-TOT-VOLS         PIC 9(6) VALUE 0.
           77  WS-TOT-HEURES       PIC 9(7)V9 VALUE 0.
           77  WS-TOT-INSTR        PIC 9(6) VALUE 0.
      * Navigation flights (a point of the route other than the
      * base) and the NM F1 measured on the aerodrome table.
           77  WS-TOT-NAV          PIC 9(6) VALUE 0.
           77  WS-TOT-DIST         PIC 9(7)V9 VALUE 0.
           77  WS-PREC-VOLS        PIC 9(6) VALUE 0.
           77  WS-PREC-HEURES      PIC 9(7)V9 VALUE 0.

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM SAISIE-MOIS.
           PERFORM CHARGE-FLOTTE.
           PERFORM RAZ-CATVOL.
           MOVE WS-MOIS TO WS-AM-MOIS-DEBUT.
           MOVE WS-MOIS TO WS-AM-MOIS-FIN.
           PERFORM CONTROLE-PERIODE-CLOSE.
           IF WS-AM-PERIODE-CLOSE
               PERFORM BALAYE-RESUME
           ELSE
               PERFORM BALAYE-VOLS
           END-IF.
           PERFORM EDITE-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.
           IF VL-VOL-INSTRUCTION
               ADD 1 TO WS-TOT-INSTR
           END-IF.
           IF VL-VOL-NAVIGATION
               ADD 1 TO WS-TOT-NAV
           END-IF.
           ADD VL-DISTANCE TO WS-TOT-DIST.
           MOVE VL-CATEGORIE   TO WS-CV-CATEGORIE.
           MOVE VL-ID-PASSAGER TO WS-CV-PASSAGER.
           MOVE VL-INSTRUCTION TO WS-CV-INSTR.
           MOVE VL-NAVIGATION  TO WS-CV-NAV.
           MOVE VL-NBHVOL      TO WS-CV-NBHVOL.
           PERFORM CUMULE-CATVOL.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NB-AVIONS OR WS-ST-TROUVE
               END-IF
           END-PERFORM.

      * The preceding month sorts first in the summary's key, so
      * one pass from its first row covers both months.
       BALAYE-RESUME.
           OPEN INPUT ACTMOIS-FILE.
           IF WS-FS-ACTMOIS = "00"
               MOVE LOW-VALUES TO AM-CLE
               MOVE WS-MOIS-PREC TO AM-MOIS
               START ACTMOIS-FILE KEY IS NOT LESS THAN AM-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ACTMOIS
               END-START
               PERFORM UNTIL WS-FS-ACTMOIS = "10"
                   READ ACTMOIS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ACTMOIS
                       NOT AT END
                           EVALUATE AM-MOIS
                               WHEN WS-MOIS
                                   PERFORM CUMULE-RESUME
                               WHEN WS-MOIS-PREC
                                   ADD AM-NB-VOLS TO WS-PREC-VOLS
                                   ADD AM-HEURES TO WS-PREC-HEURES
                               WHEN OTHER
                                   MOVE "10" TO WS-FS-ACTMOIS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ACTMOIS-FILE
           END-IF.

       CUMULE-RESUME.
           ADD AM-NB-VOLS TO WS-TOT-VOLS.
           ADD AM-HEURES TO WS-TOT-HEURES.
           ADD AM-NB-INSTR TO WS-TOT-INSTR.
           ADD AM-NB-NAV TO WS-TOT-NAV.
           ADD AM-DISTANCE TO WS-TOT-DIST.
           MOVE AM-NATURE  TO WS-CV-CATEGORIE.
           MOVE AM-NB-VOLS TO WS-CV-NBVOL.
           MOVE AM-HEURES  TO WS-CV-NBHVOL.
           PERFORM CUMULE-CATVOL.
           MOVE 1 TO WS-CV-NBVOL.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NB-AVIONS OR WS-ST-TROUVE
               IF AS-CODAV(WS-IDX) = AM-CODAV
                   ADD AM-NB-VOLS TO AS-NBVOLS(WS-IDX)
                   ADD AM-HEURES TO AS-HEURES(WS-IDX)
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.

       EDITE-RAPPORT.
           MOVE SPACES TO WS-NOM-STATS.
           STRING "RAPPORT_STATS_" FUNCTION CURRENT-DATE(1:14)
           PERFORM ECRIT-ENTETE-PAGE.
           PERFORM EDITE-TYPES.
           PERFORM EDITE-AVIONS.
           PERFORM EDITE-CATEGORIES.
           PERFORM EDITE-TOTAUX.
           CLOSE STATS-FILE.
           MOVE "STATS" TO WS-RPT-TYPE.
               ADD 1 TO WS-PRT-LIGNE-CPT
           END-PERFORM.

       EDITE-CATEGORIES.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE SPACES TO ST-LIGNE.
           WRITE STATS-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE "Par categorie de vol:" TO ST-LIGNE.
           WRITE STATS-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.
           PERFORM VARYING WS-CV-I FROM 1 BY 1 UNTIL WS-CV-I > 7
               PERFORM SAUT-PAGE-SI-PLEINE
               MOVE SPACES TO ST-LIGNE
               STRING "  " WS-CV-CODE(WS-CV-I) " "
                   WS-CV-LIBELLE(WS-CV-I) " : "
                   WS-CV-NBVOLS(WS-CV-I) " vol(s), "
                   WS-CV-HEURES(WS-CV-I) " heure(s)"
                   DELIMITED BY SIZE INTO ST-LIGNE
               WRITE STATS-REC
               ADD 1 TO WS-PRT-LIGNE-CPT
           END-PERFORM.

       EDITE-TOTAUX.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE SPACES TO ST-LIGNE.
           ADD 1 TO WS-PRT-LIGNE-CPT.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE SPACES TO ST-LIGNE.
           STRING "           " WS-TOT-NAV " vol(s) de navigation, "
               WS-TOT-DIST " NM parcourus"
               DELIMITED BY SIZE INTO ST-LIGNE.
           WRITE STATS-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE SPACES TO ST-LIGNE.
           STRING "Mois " WS-MOIS-PREC " : " WS-PREC-VOLS
               " vol(s), " WS-PREC-HEURES " h (mois precedent)"
               DELIMITED BY SIZE INTO ST-LIGNE.
           WRITE STATS-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.
           PERFORM SAUT-PAGE-SI-PLEINE.
           IF WS-AM-PERIODE-CLOSE
               MOVE "Source : resume mensuel d'activite (mois clos)"
                   TO ST-LIGNE
           ELSE
               MOVE "Source : fichier des vols (mois non clos)"
                   TO ST-LIGNE
           END-IF.
           WRITE STATS-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"           TO WS-OPERATEUR.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "CATVOL-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "RESUME-PROC.cpy" IN TEMPLATE.

       END PROGRAM F26.

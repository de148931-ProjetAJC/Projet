      * printout and the roster. This year-end batch totals the
      * chosen year's flying from VOL.DAT and VOLHIST.DAT - hours
      * and instruction share per licence category (the pilot's
      * EP-CATEGORIE), navigation flights and distance flown - and
      * counts the active members per category, and the hours
      * per flight category (VL-CATEGORIE, CATV lines),
      * then writes the federation's fixed-column layout to a
      * date-stamped DECLARATION_FED output registered in the
      * CATRPT catalog like the other dated editions.
      * A closed year (RESUME-PROC.cpy) is totalled from the
      * monthly activity summary ACTMOIS.DAT instead of the two
      * flight files; the member counts still come off the roster.
      * A partner club's guest pilots (PI-INVITE) are not members:
      * they are left out of the counts and their hours on our
      * aircraft are totalled apart under category INVT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "PRINT-TEMPLATE.cpy" IN TEMPLATE.
           COPY "CATVOL-WS.cpy" IN TEMPLATE.
           COPY "ACTMOIS-WS.cpy" IN TEMPLATE.

           77  WS-FS-DECL          PIC XX VALUE "00".
           77  WS-NOM-DECL         PIC X(40) VALUE SPACES.
           77  WS-TOT-INSTR        PIC 9(7)V9 VALUE 0.
           77  WS-TOT-VOLS         PIC 9(6) VALUE 0.
           77  WS-TOT-MEMBRES      PIC 9(5) VALUE 0.
      * Navigation flights and route distance, as F1 measured
      * them against the aerodrome table (NAV line).
           77  WS-TOT-NAV          PIC 9(6) VALUE 0.
           77  WS-TOT-DIST         PIC 9(7)V9 VALUE 0.

      * Member counts by the federation's age bands, from the
      * date of birth the roster carries.
           77  WS-VOL-NUMPIL       PIC 9(6) VALUE 0.
           77  WS-VOL-NBHVOL       PIC 9(5)V9 VALUE 0.
           77  WS-VOL-INSTR        PIC X VALUE "N".
           77  WS-VOL-NAV          PIC X VALUE "N".
           77  WS-VOL-DIST         PIC 9(5)V9 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM SAISIE-ANNEE.
           PERFORM RAZ-CATVOL.
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
           PERFORM COMPTE-MEMBRES.
           PERFORM ECRIT-DECLARATION.
           PERFORM ENREGISTRE-AUDIT.
                               MOVE VL-NUMPIL  TO WS-VOL-NUMPIL
                               MOVE VL-NBHVOL  TO WS-VOL-NBHVOL
                               MOVE VL-INSTRUCTION TO WS-VOL-INSTR
                               MOVE VL-NAVIGATION TO WS-VOL-NAV
                               MOVE VL-DISTANCE TO WS-VOL-DIST
                               MOVE VL-CATEGORIE TO WS-CV-CATEGORIE
                               MOVE VL-ID-PASSAGER TO WS-CV-PASSAGER
                               PERFORM CUMULE-VOL
                           END-IF
                   END-READ
                               MOVE HV-NUMPIL  TO WS-VOL-NUMPIL
                               MOVE HV-NBHVOL  TO WS-VOL-NBHVOL
                               MOVE HV-INSTRUCTION TO WS-VOL-INSTR
                               MOVE HV-NAVIGATION TO WS-VOL-NAV
                               MOVE HV-DISTANCE TO WS-VOL-DIST
                               MOVE HV-CATEGORIE TO WS-CV-CATEGORIE
                               MOVE HV-ID-PASSAGER TO WS-CV-PASSAGER
                               PERFORM CUMULE-VOL
                           END-IF
                   END-READ
               IF WS-VOL-INSTR = "O"
                   ADD WS-VOL-NBHVOL TO WS-TOT-INSTR
               END-IF
               IF WS-VOL-NAV = "O"
                   ADD 1 TO WS-TOT-NAV
               END-IF
               ADD WS-VOL-DIST TO WS-TOT-DIST
               MOVE WS-VOL-INSTR  TO WS-CV-INSTR
               MOVE WS-VOL-NAV    TO WS-CV-NAV
               MOVE WS-VOL-NBHVOL TO WS-CV-NBHVOL
               PERFORM CUMULE-CATVOL
               PERFORM CHERCHE-CATEGORIE-PILOTE
               PERFORM RANGE-CATEGORIE
               ADD WS-VOL-NBHVOL TO CA-HEURES(WS-IDX)
               END-IF
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
                                   PERFORM CUMULE-RESUME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTMOIS-FILE
           END-IF.

      * One summary row is many flights of one pilot in one
      * nature: the same totals as CUMULE-VOL, added in bulk.
       CUMULE-RESUME.
           ADD AM-NB-VOLS TO WS-TOT-VOLS.
           ADD AM-HEURES TO WS-TOT-HEURES.
           ADD AM-H-INSTR TO WS-TOT-INSTR.
           ADD AM-NB-NAV TO WS-TOT-NAV.
           ADD AM-DISTANCE TO WS-TOT-DIST.
           MOVE AM-NATURE  TO WS-CV-CATEGORIE.
           MOVE AM-NB-VOLS TO WS-CV-NBVOL.
           MOVE AM-HEURES  TO WS-CV-NBHVOL.
           PERFORM CUMULE-CATVOL.
           MOVE 1 TO WS-CV-NBVOL.
           MOVE AM-NUMPIL TO WS-VOL-NUMPIL.
           PERFORM CHERCHE-CATEGORIE-PILOTE.
           PERFORM RANGE-CATEGORIE.
           ADD AM-HEURES TO CA-HEURES(WS-IDX).
           ADD AM-H-INSTR TO CA-H-INSTR(WS-IDX).

       CHERCHE-CATEGORIE-PILOTE.
           MOVE "????" TO WS-CUR-CAT.
           OPEN INPUT PILOTE-FILE.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PI-EST-INVITE
                               MOVE "INVT" TO WS-CUR-CAT
                           WHEN WS-FS-ETATPIL = "00"
                               MOVE PI-ID-ETATPILOTE TO EP-ID
                               READ ETATPIL-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE EP-CATEGORIE
                                           TO WS-CUR-CAT
                               END-READ
                       END-EVALUATE
               END-READ
           END-IF.
           CLOSE PILOTE-FILE.
                   READ PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PILOTE
                       NOT AT END
                           IF NOT PI-PARTI AND NOT PI-EST-INVITE
                               ADD 1 TO WS-TOT-MEMBRES
                               PERFORM COMPTE-AGE
                               MOVE "????" TO WS-CUR-CAT

      * The federation's fixed-column layout: a header line,
      * then one line per category (code, members, hours to the
      * tenth, instruction hours), one line per flight category
      * (code, flights, hours), the age bands, the navigation
      * line (flights leaving the base, NM flown), then the totals
      * line.
       ECRIT-DECLARATION.
           MOVE SPACES TO WS-NOM-DECL.
           STRING "DECLARATION_FED_" FUNCTION CURRENT-DATE(1:14)
                   DELIMITED BY SIZE INTO DECL-REC
               WRITE DECL-REC
           END-PERFORM.
           PERFORM VARYING WS-CV-I FROM 1 BY 1 UNTIL WS-CV-I > 7
               MOVE SPACES TO DECL-REC
               STRING "CATV " WS-CV-CODE(WS-CV-I) " "
                   WS-CV-NBVOLS(WS-CV-I) " "
                   WS-CV-HEURES(WS-CV-I)
                   DELIMITED BY SIZE INTO DECL-REC
               WRITE DECL-REC
           END-PERFORM.
           MOVE SPACES TO DECL-REC.
           STRING "AGE " WS-NB-MOINS21 " " WS-NB-21-59 " "
               WS-NB-60-PLUS " " WS-NB-AGE-INCONNU
               DELIMITED BY SIZE INTO DECL-REC.
           WRITE DECL-REC.
           MOVE SPACES TO DECL-REC.
           STRING "NAV " WS-TOT-NAV " " WS-TOT-DIST
               DELIMITED BY SIZE INTO DECL-REC.
           WRITE DECL-REC.
           MOVE SPACES TO DECL-REC.
           STRING "TOT " WS-TOT-MEMBRES " " WS-TOT-VOLS " "
               WS-TOT-HEURES " " WS-TOT-INSTR
               DELIMITED BY SIZE INTO DECL-REC.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "CATVOL-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "RESUME-PROC.cpy" IN TEMPLATE.

       END PROGRAM F63.

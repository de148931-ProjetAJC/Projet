       IDENTIFICATION DIVISION.
       PROGRAM-ID. F111.

      * Reconstruction du resume mensuel d'activite: ACTMOIS.DAT
      * is kept up flight by flight by F2 and F40, so anything that
      * bypasses them (a crash outside a unit of work, a hand repair,
      * a restore) leaves it drifting from the flights. This batch
      * copies the live store aside (ACTMOIS_AVANT.DAT, kept until
      * the next run), rebuilds ACTMOIS.DAT from scratch out of every
      * terminated flight in VOL.DAT and VOLHIST.DAT, then walks the
      * rebuilt and the saved store side by side in key order and
      * reports every month / aircraft / pilot / nature row where the
      * live totals differed from the flights. A first run (no live
      * store yet) simply builds it. Once built, the PARAMS switch
      * RESUME-MENS is set to 1 so the statistics batches start
      * reading the summary for closed periods. Written to a
      * date-stamped RESUME_MENSUEL output registered in the CATRPT
      * catalog; any difference ends the run with return code 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT AVANT-FILE ASSIGN TO "ACTMOIS_AVANT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RM-CLE
               FILE STATUS WS-FS-AVANT.

           SELECT RESRPT-FILE ASSIGN TO WS-NOM-RESRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RESRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  AVANT-FILE.
           COPY "ACTMOIS-RECORD.cpy" IN TEMPLATE
               REPLACING ==ACTMOIS-REC== BY ==AVANT-REC==
               LEADING ==AM-== BY ==RM-==.
       FD  RESRPT-FILE.
       01  RESRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "ACTMOIS-WS.cpy" IN TEMPLATE.

           77  WS-FS-AVANT         PIC XX VALUE "00".
           77  WS-FS-RESRPT        PIC XX VALUE "00".
           77  WS-NOM-RESRPT       PIC X(40) VALUE SPACES.
           77  WS-NOM-VIF          PIC X(30) VALUE "ACTMOIS.DAT".
           77  WS-NOM-AVANT        PIC X(30) VALUE "ACTMOIS_AVANT.DAT".
           77  WS-AVANT-SAUVE      PIC X VALUE "N".
               88  WS-RESUME-EXISTAIT  VALUE "O".
           77  TARIF-DEFAUT        PIC 9(3) VALUE 15.
           77  WS-TAUX-HORAIRE     PIC 9(3) VALUE 0.

           77  WS-NB-VOLS-LUS      PIC 9(7) VALUE 0.
           77  WS-NB-LIGNES        PIC 9(7) VALUE 0.
           77  WS-NB-ECARTS        PIC 9(6) VALUE 0.
      * Where the side-by-side walk stands in each store.
           77  WS-FIN-NOUVEAU      PIC X VALUE "N".
           77  WS-FIN-ANCIEN       PIC X VALUE "N".
           77  WS-ECART            PIC X(20) VALUE SPACES.
      * The differing row as printed: its key, then flights /
      * hours / revenue in the live store and from the flights.
           01  WS-EC-CLE.
               05  WS-EC-MOIS      PIC 9(6).
               05  WS-EC-CODAV     PIC 9(3).
               05  WS-EC-NUMPIL    PIC 9(6).
               05  WS-EC-NATURE    PIC X.
           77  WS-EC-VIF-VOLS      PIC 9(5) VALUE 0.
           77  WS-EC-VIF-HEURES    PIC 9(6)V9 VALUE 0.
           77  WS-EC-VIF-RECETTE   PIC 9(8)V99 VALUE 0.
           77  WS-EC-VOLS          PIC 9(5) VALUE 0.
           77  WS-EC-HEURES        PIC 9(6)V9 VALUE 0.
           77  WS-EC-RECETTE       PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM OUVRE-ETAT.
           PERFORM SAUVE-RESUME.
           PERFORM RECONSTRUIT-RESUME.
           PERFORM COMPARE-RESUMES.
           PERFORM MARQUE-RESUME-CONSTRUIT.
           PERFORM FERME-ETAT.
           PERFORM ENREGISTRE-AUDIT.
           IF WS-NB-ECARTS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OUVRE-ETAT.
           MOVE SPACES TO WS-NOM-RESRPT.
           STRING "RESUME_MENSUEL_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-RESRPT.
           OPEN OUTPUT RESRPT-FILE.
           MOVE SPACES TO RESRPT-REC.
           STRING "Reconstruction du resume mensuel d'activite - "
               "edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO RESRPT-REC.
           WRITE RESRPT-REC.
           MOVE SPACES TO RESRPT-REC.
           WRITE RESRPT-REC.

      * The live store is copied aside as it stands; no store
      * yet means a first build and nothing to compare.
       SAUVE-RESUME.
           MOVE "N" TO WS-AVANT-SAUVE.
           OPEN INPUT ACTMOIS-FILE.
           IF WS-FS-ACTMOIS = "00"
               CLOSE ACTMOIS-FILE
               CALL "CBL_COPY_FILE" USING WS-NOM-VIF WS-NOM-AVANT
               IF RETURN-CODE = 0
                   MOVE "O" TO WS-AVANT-SAUVE
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.

      * Every terminated flight, live then archived, through
      * the same CUMULE-ACTMOIS F2 uses at close-out; the store and
      * the tariff files stay open for the whole pass.
       RECONSTRUIT-RESUME.
           OPEN OUTPUT ACTMOIS-FILE.
           CLOSE ACTMOIS-FILE.
           OPEN I-O ACTMOIS-FILE.
           OPEN INPUT AVION-FILE.
           OPEN INPUT TARIF-FILE.
           MOVE "O" TO WS-AM-OUVERT.
           MOVE "O" TO WS-AM-TARIF-OUVERT.
           MOVE "N" TO WS-AM-JOURNAL.
           MOVE "F111" TO WS-AUDIT-PROGRAMME.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE LOW-VALUES TO VL-NUMVOL
               START VOL-FILE KEY IS NOT LESS THAN VL-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-TERMINE
                               PERFORM AJOUTE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.
           OPEN INPUT VOLHIST-FILE.
           IF WS-FS-VOLHIST = "00"
               MOVE LOW-VALUES TO HV-NUMVOL
               START VOLHIST-FILE KEY IS NOT LESS THAN HV-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOLHIST
               END-START
               PERFORM UNTIL WS-FS-VOLHIST = "10"
                   READ VOLHIST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLHIST
                       NOT AT END
                           IF HV-TERMINE
                               MOVE VOLHIST-REC TO VOL-REC
                               PERFORM AJOUTE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST-FILE
           END-IF.
           CLOSE AVION-FILE.
           CLOSE TARIF-FILE.
           CLOSE ACTMOIS-FILE.
           MOVE "N" TO WS-AM-OUVERT.
           MOVE "N" TO WS-AM-TARIF-OUVERT.

       AJOUTE-VOL.
           ADD 1 TO WS-NB-VOLS-LUS.
           MOVE "+" TO WS-AM-SENS.
           PERFORM CUMULE-ACTMOIS.

      * Both stores are in AM-CLE order: a key on one side only
      * is a row missing from (or left over in) the live store, a
      * key on both sides is compared field by field. Rows at zero
      * (every flight of the month reversed) count as absent.
       COMPARE-RESUMES.
           MOVE "N" TO WS-FIN-NOUVEAU.
           MOVE "N" TO WS-FIN-ANCIEN.
           OPEN INPUT ACTMOIS-FILE.
           IF WS-FS-ACTMOIS = "00"
               MOVE LOW-VALUES TO AM-CLE
               START ACTMOIS-FILE KEY IS NOT LESS THAN AM-CLE
                   INVALID KEY MOVE "O" TO WS-FIN-NOUVEAU
               END-START
           ELSE
               MOVE "O" TO WS-FIN-NOUVEAU
           END-IF.
           IF WS-RESUME-EXISTAIT
               OPEN INPUT AVANT-FILE
               IF WS-FS-AVANT = "00"
                   MOVE LOW-VALUES TO RM-CLE
                   START AVANT-FILE KEY IS NOT LESS THAN RM-CLE
                       INVALID KEY MOVE "O" TO WS-FIN-ANCIEN
                   END-START
               ELSE
                   MOVE "O" TO WS-FIN-ANCIEN
               END-IF
           ELSE
               MOVE "O" TO WS-FIN-ANCIEN
           END-IF.
           PERFORM LIT-NOUVEAU.
           PERFORM LIT-ANCIEN.
           PERFORM UNTIL WS-FIN-NOUVEAU = "O" AND WS-FIN-ANCIEN = "O"
               EVALUATE TRUE
                   WHEN WS-FIN-ANCIEN = "O"
                       PERFORM LIGNE-NOUVELLE-SEULE
                       PERFORM LIT-NOUVEAU
                   WHEN WS-FIN-NOUVEAU = "O"
                       PERFORM LIGNE-ANCIENNE-SEULE
                       PERFORM LIT-ANCIEN
                   WHEN AM-CLE < RM-CLE
                       PERFORM LIGNE-NOUVELLE-SEULE
                       PERFORM LIT-NOUVEAU
                   WHEN AM-CLE > RM-CLE
                       PERFORM LIGNE-ANCIENNE-SEULE
                       PERFORM LIT-ANCIEN
                   WHEN OTHER
                       PERFORM COMPARE-LIGNE
                       PERFORM LIT-NOUVEAU
                       PERFORM LIT-ANCIEN
               END-EVALUATE
           END-PERFORM.
           IF WS-FS-ACTMOIS NOT = "35"
               CLOSE ACTMOIS-FILE
           END-IF.
           IF WS-RESUME-EXISTAIT AND WS-FS-AVANT NOT = "35"
               CLOSE AVANT-FILE
           END-IF.

       LIT-NOUVEAU.
           IF WS-FIN-NOUVEAU = "N"
               READ ACTMOIS-FILE NEXT RECORD
                   AT END MOVE "O" TO WS-FIN-NOUVEAU
                   NOT AT END ADD 1 TO WS-NB-LIGNES
               END-READ
           END-IF.

       LIT-ANCIEN.
           IF WS-FIN-ANCIEN = "N"
               READ AVANT-FILE NEXT RECORD
                   AT END MOVE "O" TO WS-FIN-ANCIEN
               END-READ
           END-IF.

       LIGNE-NOUVELLE-SEULE.
           IF WS-RESUME-EXISTAIT AND AM-NB-VOLS > 0
               MOVE "absente du resume" TO WS-ECART
               MOVE AM-CLE TO WS-EC-CLE
               MOVE 0 TO WS-EC-VIF-VOLS WS-EC-VIF-HEURES
                   WS-EC-VIF-RECETTE
               PERFORM PREND-RECALCUL
               PERFORM ECRIT-ECART
           END-IF.

       LIGNE-ANCIENNE-SEULE.
           IF RM-NB-VOLS > 0
               MOVE "sans vol derriere" TO WS-ECART
               MOVE RM-CLE TO WS-EC-CLE
               PERFORM PREND-VIF
               MOVE 0 TO WS-EC-VOLS WS-EC-HEURES WS-EC-RECETTE
               PERFORM ECRIT-ECART
           END-IF.

       COMPARE-LIGNE.
           IF AM-NB-VOLS NOT = RM-NB-VOLS
              OR AM-HEURES NOT = RM-HEURES
              OR AM-ATTER NOT = RM-ATTER
              OR AM-FUEL NOT = RM-FUEL
              OR AM-FUEL-EXT NOT = RM-FUEL-EXT
              OR AM-RECETTE NOT = RM-RECETTE
              OR AM-NB-INSTR NOT = RM-NB-INSTR
              OR AM-H-INSTR NOT = RM-H-INSTR
              OR AM-NB-NAV NOT = RM-NB-NAV
              OR AM-DISTANCE NOT = RM-DISTANCE
               MOVE "totaux differents" TO WS-ECART
               MOVE AM-CLE TO WS-EC-CLE
               PERFORM PREND-VIF
               PERFORM PREND-RECALCUL
               PERFORM ECRIT-ECART
           END-IF.

       PREND-VIF.
           MOVE RM-NB-VOLS TO WS-EC-VIF-VOLS.
           MOVE RM-HEURES  TO WS-EC-VIF-HEURES.
           MOVE RM-RECETTE TO WS-EC-VIF-RECETTE.

       PREND-RECALCUL.
           MOVE AM-NB-VOLS TO WS-EC-VOLS.
           MOVE AM-HEURES  TO WS-EC-HEURES.
           MOVE AM-RECETTE TO WS-EC-RECETTE.

       ECRIT-ECART.
           ADD 1 TO WS-NB-ECARTS.
           MOVE SPACES TO RESRPT-REC.
           STRING WS-EC-MOIS " avion " WS-EC-CODAV " pilote "
               WS-EC-NUMPIL " " WS-EC-NATURE " " WS-ECART
               " : resume " WS-EC-VIF-VOLS "/" WS-EC-VIF-HEURES "/"
               WS-EC-VIF-RECETTE " vols " WS-EC-VOLS "/"
               WS-EC-HEURES "/" WS-EC-RECETTE
               DELIMITED BY SIZE INTO RESRPT-REC.
           WRITE RESRPT-REC.

      * The switch the statistics batches test before trusting
      * the summary (ACTMOIS-PROC CONTROLE-PERIODE-CLOSE).
       MARQUE-RESUME-CONSTRUIT.
           MOVE "RESUME-MENS" TO WS-PARAM-CODE.
           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           OPEN I-O PARAMS-FILE.
           IF WS-FS-PARAMS = "00"
               MOVE "RESUME-MENS" TO PM-CODE
               READ PARAMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO PM-VALEUR
                       MOVE "Resume mensuel construit (F111)"
                           TO PM-LIBELLE
                       REWRITE PARAMS-REC
               END-READ
               CLOSE PARAMS-FILE
           END-IF.

       FERME-ETAT.
           MOVE SPACES TO RESRPT-REC.
           WRITE RESRPT-REC.
           MOVE SPACES TO RESRPT-REC.
           STRING WS-NB-VOLS-LUS " vol(s) termine(s) repris, "
               WS-NB-LIGNES " ligne(s) de resume"
               DELIMITED BY SIZE INTO RESRPT-REC.
           WRITE RESRPT-REC.
           MOVE SPACES TO RESRPT-REC.
           IF NOT WS-RESUME-EXISTAIT
               MOVE "Premiere construction - rien a comparer."
                   TO RESRPT-REC
           ELSE
               IF WS-NB-ECARTS = 0
                   MOVE "Resume conforme aux vols." TO RESRPT-REC
               ELSE
                   STRING WS-NB-ECARTS " ligne(s) en ecart, "
                       "corrigee(s) par la reconstruction."
                       DELIMITED BY SIZE INTO RESRPT-REC
               END-IF
           END-IF.
           WRITE RESRPT-REC.
           CLOSE RESRPT-FILE.
           MOVE "RESUMENS" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-CURR-DATE TO WS-RPT-PERIODE.
           MOVE WS-NOM-RESRPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           IF WS-NB-ECARTS = 0
               DISPLAY "Resume mensuel reconstruit - voir "
                   WS-NOM-RESRPT
           ELSE
               DISPLAY WS-NB-ECARTS " ecart(s) dans le resume "
                   "mensuel - voir " WS-NOM-RESRPT
               MOVE "Resume mensuel en ecart - voir le rapport."
                   TO WS-ERR-TEXT
               MOVE "F111" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F111"             TO WS-AUDIT-PROGRAMME.
           MOVE "RECONSTRUIT"      TO WS-AUDIT-PARAGRAPHE.
           MOVE "RECONS"           TO WS-AUDIT-ACTION.
           STRING WS-NB-VOLS-LUS " vol(s), " WS-NB-LIGNES
               " ligne(s), " WS-NB-ECARTS " ecart(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "JOURNAL-PROC.cpy" IN TEMPLATE.

           COPY "TARIF-PROC.cpy" IN TEMPLATE.

           COPY "ACTMOIS-PROC.cpy" IN TEMPLATE.

       END PROGRAM F111.

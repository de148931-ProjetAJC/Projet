      * ACTMOIS-PROC - upkeep and use of the monthly activity
      * summary (ACTMOIS.DAT). COPY into PROCEDURE DIVISION;
      * requires ACTMOIS-WS.cpy in WORKING-STORAGE, PARAMS-PROC,
      * TARIF-PROC (with the local 77s TARIF-DEFAUT and
      * WS-TAUX-HORAIRE it needs) and JOURNAL-PROC/SEQUENCE-PROC.
      *   CUMULE-ACTMOIS   - adds (WS-AM-AJOUT) or takes back out
      *                      (WS-AM-RETRAIT) the terminated flight
      *                      in VOL-REC's buffer on its month /
      *                      aircraft / pilot / nature row. A
      *                      take-back larger than the row holds is
      *                      refused and logged: the store has
      *                      drifted and F111 must rebuild it.
      * The readers' closed-period test is in RESUME-PROC.cpy.
       CUMULE-ACTMOIS.
           IF WS-AM-PARAMS-LUS NOT = "O"
               PERFORM CHARGE-PARAMS-ACTMOIS
           END-IF.
           PERFORM DERIVE-NATURE-ACTMOIS.
           PERFORM CALCULE-RECETTE-ACTMOIS.
           IF WS-AM-OUVERT NOT = "O"
               OPEN I-O ACTMOIS-FILE
               IF WS-FS-ACTMOIS = "35"
                   OPEN OUTPUT ACTMOIS-FILE
                   CLOSE ACTMOIS-FILE
                   OPEN I-O ACTMOIS-FILE
               END-IF
           END-IF.
           IF WS-FS-ACTMOIS = "00"
               MOVE VL-DATEDEP(1:6) TO AM-MOIS
               MOVE VL-CODAV        TO AM-CODAV
               MOVE VL-NUMPIL       TO AM-NUMPIL
               MOVE WS-AM-NATURE    TO AM-NATURE
               READ ACTMOIS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-AM-EXISTE
                       PERFORM RAZ-LIGNE-ACTMOIS
                   NOT INVALID KEY
                       MOVE "O" TO WS-AM-EXISTE
               END-READ
               IF WS-AM-JOURNAL = "O"
                   MOVE "ACTMOIS" TO WS-JRN-FICHIER
                   MOVE AM-CLE TO WS-JRN-CLE
                   MOVE ACTMOIS-REC TO WS-JRN-IMAGE
                   PERFORM IMAGE-AVANT
               END-IF
               IF WS-AM-RETRAIT
                   PERFORM RETIRE-VOL-ACTMOIS
               ELSE
                   PERFORM AJOUTE-VOL-ACTMOIS
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO AM-MAJ
               IF WS-AM-EXISTE = "O"
                   REWRITE ACTMOIS-REC
               ELSE
                   WRITE ACTMOIS-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               IF WS-AM-OUVERT NOT = "O"
                   CLOSE ACTMOIS-FILE
               END-IF
           END-IF.
           MOVE "+" TO WS-AM-SENS.

       RAZ-LIGNE-ACTMOIS.
           MOVE 0 TO AM-NB-VOLS AM-HEURES AM-ATTER AM-FUEL
               AM-FUEL-EXT AM-RECETTE AM-NB-INSTR AM-H-INSTR
               AM-NB-NAV AM-DISTANCE AM-MAJ.
           MOVE SPACES TO AM-RESERVE.

      * Same derivation as CATVOL-PROC for flights filed before
      * the category existed: passenger = bapteme, then
      * instruction, navigation, local.
       DERIVE-NATURE-ACTMOIS.
           MOVE VL-CATEGORIE TO WS-AM-NATURE.
           IF WS-AM-NATURE = SPACE
               EVALUATE TRUE
                   WHEN VL-ID-PASSAGER > 0
                       MOVE "B" TO WS-AM-NATURE
                   WHEN VL-VOL-INSTRUCTION
                       MOVE "I" TO WS-AM-NATURE
                   WHEN VL-VOL-NAVIGATION
                       MOVE "N" TO WS-AM-NATURE
                   WHEN OTHER
                       MOVE "L" TO WS-AM-NATURE
               END-EVALUATE
           END-IF.

       CALCULE-RECETTE-ACTMOIS.
           IF WS-AM-TARIF-OUVERT NOT = "O"
               OPEN INPUT AVION-FILE
               OPEN INPUT TARIF-FILE
           END-IF.
           PERFORM CHARGE-TARIF-VOL.
           COMPUTE WS-AM-RECETTE = VL-NBHVOL * WS-TAUX-HORAIRE
               + VL-NB-ATTER * WS-AM-TAXE-ATTER.
           IF WS-AM-TARIF-OUVERT NOT = "O"
               CLOSE AVION-FILE
               CLOSE TARIF-FILE
           END-IF.

       AJOUTE-VOL-ACTMOIS.
           ADD 1 TO AM-NB-VOLS.
           ADD VL-NBHVOL TO AM-HEURES.
           ADD VL-NB-ATTER TO AM-ATTER.
           ADD VL-FUEL-AJOUTE TO AM-FUEL.
           ADD VL-FUEL-EXT-L TO AM-FUEL-EXT.
           ADD WS-AM-RECETTE TO AM-RECETTE.
           IF VL-VOL-INSTRUCTION
               ADD 1 TO AM-NB-INSTR
               ADD VL-NBHVOL TO AM-H-INSTR
           END-IF.
           IF VL-VOL-NAVIGATION
               ADD 1 TO AM-NB-NAV
           END-IF.
           ADD VL-DISTANCE TO AM-DISTANCE.

       RETIRE-VOL-ACTMOIS.
           MOVE "N" TO WS-AM-ECART.
           IF AM-NB-VOLS < 1 OR AM-HEURES < VL-NBHVOL
              OR AM-ATTER < VL-NB-ATTER OR AM-FUEL < VL-FUEL-AJOUTE
              OR AM-FUEL-EXT < VL-FUEL-EXT-L
              OR AM-RECETTE < WS-AM-RECETTE
              OR AM-DISTANCE < VL-DISTANCE
               MOVE "O" TO WS-AM-ECART
           END-IF.
           IF VL-VOL-INSTRUCTION
               IF AM-NB-INSTR < 1 OR AM-H-INSTR < VL-NBHVOL
                   MOVE "O" TO WS-AM-ECART
               END-IF
           END-IF.
           IF VL-VOL-NAVIGATION AND AM-NB-NAV < 1
               MOVE "O" TO WS-AM-ECART
           END-IF.
           IF WS-AM-ECART = "O"
               MOVE SPACES TO WS-ERR-TEXT
               STRING "ACTMOIS incoherent " AM-MOIS "/"
                   AM-CODAV "/" AM-NUMPIL ", vol " VL-NUMVOL
                   " - relancer F111" DELIMITED BY SIZE
                   INTO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               SUBTRACT 1 FROM AM-NB-VOLS
               SUBTRACT VL-NBHVOL FROM AM-HEURES
               SUBTRACT VL-NB-ATTER FROM AM-ATTER
               SUBTRACT VL-FUEL-AJOUTE FROM AM-FUEL
               SUBTRACT VL-FUEL-EXT-L FROM AM-FUEL-EXT
               SUBTRACT WS-AM-RECETTE FROM AM-RECETTE
               IF VL-VOL-INSTRUCTION
                   SUBTRACT 1 FROM AM-NB-INSTR
                   SUBTRACT VL-NBHVOL FROM AM-H-INSTR
               END-IF
               IF VL-VOL-NAVIGATION
                   SUBTRACT 1 FROM AM-NB-NAV
               END-IF
               SUBTRACT VL-DISTANCE FROM AM-DISTANCE
           END-IF.

      * Landing fee and fallback rate from the PARAMS file, as
      * F31 reads them.
       CHARGE-PARAMS-ACTMOIS.
           MOVE "TAXE-ATTER" TO WS-PARAM-CODE.
           MOVE 2 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-AM-TAXE-ATTER.
           MOVE "TARIF-DEFAUT" TO WS-PARAM-CODE.
           MOVE 15 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO TARIF-DEFAUT.
           MOVE "O" TO WS-AM-PARAMS-LUS.

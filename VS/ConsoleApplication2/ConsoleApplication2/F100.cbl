       IDENTIFICATION DIVISION.
       PROGRAM-ID. F100.

      * Dossier d'aptitude PPL: before putting a student forward
      * for the skill test the chief instructor re-checked the
      * licence prerequisites on paper from F21's syllabus, F78's
      * theory file, the solo sign-offs and the logbook. This batch
      * does it for one student, or for every active student
      * ("ELEV" category), from the same files: total, dual and
      * supervised solo hours (VOL.DAT, the VOLHIST archive and the
      * validated VOLEXT declarations F47 already counts), solo
      * navigation time and the qualifying solo cross-country -
      * route length as F1 measured it on the aerodrome table, with
      * full-stop landings at two fields other than the base - the
      * solo sign-off, every SYLLABUS lesson passed ("A" in
      * PROGRES.DAT) and a theory pass still valid. Each item prints
      * ACQUIS or MANQUANT with the actual figure against the
      * minimum; the minima are PARAMS rows (PPL-H-TOTAL,
      * PPL-H-DOUBLE, PPL-H-SOLO, PPL-H-NAVSOL, PPL-NAV-NM) so a
      * regulation change is a parameter edit. Students meeting
      * them all get the filled-in summary for the test application
      * in a second file. Both are cataloged for F35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT APTPPL-FILE ASSIGN TO WS-NOM-APTPPL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-APTPPL.

           SELECT DOSPPL-FILE ASSIGN TO WS-NOM-DOSPPL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-DOSPPL.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  APTPPL-FILE.
       01  APTPPL-REC              PIC X(132).
       FD  DOSPPL-FILE.
       01  DOSPPL-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-APTPPL        PIC XX VALUE "00".
           77  WS-NOM-APTPPL       PIC X(40) VALUE SPACES.
           77  WS-FS-DOSPPL        PIC XX VALUE "00".
           77  WS-NOM-DOSPPL       PIC X(40) VALUE SPACES.
           77  WS-AUJOURDHUI       PIC 9(8) VALUE 0.
           77  WS-NUMPIL-DEMANDE   PIC 9(6) VALUE 0.
           77  WS-CATEGORIE        PIC X(4) VALUE SPACES.
           77  WS-NB-ELEVES        PIC 9(4) VALUE 0.
           77  WS-NB-PRETS         PIC 9(4) VALUE 0.
           77  WS-BASE-OACI        PIC X(25) VALUE SPACES.
           77  WS-EP-OUVERT        PIC X VALUE "N".

      * Regulatory minima, from PARAMS.
           77  WS-MIN-TOTAL        PIC 9(3)V9 VALUE 0.
           77  WS-MIN-DOUBLE       PIC 9(3)V9 VALUE 0.
           77  WS-MIN-SOLO         PIC 9(3)V9 VALUE 0.
           77  WS-MIN-NAVSOL       PIC 9(3)V9 VALUE 0.
           77  WS-MIN-NAV-NM       PIC 9(4)V9 VALUE 0.

      * Syllabus lessons, loaded once.
           01  WS-PROGRAMME.
               05  WS-LECON OCCURS 100 TIMES.
                   10  WS-LEC-NUM      PIC 9(3).
                   10  WS-LEC-ACQUISE  PIC X.
           77  WS-NB-LECONS        PIC 9(3) VALUE 0.
           77  WS-NB-ACQUISES      PIC 9(3) VALUE 0.
           77  WS-LIX              PIC 9(3) VALUE 0.
           77  WS-DERN-LECON       PIC 9(8) VALUE 0.
           77  WS-DERN-INSTR       PIC 9(6) VALUE 0.
           77  WS-MANQUANTES       PIC X(60) VALUE SPACES.
           77  WS-MQ-PTR           PIC 9(3) VALUE 1.

      * One student's experience.
           77  WS-H-TOTAL          PIC 9(5)V9 VALUE 0.
           77  WS-H-DOUBLE         PIC 9(5)V9 VALUE 0.
           77  WS-H-SOLO           PIC 9(5)V9 VALUE 0.
           77  WS-H-NAVSOL         PIC 9(5)V9 VALUE 0.
           77  WS-NB-VOLS          PIC 9(5) VALUE 0.
           77  WS-NAV-NM           PIC 9(5)V9 VALUE 0.
           77  WS-NAV-DATE         PIC 9(8) VALUE 0.
           77  WS-NAV-ROUTE        PIC X(40) VALUE SPACES.
           77  WS-NAV-OK           PIC X VALUE "N".
               88  WS-NAV-QUALIFIEE    VALUE "O".
           77  WS-SOLO-SIGNE       PIC 9(8) VALUE 0.
           77  WS-SOLO-INSTR       PIC 9(6) VALUE 0.
           77  WS-TH-DATE          PIC 9(8) VALUE 0.
           77  WS-TH-EXPIRE        PIC 9(8) VALUE 0.
           77  WS-TH-SUJET         PIC X(20) VALUE SPACES.
           77  WS-TH-OK            PIC X VALUE "N".
               88  WS-TH-VALIDE        VALUE "O".
           77  WS-NB-MANQUES       PIC 9 VALUE 0.

      * The flight in hand, whatever file it came from (F63's
      * idiom), with the points of its route.
           77  WS-VOL-DATEDEP      PIC 9(8) VALUE 0.
           77  WS-VOL-NBHVOL       PIC 9(5)V9 VALUE 0.
           77  WS-VOL-INSTR        PIC X VALUE "N".
           77  WS-VOL-NAV          PIC X VALUE "N".
           77  WS-VOL-DIST         PIC 9(5)V9 VALUE 0.
           77  WS-VOL-NBPTS        PIC 9 VALUE 0.
           01  WS-VOL-ROUTE.
               05  WS-VOL-POINT    PIC X(25) OCCURS 5 TIMES.
           77  WS-PTX              PIC 9 VALUE 0.
           77  WS-PTY              PIC 9 VALUE 0.
           77  WS-NB-ESCALES       PIC 9 VALUE 0.
           77  WS-DEJA-VU          PIC X VALUE "N".
           77  WS-RT-PTR           PIC 9(3) VALUE 1.

      * Report line kit.
           77  WS-LIB-CRITERE      PIC X(34) VALUE SPACES.
           77  WS-VERDICT          PIC X(8) VALUE SPACES.
           77  WS-DETAIL           PIC X(70) VALUE SPACES.
           77  WS-VAL-CRITERE      PIC 9(5)V9 VALUE 0.
           77  WS-MIN-CRITERE      PIC 9(5)V9 VALUE 0.
           77  WS-VAL-ED           PIC Z(4)9.9.
           77  WS-MIN-ED           PIC Z(4)9.9.
           77  WS-NOM-COMPLET      PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE WS-CURR-DATE TO WS-AUJOURDHUI.
           PERFORM SAISIE-ELEVE.
           PERFORM CHARGE-PARAMS.
           PERFORM CHARGE-BASE.
           PERFORM CHARGE-PROGRAMME.
           MOVE SPACES TO WS-NOM-APTPPL WS-NOM-DOSPPL.
           STRING "APTITUDE_PPL_" FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-APTPPL.
           STRING "DOSSIER_PPL_" FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-DOSPPL.
           OPEN OUTPUT APTPPL-FILE.
           OPEN OUTPUT DOSPPL-FILE.
           MOVE SPACES TO APTPPL-REC.
           STRING "Aptitude a l'examen pratique PPL(A) - edite le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO APTPPL-REC.
           WRITE APTPPL-REC.
           MOVE SPACES TO DOSPPL-REC.
           STRING "Demandes d'examen pratique PPL(A) - edite le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           OPEN INPUT PILOTE-FILE.
           OPEN INPUT ETATPIL-FILE.
           MOVE "N" TO WS-EP-OUVERT.
           IF WS-FS-ETATPIL = "00"
               MOVE "O" TO WS-EP-OUVERT
           END-IF.
           IF WS-FS-PILOTE = "00"
               IF WS-NUMPIL-DEMANDE > 0
                   MOVE WS-NUMPIL-DEMANDE TO PI-NUMPIL
                   READ PILOTE-FILE
                       INVALID KEY
                           DISPLAY "Eleve " WS-NUMPIL-DEMANDE
                               " inconnu."
                       NOT INVALID KEY
                           PERFORM LIT-CATEGORIE
                           PERFORM EVALUE-ELEVE
                   END-READ
               ELSE
                   PERFORM BALAYE-ELEVES
               END-IF
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-EP-OUVERT = "O"
               CLOSE ETATPIL-FILE
           END-IF.
           MOVE SPACES TO APTPPL-REC.
           WRITE APTPPL-REC.
           MOVE SPACES TO APTPPL-REC.
           STRING WS-NB-ELEVES " eleve(s) examine(s), " WS-NB-PRETS
               " pret(s) a presenter."
               DELIMITED BY SIZE INTO APTPPL-REC.
           WRITE APTPPL-REC.
           IF WS-NB-PRETS = 0
               MOVE SPACES TO DOSPPL-REC
               WRITE DOSPPL-REC
               MOVE "Aucun eleve ne remplit encore les conditions."
                   TO DOSPPL-REC
               WRITE DOSPPL-REC
           END-IF.
           CLOSE APTPPL-FILE.
           CLOSE DOSPPL-FILE.
           MOVE "BATCH" TO WS-OPERATEUR.
           MOVE "APTPPL" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-AUJOURDHUI TO WS-RPT-PERIODE.
           MOVE WS-NOM-APTPPL TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           MOVE "DOSPPL" TO WS-RPT-TYPE.
           MOVE WS-NOM-DOSPPL TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           DISPLAY "Rapport ecrit dans " WS-NOM-APTPPL.
           DISPLAY "Dossiers ecrits dans " WS-NOM-DOSPPL.
           STOP RUN.

       SAISIE-ELEVE.
           DISPLAY "Aptitude PPL - numero d'eleve (0 = tous) : "
               NO ADVANCING.
           ACCEPT WS-NUMPIL-DEMANDE.
           IF WS-NUMPIL-DEMANDE NOT NUMERIC
               MOVE 0 TO WS-NUMPIL-DEMANDE
           END-IF.

       CHARGE-PARAMS.
           MOVE "PPL-H-TOTAL" TO WS-PARAM-CODE.
           MOVE 45 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MIN-TOTAL.
           MOVE "PPL-H-DOUBLE" TO WS-PARAM-CODE.
           MOVE 25 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MIN-DOUBLE.
           MOVE "PPL-H-SOLO" TO WS-PARAM-CODE.
           MOVE 10 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MIN-SOLO.
           MOVE "PPL-H-NAVSOL" TO WS-PARAM-CODE.
           MOVE 5 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MIN-NAVSOL.
           MOVE "PPL-NAV-NM" TO WS-PARAM-CODE.
           MOVE 150 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MIN-NAV-NM.

       CHARGE-BASE.
           OPEN INPUT AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE LOW-VALUES TO OA-OACI
               START AERODROME-FILE KEY IS NOT LESS THAN OA-OACI
                   INVALID KEY MOVE "10" TO WS-FS-AERODROME
               END-START
               PERFORM UNTIL WS-FS-AERODROME = "10"
                   READ AERODROME-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AERODROME
                       NOT AT END
                           IF OA-BASE-CLUB
                               MOVE OA-OACI TO WS-BASE-OACI
                               MOVE "10" TO WS-FS-AERODROME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AERODROME-FILE
           END-IF.

       CHARGE-PROGRAMME.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-FS-SYLLABUS = "00"
               MOVE LOW-VALUES TO SY-NUMLECON
               START SYLLABUS-FILE KEY IS NOT LESS THAN SY-NUMLECON
                   INVALID KEY MOVE "10" TO WS-FS-SYLLABUS
               END-START
               PERFORM UNTIL WS-FS-SYLLABUS = "10"
                   READ SYLLABUS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-SYLLABUS
                       NOT AT END
                           IF WS-NB-LECONS < 100
                               ADD 1 TO WS-NB-LECONS
                               MOVE SY-NUMLECON
                                   TO WS-LEC-NUM(WS-NB-LECONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYLLABUS-FILE
           END-IF.

       BALAYE-ELEVES.
           MOVE LOW-VALUES TO PI-NUMPIL.
           START PILOTE-FILE KEY IS NOT LESS THAN PI-NUMPIL
               INVALID KEY MOVE "10" TO WS-FS-PILOTE
           END-START.
           PERFORM UNTIL WS-FS-PILOTE = "10"
               READ PILOTE-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-PILOTE
                   NOT AT END
                       IF NOT PI-PARTI
                           PERFORM LIT-CATEGORIE
                           IF WS-CATEGORIE = "ELEV"
                               PERFORM EVALUE-ELEVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIT-CATEGORIE.
           MOVE SPACES TO WS-CATEGORIE.
           INITIALIZE ETATPIL-REC.
           IF WS-EP-OUVERT = "O"
               MOVE PI-ID-ETATPILOTE TO EP-ID
               READ ETATPIL-FILE
                   INVALID KEY
                       INITIALIZE ETATPIL-REC
                   NOT INVALID KEY
                       MOVE EP-CATEGORIE TO WS-CATEGORIE
               END-READ
           END-IF.

      * Every prerequisite in turn for the student in PILOTE-REC;
      * ETATPIL-REC still holds the student's status row.
       EVALUE-ELEVE.
           ADD 1 TO WS-NB-ELEVES.
           MOVE 0 TO WS-NB-MANQUES.
           MOVE SPACES TO WS-NOM-COMPLET.
           STRING PI-NOM DELIMITED BY "  " " " PI-PRENOM
               DELIMITED BY "  " INTO WS-NOM-COMPLET.
           PERFORM CUMULE-EXPERIENCE.
           PERFORM CONTROLE-PROGRAMME.
           PERFORM CONTROLE-SOLO.
           PERFORM CONTROLE-THEORIE.
           MOVE SPACES TO APTPPL-REC.
           WRITE APTPPL-REC.
           MOVE SPACES TO APTPPL-REC.
           STRING "Eleve " PI-NUMPIL " " WS-NOM-COMPLET
               " (categorie " WS-CATEGORIE ")"
               DELIMITED BY SIZE INTO APTPPL-REC.
           WRITE APTPPL-REC.
           MOVE "Heures de vol totales" TO WS-LIB-CRITERE.
           MOVE WS-H-TOTAL TO WS-VAL-CRITERE.
           MOVE WS-MIN-TOTAL TO WS-MIN-CRITERE.
           PERFORM ECRIT-CRITERE-HEURES.
           MOVE "Heures en double commande" TO WS-LIB-CRITERE.
           MOVE WS-H-DOUBLE TO WS-VAL-CRITERE.
           MOVE WS-MIN-DOUBLE TO WS-MIN-CRITERE.
           PERFORM ECRIT-CRITERE-HEURES.
           MOVE "Heures solo supervise" TO WS-LIB-CRITERE.
           MOVE WS-H-SOLO TO WS-VAL-CRITERE.
           MOVE WS-MIN-SOLO TO WS-MIN-CRITERE.
           PERFORM ECRIT-CRITERE-HEURES.
           MOVE "Heures solo en navigation" TO WS-LIB-CRITERE.
           MOVE WS-H-NAVSOL TO WS-VAL-CRITERE.
           MOVE WS-MIN-NAVSOL TO WS-MIN-CRITERE.
           PERFORM ECRIT-CRITERE-HEURES.
           PERFORM ECRIT-CRITERE-NAV.
           PERFORM ECRIT-CRITERE-SOLO.
           PERFORM ECRIT-CRITERE-PROGRAMME.
           PERFORM ECRIT-CRITERE-THEORIE.
           MOVE SPACES TO APTPPL-REC.
           IF WS-NB-MANQUES = 0
               ADD 1 TO WS-NB-PRETS
               MOVE "  => PRET a presenter a l'examen pratique."
                   TO APTPPL-REC
               WRITE APTPPL-REC
               PERFORM ECRIT-DOSSIER
           ELSE
               STRING "  => NON PRET: " WS-NB-MANQUES
                   " condition(s) manquante(s)."
                   DELIMITED BY SIZE INTO APTPPL-REC
               WRITE APTPPL-REC
           END-IF.

      * Hour criteria: met when the figure reaches the minimum.
       ECRIT-CRITERE-HEURES.
           MOVE WS-VAL-CRITERE TO WS-VAL-ED.
           MOVE WS-MIN-CRITERE TO WS-MIN-ED.
           MOVE SPACES TO WS-DETAIL.
           STRING WS-VAL-ED " h (minimum " WS-MIN-ED " h)"
               DELIMITED BY SIZE INTO WS-DETAIL.
           IF WS-VAL-CRITERE < WS-MIN-CRITERE
               MOVE "MANQUANT" TO WS-VERDICT
               ADD 1 TO WS-NB-MANQUES
           ELSE
               MOVE "ACQUIS" TO WS-VERDICT
           END-IF.
           PERFORM ECRIT-LIGNE-CRITERE.

       ECRIT-CRITERE-NAV.
           MOVE "Navigation solo qualificative" TO WS-LIB-CRITERE.
           MOVE WS-MIN-NAV-NM TO WS-MIN-ED.
           MOVE SPACES TO WS-DETAIL.
           IF WS-NAV-QUALIFIEE
               MOVE "ACQUIS" TO WS-VERDICT
               MOVE WS-NAV-NM TO WS-VAL-ED
               STRING WS-NAV-DATE " " WS-NAV-ROUTE DELIMITED BY "  "
                   " " WS-VAL-ED " NM" DELIMITED BY SIZE
                   INTO WS-DETAIL
           ELSE
               MOVE "MANQUANT" TO WS-VERDICT
               ADD 1 TO WS-NB-MANQUES
               STRING "aucune nav solo de " WS-MIN-ED
                   " NM avec deux atterrissages hors base"
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM ECRIT-LIGNE-CRITERE.

       ECRIT-CRITERE-SOLO.
           MOVE "Lacher solo signe" TO WS-LIB-CRITERE.
           MOVE SPACES TO WS-DETAIL.
           IF WS-SOLO-SIGNE > 0
               MOVE "ACQUIS" TO WS-VERDICT
               STRING "signe le " WS-SOLO-SIGNE " par instructeur "
                   WS-SOLO-INSTR DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "MANQUANT" TO WS-VERDICT
               ADD 1 TO WS-NB-MANQUES
               MOVE "aucune autorisation de solo au dossier"
                   TO WS-DETAIL
           END-IF.
           PERFORM ECRIT-LIGNE-CRITERE.

       ECRIT-CRITERE-PROGRAMME.
           MOVE "Lecons du programme acquises" TO WS-LIB-CRITERE.
           MOVE SPACES TO WS-DETAIL.
           IF WS-NB-LECONS > 0 AND WS-NB-ACQUISES = WS-NB-LECONS
               MOVE "ACQUIS" TO WS-VERDICT
               STRING WS-NB-ACQUISES "/" WS-NB-LECONS
                   ", derniere le " WS-DERN-LECON
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "MANQUANT" TO WS-VERDICT
               ADD 1 TO WS-NB-MANQUES
               IF WS-NB-LECONS = 0
                   MOVE "programme de formation vide" TO WS-DETAIL
               ELSE
                   STRING WS-NB-ACQUISES "/" WS-NB-LECONS
                       " - a acquerir: " WS-MANQUANTES
                       DELIMITED BY SIZE INTO WS-DETAIL
               END-IF
           END-IF.
           PERFORM ECRIT-LIGNE-CRITERE.

       ECRIT-CRITERE-THEORIE.
           MOVE "Examen theorique en validite" TO WS-LIB-CRITERE.
           MOVE SPACES TO WS-DETAIL.
           IF WS-TH-VALIDE
               MOVE "ACQUIS" TO WS-VERDICT
               STRING WS-TH-SUJET " recu le " WS-TH-DATE
                   ", valable au " WS-TH-EXPIRE
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "MANQUANT" TO WS-VERDICT
               ADD 1 TO WS-NB-MANQUES
               IF WS-TH-DATE > 0
                   STRING "dernier succes " WS-TH-DATE
                       " expire le " WS-TH-EXPIRE
                       DELIMITED BY SIZE INTO WS-DETAIL
               ELSE
                   MOVE "aucun succes a l'examen theorique"
                       TO WS-DETAIL
               END-IF
           END-IF.
           PERFORM ECRIT-LIGNE-CRITERE.

       ECRIT-LIGNE-CRITERE.
           MOVE SPACES TO APTPPL-REC.
           STRING "  " WS-LIB-CRITERE " " WS-VERDICT " " WS-DETAIL
               DELIMITED BY SIZE INTO APTPPL-REC.
           WRITE APTPPL-REC.

      * Flights where the student is the pilot: with an
      * instructor aboard they count as dual, otherwise as
      * supervised solo - the only solo a student logs.
       CUMULE-EXPERIENCE.
           MOVE 0 TO WS-H-TOTAL WS-H-DOUBLE WS-H-SOLO WS-H-NAVSOL
               WS-NB-VOLS WS-NAV-NM WS-NAV-DATE.
           MOVE SPACES TO WS-NAV-ROUTE.
           MOVE "N" TO WS-NAV-OK.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE PI-NUMPIL TO VL-NUMPIL
               START VOL-FILE KEY IS EQUAL TO VL-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-NUMPIL NOT = PI-NUMPIL
                               MOVE "10" TO WS-FS-VOL
                           ELSE
                               IF VL-TERMINE
                                   PERFORM PREND-VOL
                                   PERFORM CUMULE-VOL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.
           OPEN INPUT VOLHIST-FILE.
           IF WS-FS-VOLHIST = "00"
               MOVE PI-NUMPIL TO HV-NUMPIL
               START VOLHIST-FILE KEY IS EQUAL TO HV-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOLHIST
               END-START
               PERFORM UNTIL WS-FS-VOLHIST = "10"
                   READ VOLHIST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLHIST
                       NOT AT END
                           IF HV-NUMPIL NOT = PI-NUMPIL
                               MOVE "10" TO WS-FS-VOLHIST
                           ELSE
                               IF HV-TERMINE
                                   PERFORM PREND-VOLHIST
                                   PERFORM CUMULE-VOL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST-FILE
           END-IF.
           PERFORM CUMULE-VOLEXT.

       PREND-VOL.
           MOVE VL-DATEDEP TO WS-VOL-DATEDEP.
           MOVE VL-NBHVOL TO WS-VOL-NBHVOL.
           MOVE VL-INSTRUCTION TO WS-VOL-INSTR.
           MOVE VL-NAVIGATION TO WS-VOL-NAV.
           MOVE VL-DISTANCE TO WS-VOL-DIST.
           MOVE SPACES TO WS-VOL-ROUTE.
           MOVE VL-DEST TO WS-VOL-POINT(1).
           MOVE 1 TO WS-VOL-NBPTS.
           PERFORM VARYING WS-PTX FROM 1 BY 1
                   UNTIL WS-PTX > VL-NBLEGS OR WS-PTX > 4
               ADD 1 TO WS-VOL-NBPTS
               MOVE VL-LEG-DEST(WS-PTX) TO WS-VOL-POINT(WS-VOL-NBPTS)
           END-PERFORM.

       PREND-VOLHIST.
           MOVE HV-DATEDEP TO WS-VOL-DATEDEP.
           MOVE HV-NBHVOL TO WS-VOL-NBHVOL.
           MOVE HV-INSTRUCTION TO WS-VOL-INSTR.
           MOVE HV-NAVIGATION TO WS-VOL-NAV.
           MOVE HV-DISTANCE TO WS-VOL-DIST.
           MOVE SPACES TO WS-VOL-ROUTE.
           MOVE HV-DEST TO WS-VOL-POINT(1).
           MOVE 1 TO WS-VOL-NBPTS.
           PERFORM VARYING WS-PTX FROM 1 BY 1
                   UNTIL WS-PTX > HV-NBLEGS OR WS-PTX > 4
               ADD 1 TO WS-VOL-NBPTS
               MOVE HV-LEG-DEST(WS-PTX) TO WS-VOL-POINT(WS-VOL-NBPTS)
           END-PERFORM.

       CUMULE-VOL.
           ADD 1 TO WS-NB-VOLS.
           ADD WS-VOL-NBHVOL TO WS-H-TOTAL.
           IF WS-VOL-INSTR = "O"
               ADD WS-VOL-NBHVOL TO WS-H-DOUBLE
           ELSE
               ADD WS-VOL-NBHVOL TO WS-H-SOLO
               IF WS-VOL-NAV = "O"
                   ADD WS-VOL-NBHVOL TO WS-H-NAVSOL
                   PERFORM CONTROLE-NAV-SOLO
               END-IF
           END-IF.

      * Qualifying cross-country: long enough, and two distinct
      * stops other than the base. The longest one is kept.
       CONTROLE-NAV-SOLO.
           MOVE 0 TO WS-NB-ESCALES.
           PERFORM VARYING WS-PTX FROM 1 BY 1
                   UNTIL WS-PTX > WS-VOL-NBPTS
               IF WS-VOL-POINT(WS-PTX) NOT = SPACES
                  AND WS-VOL-POINT(WS-PTX) NOT = WS-BASE-OACI
                   MOVE "N" TO WS-DEJA-VU
                   PERFORM VARYING WS-PTY FROM 1 BY 1
                           UNTIL WS-PTY NOT < WS-PTX
                       IF WS-VOL-POINT(WS-PTY) = WS-VOL-POINT(WS-PTX)
                           MOVE "O" TO WS-DEJA-VU
                       END-IF
                   END-PERFORM
                   IF WS-DEJA-VU = "N"
                       ADD 1 TO WS-NB-ESCALES
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-ESCALES > 1 AND WS-VOL-DIST NOT < WS-MIN-NAV-NM
              AND WS-VOL-DIST > WS-NAV-NM
               MOVE "O" TO WS-NAV-OK
               MOVE WS-VOL-DIST TO WS-NAV-NM
               MOVE WS-VOL-DATEDEP TO WS-NAV-DATE
               MOVE SPACES TO WS-NAV-ROUTE
               MOVE 1 TO WS-RT-PTR
               STRING WS-BASE-OACI(1:4) DELIMITED BY SPACE
                   INTO WS-NAV-ROUTE WITH POINTER WS-RT-PTR
               PERFORM VARYING WS-PTX FROM 1 BY 1
                       UNTIL WS-PTX > WS-VOL-NBPTS
                   STRING "-" WS-VOL-POINT(WS-PTX)(1:4)
                       DELIMITED BY SIZE
                       INTO WS-NAV-ROUTE WITH POINTER WS-RT-PTR
               END-PERFORM
           END-IF.

      * Flying declared outside the club counts once validated,
      * as in F47; it carries no route, so never as the
      * qualifying cross-country.
       CUMULE-VOLEXT.
           OPEN INPUT VOLEXT-FILE.
           IF WS-FS-VOLEXT = "00"
               MOVE PI-NUMPIL TO VX-NUMPIL
               START VOLEXT-FILE KEY IS EQUAL TO VX-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOLEXT
               END-START
               PERFORM UNTIL WS-FS-VOLEXT = "10"
                   READ VOLEXT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLEXT
                       NOT AT END
                           IF VX-NUMPIL NOT = PI-NUMPIL
                               MOVE "10" TO WS-FS-VOLEXT
                           ELSE
                               IF VX-VALIDE
                                   ADD 1 TO WS-NB-VOLS
                                   ADD VX-NBHVOL TO WS-H-TOTAL
                                   IF VX-VOL-INSTRUCTION
                                       ADD VX-NBHVOL TO WS-H-DOUBLE
                                   ELSE
                                       ADD VX-NBHVOL TO WS-H-SOLO
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLEXT-FILE
           END-IF.

      * Marks each syllabus lesson the student has passed; a
      * lesson flown again after an "R" counts once acquired.
       CONTROLE-PROGRAMME.
           MOVE 0 TO WS-NB-ACQUISES WS-DERN-LECON WS-DERN-INSTR.
           PERFORM VARYING WS-LIX FROM 1 BY 1
                   UNTIL WS-LIX > WS-NB-LECONS
               MOVE "N" TO WS-LEC-ACQUISE(WS-LIX)
           END-PERFORM.
           OPEN INPUT PROGRES-FILE.
           IF WS-FS-PROGRES = "00"
               PERFORM VARYING WS-LIX FROM 1 BY 1
                       UNTIL WS-LIX > WS-NB-LECONS
                   MOVE PI-NUMPIL TO PG-NUMPIL
                   MOVE WS-LEC-NUM(WS-LIX) TO PG-NUMLECON
                   READ PROGRES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PG-ACQUIS
                               MOVE "O" TO WS-LEC-ACQUISE(WS-LIX)
                               ADD 1 TO WS-NB-ACQUISES
                               IF PG-DATE > WS-DERN-LECON
                                   MOVE PG-DATE TO WS-DERN-LECON
                                   MOVE PG-NUMINSTR TO WS-DERN-INSTR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRES-FILE
           END-IF.
           MOVE SPACES TO WS-MANQUANTES.
           MOVE 1 TO WS-MQ-PTR.
           PERFORM VARYING WS-LIX FROM 1 BY 1
                   UNTIL WS-LIX > WS-NB-LECONS OR WS-MQ-PTR > 56
               IF WS-LEC-ACQUISE(WS-LIX) = "N"
                   STRING WS-LEC-NUM(WS-LIX) " " DELIMITED BY SIZE
                       INTO WS-MANQUANTES WITH POINTER WS-MQ-PTR
               END-IF
           END-PERFORM.

      * The first sign-off on file is the first solo.
       CONTROLE-SOLO.
           MOVE 0 TO WS-SOLO-SIGNE WS-SOLO-INSTR.
           OPEN INPUT SOLO-FILE.
           IF WS-FS-SOLO = "00"
               MOVE PI-NUMPIL TO SL-NUMPIL
               MOVE 0 TO SL-SEQ
               START SOLO-FILE KEY IS NOT LESS THAN SL-CLE
                   INVALID KEY MOVE "10" TO WS-FS-SOLO
               END-START
               PERFORM UNTIL WS-FS-SOLO = "10"
                   READ SOLO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-SOLO
                       NOT AT END
                           IF SL-NUMPIL NOT = PI-NUMPIL
                               MOVE "10" TO WS-FS-SOLO
                           ELSE
                               IF WS-SOLO-SIGNE = 0
                                  OR SL-DATE-SIGNE < WS-SOLO-SIGNE
                                   MOVE SL-DATE-SIGNE
                                       TO WS-SOLO-SIGNE
                                   MOVE SL-INSTRUCTEUR
                                       TO WS-SOLO-INSTR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOLO-FILE
           END-IF.

      * A pass counts while its validity runs (no expiry date
      * means no limit); the latest pass is the one reported.
       CONTROLE-THEORIE.
           MOVE 0 TO WS-TH-DATE WS-TH-EXPIRE.
           MOVE SPACES TO WS-TH-SUJET.
           MOVE "N" TO WS-TH-OK.
           OPEN INPUT THEORIE-FILE.
           IF WS-FS-THEORIE = "00"
               MOVE PI-NUMPIL TO TH-NUMPIL
               MOVE 0 TO TH-SEQ
               START THEORIE-FILE KEY IS NOT LESS THAN TH-CLE
                   INVALID KEY MOVE "10" TO WS-FS-THEORIE
               END-START
               PERFORM UNTIL WS-FS-THEORIE = "10"
                   READ THEORIE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-THEORIE
                       NOT AT END
                           IF TH-NUMPIL NOT = PI-NUMPIL
                               MOVE "10" TO WS-FS-THEORIE
                           ELSE
                               IF TH-RECU AND TH-DATE > WS-TH-DATE
                                   MOVE TH-DATE TO WS-TH-DATE
                                   MOVE TH-EXPIRATION TO WS-TH-EXPIRE
                                   MOVE TH-SUJET TO WS-TH-SUJET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THEORIE-FILE
           END-IF.
           IF WS-TH-DATE > 0
               IF WS-TH-EXPIRE = 0 OR WS-TH-EXPIRE NOT < WS-AUJOURDHUI
                   MOVE "O" TO WS-TH-OK
               END-IF
           END-IF.

      * The application summary: identity, address, medical and
      * the figures above, laid out as the form asks for them.
       ECRIT-DOSSIER.
           MOVE SPACES TO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE ALL "-" TO DOSPPL-REC(1:72).
           WRITE DOSPPL-REC.
           MOVE SPACES TO DOSPPL-REC.
           STRING "Candidat          : " WS-NOM-COMPLET
               " - membre no " PI-NUMPIL
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE SPACES TO DOSPPL-REC.
           STRING "Ne(e) le          : " PI-DATE-NAISSANCE
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           PERFORM ECRIT-ADRESSE.
           MOVE SPACES TO DOSPPL-REC.
           IF EP-EXP-MEDICAL NOT < WS-AUJOURDHUI
               STRING "Certificat medical: valable au " EP-EXP-MEDICAL
                   DELIMITED BY SIZE INTO DOSPPL-REC
           ELSE
               STRING "Certificat medical: expire le " EP-EXP-MEDICAL
                   " - A RENOUVELER AVANT L'EXAMEN"
                   DELIMITED BY SIZE INTO DOSPPL-REC
           END-IF.
           WRITE DOSPPL-REC.
           MOVE SPACES TO DOSPPL-REC.
           STRING "Examen theorique  : " WS-TH-SUJET " recu le "
               WS-TH-DATE " valable au " WS-TH-EXPIRE
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE SPACES TO DOSPPL-REC.
           STRING "Premier solo      : " WS-SOLO-SIGNE
               " instructeur " WS-SOLO-INSTR
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE WS-H-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO DOSPPL-REC.
           STRING "Experience        : " WS-VAL-ED " h au total en "
               WS-NB-VOLS " vol(s)"
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE WS-H-DOUBLE TO WS-VAL-ED.
           MOVE WS-H-SOLO TO WS-MIN-ED.
           MOVE SPACES TO DOSPPL-REC.
           STRING "                    " WS-VAL-ED " h double, "
               WS-MIN-ED " h solo supervise"
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE WS-H-NAVSOL TO WS-VAL-ED.
           MOVE SPACES TO DOSPPL-REC.
           STRING "                    " WS-VAL-ED
               " h solo en navigation"
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE WS-NAV-NM TO WS-VAL-ED.
           MOVE SPACES TO DOSPPL-REC.
           STRING "Navigation solo   : " WS-NAV-DATE " "
               WS-NAV-ROUTE DELIMITED BY "  "
               " " WS-VAL-ED " NM" DELIMITED BY SIZE
               INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE SPACES TO DOSPPL-REC.
           STRING "Formation pratique: " WS-NB-ACQUISES
               " lecon(s) acquise(s), derniere le " WS-DERN-LECON
               " avec instructeur " WS-DERN-INSTR
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.
           MOVE SPACES TO DOSPPL-REC.
           WRITE DOSPPL-REC.
           STRING "Instructeur responsable : ____________________  "
               "Date : __________  Signature :"
               DELIMITED BY SIZE INTO DOSPPL-REC.
           WRITE DOSPPL-REC.

       ECRIT-ADRESSE.
           MOVE SPACES TO DOSPPL-REC.
           OPEN INPUT ADRESSE-FILE.
           IF WS-FS-ADRESSE = "00"
               MOVE PI-ID-ADRESSE TO AD-ID
               READ ADRESSE-FILE
                   INVALID KEY
                       MOVE "Adresse           : non renseignee"
                           TO DOSPPL-REC
                   NOT INVALID KEY
                       STRING "Adresse           : " AD-NUMVOIE
                           DELIMITED BY "  " ", " AD-CP " "
                           DELIMITED BY SIZE AD-VILLE
                           DELIMITED BY "  " " " AD-PAYS
                           DELIMITED BY "  " INTO DOSPPL-REC
               END-READ
               CLOSE ADRESSE-FILE
           ELSE
               MOVE "Adresse           : non renseignee" TO DOSPPL-REC
           END-IF.
           WRITE DOSPPL-REC.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"          TO WS-OPERATEUR.
           MOVE "F100"           TO WS-AUDIT-PROGRAMME.
           MOVE "EVALUE-ELEVE"   TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"        TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "aptitude PPL: " WS-NB-ELEVES " eleve(s), "
               WS-NB-PRETS " pret(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       END PROGRAM F100.

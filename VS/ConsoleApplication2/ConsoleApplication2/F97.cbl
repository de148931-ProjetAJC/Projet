       IDENTIFICATION DIVISION.
       PROGRAM-ID. F97.

      * Tableau des permanences: F76's main courante says after the
      * fact who held the field, but nobody planned the rota and a
      * weekend without a chef de piste was found out on the
      * Saturday morning. This staff screen keeps PERMANENCE.DAT -
      * one holder per half-day slot (matin/apres-midi) and role
      * (chef de piste / instructeur de permanence) - showing two
      * weeks of slots at a time with the uncovered required ones
      * marked (weekends, and weekdays too when PARAMS PERM-SEMAINE
      * is 1). An assignment is refused to an unknown or departed
      * member, to one holding the other role of the same slot, and
      * to one with an absence declared over the day: members'
      * absences (ABSENCE.DAT) are declared and removed here, the way
      * F4 keeps an aircraft's INDISPO blocks. Each slot carries the
      * volunteer hours (PARAMS PERM-HEURES per half-day by default,
      * corrected once the duty is done) that F98 totals per member
      * and year. Same CRUD and retry idiom as F89; all changes
      * audited.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           77 WS-RETRY PIC 9 VALUE 3.
           77 WS-APP PIC X(20) VALUE "F97".
           77 WS-FUNC PIC X(20) VALUE "F97".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                                      "7", "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The slot being keyed.
           77 WS-PE-DATE PIC 9(8) VALUE 0.
           77 WS-PE-CRENEAU PIC X VALUE "M".
           77 WS-PE-ROLE PIC X VALUE "C".
           77 WS-PE-NUMPIL PIC 9(6) VALUE 0.
           77 WS-PE-HEURES PIC 9(2)V9 VALUE 0.
           77 WS-HEURES-DEFAUT PIC 9(2)V9 VALUE 4.
           77 WS-PERM-SEMAINE PIC 9 VALUE 0.

      * The absence being keyed.
           77 WS-AB-NUMPIL PIC 9(6) VALUE 0.
           77 WS-AB-DEB PIC 9(8) VALUE 0.
           77 WS-AB-FIN PIC 9(8) VALUE 0.
           77 WS-AB-MOTIF PIC X(30) VALUE SPACES.
           77 WS-AB-SUPPR PIC 9(6) VALUE 0.
           77 WS-NEXT-ABSENCE PIC 9(6) VALUE 0.

      * Two-week planning view.
           77 WS-PLAN-DEBUT PIC 9(8) VALUE 0.
           77 WS-JOUR-INT PIC 9(8) VALUE 0.
           77 WS-JOUR-DATE PIC 9(8) VALUE 0.
           77 WS-JOUR-SEM PIC 9 VALUE 0.
           77 WS-NB-JOURS PIC 99 VALUE 0.
           77 WS-CASE PIC X(12) VALUE SPACES.
           77 WS-CASE-COL PIC 99 VALUE 0.
           77 WS-REQUIS PIC X VALUE "N".
               88 WS-CRENEAU-REQUIS VALUE "O".
           01 WS-NOMS-JOURS VALUE "LunMarMerJeuVenSamDim".
               05 WS-NOM-JOUR PIC X(3) OCCURS 7.

           77 WS-NOM-MEMBRE PIC X(20) VALUE SPACES.
           77 WS-PERM-OUVERT PIC X VALUE "N".
           77 WS-PIL-OUVERT PIC X VALUE "N".
           77 WS-REF-OK PIC X VALUE "N".
               88 WS-REF-TROUVE VALUE "O".
           77 WS-TROUVE PIC X VALUE "N".
               88 WS-EXISTE VALUE "O".
           77 WS-CONFLIT-DATE PIC 9(8) VALUE 0.
           77 K PIC 99.

           77 WS-NB-CHANGES PIC 9(3) VALUE 0.
           01 WS-CHANGELOG-TABLE.
               05 WS-CHANGELOG OCCURS 50 TIMES.
                   10 WS-CHG-ACTION PIC X(8).
                   10 WS-CHG-RESUME PIC X(60).
           77 WS-CHG-IDX  PIC 99.
           77 WS-CHG-MORE PIC 9(3) VALUE 0.

       LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
           77  LS_OPERATEUR    PIC X(10).

       SCREEN SECTION.
           01 DS-MENU.
               02 LINE 9  COL 5 "1. Planning sur deux semaines".
               02 LINE 10 COL 5 "2. Affecter une permanence".
               02 LINE 11 COL 5 "3. Retirer une permanence".
               02 LINE 12 COL 5 "4. Heures effectuees".
               02 LINE 13 COL 5 "5. Declarer une absence".
               02 LINE 14 COL 5 "6. Absences declarees".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-PLAN-DEBUT.
               02 LINE 8  COL 3 VALUE "A partir du (AAAAMMJJ):".

           01 AS-PLAN-DEBUT REQUIRED UNDERLINE.
               02 LINE 8  COL 27 PIC 9(8) USING WS-PLAN-DEBUT.

           01 DS-CRENEAU.
               02 LINE 8  COL 3 VALUE "Jour (AAAAMMJJ):      ".
               02 LINE 9  COL 3 VALUE "M=matin A=apres-midi: ".
               02 LINE 10 COL 3 VALUE "C=chef piste I=instr.:".
               02 LINE 11 COL 3 VALUE "Membre (numero):      ".
               02 LINE 12 COL 3 VALUE "Heures benevoles:     ".
               02 LINE 14 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CRENEAU REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(8)   USING WS-PE-DATE.
               02 LINE 9  COL 26 PIC X      USING WS-PE-CRENEAU.
               02 LINE 10 COL 26 PIC X      USING WS-PE-ROLE.
               02 LINE 11 COL 26 PIC 9(6)   USING WS-PE-NUMPIL.
               02 LINE 12 COL 26 PIC 99.9   USING WS-PE-HEURES.
               02 LINE 14 COL 20 PIC X      TO WS-CHOIX.

           01 DS-RETRAIT.
               02 LINE 8  COL 3 VALUE "Jour (AAAAMMJJ):      ".
               02 LINE 9  COL 3 VALUE "M=matin A=apres-midi: ".
               02 LINE 10 COL 3 VALUE "C=chef piste I=instr.:".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-RETRAIT REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(8)   USING WS-PE-DATE.
               02 LINE 9  COL 26 PIC X      USING WS-PE-CRENEAU.
               02 LINE 10 COL 26 PIC X      USING WS-PE-ROLE.
               02 LINE 12 COL 20 PIC X      TO WS-CHOIX.

           01 DS-EFFECTUE.
               02 LINE 8  COL 3 VALUE "Jour (AAAAMMJJ):      ".
               02 LINE 9  COL 3 VALUE "M=matin A=apres-midi: ".
               02 LINE 10 COL 3 VALUE "C=chef piste I=instr.:".
               02 LINE 11 COL 3 VALUE "Heures effectuees:    ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-EFFECTUE REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(8)   USING WS-PE-DATE.
               02 LINE 9  COL 26 PIC X      USING WS-PE-CRENEAU.
               02 LINE 10 COL 26 PIC X      USING WS-PE-ROLE.
               02 LINE 11 COL 26 PIC 99.9   USING WS-PE-HEURES.
               02 LINE 13 COL 20 PIC X      TO WS-CHOIX.

           01 DS-ABSENCE.
               02 LINE 8  COL 3 VALUE "Membre (numero):      ".
               02 LINE 9  COL 3 VALUE "Du (AAAAMMJJ):        ".
               02 LINE 10 COL 3 VALUE "Au (AAAAMMJJ):        ".
               02 LINE 11 COL 3 VALUE "Motif:                ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-ABSENCE REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(6)  TO WS-AB-NUMPIL.
               02 LINE 9  COL 26 PIC 9(8)  TO WS-AB-DEB.
               02 LINE 10 COL 26 PIC 9(8)  TO WS-AB-FIN.
               02 LINE 11 COL 26 PIC X(30) TO WS-AB-MOTIF.
               02 LINE 13 COL 20 PIC X     TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-PARAMS.
           PERFORM MENU-F97.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       CHARGE-PARAMS.
           MOVE "PERM-HEURES" TO WS-PARAM-CODE.
           MOVE 4 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-HEURES-DEFAUT.
           MOVE "PERM-SEMAINE" TO WS-PARAM-CODE.
           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-PERM-SEMAINE.

       BACK-OR-QUIT.
           MOVE "ReTOurner au Menu ou Quitter (Q)" TO WS-INVITE.
           PERFORM REFRESH.
           ACCEPT WS-CHOIX.
           IF WS-QUITTER
               PERFORM SESSION-SUMMARY
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           ELSE
               PERFORM MENU-F97
           END-IF.

       MENU-F97.
           MOVE "Permanences" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM PLANNING
                       WHEN "2"
                           PERFORM SAISIE-AFFECTATION
                       WHEN "3"
                           PERFORM SAISIE-RETRAIT
                       WHEN "4"
                           PERFORM SAISIE-EFFECTUE
                       WHEN "5"
                           PERFORM SAISIE-ABSENCE
                       WHEN "6"
                           PERFORM LISTE-ABSENCES
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F97
                   END-EVALUATE
                   MOVE "" TO WS-CHOIX
               ELSE
                   SUBTRACT 1 FROM WS-RETRY
                   MOVE "Choix non valide ! " TO WS-MSG
               END-IF
           END-PERFORM.
           IF WS-RETRY = 0
               PERFORM LOG-RETRY-EXHAUSTED
               PERFORM SESSION-SUMMARY
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           END-IF.

       LOG-RETRY-EXHAUSTED.
           MOVE "Trop de tentatives invalides. Fin de session."
               TO WS-MSG.
           PERFORM REFRESH.
           DISPLAY FOOTER.
           MOVE WS-MSG             TO WS-ERR-TEXT.
           MOVE "F97"              TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * Fourteen days from the keyed date, one line per day: the
      * holder of each of the four slots, VACANT where a required
      * slot has nobody.
       PLANNING.
           PERFORM NEW-SCREEN.
           MOVE "Planning" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE WS-CURR-DATE TO WS-PLAN-DEBUT.
           DISPLAY DS-PLAN-DEBUT.
           ACCEPT AS-PLAN-DEBUT.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PLAN-DEBUT) NOT = 0
               MOVE "Date invalide." TO WS-MSG
           ELSE
               PERFORM ENTETE-PLANNING
               COMPUTE WS-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PLAN-DEBUT)
               OPEN INPUT PERMANENCE-FILE
               MOVE "N" TO WS-PERM-OUVERT
               IF WS-FS-PERMANENCE = "00"
                   MOVE "O" TO WS-PERM-OUVERT
               END-IF
               OPEN INPUT PILOTE-FILE
               MOVE "N" TO WS-PIL-OUVERT
               IF WS-FS-PILOTE = "00"
                   MOVE "O" TO WS-PIL-OUVERT
               END-IF
               PERFORM VARYING WS-NB-JOURS FROM 1 BY 1
                       UNTIL WS-NB-JOURS > 14
                   IF WS-NB-JOURS = 8
                       DISPLAY "Semaine suivante: Entree"
                           LINE 17 COL 3
                       ACCEPT WS-CHOIX LINE 17 COL 28
                       PERFORM ENTETE-PLANNING
                   END-IF
                   PERFORM AFFICHE-JOUR
                   ADD 1 TO WS-JOUR-INT
                   ADD 1 TO K
               END-PERFORM
               IF WS-PIL-OUVERT = "O"
                   CLOSE PILOTE-FILE
               END-IF
               IF WS-PERM-OUVERT = "O"
                   CLOSE PERMANENCE-FILE
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F97.

      * One week per page, between the header and the footer.
       ENTETE-PLANNING.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY "Jour         Matin: chef   Matin: instr."
               LINE 7 COL 2.
           DISPLAY "A-midi: chef  A-midi: instr." LINE 7 COL 45.
           MOVE 8 TO K.

       AFFICHE-JOUR.
           COMPUTE WS-JOUR-DATE = FUNCTION DATE-OF-INTEGER(WS-JOUR-INT).
           PERFORM JOUR-REQUIS.
           DISPLAY WS-JOUR-DATE LINE K COL 2.
           DISPLAY WS-NOM-JOUR(WS-JOUR-SEM) LINE K COL 11.
           MOVE "M" TO WS-PE-CRENEAU.
           MOVE "C" TO WS-PE-ROLE.
           MOVE 15 TO WS-CASE-COL.
           PERFORM AFFICHE-CASE.
           MOVE "I" TO WS-PE-ROLE.
           MOVE 29 TO WS-CASE-COL.
           PERFORM AFFICHE-CASE.
           MOVE "A" TO WS-PE-CRENEAU.
           MOVE "C" TO WS-PE-ROLE.
           MOVE 45 TO WS-CASE-COL.
           PERFORM AFFICHE-CASE.
           MOVE "I" TO WS-PE-ROLE.
           MOVE 59 TO WS-CASE-COL.
           PERFORM AFFICHE-CASE.

      * Weekday via INTEGER-OF-DATE as in F1: REM(n,7) gives
      * 1=lundi .. 6=samedi and 0 for dimanche, kept here as 7.
       JOUR-REQUIS.
           COMPUTE WS-JOUR-SEM = FUNCTION REM(WS-JOUR-INT, 7).
           IF WS-JOUR-SEM = 0
               MOVE 7 TO WS-JOUR-SEM
           END-IF.
           IF WS-JOUR-SEM > 5 OR WS-PERM-SEMAINE = 1
               MOVE "O" TO WS-REQUIS
           ELSE
               MOVE "N" TO WS-REQUIS
           END-IF.

       AFFICHE-CASE.
           IF WS-CRENEAU-REQUIS
               MOVE "-- VACANT --" TO WS-CASE
           ELSE
               MOVE "     .      " TO WS-CASE
           END-IF.
           IF WS-PERM-OUVERT = "O"
               MOVE WS-JOUR-DATE TO PE-DATE
               MOVE WS-PE-CRENEAU TO PE-CRENEAU
               MOVE WS-PE-ROLE TO PE-ROLE
               READ PERMANENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PE-NUMPIL TO WS-CASE
                       IF WS-PIL-OUVERT = "O"
                           MOVE PE-NUMPIL TO PI-NUMPIL
                           READ PILOTE-FILE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE PI-NOM TO WS-CASE
                           END-READ
                       END-IF
               END-READ
           END-IF.
           DISPLAY WS-CASE LINE K COL WS-CASE-COL.

      * Assigning a held slot hands it to the new holder.
       SAISIE-AFFECTATION.
           PERFORM NEW-SCREEN.
           MOVE "Affectation" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE WS-CURR-DATE TO WS-PE-DATE.
           MOVE "M" TO WS-PE-CRENEAU.
           MOVE "C" TO WS-PE-ROLE.
           MOVE 0 TO WS-PE-NUMPIL.
           MOVE WS-HEURES-DEFAUT TO WS-PE-HEURES.
           DISPLAY DS-CRENEAU.
           ACCEPT AS-CRENEAU.
           IF WS-VALIDER
               PERFORM CONTROLE-AFFECTATION
               IF WS-MSG = SPACES
                   PERFORM APPLY-AFFECTATION
               ELSE
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F97" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Permanence non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F97.

       CONTROLE-CRENEAU.
           MOVE SPACES TO WS-MSG.
           MOVE FUNCTION UPPER-CASE(WS-PE-CRENEAU) TO WS-PE-CRENEAU.
           MOVE FUNCTION UPPER-CASE(WS-PE-ROLE) TO WS-PE-ROLE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PE-DATE) NOT = 0
               MOVE "Date invalide." TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES
               IF (WS-PE-CRENEAU NOT = "M" AND WS-PE-CRENEAU NOT = "A")
                  OR (WS-PE-ROLE NOT = "C" AND WS-PE-ROLE NOT = "I")
                   MOVE "Creneau M/A et role C/I." TO WS-MSG
               END-IF
           END-IF.

      * Each check runs only while the previous ones passed, so
      * WS-MSG carries the first reason for refusal.
       CONTROLE-AFFECTATION.
           PERFORM CONTROLE-CRENEAU.
           IF WS-MSG = SPACES AND WS-PE-DATE < WS-CURR-DATE
               MOVE "Jour deja passe." TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES
               PERFORM CHERCHE-MEMBRE
               IF NOT WS-EXISTE
                   MOVE "Membre inconnu ou parti." TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               PERFORM CHERCHE-ABSENCE
               IF WS-EXISTE
                   MOVE "Absence declaree ce jour-la." TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               PERFORM CHERCHE-AUTRE-ROLE
               IF WS-EXISTE
                   MOVE "Deja de permanence sur l'autre role."
                       TO WS-MSG
               END-IF
           END-IF.

       CHERCHE-MEMBRE.
           MOVE "N" TO WS-TROUVE.
           MOVE SPACES TO WS-NOM-MEMBRE.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-PE-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PI-PARTI
                           MOVE "O" TO WS-TROUVE
                           MOVE PI-NOM TO WS-NOM-MEMBRE
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

      * Same window test as F4's aircraft blocks: the day falls
      * inside one of the member's declared absences.
       CHERCHE-ABSENCE.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT ABSENCE-FILE.
           IF WS-FS-ABSENCE = "00"
               MOVE WS-PE-NUMPIL TO AB-NUMPIL
               START ABSENCE-FILE KEY IS EQUAL TO AB-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-ABSENCE
               END-START
               PERFORM UNTIL WS-FS-ABSENCE = "10"
                   READ ABSENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ABSENCE
                       NOT AT END
                           IF AB-NUMPIL NOT = WS-PE-NUMPIL
                               MOVE "10" TO WS-FS-ABSENCE
                           ELSE
                               IF AB-DATE-DEB NOT > WS-PE-DATE
                                  AND AB-DATE-FIN NOT < WS-PE-DATE
                                   MOVE "O" TO WS-TROUVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.

       CHERCHE-AUTRE-ROLE.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT PERMANENCE-FILE.
           IF WS-FS-PERMANENCE = "00"
               MOVE WS-PE-DATE TO PE-DATE
               MOVE WS-PE-CRENEAU TO PE-CRENEAU
               IF WS-PE-ROLE = "C"
                   MOVE "I" TO PE-ROLE
               ELSE
                   MOVE "C" TO PE-ROLE
               END-IF
               READ PERMANENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PE-NUMPIL = WS-PE-NUMPIL
                           MOVE "O" TO WS-TROUVE
                       END-IF
               END-READ
               CLOSE PERMANENCE-FILE
           END-IF.

       APPLY-AFFECTATION.
           MOVE "N" TO WS-REF-OK.
           OPEN I-O PERMANENCE-FILE.
           IF WS-FS-PERMANENCE = "35"
               OPEN OUTPUT PERMANENCE-FILE
               CLOSE PERMANENCE-FILE
               OPEN I-O PERMANENCE-FILE
           END-IF.
           IF WS-FS-PERMANENCE = "00"
               MOVE WS-PE-DATE TO PE-DATE
               MOVE WS-PE-CRENEAU TO PE-CRENEAU
               MOVE WS-PE-ROLE TO PE-ROLE
               READ PERMANENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-REF-OK
               END-READ
               MOVE WS-PE-DATE TO PE-DATE
               MOVE WS-PE-CRENEAU TO PE-CRENEAU
               MOVE WS-PE-ROLE TO PE-ROLE
               MOVE WS-PE-NUMPIL TO PE-NUMPIL
               MOVE WS-PE-HEURES TO PE-HEURES
               MOVE "P" TO PE-ETAT
               MOVE "N" TO PE-RAPPEL
               MOVE WS-OPERATEUR TO PE-OPERATEUR
               MOVE WS-CURR-DATE TO PE-DATE-SAISIE
               MOVE SPACES TO PE-RESERVE
               IF WS-REF-TROUVE
                   REWRITE PERMANENCE-REC
               ELSE
                   WRITE PERMANENCE-REC
               END-IF
               CLOSE PERMANENCE-FILE
           END-IF.
           MOVE "F97"                TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-AFFECTATION" TO WS-AUDIT-PARAGRAPHE.
           IF WS-REF-TROUVE
               MOVE "MAJ"            TO WS-AUDIT-ACTION
           ELSE
               MOVE "CREATION"       TO WS-AUDIT-ACTION
           END-IF.
           STRING "permanence " WS-PE-DATE " " WS-PE-CRENEAU " "
               WS-PE-ROLE " -> membre " WS-PE-NUMPIL " "
               WS-PE-HEURES " h"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Permanence " WS-PE-DATE " " WS-PE-CRENEAU
               WS-PE-ROLE " confiee a " WS-NOM-MEMBRE
               DELIMITED BY SIZE INTO WS-MSG.

       SAISIE-RETRAIT.
           PERFORM NEW-SCREEN.
           MOVE "Retrait" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE WS-CURR-DATE TO WS-PE-DATE.
           MOVE "M" TO WS-PE-CRENEAU.
           MOVE "C" TO WS-PE-ROLE.
           DISPLAY DS-RETRAIT.
           ACCEPT AS-RETRAIT.
           IF WS-VALIDER
               PERFORM CONTROLE-CRENEAU
               IF WS-MSG = SPACES
                   PERFORM APPLY-RETRAIT
               END-IF
               IF WS-MSG NOT = SPACES
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F97" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Permanence conservee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F97.

       APPLY-RETRAIT.
           OPEN I-O PERMANENCE-FILE.
           IF WS-FS-PERMANENCE = "00"
               MOVE WS-PE-DATE TO PE-DATE
               MOVE WS-PE-CRENEAU TO PE-CRENEAU
               MOVE WS-PE-ROLE TO PE-ROLE
               READ PERMANENCE-FILE
                   INVALID KEY
                       MOVE "Aucune permanence sur ce creneau."
                           TO WS-MSG
                   NOT INVALID KEY
                       MOVE PE-NUMPIL TO WS-PE-NUMPIL
                       DELETE PERMANENCE-FILE RECORD
                       MOVE "F97"            TO WS-AUDIT-PROGRAMME
                       MOVE "SAISIE-RETRAIT" TO WS-AUDIT-PARAGRAPHE
                       MOVE "SUPPR"          TO WS-AUDIT-ACTION
                       STRING "permanence " WS-PE-DATE " "
                           WS-PE-CRENEAU " " WS-PE-ROLE
                           " retiree a membre " WS-PE-NUMPIL
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
               END-READ
               CLOSE PERMANENCE-FILE
           ELSE
               MOVE "Aucune permanence sur ce creneau." TO WS-MSG
           END-IF.

      * Once the duty is done its real length replaces the
      * default, and the slot counts as volunteer time performed.
       SAISIE-EFFECTUE.
           PERFORM NEW-SCREEN.
           MOVE "Heures effectuees" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE WS-CURR-DATE TO WS-PE-DATE.
           MOVE "M" TO WS-PE-CRENEAU.
           MOVE "C" TO WS-PE-ROLE.
           MOVE WS-HEURES-DEFAUT TO WS-PE-HEURES.
           DISPLAY DS-EFFECTUE.
           ACCEPT AS-EFFECTUE.
           IF WS-VALIDER
               PERFORM CONTROLE-CRENEAU
               IF WS-MSG = SPACES AND WS-PE-DATE > WS-CURR-DATE
                   MOVE "Permanence pas encore tenue." TO WS-MSG
               END-IF
               IF WS-MSG = SPACES
                   PERFORM APPLY-EFFECTUE
               END-IF
               IF WS-MSG NOT = SPACES
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F97" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Heures non enregistrees." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F97.

       APPLY-EFFECTUE.
           OPEN I-O PERMANENCE-FILE.
           IF WS-FS-PERMANENCE = "00"
               MOVE WS-PE-DATE TO PE-DATE
               MOVE WS-PE-CRENEAU TO PE-CRENEAU
               MOVE WS-PE-ROLE TO PE-ROLE
               READ PERMANENCE-FILE
                   INVALID KEY
                       MOVE "Aucune permanence sur ce creneau."
                           TO WS-MSG
                   NOT INVALID KEY
                       MOVE WS-PE-HEURES TO PE-HEURES
                       MOVE "E" TO PE-ETAT
                       REWRITE PERMANENCE-REC
                       MOVE "F97"             TO WS-AUDIT-PROGRAMME
                       MOVE "SAISIE-EFFECTUE" TO WS-AUDIT-PARAGRAPHE
                       MOVE "MAJ"             TO WS-AUDIT-ACTION
                       STRING "permanence " WS-PE-DATE " "
                           WS-PE-CRENEAU " " WS-PE-ROLE " membre "
                           PE-NUMPIL " effectuee " WS-PE-HEURES " h"
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
               END-READ
               CLOSE PERMANENCE-FILE
           ELSE
               MOVE "Aucune permanence sur ce creneau." TO WS-MSG
           END-IF.

      * A new absence may not cover a slot the member already
      * holds - the slot is reassigned first.
       SAISIE-ABSENCE.
           PERFORM NEW-SCREEN.
           MOVE "Absence" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-AB-NUMPIL WS-AB-DEB WS-AB-FIN.
           MOVE SPACES TO WS-AB-MOTIF.
           DISPLAY DS-ABSENCE.
           ACCEPT AS-ABSENCE.
           IF WS-VALIDER
               MOVE SPACES TO WS-MSG
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AB-DEB) NOT = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-AB-FIN) NOT = 0
                  OR WS-AB-FIN < WS-AB-DEB
                   MOVE "Periode incoherente." TO WS-MSG
               END-IF
               IF WS-MSG = SPACES
                   MOVE WS-AB-NUMPIL TO WS-PE-NUMPIL
                   PERFORM CHERCHE-MEMBRE
                   IF NOT WS-EXISTE
                       MOVE "Membre inconnu ou parti." TO WS-MSG
                   END-IF
               END-IF
               IF WS-MSG = SPACES
                   PERFORM CHERCHE-CONFLIT-ABSENCE
                   IF WS-EXISTE
                       STRING "Membre de permanence le "
                           WS-CONFLIT-DATE " - retirer d'abord."
                           DELIMITED BY SIZE INTO WS-MSG
                   END-IF
               END-IF
               IF WS-MSG = SPACES
                   PERFORM APPLY-ABSENCE
               ELSE
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F97" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Absence non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F97.

       CHERCHE-CONFLIT-ABSENCE.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT PERMANENCE-FILE.
           IF WS-FS-PERMANENCE = "00"
               MOVE WS-AB-NUMPIL TO PE-NUMPIL
               START PERMANENCE-FILE KEY IS EQUAL TO PE-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-PERMANENCE
               END-START
               PERFORM UNTIL WS-FS-PERMANENCE = "10"
                   READ PERMANENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PERMANENCE
                       NOT AT END
                           IF PE-NUMPIL NOT = WS-AB-NUMPIL
                               MOVE "10" TO WS-FS-PERMANENCE
                           ELSE
                               IF PE-DATE NOT < WS-AB-DEB
                                  AND PE-DATE NOT > WS-AB-FIN
                                   MOVE "O" TO WS-TROUVE
                                   MOVE PE-DATE TO WS-CONFLIT-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERMANENCE-FILE
           END-IF.

      * Ids come from the central ABSENCE counter, same idiom as
      * F4's INDISPO blocks.
       APPLY-ABSENCE.
           MOVE "ABSENCE" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-NEXT-ABSENCE.
           INITIALIZE ABSENCE-REC.
           MOVE WS-NEXT-ABSENCE TO AB-ID.
           MOVE WS-AB-NUMPIL TO AB-NUMPIL.
           MOVE WS-AB-DEB TO AB-DATE-DEB.
           MOVE WS-AB-FIN TO AB-DATE-FIN.
           MOVE WS-AB-MOTIF TO AB-MOTIF.
           OPEN I-O ABSENCE-FILE.
           IF WS-FS-ABSENCE = "35"
               OPEN OUTPUT ABSENCE-FILE
           END-IF.
           WRITE ABSENCE-REC.
           CLOSE ABSENCE-FILE.
           MOVE "F97"            TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-ABSENCE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"       TO WS-AUDIT-ACTION.
           STRING "absence " WS-NEXT-ABSENCE " membre "
               WS-AB-NUMPIL " du " WS-AB-DEB " au " WS-AB-FIN
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           STRING "Absence " WS-NEXT-ABSENCE " enregistree."
               DELIMITED BY SIZE INTO WS-MSG.

      * Absences still running or to come; one may be removed.
       LISTE-ABSENCES.
           PERFORM NEW-SCREEN.
           MOVE "Absences declarees" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Numero Membre Du       Au       Motif"
               LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT ABSENCE-FILE.
           IF WS-FS-ABSENCE = "00"
               MOVE LOW-VALUES TO AB-ID
               START ABSENCE-FILE KEY IS NOT LESS THAN AB-ID
                   INVALID KEY MOVE "10" TO WS-FS-ABSENCE
               END-START
               PERFORM UNTIL WS-FS-ABSENCE = "10" OR K > 17
                   READ ABSENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ABSENCE
                       NOT AT END
                           IF AB-DATE-FIN NOT < WS-CURR-DATE
                               DISPLAY AB-ID LINE K COL 3
                               DISPLAY AB-NUMPIL LINE K COL 10
                               DISPLAY AB-DATE-DEB LINE K COL 17
                               DISPLAY AB-DATE-FIN LINE K COL 26
                               DISPLAY AB-MOTIF LINE K COL 35
                               ADD 1 TO K
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.
           IF K = 8
               MOVE "Aucune absence en cours ou a venir." TO WS-MSG
           ELSE
               DISPLAY "Absence a supprimer (0=aucune):" LINE 19 COL 3
               ACCEPT WS-AB-SUPPR LINE 19 COL 36
               IF WS-AB-SUPPR NUMERIC AND WS-AB-SUPPR > 0
                   PERFORM SUPPRIME-ABSENCE
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F97.

       SUPPRIME-ABSENCE.
           OPEN I-O ABSENCE-FILE.
           IF WS-FS-ABSENCE = "00"
               MOVE WS-AB-SUPPR TO AB-ID
               DELETE ABSENCE-FILE RECORD
                   INVALID KEY
                       MOVE "Absence inconnue." TO WS-MSG
                   NOT INVALID KEY
                       MOVE "F97"          TO WS-AUDIT-PROGRAMME
                       MOVE "DEL-ABSENCE"  TO WS-AUDIT-PARAGRAPHE
                       MOVE "SUPPR"        TO WS-AUDIT-ACTION
                       STRING "absence " WS-AB-SUPPR " supprimee"
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE "Absence supprimee." TO WS-MSG
               END-DELETE
               CLOSE ABSENCE-FILE
           END-IF.

       RECORD-CHANGE.
           IF WS-NB-CHANGES < 50
               ADD 1 TO WS-NB-CHANGES
               MOVE WS-AUDIT-ACTION TO WS-CHG-ACTION (WS-NB-CHANGES)
               MOVE WS-AUDIT-RESUME (1:60)
                   TO WS-CHG-RESUME (WS-NB-CHANGES)
           END-IF.

       SESSION-SUMMARY.
           PERFORM NEW-SCREEN.
           MOVE "Resume de session" TO WS-FUNC.
           IF WS-NB-CHANGES = 0
               MOVE "Aucune modification durant cette session."
                   TO WS-MSG
           ELSE
               MOVE 6 TO K
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-NB-CHANGES
                          OR WS-CHG-IDX > 12
                   ADD 1 TO K
                   DISPLAY WS-CHG-ACTION (WS-CHG-IDX) LINE K COL 3
                   DISPLAY WS-CHG-RESUME (WS-CHG-IDX) LINE K COL 14
               END-PERFORM
               IF WS-NB-CHANGES > 12
                   COMPUTE WS-CHG-MORE = WS-NB-CHANGES - 12
                   STRING "... et " WS-CHG-MORE " de plus."
                       DELIMITED BY SIZE INTO WS-MSG
               ELSE
                   MOVE SPACES TO WS-MSG
               END-IF
           END-IF.
           PERFORM REFRESH.
           MOVE "Appuyez sur une touche pour quitter" TO WS-INVITE.
           DISPLAY FOOTER.
           ACCEPT WS-CHOIX.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       END PROGRAM F97.

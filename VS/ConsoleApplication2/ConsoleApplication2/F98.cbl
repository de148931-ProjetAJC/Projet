       IDENTIFICATION DIVISION.
       PROGRAM-ID. F98.

      * Controle des permanences: run daily against the rota kept
      * by F97 (PERMANENCE.DAT). Lists every required slot of the
      * next fourteen days - weekends, and weekdays too when PARAMS
      * PERM-SEMAINE is 1 - still without a chef de piste or an
      * instructeur de permanence, and queues one notice of the gaps
      * to each active office account (staff, admin, bureau) linked
      * to a member. Then queues a reminder on NOTIF.DAT to every
      * holder of a slot within the next seven days not yet
      * reminded, and marks the slot so it is sent once.
      * Optionally, for a year keyed at the prompt, totals the
      * volunteer hours held per member - confirmed through F97 or
      * still at their planned length - and values them at PARAMS
      * BENEVOLAT-TX per hour for the contributions volontaires en
      * nature shown in the annual accounts. Both reports are
      * cataloged for F35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT PERMRPT-FILE ASSIGN TO WS-NOM-PERMRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PERMRPT.

           SELECT BENEVOL-FILE ASSIGN TO WS-NOM-BENEVOL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-BENEVOL.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  PERMRPT-FILE.
       01  PERMRPT-REC             PIC X(132).
       FD  BENEVOL-FILE.
       01  BENEVOL-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-PERMRPT       PIC XX VALUE "00".
           77  WS-NOM-PERMRPT      PIC X(40) VALUE SPACES.
           77  WS-FS-BENEVOL       PIC XX VALUE "00".
           77  WS-NOM-BENEVOL      PIC X(40) VALUE SPACES.
           77  WS-AUJOURDHUI       PIC 9(8) VALUE 0.
           77  WS-AUJ-INT          PIC 9(8) VALUE 0.
           77  WS-HORIZON          PIC 9(8) VALUE 0.
           77  WS-LIMITE-RAPPEL    PIC 9(8) VALUE 0.
           77  WS-PERM-SEMAINE     PIC 9 VALUE 0.
           77  WS-TAUX-BENEVOLAT   PIC 9(4)V99 VALUE 0.

      * Gap scan.
           77  WS-JOUR-INT         PIC 9(8) VALUE 0.
           77  WS-JOUR-DATE        PIC 9(8) VALUE 0.
           77  WS-JOUR-SEM         PIC 9 VALUE 0.
           77  WS-NB-JOURS         PIC 99 VALUE 0.
           77  WS-CRENEAU          PIC X VALUE SPACES.
           77  WS-ROLE             PIC X VALUE SPACES.
           77  WS-LIB-CRENEAU      PIC X(11) VALUE SPACES.
           77  WS-LIB-ROLE         PIC X(13) VALUE SPACES.
           77  WS-PERM-OUVERT      PIC X VALUE "N".
           77  WS-PIL-OUVERT       PIC X VALUE "N".
           77  WS-NB-LACUNES       PIC 9(3) VALUE 0.
           77  WS-PREM-LACUNE      PIC 9(8) VALUE 0.
           77  WS-NB-ALERTES       PIC 9(3) VALUE 0.
           77  WS-NB-RAPPELS       PIC 9(3) VALUE 0.
           01  WS-NOMS-JOURS VALUE "LunMarMerJeuVenSamDim".
               05  WS-NOM-JOUR     PIC X(3) OCCURS 7.

      * Volunteer-hours year, 0 when not wanted.
           77  WS-ANNEE            PIC 9(4) VALUE 0.
           77  WS-AN-DEBUT         PIC 9(8) VALUE 0.
           77  WS-AN-FIN           PIC 9(8) VALUE 0.
           77  WS-NB-MEMBRES       PIC 9(3) VALUE 0.
           77  WS-IDX              PIC 9(3) VALUE 0.
           01  WS-BENEVOLES.
               05  WS-BEN OCCURS 300 TIMES.
                   10  WS-BEN-NUMPIL    PIC 9(6).
                   10  WS-BEN-CRENEAUX  PIC 9(4).
                   10  WS-BEN-HEURES    PIC 9(5)V9.
                   10  WS-BEN-CONFIRME  PIC 9(5)V9.
           77  WS-NOM-MEMBRE       PIC X(31) VALUE SPACES.
           77  WS-VALEUR           PIC 9(7)V99 VALUE 0.
           77  WS-TOT-HEURES       PIC 9(6)V9 VALUE 0.
           77  WS-TOT-CONFIRME     PIC 9(6)V9 VALUE 0.
           77  WS-TOT-VALEUR       PIC 9(8)V99 VALUE 0.
           77  WS-HEURES-ED        PIC Z(5)9.9.
           77  WS-CONFIRME-ED      PIC Z(5)9.9.
           77  WS-VALEUR-ED        PIC Z(7)9.99.
           77  WS-TAUX-ED          PIC Z(3)9.99.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE WS-CURR-DATE TO WS-AUJOURDHUI.
           COMPUTE WS-AUJ-INT = FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI).
           COMPUTE WS-HORIZON =
               FUNCTION DATE-OF-INTEGER(WS-AUJ-INT + 13).
           COMPUTE WS-LIMITE-RAPPEL =
               FUNCTION DATE-OF-INTEGER(WS-AUJ-INT + 7).
           PERFORM CHARGE-PARAMS.
           PERFORM SAISIE-ANNEE.
           MOVE SPACES TO WS-NOM-PERMRPT.
           STRING "PERMANENCES_" FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-PERMRPT.
           OPEN OUTPUT PERMRPT-FILE.
           MOVE SPACES TO PERMRPT-REC.
           STRING "Controle des permanences du " WS-AUJOURDHUI
               " au " WS-HORIZON " - edite le " WS-CURR-DAY "/"
               WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO PERMRPT-REC.
           WRITE PERMRPT-REC.
           MOVE SPACES TO PERMRPT-REC.
           WRITE PERMRPT-REC.
           MOVE "Creneaux requis non pourvus :" TO PERMRPT-REC.
           WRITE PERMRPT-REC.
           PERFORM CONTROLE-CRENEAUX.
           IF WS-NB-LACUNES = 0
               MOVE "  aucun." TO PERMRPT-REC
               WRITE PERMRPT-REC
           ELSE
               PERFORM ALERTE-BUREAU
           END-IF.
           MOVE SPACES TO PERMRPT-REC.
           WRITE PERMRPT-REC.
           MOVE "Rappels envoyes aux membres de permanence :"
               TO PERMRPT-REC.
           WRITE PERMRPT-REC.
           PERFORM ENVOIE-RAPPELS.
           MOVE SPACES TO PERMRPT-REC.
           WRITE PERMRPT-REC.
           MOVE SPACES TO PERMRPT-REC.
           STRING WS-NB-LACUNES " creneau(x) non pourvu(s), "
               WS-NB-ALERTES " alerte(s) au bureau, " WS-NB-RAPPELS
               " rappel(s) mis en file."
               DELIMITED BY SIZE INTO PERMRPT-REC.
           WRITE PERMRPT-REC.
           CLOSE PERMRPT-FILE.
           MOVE "PERMANEN" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-AUJOURDHUI TO WS-RPT-PERIODE.
           MOVE WS-NOM-PERMRPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Rapport ecrit dans " WS-NOM-PERMRPT.
           IF WS-ANNEE > 0
               PERFORM EDITE-BENEVOLAT
           END-IF.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       CHARGE-PARAMS.
           MOVE "PERM-SEMAINE" TO WS-PARAM-CODE.
           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-PERM-SEMAINE.
           MOVE "BENEVOLAT-TX" TO WS-PARAM-CODE.
           MOVE 12 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TAUX-BENEVOLAT.

       SAISIE-ANNEE.
           DISPLAY "Heures benevoles - annee (AAAA, 0 = aucune) : "
               NO ADVANCING.
           ACCEPT WS-ANNEE.
           PERFORM UNTIL WS-ANNEE IS NUMERIC
               DISPLAY "Saisie invalide. Annee (AAAA, 0 = aucune) : "
                   NO ADVANCING
               ACCEPT WS-ANNEE
           END-PERFORM.

      * Same required-slot rule as F97's planning.
       CONTROLE-CRENEAUX.
           OPEN INPUT PERMANENCE-FILE.
           MOVE "N" TO WS-PERM-OUVERT.
           IF WS-FS-PERMANENCE = "00"
               MOVE "O" TO WS-PERM-OUVERT
           END-IF.
           MOVE WS-AUJ-INT TO WS-JOUR-INT.
           PERFORM VARYING WS-NB-JOURS FROM 1 BY 1
                   UNTIL WS-NB-JOURS > 14
               COMPUTE WS-JOUR-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
               COMPUTE WS-JOUR-SEM = FUNCTION REM(WS-JOUR-INT, 7)
               IF WS-JOUR-SEM = 0
                   MOVE 7 TO WS-JOUR-SEM
               END-IF
               IF WS-JOUR-SEM > 5 OR WS-PERM-SEMAINE = 1
                   MOVE "M" TO WS-CRENEAU
                   MOVE "C" TO WS-ROLE
                   PERFORM CONTROLE-CRENEAU
                   MOVE "I" TO WS-ROLE
                   PERFORM CONTROLE-CRENEAU
                   MOVE "A" TO WS-CRENEAU
                   MOVE "C" TO WS-ROLE
                   PERFORM CONTROLE-CRENEAU
                   MOVE "I" TO WS-ROLE
                   PERFORM CONTROLE-CRENEAU
               END-IF
               ADD 1 TO WS-JOUR-INT
           END-PERFORM.
           IF WS-PERM-OUVERT = "O"
               CLOSE PERMANENCE-FILE
           END-IF.

       CONTROLE-CRENEAU.
           IF WS-PERM-OUVERT = "O"
               MOVE WS-JOUR-DATE TO PE-DATE
               MOVE WS-CRENEAU TO PE-CRENEAU
               MOVE WS-ROLE TO PE-ROLE
               READ PERMANENCE-FILE
                   INVALID KEY
                       PERFORM ECRIT-LACUNE
               END-READ
           ELSE
               PERFORM ECRIT-LACUNE
           END-IF.

       ECRIT-LACUNE.
           ADD 1 TO WS-NB-LACUNES.
           IF WS-PREM-LACUNE = 0
               MOVE WS-JOUR-DATE TO WS-PREM-LACUNE
           END-IF.
           PERFORM LIBELLES-CRENEAU.
           MOVE SPACES TO PERMRPT-REC.
           STRING "  " WS-JOUR-DATE " " WS-NOM-JOUR(WS-JOUR-SEM) " "
               WS-LIB-CRENEAU " " WS-LIB-ROLE
               DELIMITED BY SIZE INTO PERMRPT-REC.
           WRITE PERMRPT-REC.

       LIBELLES-CRENEAU.
           IF WS-CRENEAU = "M"
               MOVE "matin" TO WS-LIB-CRENEAU
           ELSE
               MOVE "apres-midi" TO WS-LIB-CRENEAU
           END-IF.
           IF WS-ROLE = "C"
               MOVE "chef de piste" TO WS-LIB-ROLE
           ELSE
               MOVE "instructeur" TO WS-LIB-ROLE
           END-IF.

      * No club mailbox exists: the gaps go to the members behind
      * the active office accounts, F53 resolving their addresses.
       ALERTE-BUREAU.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE LOW-VALUES TO OPR-ID
               START OPERATEUR-FILE KEY IS NOT LESS THAN OPR-ID
                   INVALID KEY MOVE "10" TO WS-FS-OPERATEUR
               END-START
               PERFORM UNTIL WS-FS-OPERATEUR = "10"
                   READ OPERATEUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-OPERATEUR
                       NOT AT END
                           IF OPR-EST-ACTIF AND OPR-NUMPIL > 0
                              AND (OPR-ROLE-STAFF OR OPR-ROLE-ADMIN
                                   OR OPR-ROLE-BUREAU)
                               PERFORM ALERTE-OPERATEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATEUR-FILE
           END-IF.

       ALERTE-OPERATEUR.
           MOVE OPR-NUMPIL TO WS-NOTIF-NUMPIL.
           MOVE SPACES TO WS-NOTIF-EMAIL.
           MOVE "F98" TO WS-NOTIF-ORIGINE.
           MOVE "Permanences non pourvues"
               TO WS-NOTIF-OBJET.
           MOVE SPACES TO WS-NOTIF-TEXTE.
           STRING WS-NB-LACUNES " creneau(x) de permanence sans "
               "titulaire d'ici le " WS-HORIZON ", le premier le "
               WS-PREM-LACUNE ". Voir le planning F97."
               DELIMITED BY SIZE INTO WS-NOTIF-TEXTE.
           PERFORM ENREGISTRE-NOTIFICATION.
           ADD 1 TO WS-NB-ALERTES.

      * Slots from today up to a week ahead, reminded once.
       ENVOIE-RAPPELS.
           OPEN I-O PERMANENCE-FILE.
           IF WS-FS-PERMANENCE = "00"
               MOVE WS-AUJOURDHUI TO PE-DATE
               MOVE LOW-VALUES TO PE-CRENEAU PE-ROLE
               START PERMANENCE-FILE KEY IS NOT LESS THAN PE-CLE
                   INVALID KEY MOVE "10" TO WS-FS-PERMANENCE
               END-START
               PERFORM UNTIL WS-FS-PERMANENCE = "10"
                   READ PERMANENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PERMANENCE
                       NOT AT END
                           IF PE-DATE > WS-LIMITE-RAPPEL
                               MOVE "10" TO WS-FS-PERMANENCE
                           ELSE
                               IF PE-PREVUE
                                  AND NOT PE-RAPPEL-ENVOYE
                                   PERFORM RAPPEL-PERMANENCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERMANENCE-FILE
           END-IF.
           IF WS-NB-RAPPELS = 0
               MOVE "  aucun." TO PERMRPT-REC
               WRITE PERMRPT-REC
           END-IF.

       RAPPEL-PERMANENCE.
           MOVE PE-CRENEAU TO WS-CRENEAU.
           MOVE PE-ROLE TO WS-ROLE.
           PERFORM LIBELLES-CRENEAU.
           MOVE PE-NUMPIL TO WS-NOTIF-NUMPIL.
           MOVE SPACES TO WS-NOTIF-EMAIL.
           MOVE "F98" TO WS-NOTIF-ORIGINE.
           MOVE "Rappel de permanence" TO WS-NOTIF-OBJET.
           MOVE SPACES TO WS-NOTIF-TEXTE.
           STRING "Vous etes de permanence le " PE-DATE " "
               WS-LIB-CRENEAU " comme " WS-LIB-ROLE
               ". Prevenir le bureau en cas d'empechement."
               DELIMITED BY SIZE INTO WS-NOTIF-TEXTE.
           PERFORM ENREGISTRE-NOTIFICATION.
           MOVE "O" TO PE-RAPPEL.
           REWRITE PERMANENCE-REC.
           ADD 1 TO WS-NB-RAPPELS.
           MOVE SPACES TO PERMRPT-REC.
           STRING "  " PE-DATE " " WS-LIB-CRENEAU " " WS-LIB-ROLE
               " membre " PE-NUMPIL " notification " WS-NOTIF-ID
               DELIMITED BY SIZE INTO PERMRPT-REC.
           WRITE PERMRPT-REC.

      * Slots of the year up to today: confirmed ones at their
      * recorded hours, the others at their planned length.
       EDITE-BENEVOLAT.
           COMPUTE WS-AN-DEBUT = WS-ANNEE * 10000 + 101.
           COMPUTE WS-AN-FIN = WS-ANNEE * 10000 + 1231.
           IF WS-AN-FIN > WS-AUJOURDHUI
               MOVE WS-AUJOURDHUI TO WS-AN-FIN
           END-IF.
           PERFORM CUMULE-BENEVOLAT.
           MOVE SPACES TO WS-NOM-BENEVOL.
           STRING "BENEVOLAT_" WS-ANNEE "_"
               FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-BENEVOL.
           OPEN OUTPUT BENEVOL-FILE.
           MOVE WS-TAUX-BENEVOLAT TO WS-TAUX-ED.
           MOVE SPACES TO BENEVOL-REC.
           STRING "Heures de benevolat - permanences " WS-ANNEE
               " (jusqu'au " WS-AN-FIN ") - valorisation "
               WS-TAUX-ED " EUR/h - edite le " WS-CURR-DAY "/"
               WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO BENEVOL-REC.
           WRITE BENEVOL-REC.
           MOVE SPACES TO BENEVOL-REC.
           STRING "Membre Nom                             Creneaux"
               "   Heures  dont conf.     Valorisation"
               DELIMITED BY SIZE INTO BENEVOL-REC.
           WRITE BENEVOL-REC.
           OPEN INPUT PILOTE-FILE.
           MOVE "N" TO WS-PIL-OUVERT.
           IF WS-FS-PILOTE = "00"
               MOVE "O" TO WS-PIL-OUVERT
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-MEMBRES
               PERFORM ECRIT-BENEVOLE
           END-PERFORM.
           IF WS-PIL-OUVERT = "O"
               CLOSE PILOTE-FILE
           END-IF.
           MOVE WS-TOT-HEURES TO WS-HEURES-ED.
           MOVE WS-TOT-CONFIRME TO WS-CONFIRME-ED.
           MOVE WS-TOT-VALEUR TO WS-VALEUR-ED.
           MOVE SPACES TO BENEVOL-REC.
           WRITE BENEVOL-REC.
           MOVE SPACES TO BENEVOL-REC.
           STRING WS-NB-MEMBRES " membre(s) - total " WS-HEURES-ED
               " h dont " WS-CONFIRME-ED " h confirmees - "
               "contributions volontaires en nature " WS-VALEUR-ED
               " EUR"
               DELIMITED BY SIZE INTO BENEVOL-REC.
           WRITE BENEVOL-REC.
           CLOSE BENEVOL-FILE.
           MOVE "BENEVOLA" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-ANNEE TO WS-RPT-PERIODE.
           MOVE WS-NOM-BENEVOL TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Rapport ecrit dans " WS-NOM-BENEVOL.

       CUMULE-BENEVOLAT.
           OPEN INPUT PERMANENCE-FILE.
           IF WS-FS-PERMANENCE = "00"
               MOVE WS-AN-DEBUT TO PE-DATE
               MOVE LOW-VALUES TO PE-CRENEAU PE-ROLE
               START PERMANENCE-FILE KEY IS NOT LESS THAN PE-CLE
                   INVALID KEY MOVE "10" TO WS-FS-PERMANENCE
               END-START
               PERFORM UNTIL WS-FS-PERMANENCE = "10"
                   READ PERMANENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PERMANENCE
                       NOT AT END
                           IF PE-DATE > WS-AN-FIN
                               MOVE "10" TO WS-FS-PERMANENCE
                           ELSE
                               PERFORM CUMULE-CRENEAU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERMANENCE-FILE
           END-IF.

       CUMULE-CRENEAU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-MEMBRES
                      OR WS-BEN-NUMPIL(WS-IDX) = PE-NUMPIL
               CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-NB-MEMBRES
               IF WS-NB-MEMBRES < 300
                   ADD 1 TO WS-NB-MEMBRES
                   MOVE WS-NB-MEMBRES TO WS-IDX
                   MOVE PE-NUMPIL TO WS-BEN-NUMPIL(WS-IDX)
                   MOVE 0 TO WS-BEN-CRENEAUX(WS-IDX)
                   MOVE 0 TO WS-BEN-HEURES(WS-IDX)
                   MOVE 0 TO WS-BEN-CONFIRME(WS-IDX)
               ELSE
                   DISPLAY "Plus de 300 membres - " PE-NUMPIL
                       " ignore."
               END-IF
           END-IF.
           IF WS-IDX NOT > WS-NB-MEMBRES
               ADD 1 TO WS-BEN-CRENEAUX(WS-IDX)
               ADD PE-HEURES TO WS-BEN-HEURES(WS-IDX)
               IF PE-EFFECTUEE
                   ADD PE-HEURES TO WS-BEN-CONFIRME(WS-IDX)
               END-IF
           END-IF.

       ECRIT-BENEVOLE.
           MOVE "(membre inconnu)" TO WS-NOM-MEMBRE.
           IF WS-PIL-OUVERT = "O"
               MOVE WS-BEN-NUMPIL(WS-IDX) TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-NOM-MEMBRE
                       STRING PI-NOM DELIMITED BY SIZE
                           " " PI-PRENOM DELIMITED BY SIZE
                           INTO WS-NOM-MEMBRE
               END-READ
           END-IF.
           COMPUTE WS-VALEUR ROUNDED =
               WS-BEN-HEURES(WS-IDX) * WS-TAUX-BENEVOLAT.
           ADD WS-BEN-HEURES(WS-IDX) TO WS-TOT-HEURES.
           ADD WS-BEN-CONFIRME(WS-IDX) TO WS-TOT-CONFIRME.
           ADD WS-VALEUR TO WS-TOT-VALEUR.
           MOVE WS-BEN-HEURES(WS-IDX) TO WS-HEURES-ED.
           MOVE WS-BEN-CONFIRME(WS-IDX) TO WS-CONFIRME-ED.
           MOVE WS-VALEUR TO WS-VALEUR-ED.
           MOVE SPACES TO BENEVOL-REC.
           STRING WS-BEN-NUMPIL(WS-IDX) " " WS-NOM-MEMBRE " "
               WS-BEN-CRENEAUX(WS-IDX) "   " WS-HEURES-ED "  "
               WS-CONFIRME-ED "  " WS-VALEUR-ED
               DELIMITED BY SIZE INTO BENEVOL-REC.
           WRITE BENEVOL-REC.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"             TO WS-OPERATEUR.
           MOVE "F98"               TO WS-AUDIT-PROGRAMME.
           MOVE "CONTROLE-CRENEAUX" TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"           TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "permanences: " WS-NB-LACUNES " lacune(s), "
               WS-NB-RAPPELS " rappel(s), benevolat " WS-ANNEE
               " " WS-NB-MEMBRES " membre(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "NOTIF-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       END PROGRAM F98.

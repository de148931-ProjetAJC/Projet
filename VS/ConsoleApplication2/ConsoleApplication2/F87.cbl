       IDENTIFICATION DIVISION.
       PROGRAM-ID. F87.

      * Terrains OACI: the destinations on the flight plans were
      * free text ("LFPN", "Toussus", "TOUSSUS LE NOBLE"), so no
      * report could tell a local flight from a navigation. This
      * staff screen keeps AERODROME.DAT, keyed by OACI code: name,
      * position (degrees with hemisphere letter), runway length,
      * the club base flag (one principal base "O" - flagging a new
      * one demotes the old to a satellite; any number of satellite
      * bases "S" where aircraft are kept away from the principal)
      * and up to five closure periods. F1 accepts
      * only codes found here and refuses a destination or leg
      * closed on the planned date; it measures each segment from
      * the coordinates. Same CRUD and retry idiom as F51; a code
      * still named by a deposited plan, or a base itself, refuses
      * to die. All changes audited.

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
           77 WS-APP PIC X(20) VALUE "F87".
           77 WS-FUNC PIC X(20) VALUE "F87".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "7",
                                    "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The aerodrome being keyed.
           77 WS-OA-OACI PIC X(4) VALUE SPACES.
           77 WS-OA-NOM PIC X(30) VALUE SPACES.
           77 WS-OA-LAT PIC 9(2)V9(4) VALUE 0.
           77 WS-OA-LAT-HEMI PIC X VALUE "N".
           77 WS-OA-LON PIC 9(3)V9(4) VALUE 0.
           77 WS-OA-LON-HEMI PIC X VALUE "E".
           77 WS-OA-PISTE PIC 9(5) VALUE 0.
           77 WS-OA-BASE PIC X VALUE "N".

      * The closure period being added.
           77 WS-FERM-DEBUT PIC 9(8) VALUE 0.
           77 WS-FERM-FIN PIC 9(8) VALUE 0.
           77 WS-FERM-MOTIF PIC X(20) VALUE SPACES.
           77 WS-NB-GARDEES PIC 9 VALUE 0.
           01 WS-FERM-TABLE.
               05 WS-FERM-LIGNE OCCURS 5 TIMES.
                   10 WS-FT-DEBUT PIC 9(8).
                   10 WS-FT-FIN PIC 9(8).
                   10 WS-FT-MOTIF PIC X(20).

           77 WS-FILTRE-OACI PIC X(4) VALUE SPACES.
           77 WS-REF-OK PIC X VALUE "N".
               88 WS-REF-TROUVE VALUE "O".
           77 WS-EN-USAGE PIC X VALUE "N".
               88 WS-EST-EN-USAGE VALUE "O".
           77 WS-EST-BASE PIC X VALUE "N".
           77 WS-SUB PIC 9 VALUE 0.
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
               02 LINE 9  COL 5 "1. Liste des terrains".
               02 LINE 10 COL 5 "2. Creer/modifier un terrain".
               02 LINE 11 COL 5 "3. Fermetures d'un terrain".
               02 LINE 12 COL 5 "4. Ajouter une fermeture".
               02 LINE 13 COL 5 "5. Supprimer un terrain".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-FILTRE.
               02 LINE 8  COL 3 VALUE "Code OACI:         ".

           01 AS-FILTRE REQUIRED UNDERLINE.
               02 LINE 8  COL 22 PIC X(4) TO WS-FILTRE-OACI.

           01 DS-TERRAIN.
               02 LINE 8  COL 3 VALUE "Code OACI:           ".
               02 LINE 9  COL 3 VALUE "Nom:                 ".
               02 LINE 10 COL 3 VALUE "Latitude (deg):      ".
               02 LINE 10 COL 40 VALUE "N/S:".
               02 LINE 11 COL 3 VALUE "Longitude (deg):     ".
               02 LINE 11 COL 40 VALUE "E/W:".
               02 LINE 12 COL 3 VALUE "Piste (m):           ".
               02 LINE 13 COL 3 VALUE "Base O/S/N:          ".
               02 LINE 15 COL 3 VALUE "Valider ? (y/n)".

           01 AS-TERRAIN REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC X(4)      TO WS-OA-OACI.
               02 LINE 9  COL 25 PIC X(30)     TO WS-OA-NOM.
               02 LINE 10 COL 25 PIC 9(2).9(4) TO WS-OA-LAT.
               02 LINE 10 COL 45 PIC X         TO WS-OA-LAT-HEMI.
               02 LINE 11 COL 25 PIC 9(3).9(4) TO WS-OA-LON.
               02 LINE 11 COL 45 PIC X         TO WS-OA-LON-HEMI.
               02 LINE 12 COL 25 PIC 9(5)      TO WS-OA-PISTE.
               02 LINE 13 COL 25 PIC X         TO WS-OA-BASE.
               02 LINE 15 COL 20 PIC X         TO WS-CHOIX.

           01 DS-FERMETURE.
               02 LINE 8  COL 3 VALUE "Code OACI:           ".
               02 LINE 9  COL 3 VALUE "Du (AAAAMMJJ):       ".
               02 LINE 10 COL 3 VALUE "Au (AAAAMMJJ):       ".
               02 LINE 11 COL 3 VALUE "Motif:               ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-FERMETURE REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC X(4)  TO WS-OA-OACI.
               02 LINE 9  COL 25 PIC 9(8)  TO WS-FERM-DEBUT.
               02 LINE 10 COL 25 PIC 9(8)  TO WS-FERM-FIN.
               02 LINE 11 COL 25 PIC X(20) TO WS-FERM-MOTIF.
               02 LINE 13 COL 20 PIC X     TO WS-CHOIX.

           01 DS-SUPPR.
               02 LINE 8  COL 3 VALUE "Code OACI:          ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-SUPPR REQUIRED UNDERLINE.
               02 LINE 8  COL 24 PIC X(4) TO WS-OA-OACI.
               02 LINE 12 COL 20 PIC X    TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F87.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       BACK-OR-QUIT.
           MOVE "ReTOurner au Menu ou Quitter (Q)" TO WS-INVITE.
           PERFORM REFRESH.
           ACCEPT WS-CHOIX.
           IF WS-QUITTER
               PERFORM SESSION-SUMMARY
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           ELSE
               PERFORM MENU-F87
           END-IF.

       MENU-F87.
           MOVE "Terrains OACI" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-TERRAINS
                       WHEN "2"
                           PERFORM SAISIE-TERRAIN
                       WHEN "3"
                           PERFORM LISTE-FERMETURES
                       WHEN "4"
                           PERFORM SAISIE-FERMETURE
                       WHEN "5"
                           PERFORM SUPPRIME-TERRAIN
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F87
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
           MOVE "F87"              TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * One page of the table from the code keyed (blank for the
      * start), in OACI order; "*" marks the club base and the
      * closure count shows what option 3 will list.
       LISTE-TERRAINS.
           PERFORM NEW-SCREEN.
           MOVE "Terrains" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-FILTRE-OACI.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           MOVE FUNCTION UPPER-CASE(WS-FILTRE-OACI) TO WS-FILTRE-OACI.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY "OACI Nom                            Lat.       Lon."
               LINE 7 COL 3.
           DISPLAY "Piste  Ferm." LINE 7 COL 66.
           MOVE 8 TO K.
           OPEN INPUT AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE WS-FILTRE-OACI TO OA-OACI
               START AERODROME-FILE KEY IS NOT LESS THAN OA-OACI
                   INVALID KEY MOVE "10" TO WS-FS-AERODROME
               END-START
               PERFORM UNTIL WS-FS-AERODROME = "10" OR K > 18
                   READ AERODROME-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AERODROME
                       NOT AT END
                           DISPLAY OA-OACI LINE K COL 3
                           IF OA-BASE-CLUB
                               DISPLAY "*" LINE K COL 7
                           END-IF
                           IF OA-BASE-SATELLITE
                               DISPLAY "+" LINE K COL 7
                           END-IF
                           DISPLAY OA-NOM LINE K COL 8
                           DISPLAY OA-LAT LINE K COL 39
                           DISPLAY OA-LAT-HEMI LINE K COL 46
                           DISPLAY OA-LON LINE K COL 50
                           DISPLAY OA-LON-HEMI LINE K COL 58
                           DISPLAY OA-PISTE-LONG LINE K COL 66
                           DISPLAY OA-NB-FERMETURES LINE K COL 73
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE AERODROME-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun terrain." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F87.

      * Create or overwrite one aerodrome. The closure periods
      * already on file survive a modification; they are only
      * changed through options 4 and 3.
       SAISIE-TERRAIN.
           PERFORM NEW-SCREEN.
           MOVE "Terrain" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-OA-OACI WS-OA-NOM.
           MOVE 0 TO WS-OA-LAT WS-OA-LON WS-OA-PISTE.
           MOVE "N" TO WS-OA-LAT-HEMI.
           MOVE "E" TO WS-OA-LON-HEMI.
           MOVE "N" TO WS-OA-BASE.
           DISPLAY DS-TERRAIN.
           ACCEPT AS-TERRAIN.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-OA-OACI) TO WS-OA-OACI
               MOVE FUNCTION UPPER-CASE(WS-OA-LAT-HEMI)
                   TO WS-OA-LAT-HEMI
               MOVE FUNCTION UPPER-CASE(WS-OA-LON-HEMI)
                   TO WS-OA-LON-HEMI
               MOVE FUNCTION UPPER-CASE(WS-OA-BASE) TO WS-OA-BASE
               IF WS-OA-OACI(4:1) = SPACE OR WS-OA-NOM = SPACES
                   MOVE "Code OACI (4 car.) et nom requis." TO WS-MSG
               ELSE
               IF WS-OA-LAT > 90 OR WS-OA-LON > 180
                  OR (WS-OA-LAT-HEMI NOT = "N"
                      AND WS-OA-LAT-HEMI NOT = "S")
                  OR (WS-OA-LON-HEMI NOT = "E"
                      AND WS-OA-LON-HEMI NOT = "W")
                   MOVE "Position invalide (lat<=90 N/S, lon<=180 E/W)."
                       TO WS-MSG
               ELSE
                   IF WS-OA-BASE NOT = "O" AND WS-OA-BASE NOT = "S"
                       MOVE "N" TO WS-OA-BASE
                   END-IF
                   PERFORM APPLY-TERRAIN
                   IF WS-OA-BASE = "O"
                       PERFORM RETIRE-ANCIENNE-BASE
                   END-IF
               END-IF
               END-IF
           ELSE
               MOVE "Terrain non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F87.

       APPLY-TERRAIN.
           MOVE "N" TO WS-REF-OK.
           OPEN I-O AERODROME-FILE.
           IF WS-FS-AERODROME = "35"
               OPEN OUTPUT AERODROME-FILE
               CLOSE AERODROME-FILE
               OPEN I-O AERODROME-FILE
           END-IF.
           IF WS-FS-AERODROME = "00"
               MOVE WS-OA-OACI TO OA-OACI
               READ AERODROME-FILE
                   INVALID KEY
                       INITIALIZE AERODROME-REC
                   NOT INVALID KEY
                       MOVE "O" TO WS-REF-OK
               END-READ
               MOVE WS-OA-OACI TO OA-OACI
               MOVE WS-OA-NOM TO OA-NOM
               MOVE WS-OA-LAT TO OA-LAT
               MOVE WS-OA-LAT-HEMI TO OA-LAT-HEMI
               MOVE WS-OA-LON TO OA-LON
               MOVE WS-OA-LON-HEMI TO OA-LON-HEMI
               MOVE WS-OA-PISTE TO OA-PISTE-LONG
               MOVE WS-OA-BASE TO OA-BASE
               IF WS-REF-TROUVE
                   REWRITE AERODROME-REC
               ELSE
                   WRITE AERODROME-REC
               END-IF
               CLOSE AERODROME-FILE
           END-IF.
           MOVE "F87"          TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-TERRAIN" TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"          TO WS-AUDIT-ACTION.
           STRING "terrain " WS-OA-OACI " = " WS-OA-NOM
               " piste " WS-OA-PISTE " base " WS-OA-BASE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Terrain enregistre." TO WS-MSG.

      * One principal base only: the flag moves to the aerodrome
      * just saved and the old principal stays a satellite base, so
      * the aircraft and pumps kept there keep their home.
       RETIRE-ANCIENNE-BASE.
           OPEN I-O AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE LOW-VALUES TO OA-OACI
               START AERODROME-FILE KEY IS NOT LESS THAN OA-OACI
                   INVALID KEY MOVE "10" TO WS-FS-AERODROME
               END-START
               PERFORM UNTIL WS-FS-AERODROME = "10"
                   READ AERODROME-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AERODROME
                       NOT AT END
                           IF OA-BASE-CLUB AND OA-OACI NOT = WS-OA-OACI
                               MOVE "S" TO OA-BASE
                               REWRITE AERODROME-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AERODROME-FILE
           END-IF.

       LISTE-FERMETURES.
           PERFORM NEW-SCREEN.
           MOVE "Fermetures" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-FILTRE-OACI.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           MOVE FUNCTION UPPER-CASE(WS-FILTRE-OACI) TO WS-FILTRE-OACI.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           MOVE 8 TO K.
           OPEN INPUT AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE WS-FILTRE-OACI TO OA-OACI
               READ AERODROME-FILE
                   INVALID KEY
                       MOVE "Terrain inconnu." TO WS-MSG
                   NOT INVALID KEY
                       DISPLAY OA-OACI LINE 6 COL 3
                       DISPLAY OA-NOM LINE 6 COL 8
                       DISPLAY "Du       Au       Motif" LINE 7 COL 3
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > OA-NB-FERMETURES
                           DISPLAY OA-FERM-DEBUT(WS-SUB) LINE K COL 3
                           DISPLAY OA-FERM-FIN(WS-SUB) LINE K COL 12
                           DISPLAY OA-FERM-MOTIF(WS-SUB) LINE K COL 21
                           ADD 1 TO K
                       END-PERFORM
                       IF K = 8
                           MOVE "Aucune fermeture." TO WS-MSG
                       END-IF
               END-READ
               CLOSE AERODROME-FILE
           ELSE
               MOVE "Aucun terrain enregistre." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F87.

      * A new closure period. Periods already over are dropped
      * first to make room; five still current or to come is the
      * limit.
       SAISIE-FERMETURE.
           PERFORM NEW-SCREEN.
           MOVE "Fermeture terrain" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-OA-OACI WS-FERM-MOTIF.
           MOVE 0 TO WS-FERM-DEBUT WS-FERM-FIN.
           DISPLAY DS-FERMETURE.
           ACCEPT AS-FERMETURE.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-OA-OACI) TO WS-OA-OACI
               IF WS-FERM-DEBUT = 0 OR WS-FERM-FIN < WS-FERM-DEBUT
                   MOVE "Periode invalide (fin avant debut)." TO WS-MSG
               ELSE
                   PERFORM APPLY-FERMETURE
               END-IF
           ELSE
               MOVE "Fermeture non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F87.

       APPLY-FERMETURE.
           OPEN I-O AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE WS-OA-OACI TO OA-OACI
               READ AERODROME-FILE
                   INVALID KEY
                       MOVE "Terrain inconnu." TO WS-MSG
                   NOT INVALID KEY
                       PERFORM PURGE-FERMETURES
                       IF OA-NB-FERMETURES >= 5
                           MOVE "5 fermetures en cours - refus."
                               TO WS-MSG
                           MOVE WS-MSG TO WS-ERR-TEXT
                           MOVE "F87" TO WS-AUDIT-PROGRAMME
                           PERFORM LOG-ERREUR
                       ELSE
                           ADD 1 TO OA-NB-FERMETURES
                           MOVE WS-FERM-DEBUT
                               TO OA-FERM-DEBUT(OA-NB-FERMETURES)
                           MOVE WS-FERM-FIN
                               TO OA-FERM-FIN(OA-NB-FERMETURES)
                           MOVE WS-FERM-MOTIF
                               TO OA-FERM-MOTIF(OA-NB-FERMETURES)
                           REWRITE AERODROME-REC
                           MOVE "F87"           TO WS-AUDIT-PROGRAMME
                           MOVE "SAISIE-FERMETURE"
                               TO WS-AUDIT-PARAGRAPHE
                           MOVE "FERMER"        TO WS-AUDIT-ACTION
                           STRING "terrain " WS-OA-OACI " ferme du "
                               WS-FERM-DEBUT " au " WS-FERM-FIN " ("
                               WS-FERM-MOTIF ")"
                               DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                           MOVE "Fermeture enregistree." TO WS-MSG
                       END-IF
               END-READ
               CLOSE AERODROME-FILE
           ELSE
               MOVE "Aucun terrain enregistre." TO WS-MSG
           END-IF.

      * Keeps only the periods not yet over, in their order.
       PURGE-FERMETURES.
           MOVE 0 TO WS-NB-GARDEES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OA-NB-FERMETURES
               IF OA-FERM-FIN(WS-SUB) >= WS-CURR-DATE
                   ADD 1 TO WS-NB-GARDEES
                   MOVE OA-FERM-DEBUT(WS-SUB)
                       TO WS-FT-DEBUT(WS-NB-GARDEES)
                   MOVE OA-FERM-FIN(WS-SUB)
                       TO WS-FT-FIN(WS-NB-GARDEES)
                   MOVE OA-FERM-MOTIF(WS-SUB)
                       TO WS-FT-MOTIF(WS-NB-GARDEES)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF WS-SUB > WS-NB-GARDEES
                   MOVE 0 TO OA-FERM-DEBUT(WS-SUB)
                   MOVE 0 TO OA-FERM-FIN(WS-SUB)
                   MOVE SPACES TO OA-FERM-MOTIF(WS-SUB)
               ELSE
                   MOVE WS-FT-DEBUT(WS-SUB) TO OA-FERM-DEBUT(WS-SUB)
                   MOVE WS-FT-FIN(WS-SUB) TO OA-FERM-FIN(WS-SUB)
                   MOVE WS-FT-MOTIF(WS-SUB) TO OA-FERM-MOTIF(WS-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-NB-GARDEES TO OA-NB-FERMETURES.

      * The base, or a code a still-deposited plan names as
      * destination or leg, refuses to die.
       SUPPRIME-TERRAIN.
           PERFORM NEW-SCREEN.
           MOVE "Supprimer terrain" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-OA-OACI.
           DISPLAY DS-SUPPR.
           ACCEPT AS-SUPPR.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-OA-OACI) TO WS-OA-OACI
               PERFORM CHECK-TERRAIN-USAGE
               IF WS-EST-EN-USAGE
                   IF WS-EST-BASE = "O"
                       MOVE "Base du club - refus." TO WS-MSG
                   ELSE
                       MOVE "Terrain cite par un plan depose - refus."
                           TO WS-MSG
                   END-IF
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F87" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               ELSE
                   PERFORM APPLY-DEL-TERRAIN
               END-IF
           ELSE
               MOVE "Suppression abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F87.

       CHECK-TERRAIN-USAGE.
           MOVE "N" TO WS-EN-USAGE.
           MOVE "N" TO WS-EST-BASE.
           OPEN INPUT AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE WS-OA-OACI TO OA-OACI
               READ AERODROME-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OA-BASE-DU-CLUB
                           MOVE "O" TO WS-EN-USAGE
                           MOVE "O" TO WS-EST-BASE
                       END-IF
               END-READ
               CLOSE AERODROME-FILE
           END-IF.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE LOW-VALUES TO VL-NUMVOL
               START VOL-FILE KEY IS NOT LESS THAN VL-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10" OR WS-EST-EN-USAGE
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-DEPOSE
                               IF VL-DEST = WS-OA-OACI
                                   MOVE "O" TO WS-EN-USAGE
                               END-IF
                               PERFORM VARYING WS-SUB FROM 1 BY 1
                                       UNTIL WS-SUB > VL-NBLEGS
                                   IF VL-LEG-DEST(WS-SUB) = WS-OA-OACI
                                       MOVE "O" TO WS-EN-USAGE
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

       APPLY-DEL-TERRAIN.
           OPEN I-O AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE WS-OA-OACI TO OA-OACI
               DELETE AERODROME-FILE RECORD
                   INVALID KEY
                       MOVE "Terrain inconnu." TO WS-MSG
                   NOT INVALID KEY
                       MOVE "F87"         TO WS-AUDIT-PROGRAMME
                       MOVE "DEL-TERRAIN" TO WS-AUDIT-PARAGRAPHE
                       MOVE "SUPPR"       TO WS-AUDIT-ACTION
                       STRING "terrain " WS-OA-OACI " supprime"
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE "Terrain supprime." TO WS-MSG
               END-DELETE
               CLOSE AERODROME-FILE
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

       END PROGRAM F87.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F101.

      * Quotas de mouvements: the agreement with the town caps
      * circuit movements per day and on weekends and sets quiet
      * hours, and the figures change whenever the agreement is
      * renegotiated. This staff screen keeps QUOTA.DAT - one row per
      * day type (S semaine, W week-end, F jour ferie) and time band,
      * capping the movements over the whole band (B) or in each
      * hour of it (H), counting circuits only (C) or every movement
      * (T). A whole-day cap is a 0000-2400 row, quiet hours a band
      * at zero. F102 checks the month's flights against it and F19
      * warns when tomorrow's reservations already go over. Same
      * CRUD and retry idiom as F97; all changes audited.

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
           77 WS-APP PIC X(20) VALUE "F101".
           77 WS-FUNC PIC X(20) VALUE "F101".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The row being keyed.
           77 WS-QT-SAISIE-TYPE PIC X VALUE "S".
           77 WS-QT-SAISIE-HDEB PIC 9(4) VALUE 0.
           77 WS-QT-SAISIE-HFIN PIC 9(4) VALUE 0.
           77 WS-QT-SAISIE-MODE PIC X VALUE "B".
           77 WS-QT-SAISIE-PORTEE PIC X VALUE "C".
           77 WS-QT-SAISIE-MAX PIC 9(4) VALUE 0.
           77 WS-QT-SAISIE-LIB PIC X(20) VALUE SPACES.

           77 WS-QUOTA-OK PIC X VALUE "N".
               88 WS-QUOTA-TROUVE VALUE "O".
           77 WS-SAISIE-OK PIC X VALUE "N".
               88 WS-SAISIE-VALIDE VALUE "O".
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
               02 LINE 9  COL 5 "1. Liste des quotas".
               02 LINE 10 COL 5 "2. Ajouter / modifier un quota".
               02 LINE 11 COL 5 "3. Supprimer un quota".
               02 LINE 12 COL 5 "4. Revenir au menu principal".
               02 LINE 13 COL 5 "5. Quitter le programme".
               02 LINE 15 COL 5 PIC X TO WS-CHOIX.

           01 DS-QUOTA.
               02 LINE 8  COL 3 VALUE "Jour S/W/F (sem/WE/ferie):".
               02 LINE 9  COL 3 VALUE "De (HHMM):                ".
               02 LINE 10 COL 3 VALUE "A (HHMM, 2400 = minuit):  ".
               02 LINE 11 COL 3 VALUE "B=bande entiere H=horaire:".
               02 LINE 12 COL 3 VALUE "C=tours de piste T=tous:  ".
               02 LINE 13 COL 3 VALUE "Mouvements max (0=calme): ".
               02 LINE 14 COL 3 VALUE "Libelle:                  ".
               02 LINE 16 COL 3 VALUE "Valider ? (y/n)".

           01 AS-QUOTA REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC X      USING WS-QT-SAISIE-TYPE.
               02 LINE 9  COL 31 PIC 9(4)   USING WS-QT-SAISIE-HDEB.
               02 LINE 10 COL 31 PIC 9(4)   USING WS-QT-SAISIE-HFIN.
               02 LINE 11 COL 31 PIC X      USING WS-QT-SAISIE-MODE.
               02 LINE 12 COL 31 PIC X      USING WS-QT-SAISIE-PORTEE.
               02 LINE 13 COL 31 PIC 9(4)   USING WS-QT-SAISIE-MAX.
               02 LINE 14 COL 31 PIC X(20)  USING WS-QT-SAISIE-LIB.
               02 LINE 16 COL 20 PIC X      TO WS-CHOIX.

           01 DS-SUPPR.
               02 LINE 8  COL 3 VALUE "Jour S/W/F (sem/WE/ferie):".
               02 LINE 9  COL 3 VALUE "De (HHMM):                ".
               02 LINE 10 COL 3 VALUE "A (HHMM):                 ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-SUPPR REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC X      USING WS-QT-SAISIE-TYPE.
               02 LINE 9  COL 31 PIC 9(4)   USING WS-QT-SAISIE-HDEB.
               02 LINE 10 COL 31 PIC 9(4)   USING WS-QT-SAISIE-HFIN.
               02 LINE 12 COL 20 PIC X      TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F101.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       BACK-OR-QUIT.
           MOVE "Retourner au Menu ou Quitter (Q)" TO WS-INVITE.
           PERFORM REFRESH.
           ACCEPT WS-CHOIX.
           IF WS-QUITTER
               PERFORM SESSION-SUMMARY
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           ELSE
               PERFORM MENU-F101
           END-IF.

       MENU-F101.
           MOVE "Quotas mouvements" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-QUOTAS
                       WHEN "2"
                           PERFORM SAISIE-QUOTA
                       WHEN "3"
                           PERFORM SAISIE-SUPPR
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F101
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
           MOVE "F101"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * Rows come out in key order: day type, then band start.
       LISTE-QUOTAS.
           PERFORM NEW-SCREEN.
           MOVE "Liste des quotas" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "J  De   A    Mode Portee Max  Libelle"
               LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT QUOTA-FILE.
           IF WS-FS-QUOTA = "00"
               MOVE LOW-VALUES TO QT-CLE
               START QUOTA-FILE KEY IS NOT LESS THAN QT-CLE
                   INVALID KEY MOVE "10" TO WS-FS-QUOTA
               END-START
               PERFORM UNTIL WS-FS-QUOTA = "10" OR K > 18
                   READ QUOTA-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-QUOTA
                       NOT AT END
                           DISPLAY QT-TYPE-JOUR LINE K COL 3
                           DISPLAY QT-HDEB LINE K COL 6
                           DISPLAY QT-HFIN LINE K COL 11
                           DISPLAY QT-MODE LINE K COL 17
                           DISPLAY QT-PORTEE LINE K COL 22
                           DISPLAY QT-MAX LINE K COL 29
                           DISPLAY QT-LIBELLE LINE K COL 34
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun quota defini." TO WS-MSG
           ELSE
               IF K > 18
                   MOVE "Affichage limite a onze lignes."
                       TO WS-MSG
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F101.

       SAISIE-QUOTA.
           PERFORM NEW-SCREEN.
           MOVE "Saisie d'un quota" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE "S" TO WS-QT-SAISIE-TYPE.
           MOVE 0 TO WS-QT-SAISIE-HDEB WS-QT-SAISIE-MAX.
           MOVE 2400 TO WS-QT-SAISIE-HFIN.
           MOVE "B" TO WS-QT-SAISIE-MODE.
           MOVE "C" TO WS-QT-SAISIE-PORTEE.
           MOVE SPACES TO WS-QT-SAISIE-LIB.
           DISPLAY DS-QUOTA.
           ACCEPT AS-QUOTA.
           IF WS-VALIDER
               PERFORM CONTROLE-SAISIE
               IF WS-SAISIE-VALIDE
                   PERFORM APPLY-QUOTA
               ELSE
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F101" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Quota non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F101.

      * Codes are folded to upper case before the checks; a band
      * must start before it ends and the minutes stay below 60.
       CONTROLE-SAISIE.
           MOVE "O" TO WS-SAISIE-OK.
           MOVE FUNCTION UPPER-CASE(WS-QT-SAISIE-TYPE)
               TO WS-QT-SAISIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-QT-SAISIE-MODE)
               TO WS-QT-SAISIE-MODE.
           MOVE FUNCTION UPPER-CASE(WS-QT-SAISIE-PORTEE)
               TO WS-QT-SAISIE-PORTEE.
           EVALUATE TRUE
               WHEN WS-QT-SAISIE-TYPE NOT = "S" AND NOT = "W"
                                         AND NOT = "F"
                   MOVE "Jour: S, W ou F." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               WHEN WS-QT-SAISIE-HFIN > 2400
                 OR FUNCTION MOD(WS-QT-SAISIE-HDEB, 100) > 59
                 OR FUNCTION MOD(WS-QT-SAISIE-HFIN, 100) > 59
                 OR WS-QT-SAISIE-HDEB NOT < WS-QT-SAISIE-HFIN
                   MOVE "Tranche horaire invalide." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               WHEN WS-QT-SAISIE-MODE NOT = "B" AND NOT = "H"
                   MOVE "Mode: B ou H." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               WHEN WS-QT-SAISIE-PORTEE NOT = "C" AND NOT = "T"
                   MOVE "Portee: C ou T." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
           END-EVALUATE.

       APPLY-QUOTA.
           MOVE "N" TO WS-QUOTA-OK.
           OPEN I-O QUOTA-FILE.
           IF WS-FS-QUOTA = "35"
               OPEN OUTPUT QUOTA-FILE
               CLOSE QUOTA-FILE
               OPEN I-O QUOTA-FILE
           END-IF.
           IF WS-FS-QUOTA = "00"
               MOVE WS-QT-SAISIE-TYPE TO QT-TYPE-JOUR
               MOVE WS-QT-SAISIE-HDEB TO QT-HDEB
               MOVE WS-QT-SAISIE-HFIN TO QT-HFIN
               READ QUOTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-QUOTA-OK
               END-READ
               MOVE WS-QT-SAISIE-TYPE   TO QT-TYPE-JOUR
               MOVE WS-QT-SAISIE-HDEB   TO QT-HDEB
               MOVE WS-QT-SAISIE-HFIN   TO QT-HFIN
               MOVE WS-QT-SAISIE-MODE   TO QT-MODE
               MOVE WS-QT-SAISIE-PORTEE TO QT-PORTEE
               MOVE WS-QT-SAISIE-MAX    TO QT-MAX
               MOVE WS-QT-SAISIE-LIB    TO QT-LIBELLE
               IF WS-QUOTA-TROUVE
                   REWRITE QUOTA-REC
               ELSE
                   MOVE SPACES TO QT-RESERVE
                   WRITE QUOTA-REC
               END-IF
               CLOSE QUOTA-FILE
               MOVE "F101"         TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-QUOTA" TO WS-AUDIT-PARAGRAPHE
               IF WS-QUOTA-TROUVE
                   MOVE "MAJ"      TO WS-AUDIT-ACTION
               ELSE
                   MOVE "CREATION" TO WS-AUDIT-ACTION
               END-IF
               STRING "quota " WS-QT-SAISIE-TYPE " "
                   WS-QT-SAISIE-HDEB "-" WS-QT-SAISIE-HFIN " "
                   WS-QT-SAISIE-MODE WS-QT-SAISIE-PORTEE " max "
                   WS-QT-SAISIE-MAX DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               MOVE "Quota enregistre." TO WS-MSG
           END-IF.

       SAISIE-SUPPR.
           PERFORM NEW-SCREEN.
           MOVE "Suppression quota" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE "S" TO WS-QT-SAISIE-TYPE.
           MOVE 0 TO WS-QT-SAISIE-HDEB WS-QT-SAISIE-HFIN.
           DISPLAY DS-SUPPR.
           ACCEPT AS-SUPPR.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-QT-SAISIE-TYPE)
                   TO WS-QT-SAISIE-TYPE
               PERFORM APPLY-SUPPR
           ELSE
               MOVE "Quota conserve." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F101.

       APPLY-SUPPR.
           OPEN I-O QUOTA-FILE.
           IF WS-FS-QUOTA = "00"
               MOVE WS-QT-SAISIE-TYPE TO QT-TYPE-JOUR
               MOVE WS-QT-SAISIE-HDEB TO QT-HDEB
               MOVE WS-QT-SAISIE-HFIN TO QT-HFIN
               DELETE QUOTA-FILE RECORD
                   INVALID KEY
                       MOVE "Quota inconnu." TO WS-MSG
                   NOT INVALID KEY
                       MOVE "F101"         TO WS-AUDIT-PROGRAMME
                       MOVE "SAISIE-SUPPR" TO WS-AUDIT-PARAGRAPHE
                       MOVE "SUPPR"        TO WS-AUDIT-ACTION
                       STRING "quota " WS-QT-SAISIE-TYPE " "
                           WS-QT-SAISIE-HDEB "-" WS-QT-SAISIE-HFIN
                           " supprime" DELIMITED BY SIZE
                           INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE "Quota supprime." TO WS-MSG
               END-DELETE
               CLOSE QUOTA-FILE
           ELSE
               MOVE "Aucun quota defini." TO WS-MSG
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

       END PROGRAM F101.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F109.

      * Abonnements aux rapports: who receives which catalogued
      * report (CR-TYPE) by email, so the treasurer, the chief
      * mechanic and the president stop coming in to reprint their
      * editions from F35. A subscriber is an operator account or a
      * club member, with an address (blank = the member's own
      * PI-EMAIL, or that of the pilot the account is linked to) and
      * a mode: report attached (J) or inlined in the message (I).
      * A subscription is refused unless both the operator keying it
      * and the subscriber could open that report themselves - the
      * same DROITS.DAT rule MENU applies to the producing program
      * (ABONRPT-PROC). F110 does the actual distribution. Same
      * CRUD/retry/session-summary idiom as F24.

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
           COPY "ABONRPT-WS.cpy" IN TEMPLATE.
           77 WS-RETRY PIC 9 VALUE 3.
           77 WS-APP PIC X(20) VALUE "F109".
           77 WS-FUNC PIC X(20) VALUE "F109".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

           77 WS-AB-TYPE PIC X(8) VALUE SPACES.
           77 WS-AB-GENRE PIC X VALUE "O".
           77 WS-AB-ABONNE PIC X(10) VALUE SPACES.
           77 WS-AB-EMAIL PIC X(30) VALUE SPACES.
           77 WS-AB-MODE PIC X VALUE "J".
           77 WS-AB-OK PIC X VALUE "N".
               88 WS-AB-ACCEPTE VALUE "O".
           77 WS-AB-LINKED PIC 9(6) VALUE 0.
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
               02 LINE 9  COL 5 "1. Liste des abonnements".
               02 LINE 10 COL 5 "2. Abonner / modifier".
               02 LINE 11 COL 5 "3. Desabonner".
               02 LINE 12 COL 5 "4. Revenir au menu principal".
               02 LINE 13 COL 5 "5. Quitter le programme".
               02 LINE 16 COL 5 PIC X TO WS-CHOIX.

           01 DS-ABONNE.
               02 LINE 8  COL 3 VALUE "Type de rapport:     ".
               02 LINE 9  COL 3 VALUE "Operateur/Membre O/M:".
               02 LINE 10 COL 3 VALUE "Id ou no membre:     ".
               02 LINE 11 COL 3 VALUE "Email (blanc=fiche): ".
               02 LINE 12 COL 3 VALUE "Joint/Inclus (J/I):  ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-ABONNE REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC X(8)  TO WS-AB-TYPE.
               02 LINE 9  COL 25 PIC X     TO WS-AB-GENRE.
               02 LINE 10 COL 25 PIC X(10) TO WS-AB-ABONNE.
               02 LINE 11 COL 25 PIC X(30) TO WS-AB-EMAIL.
               02 LINE 12 COL 25 PIC X     TO WS-AB-MODE.
               02 LINE 13 COL 20 PIC X     TO WS-CHOIX.

           01 AS-DESABONNE REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC X(8)  TO WS-AB-TYPE.
               02 LINE 9  COL 25 PIC X     TO WS-AB-GENRE.
               02 LINE 10 COL 25 PIC X(10) TO WS-AB-ABONNE.
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
           PERFORM MENU-F109.

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
               PERFORM MENU-F109
           END-IF.

       MENU-F109.
           MOVE "Abonnements rapports" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-ABONNEMENTS
                       WHEN "2"
                           PERFORM CRE-ABONNEMENT
                       WHEN "3"
                           PERFORM SUP-ABONNEMENT
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F109
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
           MOVE "F109"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

       LISTE-ABONNEMENTS.
           PERFORM NEW-SCREEN.
           MOVE "Liste des abonnements" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Type     G Abonne     Mode Email" LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT ABONRPT-FILE.
           IF WS-FS-ABONRPT = "00"
               MOVE LOW-VALUES TO AB-CLE
               START ABONRPT-FILE KEY IS NOT LESS THAN AB-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ABONRPT
               END-START
               PERFORM UNTIL WS-FS-ABONRPT = "10" OR K > 18
                   READ ABONRPT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ABONRPT
                       NOT AT END
                           DISPLAY AB-TYPE LINE K COL 3
                           DISPLAY AB-GENRE LINE K COL 12
                           DISPLAY AB-ABONNE LINE K COL 14
                           DISPLAY AB-MODE LINE K COL 27
                           DISPLAY AB-EMAIL LINE K COL 32
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE ABONRPT-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun abonnement." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F109.

       CRE-ABONNEMENT.
           PERFORM NEW-SCREEN.
           MOVE "Abonner a un rapport" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-AB-TYPE WS-AB-ABONNE WS-AB-EMAIL.
           MOVE "O" TO WS-AB-GENRE.
           MOVE "J" TO WS-AB-MODE.
           DISPLAY DS-ABONNE.
           ACCEPT AS-ABONNE.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-AB-TYPE) TO WS-AB-TYPE
               MOVE FUNCTION UPPER-CASE(WS-AB-GENRE) TO WS-AB-GENRE
               MOVE FUNCTION UPPER-CASE(WS-AB-MODE) TO WS-AB-MODE
               PERFORM VALIDE-ABONNEMENT
               IF WS-AB-ACCEPTE
                   PERFORM APPLY-CRE-ABONNEMENT
               END-IF
           ELSE
               MOVE "Abonnement non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F109.

      * The operator at the keyboard first: nobody hands out a
      * report they could not open themselves. Then the subscriber,
      * whose own rights decide as they will at each distribution.
      * Each step only runs while WS-AB-OK still holds.
       VALIDE-ABONNEMENT.
           MOVE "O" TO WS-AB-OK.
           IF WS-AB-TYPE = SPACES
              OR (WS-AB-GENRE NOT = "O" AND WS-AB-GENRE NOT = "M")
              OR (WS-AB-MODE NOT = "J" AND WS-AB-MODE NOT = "I")
              OR WS-AB-ABONNE = SPACES
               MOVE "Type, O/M, abonne et mode J/I requis." TO WS-MSG
               MOVE "N" TO WS-AB-OK
           END-IF.
           IF WS-AB-ACCEPTE AND WS-AB-GENRE = "M"
               PERFORM CADRE-NUMERO-MEMBRE
               IF WS-AB-ABONNE(1:6) NOT NUMERIC
                   MOVE "Numero de membre invalide." TO WS-MSG
                   MOVE "N" TO WS-AB-OK
               END-IF
           END-IF.
           IF WS-AB-ACCEPTE
               PERFORM CONTROLE-DROIT-SAISIE
           END-IF.
           IF WS-AB-ACCEPTE
               PERFORM CONTROLE-DROIT-ABONNE
           END-IF.
           IF WS-AB-ACCEPTE
              AND WS-AB-EMAIL = SPACES AND WS-AB-LINKED = 0
               MOVE "Email requis (compte sans pilote lie)."
                   TO WS-MSG
               MOVE "N" TO WS-AB-OK
           END-IF.

       CONTROLE-DROIT-SAISIE.
           MOVE WS-AB-TYPE TO WS-AR-TYPE-RPT.
           MOVE "O" TO AB-GENRE.
           MOVE WS-OPERATEUR TO AB-ABONNE.
           PERFORM RESOUT-ABONNE.
           IF WS-AR-ABONNE-CONNU
               PERFORM CONTROLE-DROIT-RAPPORT
           ELSE
               MOVE "N" TO WS-AR-DROIT
           END-IF.
           IF NOT WS-AR-AUTORISE
               MOVE "Vous n'avez pas acces a ce rapport." TO WS-MSG
               MOVE "N" TO WS-AB-OK
               PERFORM LOG-REFUS
           END-IF.

       CONTROLE-DROIT-ABONNE.
           MOVE WS-AB-GENRE TO AB-GENRE.
           MOVE WS-AB-ABONNE TO AB-ABONNE.
           PERFORM RESOUT-ABONNE.
           IF NOT WS-AR-ABONNE-CONNU
               MOVE "Abonne inconnu, inactif ou parti." TO WS-MSG
               MOVE "N" TO WS-AB-OK
           ELSE
               MOVE WS-AR-NUMPIL TO WS-AB-LINKED
               PERFORM CONTROLE-DROIT-RAPPORT
               IF NOT WS-AR-AUTORISE
                   MOVE "Le role de l'abonne n'ouvre pas ce rapport."
                       TO WS-MSG
                   MOVE "N" TO WS-AB-OK
                   PERFORM LOG-REFUS
               END-IF
           END-IF.

       LOG-REFUS.
           MOVE WS-MSG TO WS-ERR-TEXT.
           MOVE "F109" TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * A member number keyed short ("42") is right-aligned and
      * zero-filled to the six digits AB-ABONNE keeps.
       CADRE-NUMERO-MEMBRE.
           IF FUNCTION TRIM(WS-AB-ABONNE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-AB-ABONNE) TO WS-AR-NUMPIL
               MOVE SPACES TO WS-AB-ABONNE
               MOVE WS-AR-NUMPIL TO WS-AB-ABONNE(1:6)
           END-IF.

       APPLY-CRE-ABONNEMENT.
           OPEN I-O ABONRPT-FILE.
           IF WS-FS-ABONRPT = "35"
               OPEN OUTPUT ABONRPT-FILE
               CLOSE ABONRPT-FILE
               OPEN I-O ABONRPT-FILE
           END-IF.
           IF WS-FS-ABONRPT = "00"
               MOVE WS-AB-TYPE TO AB-TYPE
               MOVE WS-AB-GENRE TO AB-GENRE
               MOVE WS-AB-ABONNE TO AB-ABONNE
               MOVE WS-AB-EMAIL TO AB-EMAIL
               MOVE WS-AB-MODE TO AB-MODE
               MOVE WS-CURR-DATE TO AB-DATE
               MOVE WS-OPERATEUR TO AB-SAISI-PAR
               WRITE ABONRPT-REC
                   INVALID KEY REWRITE ABONRPT-REC
               END-WRITE
               CLOSE ABONRPT-FILE
               MOVE "F109"           TO WS-AUDIT-PROGRAMME
               MOVE "CRE-ABONNEMENT" TO WS-AUDIT-PARAGRAPHE
               MOVE "CREATION"       TO WS-AUDIT-ACTION
               STRING "abonnement " WS-AB-TYPE " pour "
                   WS-AB-GENRE " " WS-AB-ABONNE " mode " WS-AB-MODE
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               MOVE "Abonnement enregistre." TO WS-MSG
           END-IF.

       SUP-ABONNEMENT.
           PERFORM NEW-SCREEN.
           MOVE "Desabonner" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-AB-TYPE WS-AB-ABONNE.
           MOVE "O" TO WS-AB-GENRE.
           DISPLAY DS-ABONNE.
           ACCEPT AS-DESABONNE.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-AB-TYPE) TO WS-AB-TYPE
               MOVE FUNCTION UPPER-CASE(WS-AB-GENRE) TO WS-AB-GENRE
               IF WS-AB-GENRE = "M"
                   PERFORM CADRE-NUMERO-MEMBRE
               END-IF
               OPEN I-O ABONRPT-FILE
               IF WS-FS-ABONRPT = "00"
                   MOVE WS-AB-TYPE TO AB-TYPE
                   MOVE WS-AB-GENRE TO AB-GENRE
                   MOVE WS-AB-ABONNE TO AB-ABONNE
                   DELETE ABONRPT-FILE RECORD
                       INVALID KEY
                           MOVE "Abonnement inconnu." TO WS-MSG
                       NOT INVALID KEY
                           MOVE "F109"        TO WS-AUDIT-PROGRAMME
                           MOVE "SUP-ABONNEMENT"
                               TO WS-AUDIT-PARAGRAPHE
                           MOVE "SUPPR"       TO WS-AUDIT-ACTION
                           STRING "abonnement " WS-AB-TYPE
                               " retire a " WS-AB-GENRE " "
                               WS-AB-ABONNE DELIMITED BY SIZE
                               INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                           MOVE "Abonnement retire." TO WS-MSG
                   END-DELETE
                   CLOSE ABONRPT-FILE
               ELSE
                   MOVE "Aucun abonnement enregistre." TO WS-MSG
               END-IF
           ELSE
               MOVE "Retrait abandonne." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F109.

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

           COPY "ABONRPT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F109.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F115.

      * Contacts d'urgence: the people to call when an aircraft is
      * overdue lived in a paper binder at the desk. This staff
      * screen keeps them in CONTURG.DAT, up to three per member
      * and per F22 passenger, with the member's own telephone
      * (rang 0 - PILOTE-REC has no number; a passenger's is
      * PS-TELEPHONE, updated from here too). It also lists the
      * active members with no contact on file. F39's
      * search-and-rescue call sheet prints them for every overdue
      * flight, next to the F1 manifest. Same number-then-record
      * idiom as F89.

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
           77 WS-APP PIC X(20) VALUE "F115".
           77 WS-FUNC PIC X(20) VALUE "F115".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

           77 WS-CU-GENRE PIC X VALUE "M".
           77 WS-CU-ID PIC 9(6) VALUE 0.
           77 WS-CU-TITULAIRE PIC X(31) VALUE SPACES.
           77 WS-CU-TROUVE PIC X VALUE "N".
               88 WS-CU-CONNU VALUE "O".
           77 WS-CU-TEL-PERSO PIC X(15) VALUE SPACES.
           01 WS-CU-TABLE.
               05 WS-CU-LIGNE OCCURS 3.
                   10 WS-CU-NOM PIC X(30).
                   10 WS-CU-LIEN PIC X(15).
                   10 WS-CU-TEL PIC X(15).
           77 WS-CU-R PIC 9 VALUE 0.
           77 WS-CU-NB PIC 9 VALUE 0.
           77 WS-CU-NB-SANS PIC 9(4) VALUE 0.
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
               02 LINE 9  COL 5 "1. Contacts d'un membre".
               02 LINE 10 COL 5 "2. Contacts d'un passager (F22)".
               02 LINE 11 COL 5 "3. Membres sans contact d'urgence".
               02 LINE 12 COL 5 "4. Revenir au menu principal".
               02 LINE 13 COL 5 "5. Quitter le programme".
               02 LINE 16 COL 5 PIC X TO WS-CHOIX.

           01 DS-FILTRE.
               02 LINE 8  COL 3 VALUE "Numero:".

           01 AS-FILTRE REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(6) TO WS-CU-ID.

           01 DS-CONTACTS.
               02 LINE 8  COL 3 VALUE "Titulaire:".
               02 LINE 8  COL 15 PIC 9(6) FROM WS-CU-ID.
               02 LINE 8  COL 22 PIC X(31) FROM WS-CU-TITULAIRE.
               02 LINE 9  COL 3 VALUE "Telephone:".
               02 LINE 11 COL 15 VALUE "Nom".
               02 LINE 11 COL 46 VALUE "Lien".
               02 LINE 11 COL 62 VALUE "Telephone".
               02 LINE 12 COL 3 VALUE "Contact 1:".
               02 LINE 13 COL 3 VALUE "Contact 2:".
               02 LINE 14 COL 3 VALUE "Contact 3:".
               02 LINE 16 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CONTACTS REQUIRED UNDERLINE.
               02 LINE 9  COL 15 PIC X(15) USING WS-CU-TEL-PERSO.
               02 LINE 12 COL 15 PIC X(30) USING WS-CU-NOM (1).
               02 LINE 12 COL 46 PIC X(15) USING WS-CU-LIEN (1).
               02 LINE 12 COL 62 PIC X(15) USING WS-CU-TEL (1).
               02 LINE 13 COL 15 PIC X(30) USING WS-CU-NOM (2).
               02 LINE 13 COL 46 PIC X(15) USING WS-CU-LIEN (2).
               02 LINE 13 COL 62 PIC X(15) USING WS-CU-TEL (2).
               02 LINE 14 COL 15 PIC X(30) USING WS-CU-NOM (3).
               02 LINE 14 COL 46 PIC X(15) USING WS-CU-LIEN (3).
               02 LINE 14 COL 62 PIC X(15) USING WS-CU-TEL (3).
               02 LINE 16 COL 20 PIC X     TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F115.

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
               PERFORM MENU-F115
           END-IF.

       MENU-F115.
           MOVE "Contacts d'urgence" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           MOVE "M" TO WS-CU-GENRE
                           PERFORM SAISIE-CONTACTS
                       WHEN "2"
                           MOVE "P" TO WS-CU-GENRE
                           PERFORM SAISIE-CONTACTS
                       WHEN "3"
                           PERFORM LISTE-SANS-CONTACT
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F115
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
           MOVE "F115"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * Member or passenger number first, then the telephone and
      * the three contacts pre-filled for correction; a contact
      * line keyed blank is removed.
       SAISIE-CONTACTS.
           PERFORM NEW-SCREEN.
           IF WS-CU-GENRE = "M"
               MOVE "Contacts membre" TO WS-FUNC
           ELSE
               MOVE "Contacts passager" TO WS-FUNC
           END-IF.
           PERFORM REFRESH.
           MOVE 0 TO WS-CU-ID.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           PERFORM CHARGE-TITULAIRE.
           IF NOT WS-CU-CONNU
               IF WS-CU-GENRE = "M"
                   MOVE "Membre inconnu." TO WS-MSG
               ELSE
                   MOVE "Passager inconnu." TO WS-MSG
               END-IF
           ELSE
               PERFORM CHARGE-CONTACTS
               PERFORM NEW-SCREEN
               PERFORM REFRESH
               DISPLAY DS-CONTACTS
               ACCEPT AS-CONTACTS
               IF WS-VALIDER
                   PERFORM APPLY-CONTACTS
               ELSE
                   MOVE "Contacts non enregistres." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F115.

       CHARGE-TITULAIRE.
           MOVE "N" TO WS-CU-TROUVE.
           MOVE SPACES TO WS-CU-TITULAIRE WS-CU-TEL-PERSO.
           IF WS-CU-GENRE = "M"
               OPEN INPUT PILOTE-FILE
               IF WS-FS-PILOTE = "00"
                   MOVE WS-CU-ID TO PI-NUMPIL
                   READ PILOTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO WS-CU-TROUVE
                           STRING PI-NOM " " PI-PRENOM
                               DELIMITED BY SIZE INTO WS-CU-TITULAIRE
                   END-READ
                   CLOSE PILOTE-FILE
               END-IF
           ELSE
               OPEN INPUT PASSAGER-FILE
               IF WS-FS-PASSAGER = "00"
                   MOVE WS-CU-ID TO PS-ID
                   READ PASSAGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO WS-CU-TROUVE
                           STRING PS-NOM " " PS-PRENOM
                               DELIMITED BY SIZE INTO WS-CU-TITULAIRE
                           MOVE PS-TELEPHONE TO WS-CU-TEL-PERSO
                   END-READ
                   CLOSE PASSAGER-FILE
               END-IF
           END-IF.

       CHARGE-CONTACTS.
           MOVE SPACES TO WS-CU-TABLE.
           OPEN INPUT CONTURG-FILE.
           IF WS-FS-CONTURG = "00"
               MOVE WS-CU-GENRE TO CU-GENRE
               MOVE WS-CU-ID TO CU-ID
               MOVE 0 TO CU-RANG
               START CONTURG-FILE KEY IS NOT LESS THAN CU-CLE
                   INVALID KEY MOVE "10" TO WS-FS-CONTURG
               END-START
               PERFORM UNTIL WS-FS-CONTURG = "10"
                   READ CONTURG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CONTURG
                       NOT AT END
                           IF CU-GENRE NOT = WS-CU-GENRE
                              OR CU-ID NOT = WS-CU-ID
                               MOVE "10" TO WS-FS-CONTURG
                           ELSE
                               PERFORM RANGE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTURG-FILE
           END-IF.

       RANGE-CONTACT.
           IF CU-RANG = 0
               IF WS-CU-TEL-PERSO = SPACES
                   MOVE CU-TELEPHONE TO WS-CU-TEL-PERSO
               END-IF
           ELSE
               IF CU-RANG <= 3
                   MOVE CU-NOM TO WS-CU-NOM (CU-RANG)
                   MOVE CU-LIEN TO WS-CU-LIEN (CU-RANG)
                   MOVE CU-TELEPHONE TO WS-CU-TEL (CU-RANG)
               END-IF
           END-IF.

      * Rang 0 holds the telephone, 1 to 3 the contacts; each is
      * written, rewritten or deleted to match the screen. A
      * passenger's telephone goes back to PS-TELEPHONE as well.
       APPLY-CONTACTS.
           MOVE 0 TO WS-CU-NB.
           OPEN I-O CONTURG-FILE.
           IF WS-FS-CONTURG = "35"
               OPEN OUTPUT CONTURG-FILE
               CLOSE CONTURG-FILE
               OPEN I-O CONTURG-FILE
           END-IF.
           IF WS-FS-CONTURG = "00"
               MOVE 0 TO WS-CU-R
               PERFORM ECRIT-CONTACT
               PERFORM VARYING WS-CU-R FROM 1 BY 1 UNTIL WS-CU-R > 3
                   PERFORM ECRIT-CONTACT
               END-PERFORM
               CLOSE CONTURG-FILE
           END-IF.
           IF WS-CU-GENRE = "P"
               OPEN I-O PASSAGER-FILE
               IF WS-FS-PASSAGER = "00"
                   MOVE WS-CU-ID TO PS-ID
                   READ PASSAGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-CU-TEL-PERSO TO PS-TELEPHONE
                           REWRITE PASSAGER-REC
                   END-READ
                   CLOSE PASSAGER-FILE
               END-IF
           END-IF.
           MOVE "F115"            TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-CONTACTS" TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"             TO WS-AUDIT-ACTION.
           STRING "contacts urgence " WS-CU-GENRE " " WS-CU-ID
               ": " WS-CU-NB " contact(s), tel " WS-CU-TEL-PERSO
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           STRING "Contacts enregistres (" WS-CU-NB " contact(s))."
               DELIMITED BY SIZE INTO WS-MSG.

       ECRIT-CONTACT.
           MOVE WS-CU-GENRE TO CU-GENRE.
           MOVE WS-CU-ID TO CU-ID.
           MOVE WS-CU-R TO CU-RANG.
           READ CONTURG-FILE
               INVALID KEY
                   MOVE "23" TO WS-FS-CONTURG
           END-READ.
           INITIALIZE CONTURG-REC.
           MOVE WS-CU-GENRE TO CU-GENRE.
           MOVE WS-CU-ID TO CU-ID.
           MOVE WS-CU-R TO CU-RANG.
           IF WS-CU-R = 0
               MOVE WS-CU-TEL-PERSO TO CU-TELEPHONE
           ELSE
               MOVE WS-CU-NOM (WS-CU-R) TO CU-NOM
               MOVE WS-CU-LIEN (WS-CU-R) TO CU-LIEN
               MOVE WS-CU-TEL (WS-CU-R) TO CU-TELEPHONE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CU-MAJ.
           IF CU-NOM = SPACES AND CU-TELEPHONE = SPACES
               IF WS-FS-CONTURG = "00"
                   DELETE CONTURG-FILE
               END-IF
           ELSE
               IF WS-CU-R > 0
                   ADD 1 TO WS-CU-NB
               END-IF
               IF WS-FS-CONTURG = "00"
                   REWRITE CONTURG-REC
               ELSE
                   WRITE CONTURG-REC
               END-IF
           END-IF.
           MOVE "00" TO WS-FS-CONTURG.

      * Active members (not PI-PARTI) with no rang 1 contact.
       LISTE-SANS-CONTACT.
           PERFORM NEW-SCREEN.
           MOVE "Sans contact urgence" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Membre Nom                  Prenom" LINE 7 COL 3.
           MOVE 8 TO K.
           MOVE 0 TO WS-CU-NB-SANS.
           OPEN INPUT PILOTE-FILE.
           OPEN INPUT CONTURG-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE LOW-VALUES TO PI-NUMPIL
               START PILOTE-FILE KEY IS NOT LESS THAN PI-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-PILOTE
               END-START
               PERFORM UNTIL WS-FS-PILOTE = "10"
                   READ PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PILOTE
                       NOT AT END
                           IF NOT PI-PARTI
                               PERFORM CONTROLE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-FS-CONTURG NOT = "35"
               CLOSE CONTURG-FILE
           END-IF.
           IF WS-CU-NB-SANS = 0
               MOVE "Tous les membres actifs ont un contact."
                   TO WS-MSG
           ELSE
               STRING WS-CU-NB-SANS " membre(s) sans contact d'urgence."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F115.

       CONTROLE-CONTACT.
           MOVE "N" TO WS-CU-TROUVE.
           IF WS-FS-CONTURG NOT = "35"
               MOVE "M" TO CU-GENRE
               MOVE PI-NUMPIL TO CU-ID
               MOVE 1 TO CU-RANG
               READ CONTURG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-CU-TROUVE
               END-READ
           END-IF.
           IF NOT WS-CU-CONNU
               ADD 1 TO WS-CU-NB-SANS
               IF K <= 20
                   DISPLAY PI-NUMPIL LINE K COL 3
                   DISPLAY PI-NOM LINE K COL 10
                   DISPLAY PI-PRENOM LINE K COL 31
                   ADD 1 TO K
               END-IF
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

       END PROGRAM F115.

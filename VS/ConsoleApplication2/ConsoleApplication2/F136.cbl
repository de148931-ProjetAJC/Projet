       IDENTIFICATION DIVISION.
       PROGRAM-ID. F136.

      * Consultations des donnees personnelles: AUDIT.LOG says who
      * changed a member's record, CONSULT.DAT (CONSULT-PROC, written
      * by F3, F23, F41, F42 and F81) says who displayed or exported
      * it. This read-only staff screen answers the data-protection
      * questions from it - everyone who looked at a given member,
      * or every member a given account looked at - from a date on,
      * oldest first, a page at a time. Same menu/retry idiom as
      * F131; nothing is written here.

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
           77 WS-APP PIC X(20) VALUE "F136".
           77 WS-FUNC PIC X(20) VALUE "F136".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-ARRETER VALUE "M", "m".

      * The enquiry: a member or an account, and the first day
      * wanted (zero for the whole history).
           77 WS-CQ-NUMPIL PIC 9(6) VALUE 0.
           77 WS-CQ-OPERATEUR PIC X(10) VALUE SPACES.
           77 WS-CQ-DEPUIS PIC 9(8) VALUE 0.
           77 WS-CQ-SEUIL PIC 9(14) VALUE 0.
           77 WS-CQ-MODE PIC X VALUE "P".
               88 WS-CQ-PAR-PILOTE VALUE "P".
           77 WS-CQ-FIN PIC X VALUE "N".
               88 WS-CQ-ARRET VALUE "O".
           77 WS-CQ-NB PIC 9(5) VALUE 0.

           77 K PIC 99.

       LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
           77  LS_OPERATEUR    PIC X(10).

       SCREEN SECTION.
           01 DS-MENU.
               02 LINE 9  COL 5 "1. Consultations d'un pilote".
               02 LINE 10 COL 5 "2. Consultations par un operateur".
               02 LINE 11 COL 5 "3. Revenir au menu principal".
               02 LINE 12 COL 5 "4. Quitter le programme".
               02 LINE 14 COL 5 PIC X TO WS-CHOIX.

           01 DS-PILOTE.
               02 LINE 7  COL 3 VALUE "Numero du pilote:         ".
               02 LINE 8  COL 3 VALUE "Depuis (AAAAMMJJ, 0=tout):".

           01 AS-PILOTE REQUIRED UNDERLINE.
               02 LINE 7  COL 31 PIC 9(6)    USING WS-CQ-NUMPIL.
               02 LINE 8  COL 31 PIC 9(8)    USING WS-CQ-DEPUIS.

           01 DS-OPERATEUR.
               02 LINE 7  COL 3 VALUE "Identifiant operateur:    ".
               02 LINE 8  COL 3 VALUE "Depuis (AAAAMMJJ, 0=tout):".

           01 AS-OPERATEUR REQUIRED UNDERLINE.
               02 LINE 7  COL 31 PIC X(10)   USING WS-CQ-OPERATEUR.
               02 LINE 8  COL 31 PIC 9(8)    USING WS-CQ-DEPUIS.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F136.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       BACK-OR-QUIT.
           MOVE "Retourner au Menu ou Quitter (Q)" TO WS-INVITE.
           PERFORM REFRESH.
           ACCEPT WS-CHOIX.
           IF WS-QUITTER
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           ELSE
               PERFORM MENU-F136
           END-IF.

       MENU-F136.
           MOVE "Consultations" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM CONSULT-PILOTE
                       WHEN "2"
                           PERFORM CONSULT-OPERATEUR
                       WHEN "3"
                           EXIT PROGRAM
                       WHEN "4"
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F136
                   END-EVALUATE
                   MOVE "" TO WS-CHOIX
               ELSE
                   SUBTRACT 1 FROM WS-RETRY
                   MOVE "Choix non valide ! " TO WS-MSG
               END-IF
           END-PERFORM.
           IF WS-RETRY = 0
               PERFORM LOG-RETRY-EXHAUSTED
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           END-IF.

       LOG-RETRY-EXHAUSTED.
           MOVE "Trop de tentatives invalides. Fin de session."
               TO WS-MSG.
           PERFORM REFRESH.
           DISPLAY FOOTER.
           MOVE WS-MSG             TO WS-ERR-TEXT.
           MOVE "F136"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * A member's history reads straight off the primary key,
      * which starts with the member number.
       CONSULT-PILOTE.
           PERFORM NEW-SCREEN.
           MOVE "Consultations pilote" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-CQ-NUMPIL WS-CQ-DEPUIS.
           MOVE "P" TO WS-CQ-MODE.
           DISPLAY DS-PILOTE.
           ACCEPT AS-PILOTE.
           PERFORM CONTROLE-DEPUIS.
           IF WS-MSG = SPACES
               PERFORM ENTETE-LISTE
               OPEN INPUT CONSULT-FILE
               IF WS-FS-CONSULT = "00"
                   MOVE LOW-VALUES   TO CS-CLE
                   MOVE WS-CQ-NUMPIL TO CS-NUMPIL
                   MOVE WS-CQ-SEUIL  TO CS-HORODATE
                   START CONSULT-FILE KEY IS NOT LESS THAN CS-CLE
                       INVALID KEY MOVE "10" TO WS-FS-CONSULT
                   END-START
                   PERFORM UNTIL WS-FS-CONSULT = "10" OR WS-CQ-ARRET
                       READ CONSULT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-CONSULT
                           NOT AT END
                               IF CS-NUMPIL NOT = WS-CQ-NUMPIL
                                   MOVE "10" TO WS-FS-CONSULT
                               ELSE
                                   PERFORM AFFICHE-CONSULT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONSULT-FILE
               END-IF
               PERFORM BILAN-LISTE
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F136.

      * An account's history on the CS-OPERATEUR alternate key,
      * in the order the lines were written.
       CONSULT-OPERATEUR.
           PERFORM NEW-SCREEN.
           MOVE "Consult. operateur" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-CQ-OPERATEUR.
           MOVE 0 TO WS-CQ-DEPUIS.
           MOVE "O" TO WS-CQ-MODE.
           DISPLAY DS-OPERATEUR.
           ACCEPT AS-OPERATEUR.
           PERFORM CONTROLE-DEPUIS.
           IF WS-MSG = SPACES
               PERFORM ENTETE-LISTE
               OPEN INPUT CONSULT-FILE
               IF WS-FS-CONSULT = "00"
                   MOVE WS-CQ-OPERATEUR TO CS-OPERATEUR
                   START CONSULT-FILE KEY IS EQUAL TO CS-OPERATEUR
                       INVALID KEY MOVE "10" TO WS-FS-CONSULT
                   END-START
                   PERFORM UNTIL WS-FS-CONSULT = "10" OR WS-CQ-ARRET
                       READ CONSULT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-CONSULT
                           NOT AT END
                               IF CS-OPERATEUR NOT = WS-CQ-OPERATEUR
                                   MOVE "10" TO WS-FS-CONSULT
                               ELSE
                                   IF CS-HORODATE NOT < WS-CQ-SEUIL
                                       PERFORM AFFICHE-CONSULT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONSULT-FILE
               END-IF
               PERFORM BILAN-LISTE
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F136.

       CONTROLE-DEPUIS.
           MOVE SPACES TO WS-MSG.
           IF WS-CQ-DEPUIS NOT = 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-CQ-DEPUIS) NOT = 0
               MOVE "Date invalide." TO WS-MSG
           END-IF.
           COMPUTE WS-CQ-SEUIL = WS-CQ-DEPUIS * 1000000.
           MOVE "N" TO WS-CQ-FIN.
           MOVE 0 TO WS-CQ-NB.

       ENTETE-LISTE.
           IF WS-CQ-PAR-PILOTE
               DISPLAY "Date/heure     Operateur  Prog.    Motif Ecran"
                   LINE 9 COL 3
           ELSE
               DISPLAY "Date/heure     Pilote     Prog.    Motif Ecran"
                   LINE 9 COL 3
           END-IF.
           MOVE 10 TO K.

      * One line a consultation, nine to a page; M at the page
      * break stops the list.
       AFFICHE-CONSULT.
           IF K > 18
               MOVE "Entree: page suivante, M: arret" TO WS-INVITE
               DISPLAY FOOTER
               ACCEPT WS-CHOIX
               IF WS-ARRETER
                   MOVE "O" TO WS-CQ-FIN
               ELSE
                   PERFORM NEW-SCREEN
                   PERFORM ENTETE-LISTE
               END-IF
           END-IF.
           IF NOT WS-CQ-ARRET
               DISPLAY CS-HORODATE LINE K COL 3
               IF WS-CQ-PAR-PILOTE
                   DISPLAY CS-OPERATEUR LINE K COL 18
               ELSE
                   DISPLAY CS-NUMPIL LINE K COL 18
               END-IF
               DISPLAY CS-PROGRAMME LINE K COL 29
               DISPLAY CS-MOTIF LINE K COL 38
               DISPLAY CS-ECRAN LINE K COL 44
               ADD 1 TO K
               ADD 1 TO WS-CQ-NB
           END-IF.

       BILAN-LISTE.
           MOVE SPACES TO WS-MSG.
           IF WS-CQ-NB = 0
               MOVE "Aucune consultation enregistree." TO WS-MSG
           ELSE
               STRING WS-CQ-NB " consultation(s) affichee(s)."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F136.

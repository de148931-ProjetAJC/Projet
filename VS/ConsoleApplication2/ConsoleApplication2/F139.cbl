       IDENTIFICATION DIVISION.
       PROGRAM-ID. F139.

      * Cles de repartition analytique: the allocation key of each
      * charge poste (CLEREP.DAT), read by F13 to tag the supplier
      * invoices it exports and by F140 to build the margin per
      * activity. A shared cost such as insurance or maintenance
      * is keyed H and spread over the activities by the hours each
      * flew in the period; a cost that belongs to one activity is
      * keyed D with that activity. The poste must exist in
      * COMPTES.DAT. Every change and removal goes to AUDIT.LOG.
      * Same menu/retry idiom as F137.

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
           77 WS-APP PIC X(20) VALUE "F139".
           77 WS-FUNC PIC X(20) VALUE "F139".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ARRETER VALUE "M", "m".

      * The key being keyed in.
           77 WS-CK-CODE PIC X(8) VALUE SPACES.
           77 WS-CK-MODE PIC X VALUE SPACES.
               88 WS-CK-MODE-OK VALUE "H", "D".
               88 WS-CK-MODE-DIRECT VALUE "D".
           01 WS-CK-ACTIVITE PIC X(6) VALUE SPACES.
               88 WS-CK-ACTIVITE-OK VALUE "ECOLE", "BAPT", "VOL",
                   "CLUB", "VISIT", "BOUTIQ", "COTIS", "HANGAR".
           77 WS-CK-LIBELLE PIC X(30) VALUE SPACES.
           77 WS-CK-EXISTE PIC X VALUE "N".
               88 WS-CK-CONNUE VALUE "O".
           77 WS-CK-DEJA PIC X VALUE "N".
               88 WS-CK-A-REMPLACER VALUE "O".

      * The listing position.
           77 WS-PQ-FIN PIC X VALUE "N".
               88 WS-PQ-ARRET VALUE "O".
           77 WS-PQ-NB PIC 9(5) VALUE 0.

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
               02 LINE 9  COL 5 "1. Lister les cles".
               02 LINE 10 COL 5 "2. Creer ou modifier une cle".
               02 LINE 11 COL 5 "3. Supprimer une cle".
               02 LINE 12 COL 5 "4. Revenir au menu principal".
               02 LINE 13 COL 5 "5. Quitter le programme".
               02 LINE 15 COL 5 PIC X TO WS-CHOIX.

           01 DS-CLE.
               02 LINE 7  COL 3 VALUE "Poste (code COMPTES):".
               02 LINE 8  COL 3 VALUE "Mode (H=heures, D=direct):".
               02 LINE 9  COL 3 VALUE "Activite (si direct):".
               02 LINE 10 COL 3 VALUE "Libelle:".
               02 LINE 11 COL 3 VALUE
                   "ECOLE BAPT VOL CLUB VISIT BOUTIQ COTIS HANGAR".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CLE REQUIRED UNDERLINE.
               02 LINE 7  COL 31 PIC X(8)    USING WS-CK-CODE.
               02 LINE 8  COL 31 PIC X       USING WS-CK-MODE.
               02 LINE 9  COL 31 PIC X(6)    USING WS-CK-ACTIVITE.
               02 LINE 10 COL 31 PIC X(30)   USING WS-CK-LIBELLE.
               02 LINE 13 COL 20 PIC X       TO WS-CHOIX.

           01 DS-SUPPR.
               02 LINE 7  COL 3 VALUE "Poste (code COMPTES):".
               02 LINE 9  COL 3 VALUE "Supprimer ? (y/n)".

           01 AS-SUPPR REQUIRED UNDERLINE.
               02 LINE 7  COL 31 PIC X(8)    USING WS-CK-CODE.
               02 LINE 9  COL 22 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F139.

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
               PERFORM MENU-F139
           END-IF.

       MENU-F139.
           MOVE "Cles de repartition" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-CLES
                       WHEN "2"
                           PERFORM SAISIE-CLE
                       WHEN "3"
                           PERFORM SUPPRIME-CLE
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F139
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
           MOVE "F139"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * Every key in poste order, with its mode, activity and who
      * last changed it.
       LISTE-CLES.
           PERFORM NEW-SCREEN.
           MOVE "Liste des cles" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE "N" TO WS-PQ-FIN.
           MOVE 0 TO WS-PQ-NB.
           PERFORM ENTETE-LISTE.
           OPEN INPUT CLEREP-FILE.
           IF WS-FS-CLEREP = "00"
               MOVE LOW-VALUES TO AK-CODE
               START CLEREP-FILE KEY IS NOT LESS THAN AK-CODE
                   INVALID KEY MOVE "10" TO WS-FS-CLEREP
               END-START
               PERFORM UNTIL WS-FS-CLEREP = "10" OR WS-PQ-ARRET
                   READ CLEREP-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CLEREP
                       NOT AT END
                           PERFORM AFFICHE-CLE
                   END-READ
               END-PERFORM
               CLOSE CLEREP-FILE
           END-IF.
           MOVE SPACES TO WS-MSG.
           IF WS-PQ-NB = 0
               MOVE "Aucune cle de repartition." TO WS-MSG
           ELSE
               STRING WS-PQ-NB " cle(s) affichee(s)."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F139.

       ENTETE-LISTE.
           DISPLAY "Poste    M Activ. Libelle" LINE 7 COL 3.
           DISPLAY "Mise a jour  Par" LINE 7 COL 52.
           MOVE 8 TO K.

      * One line a key, eleven to a page; M at the page break
      * stops the list.
       AFFICHE-CLE.
           IF K > 18
               MOVE "Entree: page suivante, M: arret" TO WS-INVITE
               DISPLAY FOOTER
               ACCEPT WS-CHOIX
               IF WS-ARRETER
                   MOVE "O" TO WS-PQ-FIN
               ELSE
                   PERFORM NEW-SCREEN
                   PERFORM ENTETE-LISTE
               END-IF
           END-IF.
           IF NOT WS-PQ-ARRET
               DISPLAY AK-CODE LINE K COL 3
               DISPLAY AK-MODE LINE K COL 12
               DISPLAY AK-ACTIVITE LINE K COL 14
               DISPLAY AK-LIBELLE LINE K COL 21
               DISPLAY AK-DATE-MAJ LINE K COL 52
               DISPLAY AK-OPERATEUR LINE K COL 65
               ADD 1 TO K
               ADD 1 TO WS-PQ-NB
           END-IF.

      * Creates the key of a poste or replaces the one it has.
       SAISIE-CLE.
           PERFORM NEW-SCREEN.
           MOVE "Saisie d'une cle" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-CK-CODE WS-CK-MODE WS-CK-ACTIVITE
               WS-CK-LIBELLE.
           DISPLAY DS-CLE.
           ACCEPT AS-CLE.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-CK-CODE) TO WS-CK-CODE
               MOVE FUNCTION UPPER-CASE(WS-CK-MODE) TO WS-CK-MODE
               MOVE FUNCTION UPPER-CASE(WS-CK-ACTIVITE)
                   TO WS-CK-ACTIVITE
               PERFORM CHERCHE-POSTE
               EVALUATE TRUE
                   WHEN WS-CK-CODE = SPACES
                       MOVE "Poste obligatoire." TO WS-MSG
                   WHEN NOT WS-CK-CONNUE
                       MOVE "Poste absent de COMPTES.DAT." TO WS-MSG
                   WHEN NOT WS-CK-MODE-OK
                       MOVE "Mode H ou D." TO WS-MSG
                   WHEN WS-CK-MODE-DIRECT AND NOT WS-CK-ACTIVITE-OK
                       MOVE "Activite inconnue." TO WS-MSG
                   WHEN OTHER
                       PERFORM APPLY-CLE
               END-EVALUATE
           ELSE
               MOVE "Saisie abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F139.

       CHERCHE-POSTE.
           MOVE "N" TO WS-CK-EXISTE.
           OPEN INPUT COMPTE-FILE.
           IF WS-FS-COMPTE = "00"
               MOVE WS-CK-CODE TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "O" TO WS-CK-EXISTE
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

      * A shared cost keeps no activity of its own.
       APPLY-CLE.
           IF NOT WS-CK-MODE-DIRECT
               MOVE SPACES TO WS-CK-ACTIVITE
           END-IF.
           OPEN I-O CLEREP-FILE.
           IF WS-FS-CLEREP = "35"
               OPEN OUTPUT CLEREP-FILE
               CLOSE CLEREP-FILE
               OPEN I-O CLEREP-FILE
           END-IF.
           IF WS-FS-CLEREP = "00"
               MOVE WS-CK-CODE TO AK-CODE
               READ CLEREP-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CK-DEJA
                   NOT INVALID KEY
                       MOVE "O" TO WS-CK-DEJA
               END-READ
               MOVE WS-CK-CODE     TO AK-CODE
               MOVE WS-CK-MODE     TO AK-MODE
               MOVE WS-CK-ACTIVITE TO AK-ACTIVITE
               MOVE WS-CK-LIBELLE  TO AK-LIBELLE
               MOVE FUNCTION CURRENT-DATE(1:8) TO AK-DATE-MAJ
               MOVE WS-OPERATEUR   TO AK-OPERATEUR
               IF WS-CK-A-REMPLACER
                   REWRITE CLEREP-REC
               ELSE
                   WRITE CLEREP-REC
               END-IF
               CLOSE CLEREP-FILE
               MOVE "F139"       TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-CLE" TO WS-AUDIT-PARAGRAPHE
               MOVE "CLE-MAJ"    TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-RESUME
               STRING "cle " WS-CK-CODE " mode " WS-CK-MODE
                   " activite " WS-CK-ACTIVITE
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               STRING "Cle " WS-CK-CODE " enregistree."
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               MOVE "Fichier CLEREP indisponible." TO WS-MSG
           END-IF.

      * A poste without a key goes back to unallocated.
       SUPPRIME-CLE.
           PERFORM NEW-SCREEN.
           MOVE "Suppression cle" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-CK-CODE.
           DISPLAY DS-SUPPR.
           ACCEPT AS-SUPPR.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-CK-CODE) TO WS-CK-CODE
               OPEN I-O CLEREP-FILE
               IF WS-FS-CLEREP = "00"
                   MOVE WS-CK-CODE TO AK-CODE
                   READ CLEREP-FILE
                       INVALID KEY
                           MOVE "Cle inconnue." TO WS-MSG
                       NOT INVALID KEY
                           DELETE CLEREP-FILE RECORD
                           PERFORM AUDIT-SUPPRESSION
                           STRING "Cle " WS-CK-CODE " supprimee."
                               DELIMITED BY SIZE INTO WS-MSG
                   END-READ
                   CLOSE CLEREP-FILE
               ELSE
                   MOVE "Aucune cle de repartition." TO WS-MSG
               END-IF
           ELSE
               MOVE "Suppression abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F139.

       AUDIT-SUPPRESSION.
           MOVE "F139"         TO WS-AUDIT-PROGRAMME.
           MOVE "SUPPRIME-CLE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "CLE-SUP"      TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "cle " AK-CODE " supprimee (mode " AK-MODE
               " activite " AK-ACTIVITE ")"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.

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

       END PROGRAM F139.

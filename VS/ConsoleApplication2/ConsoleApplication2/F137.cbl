       IDENTIFICATION DIVISION.
       PROGRAM-ID. F137.

      * Periodes comptables: the period register PERIODE.DAT
      * (PERIODE-PROC) records, month by month, when F9 closed the
      * billing, F71 the VAT declaration and F13 the accounting
      * export, and by whom; a closed month takes no dated
      * financial event any more, every program moving it to the
      * open period instead. This staff screen lists the register
      * and reopens a closed month when a declared figure really
      * has to be corrected - under dual control, like the other
      * destructive operations, with the reason, both accounts and
      * the reopening count kept on the row and in AUDIT.LOG. The
      * next closing step (F9, F71, F13) closes the month again.
      * Same menu/retry idiom as F131.

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
           77 WS-APP PIC X(20) VALUE "F137".
           77 WS-FUNC PIC X(20) VALUE "F137".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ARRETER VALUE "M", "m".

      * The listing: first month wanted (zero for the whole
      * register) and the page position.
           77 WS-PQ-DEPUIS PIC 9(6) VALUE 0.
           77 WS-PQ-FIN PIC X VALUE "N".
               88 WS-PQ-ARRET VALUE "O".
           77 WS-PQ-NB PIC 9(5) VALUE 0.

      * The reopening: month and reason.
           77 WS-RO-MOIS PIC 9(6) VALUE 0.
           77 WS-RO-MOTIF PIC X(40) VALUE SPACES.

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
               02 LINE 9  COL 5 "1. Registre des periodes".
               02 LINE 10 COL 5 "2. Reouvrir une periode close".
               02 LINE 11 COL 5 "3. Revenir au menu principal".
               02 LINE 12 COL 5 "4. Quitter le programme".
               02 LINE 14 COL 5 PIC X TO WS-CHOIX.

           01 DS-REGISTRE.
               02 LINE 7  COL 3 VALUE "Depuis (AAAAMM, 0=tout):".

           01 AS-REGISTRE REQUIRED UNDERLINE.
               02 LINE 7  COL 29 PIC 9(6)    USING WS-PQ-DEPUIS.

           01 DS-REOUV.
               02 LINE 8  COL 3 VALUE "Mois a reouvrir (AAAAMM):".
               02 LINE 9  COL 3 VALUE "Motif:".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-REOUV REQUIRED UNDERLINE.
               02 LINE 8  COL 30 PIC 9(6)    USING WS-RO-MOIS.
               02 LINE 9  COL 30 PIC X(40)   USING WS-RO-MOTIF.
               02 LINE 12 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F137.

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
               PERFORM MENU-F137
           END-IF.

       MENU-F137.
           MOVE "Periodes comptables" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-PERIODES
                       WHEN "2"
                           PERFORM REOUVRE-PERIODE
                       WHEN "3"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F137
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
           MOVE "F137"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * The register in month order from the month asked for: the
      * state, the three closing stamps and how often the month was
      * reopened.
       LISTE-PERIODES.
           PERFORM NEW-SCREEN.
           MOVE "Registre periodes" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-PQ-DEPUIS.
           DISPLAY DS-REGISTRE.
           ACCEPT AS-REGISTRE.
           MOVE "N" TO WS-PQ-FIN.
           MOVE 0 TO WS-PQ-NB.
           PERFORM ENTETE-LISTE.
           OPEN INPUT PERIODE-FILE.
           IF WS-FS-PERIODE = "00"
               MOVE WS-PQ-DEPUIS TO PR-MOIS
               START PERIODE-FILE KEY IS NOT LESS THAN PR-MOIS
                   INVALID KEY MOVE "10" TO WS-FS-PERIODE
               END-START
               PERFORM UNTIL WS-FS-PERIODE = "10" OR WS-PQ-ARRET
                   READ PERIODE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PERIODE
                       NOT AT END
                           PERFORM AFFICHE-PERIODE
                   END-READ
               END-PERFORM
               CLOSE PERIODE-FILE
           END-IF.
           MOVE SPACES TO WS-MSG.
           IF WS-PQ-NB = 0
               MOVE "Aucune periode close au registre." TO WS-MSG
           ELSE
               STRING WS-PQ-NB " periode(s) affichee(s)."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F137.

       ENTETE-LISTE.
           DISPLAY "Mois   E Facturation         TVA"
               LINE 9 COL 3.
           DISPLAY "Export              Reouv."
               LINE 9 COL 52.
           MOVE 10 TO K.

      * One line a month, nine to a page; M at the page break
      * stops the list.
       AFFICHE-PERIODE.
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
               DISPLAY PR-MOIS LINE K COL 3
               DISPLAY PR-ETAT LINE K COL 10
               IF PR-FACT-DATE > 0
                   DISPLAY PR-FACT-DATE LINE K COL 12
                   DISPLAY PR-FACT-PAR LINE K COL 21
               END-IF
               IF PR-TVA-DATE > 0
                   DISPLAY PR-TVA-DATE LINE K COL 32
                   DISPLAY PR-TVA-PAR LINE K COL 41
               END-IF
               IF PR-EXPORT-DATE > 0
                   DISPLAY PR-EXPORT-DATE LINE K COL 52
                   DISPLAY PR-EXPORT-PAR LINE K COL 61
               END-IF
               DISPLAY PR-NB-REOUV LINE K COL 72
               ADD 1 TO K
               ADD 1 TO WS-PQ-NB
           END-IF.

      * Only a closed month reopens, and only once a different
      * staff account has signed for it.
       REOUVRE-PERIODE.
           PERFORM NEW-SCREEN.
           MOVE "Reouverture periode" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-RO-MOIS.
           MOVE SPACES TO WS-RO-MOTIF.
           DISPLAY DS-REOUV.
           ACCEPT AS-REOUV.
           IF WS-VALIDER
               MOVE WS-RO-MOIS TO WS-PER-MOIS
               PERFORM ETAT-PERIODE
               EVALUATE TRUE
                   WHEN WS-RO-MOIS(5:2) < "01"
                     OR WS-RO-MOIS(5:2) > "12"
                       MOVE "Mois invalide." TO WS-MSG
                   WHEN NOT WS-PER-CLOSE
                       MOVE "Cette periode n'est pas close." TO WS-MSG
                   WHEN WS-RO-MOTIF = SPACES
                       MOVE "Motif obligatoire." TO WS-MSG
                   WHEN OTHER
                       PERFORM SECONDE-SIGNATURE
                       IF WS-SIG2-ACCORDEE
                           PERFORM APPLY-REOUVERTURE
                       ELSE
                           MOVE "Double controle refuse - abandon."
                               TO WS-MSG
                       END-IF
               END-EVALUATE
           ELSE
               MOVE "Reouverture abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F137.

       APPLY-REOUVERTURE.
           OPEN I-O PERIODE-FILE.
           IF WS-FS-PERIODE = "00"
               MOVE WS-RO-MOIS TO PR-MOIS
               READ PERIODE-FILE
                   INVALID KEY
                       MOVE "Periode absente du registre." TO WS-MSG
                   NOT INVALID KEY
                       MOVE "R" TO PR-ETAT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO PR-ROUVERT-DATE
                       MOVE WS-OPERATEUR TO PR-ROUVERT-PAR
                       MOVE WS-SIG2-ID   TO PR-ROUVERT-SIG2
                       MOVE WS-RO-MOTIF  TO PR-ROUVERT-MOTIF
                       ADD 1 TO PR-NB-REOUV
                       REWRITE PERIODE-REC
                       PERFORM AUDIT-REOUVERTURE
                       STRING "Periode " WS-RO-MOIS " reouverte."
                           DELIMITED BY SIZE INTO WS-MSG
               END-READ
               CLOSE PERIODE-FILE
           END-IF.

       AUDIT-REOUVERTURE.
           MOVE "F137"            TO WS-AUDIT-PROGRAMME.
           MOVE "REOUVRE-PERIODE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "REOUVRE"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "periode " WS-RO-MOIS " reouverte (" PR-NB-REOUV
               "e fois), vise par " WS-SIG2-ID ": " WS-RO-MOTIF
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

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "OPERATEUR-PROC.cpy" IN TEMPLATE.

           COPY "DOUBLE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F137.

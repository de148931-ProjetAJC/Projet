       IDENTIFICATION DIVISION.
       PROGRAM-ID. F117.

      * Registre des dons: gifts members make to the association
      * were noted by the treasurer alongside the receipts typed
      * by hand. This screen records a gift in money (especes,
      * cheque, virement) on the donations register (DONS.DAT) and
      * lists a donor's gifts with the tax receipt each went on.
      * Fees an instructor waives are recorded from F65; the yearly
      * receipts are issued by the F118 batch.

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
           77 WS-APP PIC X(20) VALUE "F117".
           77 WS-FUNC PIC X(20) VALUE "F117".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * Gift capture.
           77 WS-SAI-NUMPIL PIC 9(6) VALUE 0.
           77 WS-SAI-DATE PIC 9(8) VALUE 0.
           77 WS-SAI-MONTANT PIC 9(6)V99 VALUE 0.
           77 WS-SAI-NATURE PIC X VALUE "C".
               88 WS-SAI-NATURE-OK VALUE "E", "C", "B".
           77 WS-DONATEUR PIC X(31) VALUE SPACES.
           77 WS-PIL-OK PIC X VALUE "N".
               88 WS-PIL-TROUVE VALUE "O".
           77 WS-TOT-DONS PIC 9(8)V99 VALUE 0.
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
               02 LINE 9  COL 5 "1. Enregistrer un don".
               02 LINE 10 COL 5 "2. Dons d'un donateur".
               02 LINE 11 COL 5 "3. Revenir au menu principal".
               02 LINE 12 COL 5 "4. Quitter le programme".
               02 LINE 16 COL 5 PIC X TO WS-CHOIX.

           01 DS-DON.
               02 LINE 8  COL 3 VALUE "Donateur (membre):  ".
               02 LINE 9  COL 3 VALUE "Date (AAAAMMJJ):    ".
               02 LINE 9  COL 35 VALUE "(vide = aujourd'hui)".
               02 LINE 10 COL 3 VALUE "Montant:            ".
               02 LINE 11 COL 3 VALUE "Nature (E/C/B):     ".
               02 LINE 11 COL 35 VALUE "especes/cheque/virement".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-DON REQUIRED UNDERLINE.
               02 LINE 8  COL 24 PIC 9(6)    TO WS-SAI-NUMPIL.
               02 LINE 9  COL 24 PIC 9(8)    TO WS-SAI-DATE.
               02 LINE 10 COL 24 PIC 9(6)V99 TO WS-SAI-MONTANT.
               02 LINE 11 COL 24 PIC X       TO WS-SAI-NATURE.
               02 LINE 13 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F117.

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
               PERFORM MENU-F117
           END-IF.

       MENU-F117.
           MOVE "Registre des dons" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM SAISIE-DON
                       WHEN "2"
                           PERFORM LISTE-DONATEUR
                       WHEN "3"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F117
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
           MOVE "F117"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * A gift in money from a member (former members included -
      * a departed pilot may still give). The date defaults to the
      * day it is keyed; it must not lie in the future.
       SAISIE-DON.
           PERFORM NEW-SCREEN.
           MOVE "Enregistrer un don" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-SAI-NUMPIL WS-SAI-DATE WS-SAI-MONTANT.
           MOVE "C" TO WS-SAI-NATURE.
           DISPLAY DS-DON.
           ACCEPT AS-DON.
           IF WS-VALIDER
               IF WS-SAI-DATE NOT NUMERIC OR WS-SAI-DATE = 0
                   MOVE WS-CURR-DATE TO WS-SAI-DATE
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-SAI-NATURE)
                   TO WS-SAI-NATURE
               PERFORM CHERCHE-DONATEUR
               IF NOT WS-PIL-TROUVE
                   MOVE "Donateur inconnu." TO WS-MSG
               ELSE
               IF WS-SAI-MONTANT = 0
                   MOVE "Montant du don requis." TO WS-MSG
               ELSE
               IF NOT WS-SAI-NATURE-OK
                   MOVE "Nature E, C ou B." TO WS-MSG
               ELSE
               IF WS-SAI-DATE > WS-CURR-DATE
                   MOVE "Date du don dans le futur." TO WS-MSG
               ELSE
                   PERFORM APPLY-DON
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE "Don non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F117.

       CHERCHE-DONATEUR.
           MOVE "N" TO WS-PIL-OK.
           MOVE SPACES TO WS-DONATEUR.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-SAI-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-PIL-OK
                       STRING PI-NOM " " PI-PRENOM
                           DELIMITED BY SIZE INTO WS-DONATEUR
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

       APPLY-DON.
           MOVE WS-SAI-NUMPIL TO WS-DON-NUMPIL.
           MOVE WS-SAI-DATE TO WS-DON-DATE.
           MOVE WS-SAI-MONTANT TO WS-DON-MONTANT.
           MOVE WS-SAI-NATURE TO WS-DON-NATURE.
           MOVE 0 TO WS-DON-PERIODE.
           PERFORM ENREGISTRE-DON.
           MOVE "F117"       TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-DON" TO WS-AUDIT-PARAGRAPHE.
           MOVE "DON"        TO WS-AUDIT-ACTION.
           STRING "don " WS-DON-ID " de " WS-SAI-NUMPIL " "
               WS-SAI-MONTANT " nature " WS-SAI-NATURE
               " du " WS-SAI-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           STRING "Don n. " WS-DON-ID " enregistre pour "
               WS-DONATEUR DELIMITED BY SIZE INTO WS-MSG.

      * A donor's gifts on the DN-NUMPIL alternate key, oldest
      * first, with the receipt each went on (0 = not yet issued).
       LISTE-DONATEUR.
           PERFORM NEW-SCREEN.
           MOVE "Dons d'un donateur" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Donateur (membre):" LINE 6 COL 3.
           MOVE 0 TO WS-SAI-NUMPIL.
           ACCEPT WS-SAI-NUMPIL LINE 6 COL 24.
           PERFORM CHERCHE-DONATEUR.
           DISPLAY WS-DONATEUR LINE 6 COL 32.
           DISPLAY "Don    Date     Montant     Nat. Periode Recu"
               LINE 7 COL 3.
           MOVE 8 TO K.
           MOVE 0 TO WS-TOT-DONS.
           OPEN INPUT DON-FILE.
           IF WS-FS-DON = "00"
               MOVE WS-SAI-NUMPIL TO DN-NUMPIL
               START DON-FILE KEY IS EQUAL TO DN-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-DON
               END-START
               PERFORM UNTIL WS-FS-DON = "10"
                   READ DON-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DON
                       NOT AT END
                           IF DN-NUMPIL NOT = WS-SAI-NUMPIL
                               MOVE "10" TO WS-FS-DON
                           ELSE
                               PERFORM LIGNE-DON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DON-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun don enregistre pour ce donateur." TO WS-MSG
           ELSE
               STRING "Total des dons : " WS-TOT-DONS
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F117.

       LIGNE-DON.
           ADD DN-MONTANT TO WS-TOT-DONS.
           IF K <= 18
               DISPLAY DN-ID LINE K COL 3
               DISPLAY DN-DATE LINE K COL 10
               DISPLAY DN-MONTANT LINE K COL 19
               DISPLAY DN-NATURE LINE K COL 33
               DISPLAY DN-PERIODE LINE K COL 37
               DISPLAY DN-NUMRECU LINE K COL 45
               ADD 1 TO K
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

           COPY "DON-PROC.cpy" IN TEMPLATE.

       END PROGRAM F117.

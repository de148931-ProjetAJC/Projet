      * generated is left alone), lists the unpaid balances, and
      * marks a record paid with its date and mode - the payout
      * going through the payment journal as an outflow so the
      * books see the money leave. An instructor who volunteers may
      * instead waive the month: the record is closed as a gift
      * (etat D) and the amount lands on the donations register
      * (DONS.DAT, nature A) for the yearly F118 tax receipt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".
               02 LINE 9  COL 5 "1. Generer le reglement d'un mois".
               02 LINE 10 COL 5 "2. Soldes par instructeur".
               02 LINE 11 COL 5 "3. Marquer un reglement paye".
               02 LINE 12 COL 5 "4. Abandonner un reglement (don)".
               02 LINE 13 COL 5 "5. Revenir au menu principal".
               02 LINE 14 COL 5 "6. Quitter le programme".
               02 LINE 16 COL 5 PIC X TO WS-CHOIX.

           01 DS-PAYE.
               02 LINE 10 COL 24 PIC X    TO WS-PAY-MODE.
               02 LINE 13 COL 20 PIC X    TO WS-CHOIX.

           01 DS-ABANDON.
               02 LINE 8  COL 3 VALUE "Instructeur:        ".
               02 LINE 9  COL 3 VALUE "Periode (AAAAMM):   ".
               02 LINE 11 COL 3 VALUE "Montant abandonne au club".
               02 LINE 12 COL 3 VALUE "(recu fiscal en fin d'annee).".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-ABANDON REQUIRED UNDERLINE.
               02 LINE 8  COL 24 PIC 9(6) TO WS-PAY-NUMPIL.
               02 LINE 9  COL 24 PIC 9(6) TO WS-PAY-PERIODE.
               02 LINE 13 COL 20 PIC X    TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
                       WHEN "3"
                           PERFORM MARQUE-PAYE
                       WHEN "4"
                           PERFORM MARQUE-ABANDON
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "6"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       MOVE "F65" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   NOT INVALID KEY
                       IF NOT ID-A-PAYER
                           MOVE "Reglement deja paye ou abandonne."
                               TO WS-MSG
                           MOVE WS-MSG TO WS-ERR-TEXT
                           MOVE "F65" TO WS-AUDIT-PROGRAMME
                           PERFORM LOG-ERREUR
               CLOSE INSTRDU-FILE
           END-IF.

      * A waived month never touches the payment journal - no
      * money leaves. The record is closed as a gift and the
      * amount recorded on the donations register against the
      * instructor, with the month it came from.
       MARQUE-ABANDON.
           PERFORM NEW-SCREEN.
           MOVE "Abandon de frais" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-PAY-NUMPIL WS-PAY-PERIODE.
           DISPLAY DS-ABANDON.
           ACCEPT AS-ABANDON.
           IF WS-VALIDER
               PERFORM APPLY-ABANDON
           ELSE
               MOVE "Reglement non abandonne." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F65.

       APPLY-ABANDON.
           OPEN I-O INSTRDU-FILE.
           IF WS-FS-INSTRDU = "00"
               MOVE WS-PAY-NUMPIL TO ID-NUMPIL
               MOVE WS-PAY-PERIODE TO ID-PERIODE
               READ INSTRDU-FILE
                   INVALID KEY
                       MOVE "Reglement inconnu." TO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F65" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   NOT INVALID KEY
                       IF NOT ID-A-PAYER
                           MOVE "Reglement deja paye ou abandonne."
                               TO WS-MSG
                           MOVE WS-MSG TO WS-ERR-TEXT
                           MOVE "F65" TO WS-AUDIT-PROGRAMME
                           PERFORM LOG-ERREUR
                       ELSE
                           MOVE WS-PAY-NUMPIL TO WS-DON-NUMPIL
                           MOVE WS-CURR-DATE TO WS-DON-DATE
                           MOVE ID-MONTANT TO WS-DON-MONTANT
                           MOVE "A" TO WS-DON-NATURE
                           MOVE WS-PAY-PERIODE TO WS-DON-PERIODE
                           PERFORM ENREGISTRE-DON
                           MOVE "D" TO ID-ETAT
                           MOVE WS-CURR-DATE TO ID-DATE-PAIE
                           MOVE "D" TO ID-MODE
                           MOVE WS-DON-ID TO ID-NUMRECU
                           REWRITE INSTRDU-REC
                           MOVE "F65"          TO WS-AUDIT-PROGRAMME
                           MOVE "MARQUE-ABANDON"
                               TO WS-AUDIT-PARAGRAPHE
                           MOVE "DON"          TO WS-AUDIT-ACTION
                           STRING "reglement " WS-PAY-NUMPIL "/"
                               WS-PAY-PERIODE " abandonne "
                               ID-MONTANT " don " WS-DON-ID
                               DELIMITED BY SIZE
                               INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                           STRING "Reglement abandonne, don n. "
                               WS-DON-ID
                               DELIMITED BY SIZE INTO WS-MSG
                       END-IF
               END-READ
               CLOSE INSTRDU-FILE
           END-IF.

       JOURNALISE-PAYE.
           IF WS-PAY-MODE NOT = "E" AND WS-PAY-MODE NOT = "C"
              AND WS-PAY-MODE NOT = "B"

           COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "DON-PROC.cpy" IN TEMPLATE.

       END PROGRAM F65.

      * had marked settled, refreshes EP-FINANCES, bumps the
      * pilot's RELANCE.DAT level so the next F45 run chases the
      * debt at once, and writes every reversal to AUDIT.LOG.
      * Since debits are drawn per paying account (F89), the number
      * on the return line may be a member paying for others or a
      * non-flying payer: the reversal then goes to that account's
      * balance (PY-SOLDE for a non-flying payer) and the flights
      * re-opened are those F9 billed to it - the member's own
      * uncovered flights plus the covered flights of the members
      * it pays for.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-LIGNE-OK         PIC X VALUE "N".
               88  WS-LIGNE-VALIDE     VALUE "O".
           77  WS-NB-ROUVERTS      PIC 9(3) VALUE 0.
           77  WS-RET-TIERS        PIC X VALUE "N".
               88  WS-RET-PAYEUR       VALUE "O".
           77  WS-LIEN-ATTENDU     PIC X VALUE "M".
           77  WS-VOLS-NUMPIL      PIC 9(6) VALUE 0.
           77  WS-VOLS-MODE        PIC X VALUE "P".
               88  WS-VOLS-PROPRES     VALUE "P".
           77  WS-VOLS-LIE         PIC X VALUE "N".
           77  WS-VOLS-DEBUT       PIC 9(8) VALUE 0.
           77  WS-VOLS-FIN         PIC 9(8) VALUE 0.
           77  WS-VOL-COUVERT      PIC X VALUE "N".

       PROCEDURE DIVISION.
       DEBUT.
               MOVE "F56"           TO WS-AUDIT-PROGRAMME
               MOVE "TRAITE-RETOUR" TO WS-AUDIT-PARAGRAPHE
               MOVE "ANNUL"         TO WS-AUDIT-ACTION
               STRING "prelevement rejete compte " WS-RET-NUMPIL
                   " montant " WS-RET-MONTANT " motif "
                   FUNCTION TRIM(WS-CH-MOTIF) ", " WS-NB-ROUVERTS
                   " vol(s) rouvert(s)"
      * The money never arrived: take it back out of
      * PI-SOLDE and journal the reversal as a negative "V" row -
      * the journal stays append-only, the original row is never
      * touched. A number unknown to the pilot file is a non-flying
      * payer's account.
       REVERSE-SOLDE.
           MOVE "N" TO WS-RET-TIERS.
           OPEN I-O PILOTE-FILE.
           OPEN I-O ETATPIL-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-RET-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       MOVE "O" TO WS-RET-TIERS
                   NOT INVALID KEY
                       SUBTRACT WS-RET-MONTANT FROM PI-SOLDE
                       REWRITE PILOTE-REC
           IF WS-FS-ETATPIL = "00"
               CLOSE ETATPIL-FILE
           END-IF.
           IF WS-RET-PAYEUR
               MOVE WS-RET-NUMPIL TO WS-PAY-ID
               COMPUTE WS-PAY-MONTANT = 0 - WS-RET-MONTANT
               PERFORM IMPUTE-PAYEUR
               MOVE WS-PAY-SOLDE TO WS-MVT-SOLDE
           END-IF.

           MOVE "BATCH" TO WS-OPERATEUR.
           MOVE WS-RET-NUMPIL TO WS-PAIE-NUMPIL.
      * those flights back to unpaid exactly where F9's selection
      * (VL-TERMINE, period window on VL-DATEDEP) had picked them
      * up, so the per-flight billing/dunning chain sees them again.
      * A member's own flights count only when no payer link
      * covered them; then come the covered flights of every member
      * this account pays for.
       ROUVRE-VOLS.
           MOVE 0 TO WS-NB-ROUVERTS.
           IF NOT WS-RET-PAYEUR
               MOVE WS-RET-NUMPIL TO WS-PAY-PILOTE
               PERFORM LIT-LIEN-PAYEUR
               MOVE WS-RET-NUMPIL TO WS-VOLS-NUMPIL
               MOVE "P" TO WS-VOLS-MODE
               MOVE WS-PAY-LIEN TO WS-VOLS-LIE
               MOVE WS-PAY-DEBUT TO WS-VOLS-DEBUT
               MOVE WS-PAY-FIN TO WS-VOLS-FIN
               PERFORM ROUVRE-VOLS-MEMBRE
               MOVE "M" TO WS-LIEN-ATTENDU
           ELSE
               MOVE "T" TO WS-LIEN-ATTENDU
           END-IF.
           PERFORM ROUVRE-VOLS-LIES.

       ROUVRE-VOLS-LIES.
           OPEN INPUT LIENPAY-FILE.
           IF WS-FS-LIENPAY = "00"
               MOVE WS-RET-NUMPIL TO LP-PAYEUR
               START LIENPAY-FILE KEY IS EQUAL TO LP-PAYEUR
                   INVALID KEY MOVE "10" TO WS-FS-LIENPAY
               END-START
               PERFORM UNTIL WS-FS-LIENPAY = "10"
                   READ LIENPAY-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-LIENPAY
                       NOT AT END
                           IF LP-PAYEUR NOT = WS-RET-NUMPIL
                               MOVE "10" TO WS-FS-LIENPAY
                           ELSE
                               IF LP-NATURE = WS-LIEN-ATTENDU
                                  AND LP-NUMPIL NOT = WS-RET-NUMPIL
                                   MOVE LP-NUMPIL TO WS-VOLS-NUMPIL
                                   MOVE "L" TO WS-VOLS-MODE
                                   MOVE "O" TO WS-VOLS-LIE
                                   MOVE LP-DEBUT TO WS-VOLS-DEBUT
                                   MOVE LP-FIN TO WS-VOLS-FIN
                                   PERFORM ROUVRE-VOLS-MEMBRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENPAY-FILE
           END-IF.

       ROUVRE-VOLS-MEMBRE.
           OPEN I-O VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-VOLS-NUMPIL TO VL-NUMPIL
               START VOL-FILE KEY IS EQUAL TO VL-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-NUMPIL NOT = WS-VOLS-NUMPIL
                               MOVE "10" TO WS-FS-VOL
                           ELSE
                               MOVE "N" TO WS-VOL-COUVERT
                               IF WS-VOLS-LIE = "O"
                                  AND VL-DATEDEP NOT < WS-VOLS-DEBUT
                                  AND (WS-VOLS-FIN = 0
                                   OR VL-DATEDEP NOT > WS-VOLS-FIN)
                                   MOVE "O" TO WS-VOL-COUVERT
                               END-IF
                               IF VL-TERMINE AND VL-PAYE = "O"
                                  AND VL-DATEDEP(3:6)
                                      NOT < WS-PERIODE-DEP
                                  AND VL-DATEDEP(3:6)
                                      NOT > WS-PERIODE-ARR
                                  AND ((WS-VOLS-PROPRES
                                        AND WS-VOL-COUVERT = "N")
                                   OR (NOT WS-VOLS-PROPRES
                                        AND WS-VOL-COUVERT = "O"))
                                   MOVE SPACE TO VL-PAYE
                                   REWRITE VOL-REC
                                   ADD 1 TO WS-NB-ROUVERTS

       COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

       COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       COPY "PAYEUR-PROC.cpy" IN TEMPLATE.

       END PROGRAM F56.

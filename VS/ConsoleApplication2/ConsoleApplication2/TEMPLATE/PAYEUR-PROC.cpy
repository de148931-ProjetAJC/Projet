      * PAYEUR-PROC - shared paragraphs resolving who settles a
      * member's flying (LIENPAY.DAT) and posting to a non-flying
      * payer's balance (PAYEUR.DAT), same shape as
      * MOUVEMENT-PROC.cpy. COPY into PROCEDURE DIVISION; requires
      * DATAFILES.cpy/-FD/-WS already copied in. Neither paragraph
      * touches PILOTE-FILE: when the payer is another member
      * (WS-PAY-MEMBRE) the caller reads and updates that PILOTE-REC
      * itself, exactly as it would for the flying member.
      *   LIT-LIEN-PAYEUR - caller sets WS-PAY-PILOTE (the flying
      *     member); returns WS-PAY-LIEN with the link's WS-PAY-ID,
      *     WS-PAY-NATURE, WS-PAY-DEBUT/WS-PAY-FIN and, for a
      *     non-flying payer, WS-PAY-NOM/WS-PAY-EMAIL/
      *     WS-PAY-ID-ADRESSE. A link to a missing or inactive payer
      *     is ignored - the member is billed as usual.
      *   COUVERTURE-PAYEUR - caller sets WS-PAY-DATE; WS-PAY-COUVRE
      *     says whether the link just read covers that date.
      *   RESOUT-PAYEUR - both of the above: WS-PAY-ID/WS-PAY-NATURE
      *     name the account to charge on WS-PAY-DATE (the member's
      *     own, "P", when no link is in force).
      *   IMPUTE-PAYEUR - adds the signed WS-PAY-MONTANT to PY-SOLDE
      *     of payer WS-PAY-ID; returns WS-PAY-SOLDE and
      *     WS-PAY-IMPUTE.
       LIT-LIEN-PAYEUR.
           MOVE "N" TO WS-PAY-LIEN.
           MOVE WS-PAY-PILOTE TO WS-PAY-ID.
           MOVE "P" TO WS-PAY-NATURE.
           MOVE 0 TO WS-PAY-DEBUT WS-PAY-FIN WS-PAY-ID-ADRESSE.
           MOVE SPACES TO WS-PAY-NOM WS-PAY-EMAIL.
           OPEN INPUT LIENPAY-FILE.
           IF WS-FS-LIENPAY = "00"
               MOVE WS-PAY-PILOTE TO LP-NUMPIL
               READ LIENPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LP-PAYEUR > 0
                          AND LP-PAYEUR NOT = WS-PAY-PILOTE
                          AND (LP-MEMBRE OR LP-TIERS)
                           MOVE "O" TO WS-PAY-LIEN
                           MOVE LP-PAYEUR TO WS-PAY-ID
                           MOVE LP-NATURE TO WS-PAY-NATURE
                           MOVE LP-DEBUT  TO WS-PAY-DEBUT
                           MOVE LP-FIN    TO WS-PAY-FIN
                       END-IF
               END-READ
               CLOSE LIENPAY-FILE
           END-IF.
           IF WS-PAY-A-LIEN AND WS-PAY-TIERS
               MOVE "N" TO WS-PAY-LIEN
               OPEN INPUT PAYEUR-FILE
               IF WS-FS-PAYEUR = "00"
                   MOVE WS-PAY-ID TO PY-ID
                   READ PAYEUR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PY-EST-ACTIF
                               MOVE "O" TO WS-PAY-LIEN
                               MOVE PY-NOM        TO WS-PAY-NOM
                               MOVE PY-EMAIL      TO WS-PAY-EMAIL
                               MOVE PY-ID-ADRESSE TO WS-PAY-ID-ADRESSE
                           END-IF
                   END-READ
                   CLOSE PAYEUR-FILE
               END-IF
               IF NOT WS-PAY-A-LIEN
                   MOVE WS-PAY-PILOTE TO WS-PAY-ID
                   MOVE "P" TO WS-PAY-NATURE
                   MOVE 0 TO WS-PAY-DEBUT WS-PAY-FIN
               END-IF
           END-IF.

      * Both ends inclusive; a zero end date never runs out.
       COUVERTURE-PAYEUR.
           MOVE "N" TO WS-PAY-COUVRE.
           IF WS-PAY-A-LIEN
              AND WS-PAY-DATE NOT < WS-PAY-DEBUT
              AND (WS-PAY-FIN = 0 OR WS-PAY-DATE NOT > WS-PAY-FIN)
               MOVE "O" TO WS-PAY-COUVRE
           END-IF.

       RESOUT-PAYEUR.
           PERFORM LIT-LIEN-PAYEUR.
           PERFORM COUVERTURE-PAYEUR.
           IF NOT WS-PAY-COUVERT
               MOVE WS-PAY-PILOTE TO WS-PAY-ID
               MOVE "P" TO WS-PAY-NATURE
           END-IF.

       IMPUTE-PAYEUR.
           MOVE "N" TO WS-PAY-IMPUTE.
           MOVE 0 TO WS-PAY-SOLDE.
           OPEN I-O PAYEUR-FILE.
           IF WS-FS-PAYEUR = "00"
               MOVE WS-PAY-ID TO PY-ID
               READ PAYEUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-PAY-MONTANT TO PY-SOLDE
                       REWRITE PAYEUR-REC
                       MOVE PY-SOLDE TO WS-PAY-SOLDE
                       MOVE "O" TO WS-PAY-IMPUTE
               END-READ
               CLOSE PAYEUR-FILE
           END-IF.

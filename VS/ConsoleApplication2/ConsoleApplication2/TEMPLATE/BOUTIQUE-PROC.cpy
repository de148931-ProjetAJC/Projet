      * BOUTIQUE-PROC - shared paragraphs posting the club shop
      * sales (VENTEBOUT.DAT) to the accounting journal, used by the
      * F105 monthly shop report and by F13's export so either can
      * rebuild the same lines, as IMMO-PROC.cpy does for the fixed
      * assets. COPY into PROCEDURE DIVISION; requires
      * DATAFILES.cpy/-FD/-WS already copied in, and the caller's
      * journal kit: WS-DATE-EC PIC 9(8), WS-LIBELLE PIC X(42),
      * WS-MONTANT, WS-CPT-CIBLE and the ECRIT-LIGNE-DEBIT /
      * ECRIT-LIGNE-CREDIT paragraphs writing one ECRITURES.TXT
      * line each. Caller PERFORMs CHARGE-COMPTES-BOUTIQUE once,
      * sets WS-BTQ-DU / WS-BTQ-AU (AAAAMMJJ) and PERFORMs
      * BALAYE-VENTES-BOUTIQUE; WS-BTQ-NB-LIGNES counts the sale
      * lines posted.

      * Adds the shop revenue poste to COMPTES.DAT when missing
      * (an existing row is never overwritten) and resolves it with
      * the client and TVA collectee accounts it posts against.
       CHARGE-COMPTES-BOUTIQUE.
           OPEN I-O COMPTE-FILE.
           IF WS-FS-COMPTE = "35"
               OPEN OUTPUT COMPTE-FILE
               CLOSE COMPTE-FILE
               OPEN I-O COMPTE-FILE
           END-IF.
           MOVE "707100" TO WS-BTQ-CPT-VENTE.
           MOVE "411000" TO WS-BTQ-CPT-CLIENT.
           MOVE "445710" TO WS-BTQ-CPT-TVA.
           IF WS-FS-COMPTE = "00"
               MOVE "BOUTIQUE" TO CM-CODE
               MOVE "707100"   TO CM-COMPTE
               MOVE "Ventes boutique" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "BOUTIQUE" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-BTQ-CPT-VENTE
               END-READ
               MOVE "CLIENT" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-BTQ-CPT-CLIENT
               END-READ
               MOVE "TVA" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-BTQ-CPT-TVA
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

      * Every sale line dated in the period, through the sale-date
      * key.
       BALAYE-VENTES-BOUTIQUE.
           MOVE 0 TO WS-BTQ-NB-LIGNES.
           OPEN INPUT VENTEBOUT-FILE.
           IF WS-FS-VENTEBOUT = "00"
               MOVE WS-BTQ-DU TO BT-DATE
               START VENTEBOUT-FILE KEY IS NOT LESS THAN BT-DATE
                   INVALID KEY MOVE "10" TO WS-FS-VENTEBOUT
               END-START
               PERFORM UNTIL WS-FS-VENTEBOUT = "10"
                   READ VENTEBOUT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VENTEBOUT
                       NOT AT END
                           IF BT-DATE > WS-BTQ-AU
                               MOVE "10" TO WS-FS-VENTEBOUT
                           ELSE
                               PERFORM ECRIT-VENTE-BOUTIQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTEBOUT-FILE
           END-IF.

      * Debit client TTC, credit ventes boutique HT and TVA
      * collectee for the difference - the amounts the ticket's
      * invoice carries. A ticket paid at the desk is balanced on
      * the client account by its PAIEMENT receipt, one put on the
      * member's account by the member's later payment.
       ECRIT-VENTE-BOUTIQUE.
           ADD 1 TO WS-BTQ-NB-LIGNES.
           MOVE BT-DATE TO WS-DATE-EC.
           MOVE SPACES TO WS-LIBELLE.
           STRING "BOUTIQUE FACT " BT-FACTURE " ART " BT-CODE
               " PIL " BT-NUMPIL DELIMITED BY SIZE INTO WS-LIBELLE.
           COMPUTE WS-MONTANT = BT-MONTANT-HT + BT-MONTANT-TVA.
           MOVE WS-BTQ-CPT-CLIENT TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-DEBIT.
           MOVE BT-MONTANT-HT TO WS-MONTANT.
           MOVE WS-BTQ-CPT-VENTE TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-CREDIT.
           IF BT-MONTANT-TVA > 0
               MOVE BT-MONTANT-TVA TO WS-MONTANT
               MOVE WS-BTQ-CPT-TVA TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-CREDIT
           END-IF.

      * NOTEFRAIS-PROC - shared paragraphs posting the volunteer
      * expense claims (NOTEFRAIS.DAT) to the accounting journal,
      * used by the F129 approval screen as each decision is taken
      * and by F13's export so it rebuilds the same lines for a
      * period, as BOUTIQUE-PROC.cpy does for the shop. COPY into
      * PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS already
      * copied in, and the caller's journal kit: WS-DATE-EC PIC
      * 9(8), WS-LIBELLE PIC X(42), WS-MONTANT, WS-CPT-CIBLE and the
      * ECRIT-LIGNE-DEBIT / ECRIT-LIGNE-CREDIT paragraphs writing
      * one ECRITURES.TXT line each. Caller PERFORMs
      * CHARGE-COMPTES-FRAIS once, then either ECRIT-APPROB-FRAIS /
      * ECRIT-REGLEMENT-FRAIS on the claim in NOTEFRAIS-REC, or sets
      * WS-NDF-DU / WS-NDF-AU (AAAAMMJJ) and PERFORMs
      * BALAYE-NOTES-FRAIS; WS-NDF-NB-LIGNES counts the claims
      * posted.

      * Adds the four category postes, the claims suspense account
      * and the waived-fees gift account to COMPTES.DAT when missing
      * (an existing row is never overwritten) and resolves them
      * with the TVA deductible, client, caisse and banque accounts
      * the claims settle against.
       CHARGE-COMPTES-FRAIS.
           OPEN I-O COMPTE-FILE.
           IF WS-FS-COMPTE = "35"
               OPEN OUTPUT COMPTE-FILE
               CLOSE COMPTE-FILE
               OPEN I-O COMPTE-FILE
           END-IF.
           MOVE "606300" TO WS-NDF-CPT-PIECES.
           MOVE "628100" TO WS-NDF-CPT-ATTER.
           MOVE "625100" TO WS-NDF-CPT-DEPLAC.
           MOVE "628000" TO WS-NDF-CPT-DIVERS.
           MOVE "467100" TO WS-NDF-CPT-ATTENTE.
           MOVE "754100" TO WS-NDF-CPT-DON.
           MOVE "445660" TO WS-NDF-CPT-TVADED.
           MOVE "411000" TO WS-NDF-CPT-CLIENT.
           MOVE "530000" TO WS-NDF-CPT-CAISSE.
           MOVE "512000" TO WS-NDF-CPT-BANQUE.
           IF WS-FS-COMPTE = "00"
               MOVE "FRPIECES" TO CM-CODE
               MOVE "606300"   TO CM-COMPTE
               MOVE "Frais benevoles - pieces" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "FRATTER"  TO CM-CODE
               MOVE "628100"   TO CM-COMPTE
               MOVE "Frais benevoles - atterrissages" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "FRDEPLAC" TO CM-CODE
               MOVE "625100"   TO CM-COMPTE
               MOVE "Frais benevoles - deplacements" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "FRDIVERS" TO CM-CODE
               MOVE "628000"   TO CM-COMPTE
               MOVE "Frais benevoles - divers" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "NOTEFRAI" TO CM-CODE
               MOVE "467100"   TO CM-COMPTE
               MOVE "Notes de frais a regler" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "DONFRAIS" TO CM-CODE
               MOVE "754100"   TO CM-COMPTE
               MOVE "Dons - abandons de frais" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "FRPIECES" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-PIECES
               END-READ
               MOVE "FRATTER" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-ATTER
               END-READ
               MOVE "FRDEPLAC" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-DEPLAC
               END-READ
               MOVE "FRDIVERS" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-DIVERS
               END-READ
               MOVE "NOTEFRAI" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-COMPTE TO WS-NDF-CPT-ATTENTE
               END-READ
               MOVE "DONFRAIS" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-DON
               END-READ
               MOVE "TVADED" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-TVADED
               END-READ
               MOVE "CLIENT" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-CLIENT
               END-READ
               MOVE "CAISSE" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-CAISSE
               END-READ
               MOVE "BANQUE" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-NDF-CPT-BANQUE
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

      * Every approved claim decided in the period, and every
      * settlement dated in it, in claim-number order.
       BALAYE-NOTES-FRAIS.
           MOVE 0 TO WS-NDF-NB-LIGNES.
           OPEN INPUT NOTEFRAIS-FILE.
           IF WS-FS-NOTEFRAIS = "00"
               MOVE LOW-VALUES TO NF-ID
               START NOTEFRAIS-FILE KEY IS NOT LESS THAN NF-ID
                   INVALID KEY MOVE "10" TO WS-FS-NOTEFRAIS
               END-START
               PERFORM UNTIL WS-FS-NOTEFRAIS = "10"
                   READ NOTEFRAIS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-NOTEFRAIS
                       NOT AT END
                           IF NF-VALIDEE
                              AND NF-DATE-DECISION NOT < WS-NDF-DU
                              AND NF-DATE-DECISION NOT > WS-NDF-AU
                               PERFORM ECRIT-APPROB-FRAIS
                           END-IF
                           IF NF-REGLEE
                              AND NF-DATE-REGLEMENT NOT < WS-NDF-DU
                              AND NF-DATE-REGLEMENT NOT > WS-NDF-AU
                               PERFORM ECRIT-REGLEMENT-FRAIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTEFRAIS-FILE
           END-IF.

      * The approval recognises the expense: debit the category
      * account HT and TVA deductible for the tax the receipt shows,
      * credit the claims suspense account for the TTC owed to the
      * member.
       ECRIT-APPROB-FRAIS.
           ADD 1 TO WS-NDF-NB-LIGNES.
           MOVE NF-DATE-DECISION TO WS-DATE-EC.
           PERFORM LIBELLE-FRAIS.
           EVALUATE TRUE
               WHEN NF-CAT-PIECES
                   MOVE WS-NDF-CPT-PIECES TO WS-CPT-CIBLE
               WHEN NF-CAT-ATTER
                   MOVE WS-NDF-CPT-ATTER TO WS-CPT-CIBLE
               WHEN NF-CAT-DEPLAC
                   MOVE WS-NDF-CPT-DEPLAC TO WS-CPT-CIBLE
               WHEN OTHER
                   MOVE WS-NDF-CPT-DIVERS TO WS-CPT-CIBLE
           END-EVALUATE.
           COMPUTE WS-MONTANT = NF-MONTANT - NF-TVA.
           PERFORM ECRIT-LIGNE-DEBIT.
           IF NF-TVA > 0
               MOVE NF-TVA TO WS-MONTANT
               MOVE WS-NDF-CPT-TVADED TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-DEBIT
           END-IF.
           MOVE NF-MONTANT TO WS-MONTANT.
           MOVE WS-NDF-CPT-ATTENTE TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-CREDIT.

      * The settlement clears the suspense account against where
      * the money went: caisse or banque when paid, the member's
      * client account when credited to the balance, the gift
      * account when the member waived it.
       ECRIT-REGLEMENT-FRAIS.
           ADD 1 TO WS-NDF-NB-LIGNES.
           MOVE NF-DATE-REGLEMENT TO WS-DATE-EC.
           PERFORM LIBELLE-FRAIS.
           MOVE NF-MONTANT TO WS-MONTANT.
           MOVE WS-NDF-CPT-ATTENTE TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-DEBIT.
           EVALUATE TRUE
               WHEN NF-CREDITEE
                   MOVE WS-NDF-CPT-CLIENT TO WS-CPT-CIBLE
               WHEN NF-DONNEE
                   MOVE WS-NDF-CPT-DON TO WS-CPT-CIBLE
               WHEN NF-MODE-REGLEMENT = "E"
                   MOVE WS-NDF-CPT-CAISSE TO WS-CPT-CIBLE
               WHEN OTHER
                   MOVE WS-NDF-CPT-BANQUE TO WS-CPT-CIBLE
           END-EVALUATE.
           PERFORM ECRIT-LIGNE-CREDIT.

       LIBELLE-FRAIS.
           MOVE SPACES TO WS-LIBELLE.
           STRING "FRAIS " NF-ID " PIL " NF-NUMPIL " " NF-JUSTIF
               DELIMITED BY SIZE INTO WS-LIBELLE.

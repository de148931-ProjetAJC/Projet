      * BOURSE-PROC - shared paragraphs accruing a member's youth
      * training subsidy entitlements (BOURSE.DAT programmes) onto
      * BOURSLIG.DAT and crediting each one to the account that pays
      * for the member's flying, as its own "BOURSE" movement on
      * MVT.DAT. Same shape as PAYEUR-PROC.cpy. COPY into PROCEDURE
      * DIVISION; requires DATAFILES.cpy/-FD/-WS, SEQUENCE-PROC,
      * JOURNAL-PROC, MOUVEMENT-PROC and PAYEUR-PROC already copied
      * in, and a unit of work open (DEBUT-UOW): the balance updates
      * are journaled. PILOTE, ETATPIL, PAYEUR, PROGRES, BOURSE and
      * BOURSLIG must be closed in the caller.
      *   ACQUIERT-BOURSE-VOL - caller sets WS-BRS-NUMPIL,
      *     WS-BRS-NUMVOL, WS-BRS-DATE (departure), WS-BRS-HEURES,
      *     WS-BRS-DOUBLE and WS-BRS-PROGRAMME for a closed flight:
      *     dual hours accrue on the per-hour programmes, a student's
      *     solo flight the first-solo lump sum.
      *   ACQUIERT-BOURSE-LICENCE - caller sets WS-BRS-NUMPIL,
      *     WS-BRS-DATE and WS-BRS-PROGRAMME: a member trained here
      *     (PROGRES.DAT) now holding a current licence gets the
      *     licence lump sum.
      * Both return WS-BRS-NB lines accrued for WS-BRS-TOTAL. A
      * flight or lump sum already accrued is never accrued twice,
      * so F2 at close-out and F9 at month end can both run it.
       ACQUIERT-BOURSE-VOL.
           MOVE "V" TO WS-BRS-EVENEMENT.
           PERFORM PARCOURT-BOURSES.

       ACQUIERT-BOURSE-LICENCE.
           MOVE "L" TO WS-BRS-EVENEMENT.
           MOVE 0 TO WS-BRS-NUMVOL WS-BRS-HEURES.
           MOVE "N" TO WS-BRS-DOUBLE.
           PERFORM PARCOURT-BOURSES.

       PARCOURT-BOURSES.
           MOVE 0 TO WS-BRS-NB WS-BRS-TOTAL.
           PERFORM LIT-BENEFICIAIRE-BOURSE.
           IF WS-BRS-BENEFICIAIRE
               OPEN INPUT BOURSE-FILE
               IF WS-FS-BOURSE = "00"
                   MOVE LOW-VALUES TO BO-CODE
                   START BOURSE-FILE KEY IS NOT LESS THAN BO-CODE
                       INVALID KEY MOVE "10" TO WS-FS-BOURSE
                   END-START
                   PERFORM UNTIL WS-FS-BOURSE = "10"
                       READ BOURSE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-BOURSE
                           NOT AT END
                               PERFORM EVALUE-BOURSE
                       END-READ
                   END-PERFORM
                   CLOSE BOURSE-FILE
               END-IF
           END-IF.

      * Age in whole years at the event and status category; for
      * the licence, a current licence out of the student category
      * and a training record kept at the club.
       LIT-BENEFICIAIRE-BOURSE.
           MOVE "N" TO WS-BRS-CONNU.
           MOVE 0 TO WS-BRS-NAISSANCE WS-BRS-AGE WS-BRS-ETATPIL.
           MOVE SPACES TO WS-BRS-CATEG.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-BRS-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PI-PARTI AND NOT PI-EST-INVITE
                           MOVE "O" TO WS-BRS-CONNU
                           MOVE PI-DATE-NAISSANCE TO WS-BRS-NAISSANCE
                           MOVE PI-ID-ETATPILOTE TO WS-BRS-ETATPIL
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-BRS-NAISSANCE > 0
              AND WS-BRS-NAISSANCE < WS-BRS-DATE
               COMPUTE WS-BRS-AGE =
                   (WS-BRS-DATE - WS-BRS-NAISSANCE) / 10000
           END-IF.
           IF WS-BRS-BENEFICIAIRE
               OPEN INPUT ETATPIL-FILE
               IF WS-FS-ETATPIL = "00"
                   MOVE WS-BRS-ETATPIL TO EP-ID
                   READ ETATPIL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EP-CATEGORIE TO WS-BRS-CATEG
                           IF WS-BRS-PAR-LICENCE
                              AND (EP-CATEGORIE = "ELEV"
                               OR EP-EXP-LICENCE < WS-BRS-DATE)
                               MOVE "N" TO WS-BRS-CONNU
                           END-IF
                   END-READ
                   CLOSE ETATPIL-FILE
               END-IF
           END-IF.
           IF WS-BRS-BENEFICIAIRE AND WS-BRS-PAR-LICENCE
               MOVE "N" TO WS-BRS-CONNU
               OPEN INPUT PROGRES-FILE
               IF WS-FS-PROGRES = "00"
                   MOVE WS-BRS-NUMPIL TO PG-NUMPIL
                   MOVE 0 TO PG-NUMLECON
                   START PROGRES-FILE KEY IS NOT LESS THAN PG-CLE
                       INVALID KEY MOVE "10" TO WS-FS-PROGRES
                   END-START
                   IF WS-FS-PROGRES = "00"
                       READ PROGRES-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PG-NUMPIL = WS-BRS-NUMPIL
                                   MOVE "O" TO WS-BRS-CONNU
                               END-IF
                       END-READ
                   END-IF
                   CLOSE PROGRES-FILE
               END-IF
           END-IF.

      * The programme read: running on the event date, age and
      * category met, the event of the right kind - then whatever
      * the cap and the lines already accrued still allow.
       EVALUE-BOURSE.
           MOVE "N" TO WS-BRS-ELIGIBLE.
           IF BO-EST-ACTIF
              AND WS-BRS-DATE NOT < BO-DEBUT
              AND (BO-FIN = 0 OR WS-BRS-DATE NOT > BO-FIN)
              AND (BO-AGE-MAX = 0
               OR (WS-BRS-NAISSANCE > 0 AND WS-BRS-AGE < BO-AGE-MAX))
               EVALUATE TRUE
                   WHEN BO-PAR-HEURE
                       IF WS-BRS-PAR-VOL AND WS-BRS-EN-DOUBLE
                          AND WS-BRS-HEURES > 0
                          AND (BO-CATEGORIE = SPACES
                           OR BO-CATEGORIE = WS-BRS-CATEG)
                           MOVE "O" TO WS-BRS-ELIGIBLE
                       END-IF
                   WHEN BO-AU-SOLO
                       IF WS-BRS-PAR-VOL AND NOT WS-BRS-EN-DOUBLE
                          AND WS-BRS-CATEG = "ELEV"
                          AND (BO-CATEGORIE = SPACES
                           OR BO-CATEGORIE = WS-BRS-CATEG)
                           MOVE "O" TO WS-BRS-ELIGIBLE
                       END-IF
                   WHEN BO-A-LA-LICENCE
                       IF WS-BRS-PAR-LICENCE
                           MOVE "O" TO WS-BRS-ELIGIBLE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-BRS-ELIGIBLE-OK
               PERFORM CUMULE-DROITS-BOURSE
               MOVE 0 TO WS-BRS-MONTANT
               IF BO-PAR-HEURE
                   IF WS-BRS-VOL-VU = "N"
                       COMPUTE WS-BRS-MONTANT ROUNDED =
                           WS-BRS-HEURES * BO-TAUX
                   END-IF
               ELSE
                   IF WS-BRS-LIGNE-VUE = "N"
                       MOVE BO-TAUX TO WS-BRS-MONTANT
                   END-IF
               END-IF
               IF BO-PLAFOND > 0
                   IF WS-BRS-DEJA NOT < BO-PLAFOND
                       MOVE 0 TO WS-BRS-MONTANT
                   ELSE
                       IF WS-BRS-DEJA + WS-BRS-MONTANT > BO-PLAFOND
                           COMPUTE WS-BRS-MONTANT =
                               BO-PLAFOND - WS-BRS-DEJA
                       END-IF
                   END-IF
               END-IF
               IF WS-BRS-MONTANT > 0
                   PERFORM CREDITE-BOURSE
               END-IF
           END-IF.

      * What this member already holds on this programme, through
      * the BL-NUMPIL alternate key.
       CUMULE-DROITS-BOURSE.
           MOVE 0 TO WS-BRS-DEJA.
           MOVE "N" TO WS-BRS-VOL-VU WS-BRS-LIGNE-VUE.
           OPEN INPUT BOURSLIG-FILE.
           IF WS-FS-BOURSLIG = "00"
               MOVE WS-BRS-NUMPIL TO BL-NUMPIL
               START BOURSLIG-FILE KEY IS EQUAL TO BL-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-BOURSLIG
               END-START
               PERFORM UNTIL WS-FS-BOURSLIG = "10"
                   READ BOURSLIG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-BOURSLIG
                       NOT AT END
                           IF BL-NUMPIL NOT = WS-BRS-NUMPIL
                               MOVE "10" TO WS-FS-BOURSLIG
                           ELSE
                               IF BL-CODE = BO-CODE
                                   MOVE "O" TO WS-BRS-LIGNE-VUE
                                   ADD BL-MONTANT TO WS-BRS-DEJA
                                   IF WS-BRS-NUMVOL > 0
                                      AND BL-NUMVOL = WS-BRS-NUMVOL
                                       MOVE "O" TO WS-BRS-VOL-VU
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOURSLIG-FILE
           END-IF.

      * The club advances the grant: it goes onto the balance of
      * whoever pays for the member's flying on the event date,
      * then the entitlement line waits for the claim.
       CREDITE-BOURSE.
           MOVE WS-BRS-NUMPIL TO WS-PAY-PILOTE.
           MOVE WS-BRS-DATE TO WS-PAY-DATE.
           PERFORM RESOUT-PAYEUR.
           MOVE 0 TO WS-BRS-SOLDE.
           IF WS-PAY-TIERS
               OPEN I-O PAYEUR-FILE
               IF WS-FS-PAYEUR = "00"
                   MOVE WS-PAY-ID TO PY-ID
                   READ PAYEUR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "PAYEUR" TO WS-JRN-FICHIER
                           MOVE PY-ID TO WS-JRN-CLE
                           MOVE PAYEUR-REC TO WS-JRN-IMAGE
                           PERFORM IMAGE-AVANT
                           ADD WS-BRS-MONTANT TO PY-SOLDE
                           REWRITE PAYEUR-REC
                           MOVE PY-SOLDE TO WS-BRS-SOLDE
                   END-READ
                   CLOSE PAYEUR-FILE
               END-IF
           ELSE
               PERFORM CREDITE-BOURSE-PILOTE
           END-IF.
           MOVE "BOURSE" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           INITIALIZE BOURSLIG-REC.
           MOVE WS-SEQ-VALEUR  TO BL-ID.
           MOVE BO-CODE        TO BL-CODE.
           MOVE WS-BRS-NUMPIL  TO BL-NUMPIL.
           MOVE WS-BRS-NUMVOL  TO BL-NUMVOL.
           MOVE WS-BRS-DATE    TO BL-DATE.
           IF BO-PAR-HEURE
               MOVE WS-BRS-HEURES TO BL-HEURES
           END-IF.
           MOVE WS-BRS-MONTANT TO BL-MONTANT.
           MOVE WS-PAY-ID      TO BL-COMPTE.
           MOVE "A"            TO BL-ETAT.
           OPEN I-O BOURSLIG-FILE.
           IF WS-FS-BOURSLIG = "35"
               OPEN OUTPUT BOURSLIG-FILE
               CLOSE BOURSLIG-FILE
               OPEN I-O BOURSLIG-FILE
           END-IF.
           IF WS-FS-BOURSLIG = "00"
               WRITE BOURSLIG-REC
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE BOURSLIG-FILE
           END-IF.
           MOVE WS-PAY-ID        TO WS-MVT-NUMPIL.
           MOVE WS-BRS-PROGRAMME TO WS-MVT-PROGRAMME.
           MOVE "BOURSE"         TO WS-MVT-TYPE.
           MOVE WS-BRS-MONTANT   TO WS-MVT-MONTANT.
           MOVE WS-BRS-NUMVOL    TO WS-MVT-REFERENCE.
           MOVE WS-BRS-SOLDE     TO WS-MVT-SOLDE.
           PERFORM ENREGISTRE-MOUVEMENT.
           ADD 1 TO WS-BRS-NB.
           ADD WS-BRS-MONTANT TO WS-BRS-TOTAL.

       CREDITE-BOURSE-PILOTE.
           OPEN I-O PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-PAY-ID TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "PILOTE" TO WS-JRN-FICHIER
                       MOVE PI-NUMPIL TO WS-JRN-CLE
                       MOVE PILOTE-REC TO WS-JRN-IMAGE
                       PERFORM IMAGE-AVANT
                       ADD WS-BRS-MONTANT TO PI-SOLDE
                       REWRITE PILOTE-REC
                       MOVE PI-SOLDE TO WS-BRS-SOLDE
                       OPEN I-O ETATPIL-FILE
                       IF WS-FS-ETATPIL = "00"
                           MOVE PI-ID-ETATPILOTE TO EP-ID
                           READ ETATPIL-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "ETATPIL" TO WS-JRN-FICHIER
                                   MOVE EP-ID TO WS-JRN-CLE
                                   MOVE ETATPIL-REC TO WS-JRN-IMAGE
                                   PERFORM IMAGE-AVANT
                                   IF PI-SOLDE >= 0
                                       MOVE "A" TO EP-FINANCES
                                   ELSE
                                       MOVE "I" TO EP-FINANCES
                                   END-IF
                                   REWRITE ETATPIL-REC
                           END-READ
                           CLOSE ETATPIL-FILE
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

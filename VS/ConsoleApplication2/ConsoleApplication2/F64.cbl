      * history, and prints the annual summary for the safety
      * officer (date-stamped, cataloged for F35). F0's board shows
      * a "G" against an aircraft carrying an open grave occurrence.
      * The claim follow-up also records the insurer's settlement
      * and the policy excess; on the bureau's decision the pilot's
      * liable share is raised as a numbered FACTNUM invoice
      * ("SIN" + occurrence number as its period), debited to the
      * balance with its MVT.DAT movement - F80 can then spread it
      * over an installment plan - and a report lists the excess
      * still unrecovered.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-NOM-OCCRPT PIC X(40) VALUE SPACES.

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                                      "7", "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".
           77 WS-OC-SEV PIC X VALUE "L".
           77 WS-OC-CODAV PIC 9(3) VALUE 0.
           77 WS-OC-DATE PIC 9(8) VALUE 0.
           77 WS-OC-NUMPIL PIC 9(6) VALUE 0.
           77 WS-VOL-OK PIC X VALUE "N".
               88 WS-VOL-TROUVE VALUE "O".
           77 WS-NEXT-OC PIC 9(6) VALUE 0.
           77 WS-MAJ-REF PIC X(20) VALUE SPACES.
           77 WS-MAJ-NUMOT PIC 9(6) VALUE 0.
           77 WS-MAJ-ETAT PIC X VALUE "O".
           77 WS-MAJ-INDEMNITE PIC 9(8)V99 VALUE 0.
           77 WS-MAJ-FRANCHISE PIC 9(6)V99 VALUE 0.

      * Excess decision fields.
           77 WS-FR-ID PIC 9(6) VALUE 0.
           77 WS-FR-NUMPIL PIC 9(6) VALUE 0.
           77 WS-FR-PART PIC 9(6)V99 VALUE 0.
           77 WS-FR-DECISION PIC 9(8) VALUE 0.
           77 WS-FR-OK PIC X VALUE "N".
               88 WS-FR-VALIDE VALUE "O".

      * Unrecovered-excess report: what is still owed on each
      * invoiced excess - the unpaid installments of a plan opened
      * on the invoice, else the pilot's debit up to the share.
           77 WS-FR-RESTE PIC 9(6)V99 VALUE 0.
           77 WS-FR-ECHEANCES PIC 9(6)V99 VALUE 0.
           77 WS-FR-PLAN PIC X VALUE "N".
               88 WS-FR-SOUS-PLAN VALUE "O".
           77 WS-FR-SOLDE PIC S9(6)V99 VALUE 0.
           77 WS-FR-NOM PIC X(20) VALUE SPACES.
           77 WS-FR-MOTIF PIC X(12) VALUE SPACES.
           77 WS-NB-FR PIC 9(4) VALUE 0.
           77 WS-TOT-FR PIC 9(7)V99 VALUE 0.

      * Browse table and pagination, same shape as F11's
      * LISTE-OT.
               02 LINE 10 COL 5 "2. Parcourir le registre".
               02 LINE 11 COL 5 "3. Suivi sinistre / ordre / clore".
               02 LINE 12 COL 5 "4. Synthese annuelle".
               02 LINE 13 COL 5 "5. Imputer la franchise au pilote".
               02 LINE 14 COL 5 "6. Franchises non recuperees".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-DECLARE.
               02 LINE 8  COL 3 VALUE "Numero de vol:      ".
               02 LINE 10 COL 3 VALUE "Ref. assureur:        ".
               02 LINE 11 COL 3 VALUE "Ordre travail (0=non):".
               02 LINE 12 COL 3 VALUE "Etat (O=ouverte/C):   ".
               02 LINE 13 COL 3 VALUE "Indemnite assureur:   ".
               02 LINE 14 COL 3 VALUE "Franchise (0=inchang.):".
               02 LINE 16 COL 3 VALUE "Valider ? (y/n)".

           01 AS-SUIVI REQUIRED UNDERLINE.
               02 LINE 8  COL 27 PIC 9(6)  TO WS-MAJ-ID.
               02 LINE 10 COL 27 PIC X(20) TO WS-MAJ-REF.
               02 LINE 11 COL 27 PIC 9(6)  TO WS-MAJ-NUMOT.
               02 LINE 12 COL 27 PIC X     TO WS-MAJ-ETAT.
               02 LINE 13 COL 27 PIC 9(8).99 TO WS-MAJ-INDEMNITE.
               02 LINE 14 COL 27 PIC 9(6).99 TO WS-MAJ-FRANCHISE.
               02 LINE 16 COL 20 PIC X     TO WS-CHOIX.

           01 DS-FRANCHISE.
               02 LINE 8  COL 3 VALUE "Occurrence numero:    ".
               02 LINE 9  COL 3 VALUE "Pilote (0=du vol):    ".
               02 LINE 10 COL 3 VALUE "Part imputee (0=exo.):".
               02 LINE 11 COL 3 VALUE "Decision du bureau le ".
               02 LINE 11 COL 26 VALUE "(AAAAMMJJ):".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-FRANCHISE REQUIRED UNDERLINE.
               02 LINE 8  COL 27 PIC 9(6)    TO WS-FR-ID.
               02 LINE 9  COL 27 PIC 9(6)    TO WS-FR-NUMPIL.
               02 LINE 10 COL 27 PIC 9(6).99 TO WS-FR-PART.
               02 LINE 11 COL 38 PIC 9(8)    TO WS-FR-DECISION.
               02 LINE 13 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

                       WHEN "4"
                           PERFORM SYNTHESE-ANNUELLE
                       WHEN "5"
                           PERFORM IMPUTE-FRANCHISE
                       WHEN "6"
                           PERFORM LISTE-FRANCHISES
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       MOVE "O" TO WS-VOL-OK
                       MOVE VL-CODAV TO WS-OC-CODAV
                       MOVE VL-DATEDEP TO WS-OC-DATE
                       MOVE VL-NUMPIL TO WS-OC-NUMPIL
               END-READ
               CLOSE VOL-FILE
           END-IF.
                           MOVE "O" TO WS-VOL-OK
                           MOVE HV-CODAV TO WS-OC-CODAV
                           MOVE HV-DATEDEP TO WS-OC-DATE
                           MOVE HV-NUMPIL TO WS-OC-NUMPIL
                   END-READ
                   CLOSE VOLHIST-FILE
               END-IF
           MOVE "N" TO WS-MAJ-SINISTRE.
           MOVE SPACES TO WS-MAJ-REF.
           MOVE "O" TO WS-MAJ-ETAT.
           MOVE 0 TO WS-MAJ-INDEMNITE WS-MAJ-FRANCHISE.
           DISPLAY DS-SUIVI.
           ACCEPT AS-SUIVI.
           IF WS-VALIDER
                       IF WS-MAJ-ETAT = "C"
                           MOVE "C" TO OC-ETAT
                       END-IF
                       IF WS-MAJ-INDEMNITE > 0
                           MOVE WS-MAJ-INDEMNITE TO OC-INDEMNITE
                       END-IF
      * The excess is fixed until the bureau has ruled on it; once
      * invoiced or waived only an avoir (F36) undoes it.
                       IF WS-MAJ-FRANCHISE > 0
                          AND (OC-FR-SANS OR OC-FR-A-DECIDER)
                           MOVE WS-MAJ-FRANCHISE TO OC-FRANCHISE
                           MOVE "A" TO OC-FR-ETAT
                       END-IF
                       REWRITE OCCURRENCE-REC
                       MOVE "F64"   TO WS-AUDIT-PROGRAMME
                       MOVE "SUIVI" TO WS-AUDIT-PARAGRAPHE
                       MOVE "MAJ"   TO WS-AUDIT-ACTION
                       STRING "occurrence " WS-MAJ-ID " sinistre "
                           OC-SINISTRE " ordre " OC-NUMOT
                           " etat " OC-ETAT " franchise " OC-FRANCHISE
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
           STRING "Synthese ecrite dans " WS-NOM-OCCRPT(1:30)
               DELIMITED BY SIZE INTO WS-MSG.

      * The bureau rules on the liable share of a recorded excess:
      * a share is invoiced to the pilot (the flight's pilot unless
      * another is named), a nil share waives it. Either way the
      * decision is stamped on the occurrence and cannot be taken
      * twice.
       IMPUTE-FRANCHISE.
           PERFORM NEW-SCREEN.
           MOVE "Imputer franchise" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-FR-ID WS-FR-NUMPIL WS-FR-PART WS-FR-DECISION.
           DISPLAY DS-FRANCHISE.
           ACCEPT AS-FRANCHISE.
           IF WS-VALIDER
               PERFORM CONTROLE-FRANCHISE
               IF WS-FR-VALIDE
                   PERFORM APPLY-FRANCHISE
               ELSE
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F64" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Imputation abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F64.

       CONTROLE-FRANCHISE.
           MOVE "N" TO WS-FR-OK.
           MOVE "Occurrence inconnue." TO WS-MSG.
           OPEN INPUT OCCURRENCE-FILE.
           IF WS-FS-OCCURRENCE = "00"
               MOVE WS-FR-ID TO OC-ID
               READ OCCURRENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OC-FRANCHISE = 0
                               MOVE "Aucune franchise saisie (suivi)."
                                   TO WS-MSG
                           WHEN NOT OC-FR-A-DECIDER
                               MOVE "Franchise deja imputee/exoneree."
                                   TO WS-MSG
                           WHEN WS-FR-PART > OC-FRANCHISE
                               MOVE "Part superieure a la franchise."
                                   TO WS-MSG
                           WHEN WS-FR-DECISION = 0
                               MOVE "Date de decision obligatoire."
                                   TO WS-MSG
                           WHEN OTHER
                               MOVE "O" TO WS-FR-OK
                               MOVE OC-NUMVOL TO WS-OC-NUMVOL
                       END-EVALUATE
               END-READ
               CLOSE OCCURRENCE-FILE
           END-IF.
           IF WS-FR-VALIDE AND WS-FR-PART > 0
               IF WS-FR-NUMPIL = 0
                   PERFORM CHERCHE-VOL
                   IF WS-VOL-TROUVE
                       MOVE WS-OC-NUMPIL TO WS-FR-NUMPIL
                   END-IF
               END-IF
               PERFORM CHERCHE-PILOTE-FR
           END-IF.

       CHERCHE-PILOTE-FR.
           MOVE "N" TO WS-FR-OK.
           MOVE "Pilote inconnu." TO WS-MSG.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-FR-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-FR-OK
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

       APPLY-FRANCHISE.
           MOVE 0 TO WS-FAC-NUMERO.
           IF WS-FR-PART > 0
               PERFORM FACTURE-FRANCHISE
           END-IF.
           OPEN I-O OCCURRENCE-FILE.
           IF WS-FS-OCCURRENCE = "00"
               MOVE WS-FR-ID TO OC-ID
               READ OCCURRENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-FR-NUMPIL   TO OC-FR-NUMPIL
                       MOVE WS-FR-PART     TO OC-FR-PART
                       MOVE WS-FR-DECISION TO OC-FR-DECISION
                       MOVE WS-FAC-NUMERO  TO OC-FR-NUMFACT
                       IF WS-FR-PART > 0
                           MOVE "F" TO OC-FR-ETAT
                       ELSE
                           MOVE "E" TO OC-FR-ETAT
                       END-IF
                       REWRITE OCCURRENCE-REC
               END-READ
               CLOSE OCCURRENCE-FILE
           END-IF.
           MOVE "F64"       TO WS-AUDIT-PROGRAMME.
           MOVE "IMPUTE-FRANCHISE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "FRANCHIS"  TO WS-AUDIT-ACTION.
           IF WS-FR-PART > 0
               STRING "occurrence " WS-FR-ID ": franchise imputee "
                   WS-FR-PART " au pilote " WS-FR-NUMPIL
                   ", facture " WS-FAC-NUMERO ", bureau du "
                   WS-FR-DECISION DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
               STRING "Facture " WS-FAC-NUMERO " emise au pilote "
                   WS-FR-NUMPIL "." DELIMITED BY SIZE INTO WS-MSG
           ELSE
               STRING "occurrence " WS-FR-ID ": franchise exoneree"
                   ", bureau du " WS-FR-DECISION
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               STRING "Franchise de l'occurrence " WS-FR-ID
                   " exoneree." DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.

      * Same posting as F62's hangarage: a numbered invoice, the
      * debit on PI-SOLDE with its movement, EP-FINANCES re-derived.
      * A recovered excess is damages, outside the scope of VAT:
      * the register row is net of tax at a nil rate.
       FACTURE-FRANCHISE.
           MOVE WS-FR-NUMPIL TO WS-FAC-NUMPIL.
           MOVE SPACES TO WS-FAC-PERIODE.
           STRING "SIN" WS-FR-ID DELIMITED BY SIZE
               INTO WS-FAC-PERIODE.
           MOVE WS-FR-PART TO WS-FAC-MONTANT.
           MOVE WS-FR-PART TO WS-FAC-MONTANT-HT.
           PERFORM ALLOUE-NUMERO-FACTURE.
           OPEN I-O FACTNUM-FILE.
           IF WS-FS-FACTNUM = "00"
               MOVE WS-FAC-NUMERO TO FN-NUMERO
               READ FACTNUM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO FN-TAUX-TVA
                       REWRITE FACTNUM-REC
               END-READ
               CLOSE FACTNUM-FILE
           END-IF.

           OPEN I-O PILOTE-FILE.
           OPEN I-O ETATPIL-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-FR-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-FR-PART FROM PI-SOLDE
                       REWRITE PILOTE-REC
                       MOVE PI-NUMPIL TO WS-MVT-NUMPIL
                       MOVE "F64" TO WS-MVT-PROGRAMME
                       MOVE "FRANCHIS" TO WS-MVT-TYPE
                       COMPUTE WS-MVT-MONTANT = 0 - WS-FR-PART
                       MOVE WS-FAC-NUMERO TO WS-MVT-REFERENCE
                       MOVE PI-SOLDE TO WS-MVT-SOLDE
                       PERFORM ENREGISTRE-MOUVEMENT
                       IF WS-FS-ETATPIL = "00"
                           MOVE PI-ID-ETATPILOTE TO EP-ID
                           READ ETATPIL-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF PI-SOLDE >= 0
                                       MOVE "A" TO EP-FINANCES
                                   ELSE
                                       MOVE "I" TO EP-FINANCES
                                   END-IF
                                   REWRITE ETATPIL-REC
                           END-READ
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-FS-ETATPIL = "00"
               CLOSE ETATPIL-FILE
           END-IF.

      * Excess still to recover: an excess the bureau has not ruled
      * on yet, or an invoiced share not paid off - the unpaid
      * installments when F80 has a plan on the invoice, else the
      * pilot's debit up to the share. A waived excess or an
      * invoice cancelled by avoir is not owed.
       LISTE-FRANCHISES.
           PERFORM NEW-SCREEN.
           MOVE "Franchises dues" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-NB-FR WS-TOT-FR.
           MOVE SPACES TO WS-NOM-OCCRPT.
           STRING "FRANCHISES_" FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-OCCRPT.
           OPEN OUTPUT OCCRPT-FILE.
           MOVE SPACES TO OCCRPT-REC.
           STRING "Franchises non recuperees - editee le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO OCCRPT-REC.
           WRITE OCCRPT-REC.
           MOVE SPACES TO OCCRPT-REC.
           STRING "Occ.   Vol    Av. Date     Franchise  Pilote "
               "Nom                  Facture Reste du   Etat"
               DELIMITED BY SIZE INTO OCCRPT-REC.
           WRITE OCCRPT-REC.
           OPEN INPUT FACTNUM-FILE.
           OPEN INPUT ECHEANCIER-FILE.
           OPEN INPUT PILOTE-FILE.
           OPEN INPUT OCCURRENCE-FILE.
           IF WS-FS-OCCURRENCE = "00"
               MOVE LOW-VALUES TO OC-ID
               START OCCURRENCE-FILE KEY IS NOT LESS THAN OC-ID
                   INVALID KEY MOVE "10" TO WS-FS-OCCURRENCE
               END-START
               PERFORM UNTIL WS-FS-OCCURRENCE = "10"
                   READ OCCURRENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-OCCURRENCE
                       NOT AT END
                           IF OC-FR-A-DECIDER OR OC-FR-FACTUREE
                               PERFORM RESTE-FRANCHISE
                               IF WS-FR-RESTE > 0
                                   PERFORM ECRIT-FRANCHISE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCCURRENCE-FILE
           END-IF.
           IF WS-FS-PILOTE = "00"
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-FS-ECHEANCIER = "00" OR WS-FS-ECHEANCIER = "10"
               CLOSE ECHEANCIER-FILE
           END-IF.
           IF WS-FS-FACTNUM = "00"
               CLOSE FACTNUM-FILE
           END-IF.
           MOVE SPACES TO OCCRPT-REC.
           STRING WS-NB-FR " franchise(s) a recuperer pour "
               WS-TOT-FR " EUR." DELIMITED BY SIZE INTO OCCRPT-REC.
           WRITE OCCRPT-REC.
           CLOSE OCCRPT-FILE.

           MOVE "FRANCHIS" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-PERIODE.
           MOVE WS-NOM-OCCRPT TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           STRING WS-NB-FR " franchise(s) dues, liste dans "
               WS-NOM-OCCRPT(1:25) DELIMITED BY SIZE INTO WS-MSG.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F64.

       RESTE-FRANCHISE.
           MOVE 0 TO WS-FR-RESTE WS-FR-ECHEANCES WS-FR-SOLDE.
           MOVE "N" TO WS-FR-PLAN.
           MOVE SPACES TO WS-FR-NOM.
           IF OC-FR-A-DECIDER
               MOVE OC-FRANCHISE TO WS-FR-RESTE
               MOVE "a decider" TO WS-FR-MOTIF
           ELSE
               MOVE "facturee" TO WS-FR-MOTIF
               MOVE OC-FR-PART TO WS-FR-RESTE
               IF WS-FS-FACTNUM = "00"
                   MOVE OC-FR-NUMFACT TO FN-NUMERO
                   READ FACTNUM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FN-ANNULEE
                               MOVE 0 TO WS-FR-RESTE
                           END-IF
                   END-READ
                   MOVE "00" TO WS-FS-FACTNUM
               END-IF
               IF WS-FR-RESTE > 0
                   PERFORM ECHEANCES-FRANCHISE
                   PERFORM SOLDE-FRANCHISE
               END-IF
           END-IF.

       ECHEANCES-FRANCHISE.
           IF WS-FS-ECHEANCIER = "00" OR WS-FS-ECHEANCIER = "10"
               MOVE OC-FR-NUMPIL TO EE-NUMPIL
               MOVE 0 TO EE-SEQ
               MOVE "00" TO WS-FS-ECHEANCIER
               START ECHEANCIER-FILE KEY IS NOT LESS THAN EE-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ECHEANCIER
               END-START
               PERFORM UNTIL WS-FS-ECHEANCIER = "10"
                   READ ECHEANCIER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ECHEANCIER
                       NOT AT END
                           IF EE-NUMPIL NOT = OC-FR-NUMPIL
                               MOVE "10" TO WS-FS-ECHEANCIER
                           ELSE
                               IF EE-NUMFACT = OC-FR-NUMFACT
                                   MOVE "O" TO WS-FR-PLAN
                                   IF NOT EE-REGLEE
                                       ADD EE-MONTANT
                                           TO WS-FR-ECHEANCES
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SOLDE-FRANCHISE.
           IF WS-FS-PILOTE = "00"
               MOVE OC-FR-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PI-NOM TO WS-FR-NOM
                       MOVE PI-SOLDE TO WS-FR-SOLDE
               END-READ
               MOVE "00" TO WS-FS-PILOTE
           END-IF.
           IF WS-FR-SOUS-PLAN
               MOVE "echeancier" TO WS-FR-MOTIF
               IF WS-FR-ECHEANCES < WS-FR-RESTE
                   MOVE WS-FR-ECHEANCES TO WS-FR-RESTE
               END-IF
           ELSE
               IF WS-FR-SOLDE >= 0
                   MOVE 0 TO WS-FR-RESTE
               ELSE
                   IF 0 - WS-FR-SOLDE < WS-FR-RESTE
                       COMPUTE WS-FR-RESTE = 0 - WS-FR-SOLDE
                   END-IF
               END-IF
           END-IF.

       ECRIT-FRANCHISE.
           ADD 1 TO WS-NB-FR.
           ADD WS-FR-RESTE TO WS-TOT-FR.
           MOVE SPACES TO OCCRPT-REC.
           STRING OC-ID " " OC-NUMVOL " " OC-CODAV " " OC-DATE " "
               OC-FRANCHISE " " OC-FR-NUMPIL " " WS-FR-NOM " "
               OC-FR-NUMFACT "  " WS-FR-RESTE "  " WS-FR-MOTIF
               DELIMITED BY SIZE INTO OCCRPT-REC.
           WRITE OCCRPT-REC.

       RECORD-CHANGE.
           IF WS-NB-CHANGES < 50
               ADD 1 TO WS-NB-CHANGES

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "FACTURE-PROC.cpy" IN TEMPLATE.

           COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F64.

            77 N-AVION PIC 9.
            77 PERIODE-DEP PIC 9(6).
            77 PERIODE-ARR PIC 9(6).
      * Date the flight is billed on: VL-DATE-COMPTA when it was
      * booked out of a closed month, else its departure date.
            77 WS-VOL-DATE-REF PIC X(8) VALUE SPACES.
            77 WS-DATE-IN PIC 9(8).
            77 WS-DATE-OUT PIC X(10).
            77 WS-MODE-FACTURE PIC X VALUE "T".
            77 WS-TOTAL-TVA PIC 9(8)V99 VALUE 0.
            77 WS-TOTAL-TTC PIC 9(8)V99 VALUE 0.
            77 WS-TAXE-ATTER PIC 9(3)V99 VALUE 2.

      * Payer of the consolidated statement (LIENPAY.DAT/F89):
      * the member's own account unless a payer link covers the
      * period's last day.
            77 WS-RELEVE-PAYEUR PIC 9(6) VALUE 0.
            77 WS-RELEVE-NOM PIC X(30) VALUE SPACES.
	
           SCREEN SECTION.
           
      * if a prior run of this same job was interrupted partway
      * through. CLEAR-CHECKPOINT resets the restart point once the
      * scan reaches its normal end, so the next run starts fresh.
      * Club flights (VL-NON-FACTURABLE: maintenance test, ferry,
      * club service) are never invoiced and stay off the list.
      * A flight closed out after its month was closed in the
      * period register is selected on its accounting date.
       SELECT-VOLS.
           MOVE 0 TO NB-VOL.
           MOVE 0 TO WS-TOTAL-FACTURE.
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           PERFORM DATE-REF-VOL
                           IF WS-VOL-DATE-REF(3:6) NOT < PERIODE-DEP
                              AND WS-VOL-DATE-REF(3:6) NOT > PERIODE-ARR
                              AND NOT VL-NON-FACTURABLE
                              AND (NOT WS-MODE-PILOTE
                                   OR VL-NUMPIL = WS-SAISIE-PILOTE)
                               ADD 1 TO NB-VOL
                                   + NBATT(NB-VOL) * WS-TAXE-ATTER
                               MOVE WS-TAUX-TVA
                                   TO TAUXTVA(NB-VOL)
                               PERFORM INDEXE-VOL-FVOL
                               MOVE VL-DATEDEP TO WS-DATE-IN
                               PERFORM FORMAT-DATE
                               MOVE WS-DATE-OUT TO DATEDEB(NB-VOL)
                               PERFORM FORMAT-DATE
                               MOVE WS-DATE-OUT TO DATEFIN(NB-VOL)
                               ADD COUTVOL(NB-VOL) TO WS-TOTAL-FACTURE
                               ADD INDEXVOL(NB-VOL) TO WS-TOTAL-FACTURE
                           END-IF
                           IF WS-FS-VOL NOT = "10"
                               ADD 1 TO WS-CKPT-CTR
           MOVE 1 TO VSTART.
           MOVE 6 TO VSTOP.

      * A type under a fuel-indexation clause carries its
      * surcharge or rebate beside the flight, billed as a line of
      * its own under it.
       INDEXE-VOL-FVOL.
           MOVE FACTH(NB-VOL) TO WS-IX-HEURES.
           PERFORM CALCULE-INDEX-VOL.
           MOVE WS-IX-MONTANT TO INDEXVOL(NB-VOL).
           MOVE WS-IX-PAR-HEURE TO INDEXH(NB-VOL).
           MOVE WS-IX-PRIX-MOY TO INDEXPX(NB-VOL).
           MOVE WS-IX-PRIX-REF TO INDEXREF(NB-VOL).

      * Reformats a YYYYMMDD date (WS-DATE-IN) into the
      * DD/MM/YYYY text FVOL expects (WS-DATE-OUT), same as F5/F6.
       FORMAT-DATE.
           STRING WS-DATE-IN(7:2) "/" WS-DATE-IN(5:2) "/"
               WS-DATE-IN(1:4) DELIMITED BY SIZE INTO WS-DATE-OUT.

       DATE-REF-VOL.
           IF VL-DATE-COMPTA = SPACES OR VL-DATE-COMPTA = LOW-VALUES
               MOVE VL-DATEDEP TO WS-VOL-DATE-REF
           ELSE
               MOVE VL-DATE-COMPTA TO WS-VOL-DATE-REF
           END-IF.

      * Pays for every flight currently shown on the page
      * (VSTART..VSTOP) rather than requiring a single "current pilot"
      * selection the way F5/F6 do - F7 is period/aircraft-keyed, not
      * pilot-keyed unless/until a consolidated statement is added. Each
      * flight is looked up in VOL-FILE by its own NUMVOL and, if
      * VL-TERMINE and not yet VL-EST-PAYE, is marked paid and the
      * paying account is credited individually: the flight's own
      * pilot, or the payer a LIENPAY link names on the flight date
      * (another member's PILOTE-FILE/ETATPIL-FILE records, or a
      * non-flying payer's PY-SOLDE through PAYEUR-PROC).
       APPLIQUE-PAIEMENT.
           MOVE 0 TO WS-MONTANT-PAYE.
           DISPLAY "Mode (E=especes C=cheque B=carte):" LINE 20 COL 3.
                           CONTINUE
                       NOT INVALID KEY
                           IF VL-TERMINE AND NOT VL-EST-PAYE
                              AND NOT VL-NON-FACTURABLE
                               MOVE VL-CODAV TO AV-CODAV
                               PERFORM CHARGE-TARIF-VOL
                               PERFORM CHARGE-HEURES-FACT
                               MOVE WS-NBH-FACTURE TO WS-IX-HEURES
                               PERFORM CALCULE-INDEX-VOL
      * Settled TTC, the same amount the invoice carries.
                               COMPUTE WS-MONTANT-PAYE ROUNDED =
                                   (WS-NBH-FACTURE
                                     * WS-TAUX-HORAIRE
                                   + VL-NB-ATTER * WS-TAXE-ATTER
                                   + WS-IX-MONTANT)
                                   * (1 + WS-TAUX-TVA / 100)
                               MOVE "O" TO VL-PAYE
                               REWRITE VOL-REC
                               MOVE VL-NUMPIL TO WS-PAY-PILOTE
                               MOVE VL-DATEDEP TO WS-PAY-DATE
                               PERFORM RESOUT-PAYEUR
                               IF WS-PAY-TIERS
                                   MOVE WS-MONTANT-PAYE
                                       TO WS-PAY-MONTANT
                                   PERFORM IMPUTE-PAYEUR
                                   MOVE WS-PAY-SOLDE TO WS-MVT-SOLDE
                               END-IF
                               IF WS-FS-PILOTE = "00"
                                  AND NOT WS-PAY-TIERS
                                   MOVE WS-PAY-ID TO PI-NUMPIL
                                   READ PILOTE-FILE
                                       INVALID KEY
                                           CONTINUE
                               END-IF
      * One numbered receipt per settled flight - a page here
      * can mix several pilots, unlike F5/F6's per-pilot flow.
                               MOVE WS-PAY-ID TO WS-PAIE-NUMPIL
                               MOVE WS-MONTANT-PAYE
                                   TO WS-PAIE-MONTANT
                               MOVE 1 TO WS-PAIE-NBVOLS
                               PERFORM ENREGISTRE-PAIEMENT
                               MOVE WS-PAY-ID TO WS-MVT-NUMPIL
                               MOVE "F7" TO WS-MVT-PROGRAMME
                               MOVE "PAIEMENT" TO WS-MVT-TYPE
                               MOVE WS-MONTANT-PAYE
           END-IF.

           IF WS-MODE-PILOTE
               PERFORM CHERCHE-PAYEUR-RELEVE
               MOVE WS-RELEVE-PAYEUR TO WS-FAC-NUMPIL
           ELSE
               MOVE 0 TO WS-FAC-NUMPIL
           END-IF.
           IF WS-MODE-PILOTE
               MOVE SPACES TO INV-LIGNE
               STRING "Reference a rappeler pour tout virement : AC"
                   WS-RELEVE-PAYEUR DELIMITED BY SIZE INTO INV-LIGNE
               WRITE INVOICE-REC
               ADD 1 TO WS-PRT-LIGNE-CPT
           END-IF.
               END-IF
               WRITE INVOICE-REC
               ADD 1 TO WS-PRT-LIGNE-CPT
               IF INDEXVOL(J) NOT = 0
                   PERFORM ECRIT-LIGNE-INDEX
               END-IF
           END-PERFORM.

           MOVE SPACES TO INV-LIGNE.
                   DELIMITED BY SIZE INTO INV-LIGNE
               WRITE INVOICE-REC
               ADD 1 TO WS-PRT-LIGNE-CPT
               IF WS-RELEVE-PAYEUR NOT = WS-SAISIE-PILOTE
                   MOVE SPACES TO INV-LIGNE
                   STRING "A regler par : " WS-RELEVE-PAYEUR " "
                       WS-RELEVE-NOM DELIMITED BY SIZE INTO INV-LIGNE
                   WRITE INVOICE-REC
                   ADD 1 TO WS-PRT-LIGNE-CPT
               END-IF
           END-IF.

           MOVE SPACES TO INV-LIGNE.
           WRITE INVOICE-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.

      * The period bounds are YYMMDD, as VL-DATEDEP(3:6) is
      * compared everywhere in this program.
       CHERCHE-PAYEUR-RELEVE.
           MOVE WS-SAISIE-PILOTE TO WS-PAY-PILOTE.
           COMPUTE WS-PAY-DATE = 20000000 + PERIODE-ARR.
           PERFORM RESOUT-PAYEUR.
           MOVE WS-PAY-ID TO WS-RELEVE-PAYEUR.
           MOVE WS-PAY-NOM TO WS-RELEVE-NOM.
           IF WS-PAY-MEMBRE
               OPEN INPUT PILOTE-FILE
               IF WS-FS-PILOTE = "00"
                   MOVE WS-PAY-ID TO PI-NUMPIL
                   READ PILOTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-RELEVE-NOM
                           STRING PI-NOM " " PI-PRENOM
                               DELIMITED BY SIZE INTO WS-RELEVE-NOM
                   END-READ
                   CLOSE PILOTE-FILE
               END-IF
           END-IF.

       ECRIT-LIGNE-INDEX.
           PERFORM CHARGE-INDEX-FVOL.
           PERFORM LIGNE-INDEX-VOL.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE WS-IX-LIGNE TO INV-LIGNE.
           WRITE INVOICE-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.

      * Flight J's indexation back into the INDEXCARB-PROC fields
      * LIGNE-INDEX-VOL lays out, at the flight's own VAT rate.
       CHARGE-INDEX-FVOL.
           MOVE INDEXVOL(J) TO WS-IX-MONTANT.
           MOVE INDEXH(J) TO WS-IX-PAR-HEURE.
           MOVE INDEXPX(J) TO WS-IX-PRIX-MOY.
           MOVE INDEXREF(J) TO WS-IX-PRIX-REF.
           MOVE TAUXTVA(J) TO WS-TAUX-TVA.

       SAUT-PAGE-SI-PLEINE.
           IF WS-PRT-LIGNE-CPT >= WS-PRT-PAGE-LEN
               MOVE WS-PRT-FF TO INV-LIGNE
               ADD WS-TVA-LIGNE TO WS-TOTAL-TVA
               COMPUTE WS-TTC-LIGNE = COUTVOL(J) + WS-TVA-LIGNE
               ADD WS-TTC-LIGNE TO WS-TOTAL-TTC
               IF INDEXVOL(J) NOT = 0
                   PERFORM CHARGE-INDEX-FVOL
                   PERFORM LIGNE-INDEX-VOL
                   ADD WS-IX-TVA TO WS-TOTAL-TVA
                   ADD WS-IX-TTC TO WS-TOTAL-TTC
               END-IF
           END-PERFORM.

       COPY "CHECKPOINT-PROC.cpy" IN TEMPLATE.

       COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

       COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

      * Defaults come from the PARAMS file (seeded on first
      * read), maintained through F38 instead of a recompile.
       CHARGE-PARAMS.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

       COPY "PAYEUR-PROC.cpy" IN TEMPLATE.

       END PROGRAM F7.


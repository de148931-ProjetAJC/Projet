      * as a "P" journal row the F13 export posts to the loss
      * account - under dual control, like the other destructive
      * operations.
      * An installment falling on a weekend or a bank closure of
      * the club calendar is due the next banking day instead.
      * A plan can be opened against one invoice (an insurance
      * excess billed from F64, say): the invoice must be emitted
      * to that pilot, its amount is the default total, and every
      * installment carries its number in EE-NUMFACT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-EC-AN PIC 9(4) VALUE 0.
           77 WS-EC-MOIS PIC 9(3) VALUE 0.
           77 WS-EC-JOUR PIC 9(2) VALUE 0.
           77 WS-EC-NUMFACT PIC 9(6) VALUE 0.
           77 WS-IDX PIC 9(2) VALUE 0.

      * Installment collection.
               02 LINE 10 COL 3 VALUE "Nombre d'echeances:    ".
               02 LINE 11 COL 3 VALUE "Premiere echeance      ".
               02 LINE 11 COL 26 VALUE "(AAAAMMJJ):".
               02 LINE 12 COL 3 VALUE "Facture (0=arrieres):  ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-PLAN REQUIRED UNDERLINE.
               02 LINE 9  COL 27 PIC 9(6).99 TO WS-EC-TOTAL.
               02 LINE 10 COL 27 PIC 9(2)    TO WS-EC-NB.
               02 LINE 11 COL 40 PIC 9(8)    TO WS-EC-DEBUT.
               02 LINE 12 COL 27 PIC 9(6)    TO WS-EC-NUMFACT.
               02 LINE 13 COL 20 PIC X       TO WS-CHOIX.

           01 DS-ENCAISSE.
           MOVE "Nouvel echeancier" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-EC-NUMPIL WS-EC-TOTAL WS-EC-NB WS-EC-DEBUT.
           MOVE 0 TO WS-EC-NUMFACT.
           DISPLAY DS-PLAN.
           ACCEPT AS-PLAN.
           IF WS-VALIDER AND WS-EC-NUMFACT > 0
               PERFORM CONTROLE-FACTURE-PLAN
           END-IF.
           IF WS-VALIDER
               IF WS-EC-NUMPIL = 0 OR WS-EC-TOTAL = 0
                  OR WS-EC-NB = 0 OR WS-EC-NB > 12
                   PERFORM APPLY-PLAN
               END-IF
           ELSE
               IF WS-MSG = SPACES
                   MOVE "Echeancier non cree." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
                   COMPUTE WS-EC-DATE =
                       WS-EC-AN * 10000 + WS-EC-MOIS * 100
                       + WS-EC-JOUR
                   MOVE WS-EC-DATE TO WS-CAL-DATE
                   PERFORM JOUR-BANCAIRE-SUIVANT
                   MOVE WS-CAL-DATE TO EE-DATE-ECHEANCE
                   IF WS-IDX = WS-EC-NB
                       COMPUTE EE-MONTANT =
                           WS-EC-TOTAL
                       MOVE WS-EC-PART TO EE-MONTANT
                   END-IF
                   MOVE "P" TO EE-ETAT
                   MOVE WS-EC-NUMFACT TO EE-NUMFACT
                   WRITE ECHEANCIER-REC
                   ADD 1 TO WS-EC-MOIS
                   IF WS-EC-MOIS > 12
           MOVE "CREATION"     TO WS-AUDIT-ACTION.
           STRING "echeancier pilote " WS-EC-NUMPIL " de "
               WS-EC-TOTAL " en " WS-EC-NB " fois des le "
               WS-EC-DEBUT " facture " WS-EC-NUMFACT
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Echeancier mis en place." TO WS-MSG.

      * A plan on one invoice: the invoice must stand emitted in
      * the register to the same pilot; its amount is the total
      * when none was keyed. A failed check drops the validation.
       CONTROLE-FACTURE-PLAN.
           MOVE "N" TO WS-CHOIX.
           MOVE "Facture inconnue au registre." TO WS-MSG.
           OPEN INPUT FACTNUM-FILE.
           IF WS-FS-FACTNUM = "00"
               MOVE WS-EC-NUMFACT TO FN-NUMERO
               READ FACTNUM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FN-EMISE AND FN-NUMPIL = WS-EC-NUMPIL
                           MOVE "O" TO WS-CHOIX
                           IF WS-EC-TOTAL = 0 AND FN-MONTANT > 0
                               MOVE FN-MONTANT TO WS-EC-TOTAL
                           END-IF
                       ELSE
                           MOVE "Facture non emise a ce pilote."
                               TO WS-MSG
                       END-IF
               END-READ
               CLOSE FACTNUM-FILE
           END-IF.
           IF WS-VALIDER
               MOVE SPACES TO WS-MSG
           END-IF.

      * First free sequence under the key: probe upward until a
      * READ misses, the occupied-key loop idiom.
       TROUVE-EC-SEQ.
                               MOVE "10" TO WS-FS-VOL
                           ELSE
                               IF VL-TERMINE AND NOT VL-EST-PAYE
                                  AND NOT VL-NON-FACTURABLE
                                   MOVE "O" TO VL-PAYE
                                   REWRITE VOL-REC
                                   ADD 1 TO WS-NB-SOLDES

           COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "OPERATEUR-PROC.cpy" IN TEMPLATE.

           COPY "DOUBLE-PROC.cpy" IN TEMPLATE.

           COPY "CALENDRIER-PROC.cpy" IN TEMPLATE.

       END PROGRAM F80.

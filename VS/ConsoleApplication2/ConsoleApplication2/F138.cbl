       IDENTIFICATION DIVISION.
       PROGRAM-ID. F138.

      * Tresorerie previsionnelle: the treasurer knows today's bank
      * balance, not whether the engine overhaul can be paid in
      * eight weeks. From a keyed opening balance this batch
      * projects the cash week by week over the next 13 to 26 weeks
      * (weeks from Monday), each week carrying:
      *   receipts - the SEPA orders F9 scheduled (PRELEVEMENTS.TXT,
      *     on their collection date), the F80 installments falling
      *     due, the dues invoices still owed (FACTNUM "COTIS",
      *     expected TRESO-DELAI days after issue, up to the member's
      *     debit, a member on a plan left to the plan), and the
      *     active reservations at their estimated value (slot
      *     length at the tariff in force, TARIF-PROC);
      *   payments - the instructor settlements still to pay
      *     (INSTRDU, on the 10th of the following month), the
      *     supplier invoices outstanding (FACTFOUR, on their due
      *     date), the standing hangar rent and insurance
      *     instalments not yet billed (PARAMS TRESO-HANGAR monthly,
      *     TRESO-ASSUR every TRESO-ASS-PER months, on the 1st), and
      *     a visit at TRESO-VISITE for every F75 projected grounding
      *     (PREVMAINT.DAT).
      * Anything already overdue on the payment side falls in the
      * first week. A week whose closing balance goes below
      * TRESO-SEUIL is flagged. Gift vouchers still to be flown
      * were cashed when sold: they are shown apart as the flying
      * the club still owes, not counted as receipts again.
      * Line mode like F71; the report is cataloged for F35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT TRESO-FILE ASSIGN TO WS-NOM-TRESO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-TRESO.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  TRESO-FILE.
       01  TRESO-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-TRESO         PIC XX VALUE "00".
           77  WS-NOM-TRESO        PIC X(40) VALUE SPACES.
           77  TARIF-DEFAUT        PIC 9(3) VALUE 15.
           77  WS-TAUX-HORAIRE     PIC 9(3).

      * Opening balance as keyed (sign and decimal point allowed)
      * and the horizon in weeks.
           77  WS-OUVERTURE-X      PIC X(14) VALUE SPACES.
           77  WS-OUVERTURE        PIC S9(8)V99 VALUE 0.
           77  WS-NB-SEM           PIC 99 VALUE 13.

      * PARAMS-driven assumptions.
           77  WS-SEUIL            PIC 9(6)V99 VALUE 0.
           77  WS-COUT-VISITE      PIC 9(6)V99 VALUE 0.
           77  WS-LOYER-HANGAR     PIC 9(6)V99 VALUE 0.
           77  WS-ECHEANCE-ASSUR   PIC 9(6)V99 VALUE 0.
           77  WS-PERIODE-ASSUR    PIC 99 VALUE 3.
           77  WS-DELAI-COTIS      PIC 9(3) VALUE 30.

      * Calendar: today, the Monday of this week (day integers,
      * 1601-01-01 being a Monday) and the end of the horizon.
           77  WS-AUJOURD          PIC 9(8) VALUE 0.
           77  WS-AUJOURD-INT      PIC 9(7) VALUE 0.
           77  WS-LUNDI-INT        PIC 9(7) VALUE 0.
           77  WS-FIN-INT          PIC 9(7) VALUE 0.
           77  WS-FIN-DATE         PIC 9(8) VALUE 0.

      * One row per week: its Monday, eight amount columns (1-4
      * receipts, 5-8 payments, in the order of the report) and
      * the closing balance.
           01  TR-SEMAINES.
               05  TR-SEM OCCURS 26.
                   10  TR-DEBUT        PIC 9(8).
                   10  TR-MT           PIC 9(7)V99 OCCURS 8.
                   10  TR-SOLDE        PIC S9(8)V99.
           01  TR-TOTAUX.
               05  TR-TOT          PIC 9(8)V99 OCCURS 8.
           77  TR-C-PRELEV         PIC 9 VALUE 1.
           77  TR-C-ECHEANCE       PIC 9 VALUE 2.
           77  TR-C-COTIS          PIC 9 VALUE 3.
           77  TR-C-RESA           PIC 9 VALUE 4.
           77  TR-C-INSTR          PIC 9 VALUE 5.
           77  TR-C-FOURN          PIC 9 VALUE 6.
           77  TR-C-FIXES          PIC 9 VALUE 7.
           77  TR-C-ENTRETIEN      PIC 9 VALUE 8.

      * Posting one expected amount: its date, column and value;
      * RANGE-SEMAINE turns the date into the week index (0 when
      * outside the horizon).
           77  WS-TR-DATE          PIC 9(8) VALUE 0.
           77  WS-TR-INT           PIC 9(7) VALUE 0.
           77  WS-TR-COL           PIC 9 VALUE 0.
           77  WS-TR-MONTANT       PIC 9(7)V99 VALUE 0.
           77  WS-TR-SEM           PIC 99 VALUE 0.
           77  WS-IDX              PIC 99 VALUE 0.
           77  WS-COL              PIC 9 VALUE 0.
           77  WS-SOLDE            PIC S9(8)V99 VALUE 0.
           77  WS-NB-ALERTES       PIC 99 VALUE 0.

      * A debit order line of PRELEVEMENTS.TXT, split on ";".
           77  WS-PL-NUMPIL        PIC X(6).
           77  WS-PL-IGNORE        PIC X(40).
           77  WS-PL-MONTANT-X     PIC X(10).
           77  WS-PL-MONTANT REDEFINES WS-PL-MONTANT-X
                                   PIC 9(8)V99.
           77  WS-PL-ECHEANCE      PIC X(8).

      * Dues and plans.
           77  WS-COTIS-LIMITE     PIC 9(8) VALUE 0.
           77  WS-DU-PILOTE        PIC 9(7)V99 VALUE 0.
           77  WS-PLAN-OUVERT      PIC X VALUE "N".
               88  WS-SOUS-PLAN        VALUE "O".
           77  WS-FS-ECH-SAUVE     PIC XX VALUE "00".

      * Reservations: slot length in minutes.
           77  WS-MIN-DEB          PIC 9(4) VALUE 0.
           77  WS-MIN-FIN          PIC 9(4) VALUE 0.
           77  WS-MIN-RESA         PIC S9(4) VALUE 0.

      * Standing charges: the 1st of each month in the horizon.
           77  WS-MOIS-COUR        PIC 9(6) VALUE 0.
           77  WS-MOIS-NUM         PIC 99 VALUE 0.
           77  WS-PREMIER          PIC 9(8) VALUE 0.

      * Instructor settlement date.
           77  WS-ID-MOIS          PIC 9(6) VALUE 0.

      * Gift vouchers still to fly (memo).
           77  WS-NB-BONS          PIC 9(4) VALUE 0.
           77  WS-TOT-BONS         PIC 9(7)V99 VALUE 0.

      * Printed week line.
           01  TR-LIGNE.
               05  TL-DEBUT        PIC 9(8).
               05  FILLER          PIC X VALUE SPACE.
               05  TL-MT           PIC Z(6)9.99B OCCURS 8.
               05  TL-SOLDE        PIC -(7)9.99.
               05  FILLER          PIC X VALUE SPACE.
               05  TL-ALERTE       PIC X(12).
           77  WS-ED-SOLDE         PIC -(7)9.99.
           77  WS-ED-SEUIL         PIC Z(5)9.99.
           77  WS-ED-BONS          PIC Z(6)9.99.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM SAISIE-PARAMETRES.
           PERFORM CHARGE-HYPOTHESES.
           PERFORM PREPARE-SEMAINES.
           PERFORM PRELEVEMENTS-PREVUS.
           PERFORM ECHEANCES-PREVUES.
           PERFORM COTISATIONS-DUES.
           PERFORM RESERVATIONS-PREVUES.
           PERFORM BONS-A-HONORER.
           PERFORM INSTRUCTEURS-A-PAYER.
           PERFORM FOURNISSEURS-A-PAYER.
           PERFORM CHARGES-FIXES.
           PERFORM ENTRETIEN-PREVU.
           PERFORM CUMULE-SOLDES.
           PERFORM ECRIT-PREVISION.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-PARAMETRES.
           DISPLAY "Tresorerie previsionnelle par semaine".
           DISPLAY "Solde bancaire ce jour (ex. -1250.50) : "
               NO ADVANCING.
           ACCEPT WS-OUVERTURE-X.
           IF WS-OUVERTURE-X NOT = SPACES
               COMPUTE WS-OUVERTURE =
                   FUNCTION NUMVAL(WS-OUVERTURE-X)
           END-IF.
           DISPLAY "Nombre de semaines (13 a 26) : " NO ADVANCING.
           ACCEPT WS-NB-SEM.
           IF WS-NB-SEM NOT NUMERIC OR WS-NB-SEM < 13
               MOVE 13 TO WS-NB-SEM
           END-IF.
           IF WS-NB-SEM > 26
               MOVE 26 TO WS-NB-SEM
           END-IF.

       CHARGE-HYPOTHESES.
           MOVE "TRESO-SEUIL" TO WS-PARAM-CODE.
           MOVE 3000 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-SEUIL.
           MOVE "TRESO-VISITE" TO WS-PARAM-CODE.
           MOVE 1500 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-COUT-VISITE.
           MOVE "TRESO-HANGAR" TO WS-PARAM-CODE.
           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-LOYER-HANGAR.
           MOVE "TRESO-ASSUR" TO WS-PARAM-CODE.
           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-ECHEANCE-ASSUR.
           MOVE "TRESO-ASS-PER" TO WS-PARAM-CODE.
           MOVE 3 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-PERIODE-ASSUR.
           IF WS-PERIODE-ASSUR = 0 OR WS-PERIODE-ASSUR > 12
               MOVE 12 TO WS-PERIODE-ASSUR
           END-IF.
           MOVE "TRESO-DELAI" TO WS-PARAM-CODE.
           MOVE 30 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-DELAI-COTIS.

       PREPARE-SEMAINES.
           MOVE WS-CURR-DATE TO WS-AUJOURD.
           COMPUTE WS-AUJOURD-INT =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURD).
           COMPUTE WS-LUNDI-INT = WS-AUJOURD-INT
               - FUNCTION MOD(WS-AUJOURD-INT - 1, 7).
           COMPUTE WS-FIN-INT = WS-LUNDI-INT + 7 * WS-NB-SEM - 1.
           COMPUTE WS-FIN-DATE = FUNCTION DATE-OF-INTEGER(WS-FIN-INT).
           INITIALIZE TR-SEMAINES TR-TOTAUX.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NB-SEM
               COMPUTE TR-DEBUT(WS-IDX) = FUNCTION DATE-OF-INTEGER(
                   WS-LUNDI-INT + 7 * (WS-IDX - 1))
           END-PERFORM.

      * Week of WS-TR-DATE within the horizon, 0 outside it; a
      * date before this week's Monday counts in the first week.
       RANGE-SEMAINE.
           MOVE 0 TO WS-TR-SEM.
           IF WS-TR-DATE > 0 AND WS-TR-DATE NOT > WS-FIN-DATE
               COMPUTE WS-TR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TR-DATE)
               IF WS-TR-INT < WS-LUNDI-INT
                   MOVE 1 TO WS-TR-SEM
               ELSE
                   COMPUTE WS-TR-SEM =
                       (WS-TR-INT - WS-LUNDI-INT) / 7 + 1
               END-IF
           END-IF.

       AJOUTE-PREVISION.
           PERFORM RANGE-SEMAINE.
           IF WS-TR-SEM > 0 AND WS-TR-MONTANT > 0
               ADD WS-TR-MONTANT TO TR-MT(WS-TR-SEM, WS-TR-COL)
               ADD WS-TR-MONTANT TO TR-TOT(WS-TR-COL)
           END-IF.

      * The debit orders F9 sent to the bank, on the collection
      * date each carries; the header and total lines do not split
      * into a numeric order and are passed over, as are the
      * orders already collected.
       PRELEVEMENTS-PREVUS.
           MOVE TR-C-PRELEV TO WS-TR-COL.
           OPEN INPUT PRELEV-FILE.
           IF WS-FS-PRELEV = "00"
               PERFORM UNTIL WS-FS-PRELEV NOT = "00"
                   READ PRELEV-FILE
                       AT END MOVE "10" TO WS-FS-PRELEV
                       NOT AT END
                           PERFORM LIT-ORDRE-PRELEV
                   END-READ
               END-PERFORM
               CLOSE PRELEV-FILE
           END-IF.

       LIT-ORDRE-PRELEV.
           MOVE SPACES TO WS-PL-NUMPIL WS-PL-MONTANT-X WS-PL-ECHEANCE.
           UNSTRING PV-LIGNE DELIMITED BY ";"
               INTO WS-PL-NUMPIL WS-PL-IGNORE WS-PL-IGNORE
                    WS-PL-IGNORE WS-PL-MONTANT-X WS-PL-IGNORE
                    WS-PL-IGNORE WS-PL-IGNORE WS-PL-ECHEANCE
           END-UNSTRING.
           IF WS-PL-NUMPIL IS NUMERIC
              AND WS-PL-MONTANT-X IS NUMERIC
              AND WS-PL-ECHEANCE IS NUMERIC
               MOVE WS-PL-ECHEANCE TO WS-TR-DATE
               IF WS-TR-DATE NOT < WS-AUJOURD
                   MOVE WS-PL-MONTANT TO WS-TR-MONTANT
                   PERFORM AJOUTE-PREVISION
               END-IF
           END-IF.

       ECHEANCES-PREVUES.
           MOVE TR-C-ECHEANCE TO WS-TR-COL.
           OPEN INPUT ECHEANCIER-FILE.
           IF WS-FS-ECHEANCIER = "00"
               MOVE LOW-VALUES TO EE-CLE
               START ECHEANCIER-FILE KEY IS NOT LESS THAN EE-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ECHEANCIER
               END-START
               PERFORM UNTIL WS-FS-ECHEANCIER = "10"
                   READ ECHEANCIER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ECHEANCIER
                       NOT AT END
                           IF EE-PREVUE
                              AND EE-DATE-ECHEANCE NOT < WS-AUJOURD
                               MOVE EE-DATE-ECHEANCE TO WS-TR-DATE
                               MOVE EE-MONTANT TO WS-TR-MONTANT
                               PERFORM AJOUTE-PREVISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECHEANCIER-FILE
           END-IF.

      * Dues invoiced over the last year and still owed: no more
      * than the member's debit, expected TRESO-DELAI days after
      * the invoice (this week when already late). A member under
      * an installment plan pays through the plan, counted above.
       COTISATIONS-DUES.
           MOVE TR-C-COTIS TO WS-TR-COL.
           COMPUTE WS-COTIS-LIMITE = FUNCTION DATE-OF-INTEGER(
               WS-AUJOURD-INT - 365).
           OPEN INPUT PILOTE-FILE.
           OPEN INPUT ECHEANCIER-FILE.
           MOVE WS-FS-ECHEANCIER TO WS-FS-ECH-SAUVE.
           OPEN INPUT FACTNUM-FILE.
           IF WS-FS-FACTNUM = "00" AND WS-FS-PILOTE = "00"
               MOVE LOW-VALUES TO FN-NUMERO
               START FACTNUM-FILE KEY IS NOT LESS THAN FN-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-FACTNUM
               END-START
               PERFORM UNTIL WS-FS-FACTNUM = "10"
                   READ FACTNUM-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTNUM
                       NOT AT END
                           IF FN-EMISE AND FN-MONTANT > 0
                              AND FN-PERIODE(1:5) = "COTIS"
                              AND FN-DATE NOT < WS-COTIS-LIMITE
                               PERFORM COTISATION-DUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-FS-FACTNUM = "00" OR WS-FS-FACTNUM = "10"
               CLOSE FACTNUM-FILE
           END-IF.
           IF WS-FS-ECH-SAUVE = "00"
               CLOSE ECHEANCIER-FILE
           END-IF.
           IF WS-FS-PILOTE = "00"
               CLOSE PILOTE-FILE
           END-IF.

       COTISATION-DUE.
           MOVE 0 TO WS-DU-PILOTE.
           MOVE FN-NUMPIL TO PI-NUMPIL.
           READ PILOTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PI-SOLDE < 0
                       COMPUTE WS-DU-PILOTE = 0 - PI-SOLDE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-PILOTE.
           IF WS-DU-PILOTE > 0
               PERFORM CHERCHE-PLAN
               IF NOT WS-SOUS-PLAN
                   IF WS-DU-PILOTE > FN-MONTANT
                       MOVE FN-MONTANT TO WS-DU-PILOTE
                   END-IF
                   COMPUTE WS-TR-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(FN-DATE)
                       + WS-DELAI-COTIS)
                   MOVE WS-DU-PILOTE TO WS-TR-MONTANT
                   PERFORM AJOUTE-PREVISION
               END-IF
           END-IF.

       CHERCHE-PLAN.
           MOVE "N" TO WS-PLAN-OUVERT.
           IF WS-FS-ECH-SAUVE = "00"
               MOVE FN-NUMPIL TO EE-NUMPIL
               MOVE 0 TO EE-SEQ
               MOVE "00" TO WS-FS-ECHEANCIER
               START ECHEANCIER-FILE KEY IS NOT LESS THAN EE-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ECHEANCIER
               END-START
               PERFORM UNTIL WS-FS-ECHEANCIER = "10" OR WS-SOUS-PLAN
                   READ ECHEANCIER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ECHEANCIER
                       NOT AT END
                           IF EE-NUMPIL NOT = FN-NUMPIL
                               MOVE "10" TO WS-FS-ECHEANCIER
                           ELSE
                               IF EE-PREVUE
                                   MOVE "O" TO WS-PLAN-OUVERT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * An active booking is priced as the flight it will become:
      * the slot's length at the rate in force for the aircraft's
      * type on that day, instruction rate with an instructor on it.
       RESERVATIONS-PREVUES.
           MOVE TR-C-RESA TO WS-TR-COL.
           OPEN INPUT AVION-FILE.
           OPEN INPUT TARIF-FILE.
           OPEN INPUT RESA-FILE.
           IF WS-FS-RESA = "00"
               MOVE LOW-VALUES TO RS-ID
               START RESA-FILE KEY IS NOT LESS THAN RS-ID
                   INVALID KEY MOVE "10" TO WS-FS-RESA
               END-START
               PERFORM UNTIL WS-FS-RESA = "10"
                   READ RESA-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-RESA
                       NOT AT END
                           IF RS-ACTIVE
                              AND RS-DATE NOT < WS-AUJOURD
                              AND RS-DATE NOT > WS-FIN-DATE
                               PERFORM VALORISE-RESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESA-FILE
           END-IF.
           IF WS-FS-TARIF = "00"
               CLOSE TARIF-FILE
           END-IF.
           IF WS-FS-AVION = "00"
               CLOSE AVION-FILE
           END-IF.

       VALORISE-RESA.
           COMPUTE WS-MIN-DEB = FUNCTION INTEGER(RS-HDEB / 100) * 60
               + FUNCTION MOD(RS-HDEB, 100).
           COMPUTE WS-MIN-FIN = FUNCTION INTEGER(RS-HFIN / 100) * 60
               + FUNCTION MOD(RS-HFIN, 100).
           COMPUTE WS-MIN-RESA = WS-MIN-FIN - WS-MIN-DEB.
           IF WS-MIN-RESA > 0
               MOVE RS-CODAV TO VL-CODAV
               MOVE RS-DATE TO VL-DATEDEP
               IF RS-NUMPIL-INSTR > 0
                   MOVE "O" TO VL-INSTRUCTION
               ELSE
                   MOVE "N" TO VL-INSTRUCTION
               END-IF
               PERFORM CHARGE-TARIF-VOL
               IF WS-FS-AVION = "23"
                   MOVE "00" TO WS-FS-AVION
               END-IF
               COMPUTE WS-TR-MONTANT ROUNDED =
                   WS-MIN-RESA * WS-TAUX-HORAIRE / 60
               MOVE RS-DATE TO WS-TR-DATE
               PERFORM AJOUTE-PREVISION
           END-IF.

      * Memo only: the vouchers still valid were paid when sold.
       BONS-A-HONORER.
           MOVE 0 TO WS-NB-BONS WS-TOT-BONS.
           OPEN INPUT BON-FILE.
           IF WS-FS-BON = "00"
               MOVE LOW-VALUES TO BN-NUMERO
               START BON-FILE KEY IS NOT LESS THAN BN-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-BON
               END-START
               PERFORM UNTIL WS-FS-BON = "10"
                   READ BON-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-BON
                       NOT AT END
                           IF BN-VALIDE
                               ADD 1 TO WS-NB-BONS
                               ADD BN-MONTANT TO WS-TOT-BONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BON-FILE
           END-IF.

      * A month's instructor settlement is paid on the 10th of the
      * month after; one still unpaid past that is due now.
       INSTRUCTEURS-A-PAYER.
           MOVE TR-C-INSTR TO WS-TR-COL.
           OPEN INPUT INSTRDU-FILE.
           IF WS-FS-INSTRDU = "00"
               MOVE LOW-VALUES TO ID-CLE
               START INSTRDU-FILE KEY IS NOT LESS THAN ID-CLE
                   INVALID KEY MOVE "10" TO WS-FS-INSTRDU
               END-START
               PERFORM UNTIL WS-FS-INSTRDU = "10"
                   READ INSTRDU-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-INSTRDU
                       NOT AT END
                           IF ID-A-PAYER AND ID-MONTANT > 0
                               MOVE ID-PERIODE TO WS-ID-MOIS
                               IF WS-ID-MOIS(5:2) = "12"
                                   ADD 89 TO WS-ID-MOIS
                               ELSE
                                   ADD 1 TO WS-ID-MOIS
                               END-IF
                               COMPUTE WS-TR-DATE =
                                   WS-ID-MOIS * 100 + 10
                               MOVE ID-MONTANT TO WS-TR-MONTANT
                               PERFORM AJOUTE-PREVISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRDU-FILE
           END-IF.

       FOURNISSEURS-A-PAYER.
           MOVE TR-C-FOURN TO WS-TR-COL.
           OPEN INPUT FACTFOUR-FILE.
           IF WS-FS-FACTFOUR = "00"
               MOVE LOW-VALUES TO FF-NUMERO
               START FACTFOUR-FILE KEY IS NOT LESS THAN FF-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-FACTFOUR
               END-START
               PERFORM UNTIL WS-FS-FACTFOUR = "10"
                   READ FACTFOUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTFOUR
                       NOT AT END
                           IF NOT FF-SOLDEE AND FF-TTC > FF-REGLE
                               MOVE FF-ECHEANCE TO WS-TR-DATE
                               IF WS-TR-DATE = 0
                                   MOVE WS-AUJOURD TO WS-TR-DATE
                               END-IF
                               COMPUTE WS-TR-MONTANT =
                                   FF-TTC - FF-REGLE
                               PERFORM AJOUTE-PREVISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTFOUR-FILE
           END-IF.

      * Hangar rent every month and the insurance premium every
      * TRESO-ASS-PER months from January, both on the 1st; the
      * 1st of this month is taken as already paid.
       CHARGES-FIXES.
           MOVE TR-C-FIXES TO WS-TR-COL.
           MOVE WS-AUJOURD(1:6) TO WS-MOIS-COUR.
           COMPUTE WS-PREMIER = WS-MOIS-COUR * 100 + 1.
           PERFORM UNTIL WS-PREMIER > WS-FIN-DATE
               IF WS-PREMIER > WS-AUJOURD
                   MOVE WS-PREMIER TO WS-TR-DATE
                   MOVE WS-LOYER-HANGAR TO WS-TR-MONTANT
                   PERFORM AJOUTE-PREVISION
                   MOVE WS-MOIS-COUR(5:2) TO WS-MOIS-NUM
                   IF FUNCTION MOD(WS-MOIS-NUM - 1, WS-PERIODE-ASSUR)
                      = 0
                       MOVE WS-ECHEANCE-ASSUR TO WS-TR-MONTANT
                       PERFORM AJOUTE-PREVISION
                   END-IF
               END-IF
               IF WS-MOIS-COUR(5:2) = "12"
                   ADD 89 TO WS-MOIS-COUR
               ELSE
                   ADD 1 TO WS-MOIS-COUR
               END-IF
               COMPUTE WS-PREMIER = WS-MOIS-COUR * 100 + 1
           END-PERFORM.

      * One visit at TRESO-VISITE for each aircraft F75 projects to
      * reach a limit within the horizon (a limit already passed
      * counts now).
       ENTRETIEN-PREVU.
           MOVE TR-C-ENTRETIEN TO WS-TR-COL.
           OPEN INPUT PREVMAINT-FILE.
           IF WS-FS-PREVMAINT = "00"
               MOVE LOW-VALUES TO PV-CODAV
               START PREVMAINT-FILE KEY IS NOT LESS THAN PV-CODAV
                   INVALID KEY MOVE "10" TO WS-FS-PREVMAINT
               END-START
               PERFORM UNTIL WS-FS-PREVMAINT = "10"
                   READ PREVMAINT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PREVMAINT
                       NOT AT END
                           MOVE PV-DATE-PROJ TO WS-TR-DATE
                           MOVE WS-COUT-VISITE TO WS-TR-MONTANT
                           PERFORM AJOUTE-PREVISION
                   END-READ
               END-PERFORM
               CLOSE PREVMAINT-FILE
           END-IF.

       CUMULE-SOLDES.
           MOVE WS-OUVERTURE TO WS-SOLDE.
           MOVE 0 TO WS-NB-ALERTES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NB-SEM
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
                   IF WS-COL < TR-C-INSTR
                       ADD TR-MT(WS-IDX, WS-COL) TO WS-SOLDE
                   ELSE
                       SUBTRACT TR-MT(WS-IDX, WS-COL) FROM WS-SOLDE
                   END-IF
               END-PERFORM
               MOVE WS-SOLDE TO TR-SOLDE(WS-IDX)
               IF WS-SOLDE < WS-SEUIL
                   ADD 1 TO WS-NB-ALERTES
               END-IF
           END-PERFORM.

       ECRIT-PREVISION.
           MOVE SPACES TO WS-NOM-TRESO.
           STRING "TRESORERIE_" FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-TRESO.
           OPEN OUTPUT TRESO-FILE.
           MOVE WS-OUVERTURE TO WS-ED-SOLDE.
           MOVE WS-SEUIL TO WS-ED-SEUIL.
           MOVE SPACES TO TRESO-REC.
           STRING "Tresorerie previsionnelle sur " WS-NB-SEM
               " semaines - editee le " WS-CURR-DAY "/"
               WS-CURR-MONTH "/" WS-CURR-YEAR " - solde d'ouverture "
               WS-ED-SOLDE ", seuil " WS-ED-SEUIL
               DELIMITED BY SIZE INTO TRESO-REC.
           WRITE TRESO-REC.
           MOVE SPACES TO TRESO-REC.
           STRING "Semaine   Prelevem.  Echeances  Cotisat.  "
               "  Reserv.   Instruct.  Fournis.   Loyer/As.  "
               " Entretien        Solde"
               DELIMITED BY SIZE INTO TRESO-REC.
           WRITE TRESO-REC.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NB-SEM
               MOVE TR-DEBUT(WS-IDX) TO TL-DEBUT
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
                   MOVE TR-MT(WS-IDX, WS-COL) TO TL-MT(WS-COL)
               END-PERFORM
               MOVE TR-SOLDE(WS-IDX) TO TL-SOLDE
               IF TR-SOLDE(WS-IDX) < WS-SEUIL
                   MOVE "<< SEUIL" TO TL-ALERTE
               ELSE
                   MOVE SPACES TO TL-ALERTE
               END-IF
               MOVE TR-LIGNE TO TRESO-REC
               WRITE TRESO-REC
           END-PERFORM.
           MOVE "Total" TO TR-LIGNE.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
               MOVE TR-TOT(WS-COL) TO TL-MT(WS-COL)
           END-PERFORM.
           MOVE WS-SOLDE TO TL-SOLDE.
           MOVE SPACES TO TL-ALERTE.
           MOVE TR-LIGNE TO TRESO-REC.
           WRITE TRESO-REC.
           MOVE WS-TOT-BONS TO WS-ED-BONS.
           MOVE SPACES TO TRESO-REC.
           STRING "Pour memoire: " WS-NB-BONS " bon(s) cadeau a "
               "honorer pour " WS-ED-BONS " EUR, deja encaisse(s)."
               DELIMITED BY SIZE INTO TRESO-REC.
           WRITE TRESO-REC.
           MOVE SPACES TO TRESO-REC.
           IF WS-NB-ALERTES > 0
               STRING WS-NB-ALERTES " semaine(s) sous le seuil de "
                   "tresorerie." DELIMITED BY SIZE INTO TRESO-REC
           ELSE
               STRING "Aucune semaine sous le seuil de tresorerie."
                   DELIMITED BY SIZE INTO TRESO-REC
           END-IF.
           WRITE TRESO-REC.
           CLOSE TRESO-FILE.

           MOVE "TRESO" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           STRING WS-AUJOURD(1:6) "-" WS-FIN-DATE(1:6)
               DELIMITED BY SIZE INTO WS-RPT-PERIODE.
           MOVE WS-NOM-TRESO TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Previsionnel ecrit dans " WS-NOM-TRESO.
           IF WS-NB-ALERTES > 0
               DISPLAY WS-NB-ALERTES " semaine(s) sous le seuil."
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"           TO WS-OPERATEUR.
           MOVE "F138"            TO WS-AUDIT-PROGRAMME.
           MOVE "ECRIT-PREVISION" TO WS-AUDIT-PARAGRAPHE.
           MOVE "TRESO"           TO WS-AUDIT-ACTION.
           MOVE WS-SOLDE TO WS-ED-SOLDE.
           STRING "previsionnel " WS-NB-SEM " semaines, solde final "
               WS-ED-SOLDE ", " WS-NB-ALERTES " semaine(s) sous seuil"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       COPY "TARIF-PROC.cpy" IN TEMPLATE.

       END PROGRAM F138.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F96.

      * Grand livre et balance: F13 (with F95's depreciation) writes
      * the double-entry journal ECRITURES.TXT, but no program kept
      * account balances - the treasurer re-keyed everything into
      * separate bookkeeping for a trial balance. For a date range
      * inside one exercice this batch reads the journal - the
      * fixed columns F13 writes: date 1-8, compte 10-17, debit
      * 19-29, credit 31-41, libelle 43-84 - against the COMPTES.DAT
      * chart and prints, in one report cataloged for F35:
      *   - the journal check: unreadable amounts, lines without an
      *     account or amount, accounts COMPTES.DAT does not know,
      *     and entries (consecutive lines sharing date and libelle,
      *     the way F13 writes one event) whose debits and credits
      *     differ;
      *   - the general ledger, per account in account-number order,
      *     opening balance then each line with its running balance;
      *   - the trial balance, opening, debit, credit and closing
      *     balance per account, with the debit = credit check.
      * The opening balance is the exercice's a-nouveaux (SOLDE.DAT)
      * plus the journal lines of the same year before the range,
      * so ECRITURES.TXT should be exported by F13 from 1 January.
      * Run over a whole exercice (0101 to 1231) that balances, it
      * offers the year-end close: the income and expense accounts
      * (classes 6 and 7) are closed to the result account (RESBEN
      * excedent / RESPER deficit in COMPTES.DAT, added when
      * missing) and every balance-sheet account, result included,
      * is carried forward as the next year's a-nouveaux - written
      * both to SOLDE.DAT and, as journal lines in the ECRITURES
      * layout, to CLOTURE_<year>_<timestamp>.TXT for the
      * accountant's import. A rerun replaces the next year's rows.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT ECRIN-FILE ASSIGN TO "ECRITURES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ECRIN.

           SELECT GDL-FILE ASSIGN TO WS-NOM-GDL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-GDL.

           SELECT CLO-FILE ASSIGN TO WS-NOM-CLO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CLO.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  ECRIN-FILE.
       01  ECRIN-REC               PIC X(132).
       FD  GDL-FILE.
       01  GDL-REC                 PIC X(132).
       FD  CLO-FILE.
       01  CLO-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-ECRIN         PIC XX VALUE "00".
           77  WS-FS-GDL           PIC XX VALUE "00".
           77  WS-FS-CLO           PIC XX VALUE "00".
           77  WS-NOM-GDL          PIC X(40) VALUE SPACES.
           77  WS-NOM-CLO          PIC X(40) VALUE SPACES.
           77  WS-DU               PIC 9(8) VALUE 0.
           77  WS-AU               PIC 9(8) VALUE 0.
           77  WS-ANNEE            PIC 9(4) VALUE 0.
           77  WS-ANNEE-SUIV       PIC 9(4) VALUE 0.
           77  WS-REPONSE          PIC X VALUE "N".
           77  WS-PERIODE-OK       PIC X VALUE "N".

      * COMPTES.DAT loaded once: account number -> libelle.
           01  WS-COMPTES-TABLE.
               05  WS-CMP OCCURS 100.
                   10  WS-CMP-COMPTE   PIC X(8).
                   10  WS-CMP-LIBELLE  PIC X(30).
           77  WS-NB-COMPTES       PIC 9(3) VALUE 0.

      * The ledger, one row per account met, kept in account-number
      * order; WS-LG-OUVERTURE is the opening balance, debit
      * positive.
           01  WS-LEDGER-TABLE.
               05  WS-LG OCCURS 100.
                   10  WS-LG-COMPTE    PIC X(8).
                   10  WS-LG-LIBELLE   PIC X(30).
                   10  WS-LG-CONNU     PIC X.
                   10  WS-LG-OUVERTURE PIC S9(9)V99.
                   10  WS-LG-DEBIT     PIC 9(9)V99.
                   10  WS-LG-CREDIT    PIC 9(9)V99.
           77  WS-NB-LG            PIC 9(3) VALUE 0.
           77  WS-POS              PIC 9(3) VALUE 0.
           77  I                   PIC 9(3) VALUE 0.
           77  J                   PIC 9(3) VALUE 0.
           77  K                   PIC 9(3) VALUE 0.

      * The journal line being read.
           77  WS-NUM-LIGNE        PIC 9(6) VALUE 0.
           77  WS-EC-DATE          PIC 9(8) VALUE 0.
           77  WS-EC-COMPTE        PIC X(8) VALUE SPACES.
           77  WS-EC-LIBELLE       PIC X(42) VALUE SPACES.
           77  WS-EC-DEBIT         PIC 9(8)V99 VALUE 0.
           77  WS-EC-CREDIT        PIC 9(8)V99 VALUE 0.
           77  WS-EC-JOURNAL       PIC X VALUE "N".
               88  WS-EC-EST-JOURNAL   VALUE "O".
           77  WS-EC-VALIDE        PIC X VALUE "N".
               88  WS-EC-EST-VALIDE    VALUE "O".
           77  WS-ANO-TEXTE        PIC X(60) VALUE SPACES.
           77  WS-NB-ANOMALIES     PIC 9(5) VALUE 0.
           77  WS-NB-LIGNES        PIC 9(6) VALUE 0.

      * The entry being checked for balance.
           77  WS-GRP-CLE          PIC X(50) VALUE SPACES.
           77  WS-GRP-LIGNE        PIC 9(6) VALUE 0.
           77  WS-GRP-DEBIT        PIC 9(9)V99 VALUE 0.
           77  WS-GRP-CREDIT       PIC 9(9)V99 VALUE 0.
           77  WS-NB-DESEQUILIBRES PIC 9(5) VALUE 0.

      * Balances and totals.
           77  WS-SOLDE            PIC S9(9)V99 VALUE 0.
           77  WS-TOT-DEBIT        PIC 9(10)V99 VALUE 0.
           77  WS-TOT-CREDIT       PIC 9(10)V99 VALUE 0.
           77  WS-TOT-SD           PIC 9(10)V99 VALUE 0.
           77  WS-TOT-SC           PIC 9(10)V99 VALUE 0.
           77  WS-ECART            PIC S9(10)V99 VALUE 0.
           77  WS-RESULTAT         PIC S9(9)V99 VALUE 0.
           77  WS-CPT-RESBEN       PIC X(8) VALUE SPACES.
           77  WS-CPT-RESPER       PIC X(8) VALUE SPACES.
           77  WS-NB-ANOUVEAUX     PIC 9(3) VALUE 0.
           77  WS-CLOTURE-FAITE    PIC X VALUE "N".
               88  WS-EXERCICE-CLOTURE VALUE "O".

      * Print editing.
           77  WS-DEB-ED           PIC Z(8)9.99.
           77  WS-CRE-ED           PIC Z(8)9.99.
           77  WS-SOLDE-ED         PIC -(9)9.99.
           77  WS-OUV-ED           PIC -(9)9.99.
           77  WS-TOT1-ED          PIC Z(9)9.99.
           77  WS-TOT2-ED          PIC Z(9)9.99.
           77  WS-ECART-ED         PIC -(10)9.99.

      * Closing journal line kit, same layout as F13's export.
           77  WS-MONTANT          PIC S9(9)V99 VALUE 0.
           77  WS-MONT-ED          PIC 9(8).99.
           77  WS-ZERO-ED          PIC 9(8).99 VALUE 0.
           77  WS-DATE-EC          PIC 9(8) VALUE 0.
           77  WS-LIBELLE          PIC X(42) VALUE SPACES.
           77  WS-CPT-CIBLE        PIC X(8) VALUE SPACES.
           77  WS-NB-ECRITURES     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM SAISIE-PERIODE.
           PERFORM CHARGE-COMPTES.
           PERFORM CHARGE-OUVERTURES.
           MOVE SPACES TO WS-NOM-GDL.
           STRING "GRAND_LIVRE_" WS-DU "_" WS-AU "_"
               FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-GDL.
           OPEN OUTPUT GDL-FILE.
           MOVE SPACES TO GDL-REC.
           STRING "Grand livre et balance du " WS-DU " au " WS-AU
               " - edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.
           PERFORM CONTROLE-JOURNAL.
           PERFORM EDITE-GRAND-LIVRE.
           PERFORM EDITE-BALANCE.
           CLOSE GDL-FILE.
           MOVE "GDLIVRE" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-DU TO WS-RPT-PERIODE.
           MOVE WS-NOM-GDL TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Rapport ecrit dans " WS-NOM-GDL.
           IF WS-DU(5:4) = "0101" AND WS-AU(5:4) = "1231"
               PERFORM PROPOSE-CLOTURE
           END-IF.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-PERIODE.
           DISPLAY "Grand livre et balance".
           PERFORM UNTIL WS-PERIODE-OK = "O"
               DISPLAY "Du (AAAAMMJJ) : " NO ADVANCING
               ACCEPT WS-DU
               DISPLAY "Au (AAAAMMJJ) : " NO ADVANCING
               ACCEPT WS-AU
               EVALUATE TRUE
                   WHEN WS-DU NOT NUMERIC OR WS-AU NOT NUMERIC
                       DISPLAY "Saisie non numerique - recommencez."
                   WHEN WS-DU > WS-AU
                       DISPLAY "Date de debut apres la date de fin."
                   WHEN WS-DU(1:4) NOT = WS-AU(1:4)
                       DISPLAY "La periode doit tenir dans un "
                           "exercice (une annee civile)."
                   WHEN OTHER
                       MOVE "O" TO WS-PERIODE-OK
               END-EVALUATE
           END-PERFORM.
           MOVE WS-DU(1:4) TO WS-ANNEE.
           COMPUTE WS-ANNEE-SUIV = WS-ANNEE + 1.

       CHARGE-COMPTES.
           MOVE 0 TO WS-NB-COMPTES.
           OPEN INPUT COMPTE-FILE.
           IF WS-FS-COMPTE = "00"
               MOVE LOW-VALUES TO CM-CODE
               START COMPTE-FILE KEY IS NOT LESS THAN CM-CODE
                   INVALID KEY MOVE "10" TO WS-FS-COMPTE
               END-START
               PERFORM UNTIL WS-FS-COMPTE = "10"
                       OR WS-NB-COMPTES = 100
                   READ COMPTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-COMPTE
                       NOT AT END
                           ADD 1 TO WS-NB-COMPTES
                           MOVE CM-COMPTE
                               TO WS-CMP-COMPTE(WS-NB-COMPTES)
                           MOVE CM-LIBELLE
                               TO WS-CMP-LIBELLE(WS-NB-COMPTES)
                   END-READ
               END-PERFORM
               CLOSE COMPTE-FILE
           END-IF.

      * The exercice's a-nouveaux, from the previous year's close.
       CHARGE-OUVERTURES.
           OPEN INPUT SOLDE-FILE.
           IF WS-FS-SOLDE = "00"
               MOVE WS-ANNEE TO SO-ANNEE
               MOVE LOW-VALUES TO SO-COMPTE
               START SOLDE-FILE KEY IS NOT LESS THAN SO-CLE
                   INVALID KEY MOVE "10" TO WS-FS-SOLDE
               END-START
               PERFORM UNTIL WS-FS-SOLDE = "10"
                   READ SOLDE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-SOLDE
                       NOT AT END
                           IF SO-ANNEE NOT = WS-ANNEE
                               MOVE "10" TO WS-FS-SOLDE
                           ELSE
                               MOVE SO-COMPTE TO WS-EC-COMPTE
                               PERFORM TROUVE-COMPTE-LG
                               IF K > 0
                                   COMPUTE WS-LG-OUVERTURE(K) =
                                       WS-LG-OUVERTURE(K)
                                       + SO-DEBIT - SO-CREDIT
                                   IF WS-LG-CONNU(K) = "N"
                                       MOVE SO-LIBELLE
                                           TO WS-LG-LIBELLE(K)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOLDE-FILE
           END-IF.

      * Finds the ledger row of WS-EC-COMPTE into K, inserting it
      * at its place in account order when first met (K = 0 once
      * the table is full).
       TROUVE-COMPTE-LG.
           MOVE 0 TO K.
           MOVE 1 TO WS-POS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-NB-LG OR K > 0
               IF WS-LG-COMPTE(I) = WS-EC-COMPTE
                   MOVE I TO K
               END-IF
               IF WS-LG-COMPTE(I) < WS-EC-COMPTE
                   COMPUTE WS-POS = I + 1
               END-IF
           END-PERFORM.
           IF K = 0 AND WS-NB-LG < 100
               PERFORM VARYING I FROM WS-NB-LG BY -1
                       UNTIL I < WS-POS
                   COMPUTE J = I + 1
                   MOVE WS-LG(I) TO WS-LG(J)
               END-PERFORM
               ADD 1 TO WS-NB-LG
               MOVE WS-POS TO K
               MOVE WS-EC-COMPTE TO WS-LG-COMPTE(K)
               MOVE 0 TO WS-LG-OUVERTURE(K) WS-LG-DEBIT(K)
                   WS-LG-CREDIT(K)
               MOVE "N" TO WS-LG-CONNU(K)
               MOVE "(compte inconnu)" TO WS-LG-LIBELLE(K)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NB-COMPTES
                   IF WS-CMP-COMPTE(I) = WS-EC-COMPTE
                       MOVE "O" TO WS-LG-CONNU(K)
                       MOVE WS-CMP-LIBELLE(I) TO WS-LG-LIBELLE(K)
                   END-IF
               END-PERFORM
           END-IF.

      * Splits the current ECRIN-REC into WS-EC-*; a line that does
      * not start with its 8-digit date (F13's trailer, blank lines)
      * is not a journal line. WS-ANO-TEXTE carries what is wrong
      * with a journal line, WS-EC-VALIDE whether it still counts.
       LIT-LIGNE.
           MOVE "N" TO WS-EC-JOURNAL WS-EC-VALIDE.
           MOVE SPACES TO WS-ANO-TEXTE.
           IF ECRIN-REC(1:8) NUMERIC
               MOVE "O" TO WS-EC-JOURNAL
               MOVE ECRIN-REC(1:8) TO WS-EC-DATE
               MOVE ECRIN-REC(10:8) TO WS-EC-COMPTE
               MOVE ECRIN-REC(43:42) TO WS-EC-LIBELLE
               MOVE 0 TO WS-EC-DEBIT WS-EC-CREDIT
               EVALUATE TRUE
                   WHEN ECRIN-REC(19:8) NOT NUMERIC
                     OR ECRIN-REC(27:1) NOT = "."
                     OR ECRIN-REC(28:2) NOT NUMERIC
                     OR ECRIN-REC(31:8) NOT NUMERIC
                     OR ECRIN-REC(39:1) NOT = "."
                     OR ECRIN-REC(40:2) NOT NUMERIC
                       MOVE "montants illisibles - ligne ignoree"
                           TO WS-ANO-TEXTE
                   WHEN WS-EC-COMPTE = SPACES
                       MOVE "compte absent - ligne ignoree"
                           TO WS-ANO-TEXTE
                   WHEN OTHER
                       COMPUTE WS-EC-DEBIT =
                           FUNCTION NUMVAL(ECRIN-REC(19:11))
                       COMPUTE WS-EC-CREDIT =
                           FUNCTION NUMVAL(ECRIN-REC(31:11))
                       MOVE "O" TO WS-EC-VALIDE
               END-EVALUATE
               IF WS-EC-EST-VALIDE
                   IF WS-EC-DEBIT = 0 AND WS-EC-CREDIT = 0
                       MOVE "N" TO WS-EC-VALIDE
                       MOVE "ligne sans montant - ignoree"
                           TO WS-ANO-TEXTE
                   END-IF
                   IF WS-EC-DEBIT > 0 AND WS-EC-CREDIT > 0
                       MOVE "debit et credit sur la meme ligne"
                           TO WS-ANO-TEXTE
                   END-IF
               END-IF
           END-IF.

      * First pass: the year's lines before the range build the
      * opening balances, the range's lines are checked and summed.
       CONTROLE-JOURNAL.
           MOVE SPACES TO GDL-REC.
           WRITE GDL-REC.
           MOVE "CONTROLE DU JOURNAL" TO GDL-REC.
           WRITE GDL-REC.
           MOVE 0 TO WS-NUM-LIGNE.
           MOVE SPACES TO WS-GRP-CLE.
           OPEN INPUT ECRIN-FILE.
           IF WS-FS-ECRIN NOT = "00"
               MOVE "ECRITURES.TXT introuvable - lancer F13."
                   TO GDL-REC
               WRITE GDL-REC
               DISPLAY "ECRITURES.TXT introuvable - lancer F13."
           ELSE
               PERFORM UNTIL WS-FS-ECRIN NOT = "00"
                   READ ECRIN-FILE
                       AT END MOVE "10" TO WS-FS-ECRIN
                       NOT AT END
                           ADD 1 TO WS-NUM-LIGNE
                           PERFORM LIT-LIGNE
                           IF WS-EC-EST-JOURNAL
                               PERFORM CONTROLE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FERME-GROUPE
               CLOSE ECRIN-FILE
           END-IF.
           MOVE SPACES TO GDL-REC.
           STRING WS-NB-LIGNES " ligne(s) dans la periode, "
               WS-NB-ANOMALIES " anomalie(s), dont "
               WS-NB-DESEQUILIBRES " ecriture(s) desequilibree(s)."
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.

       CONTROLE-LIGNE.
           IF WS-EC-DATE(1:4) = WS-ANNEE AND WS-EC-DATE < WS-DU
               IF WS-EC-EST-VALIDE
                   PERFORM TROUVE-COMPTE-LG
                   IF K > 0
                       COMPUTE WS-LG-OUVERTURE(K) = WS-LG-OUVERTURE(K)
                           + WS-EC-DEBIT - WS-EC-CREDIT
                   END-IF
               END-IF
           END-IF.
           IF WS-EC-DATE NOT < WS-DU AND WS-EC-DATE NOT > WS-AU
               ADD 1 TO WS-NB-LIGNES
               IF WS-EC-EST-VALIDE
                   PERFORM TROUVE-COMPTE-LG
                   IF K = 0
                       MOVE "table des comptes pleine - ignoree"
                           TO WS-ANO-TEXTE
                   ELSE
                       ADD WS-EC-DEBIT TO WS-LG-DEBIT(K)
                       ADD WS-EC-CREDIT TO WS-LG-CREDIT(K)
                       IF WS-LG-CONNU(K) = "N"
                          AND WS-ANO-TEXTE = SPACES
                           MOVE "compte inconnu de COMPTES.DAT"
                               TO WS-ANO-TEXTE
                       END-IF
                   END-IF
                   IF ECRIN-REC(1:8) NOT = WS-GRP-CLE(1:8)
                      OR WS-EC-LIBELLE NOT = WS-GRP-CLE(9:42)
                       PERFORM FERME-GROUPE
                       MOVE ECRIN-REC(1:8) TO WS-GRP-CLE(1:8)
                       MOVE WS-EC-LIBELLE TO WS-GRP-CLE(9:42)
                       MOVE WS-NUM-LIGNE TO WS-GRP-LIGNE
                       MOVE 0 TO WS-GRP-DEBIT WS-GRP-CREDIT
                   END-IF
                   ADD WS-EC-DEBIT TO WS-GRP-DEBIT
                   ADD WS-EC-CREDIT TO WS-GRP-CREDIT
               END-IF
               IF WS-ANO-TEXTE NOT = SPACES
                   PERFORM ECRIT-ANOMALIE
               END-IF
           END-IF.

      * An entry is closed when the next line changes date or
      * libelle; its two sides must agree.
       FERME-GROUPE.
           IF WS-GRP-CLE NOT = SPACES
              AND WS-GRP-DEBIT NOT = WS-GRP-CREDIT
               ADD 1 TO WS-NB-DESEQUILIBRES
               ADD 1 TO WS-NB-ANOMALIES
               MOVE WS-GRP-DEBIT TO WS-DEB-ED
               MOVE WS-GRP-CREDIT TO WS-CRE-ED
               MOVE SPACES TO GDL-REC
               STRING "Ligne " WS-GRP-LIGNE " : ecriture "
                   "desequilibree - debit " WS-DEB-ED " credit "
                   WS-CRE-ED
                   DELIMITED BY SIZE INTO GDL-REC
               WRITE GDL-REC
               MOVE SPACES TO GDL-REC
               STRING "    " WS-GRP-CLE(1:8) " " WS-GRP-CLE(9:42)
                   DELIMITED BY SIZE INTO GDL-REC
               WRITE GDL-REC
           END-IF.
           MOVE SPACES TO WS-GRP-CLE.

       ECRIT-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO GDL-REC.
           STRING "Ligne " WS-NUM-LIGNE " : " WS-ANO-TEXTE
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.
           MOVE SPACES TO GDL-REC.
           STRING "    " ECRIN-REC(1:100)
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.

      * One account at a time, rereading the journal for its lines
      * in the range with the running balance.
       EDITE-GRAND-LIVRE.
           MOVE SPACES TO GDL-REC.
           WRITE GDL-REC.
           MOVE "GRAND LIVRE" TO GDL-REC.
           WRITE GDL-REC.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NB-LG
               IF WS-LG-OUVERTURE(K) NOT = 0
                  OR WS-LG-DEBIT(K) > 0 OR WS-LG-CREDIT(K) > 0
                   PERFORM EDITE-COMPTE
               END-IF
           END-PERFORM.

       EDITE-COMPTE.
           MOVE SPACES TO GDL-REC.
           WRITE GDL-REC.
           MOVE WS-LG-OUVERTURE(K) TO WS-SOLDE WS-OUV-ED.
           MOVE SPACES TO GDL-REC.
           STRING "Compte " WS-LG-COMPTE(K) " " WS-LG-LIBELLE(K)
               "   solde d'ouverture " WS-OUV-ED
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.
           OPEN INPUT ECRIN-FILE.
           IF WS-FS-ECRIN = "00"
               PERFORM UNTIL WS-FS-ECRIN NOT = "00"
                   READ ECRIN-FILE
                       AT END MOVE "10" TO WS-FS-ECRIN
                       NOT AT END
                           PERFORM LIT-LIGNE
                           IF WS-EC-EST-VALIDE
                              AND WS-EC-COMPTE = WS-LG-COMPTE(K)
                              AND WS-EC-DATE NOT < WS-DU
                              AND WS-EC-DATE NOT > WS-AU
                               PERFORM EDITE-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECRIN-FILE
           END-IF.
           MOVE WS-LG-DEBIT(K) TO WS-DEB-ED.
           MOVE WS-LG-CREDIT(K) TO WS-CRE-ED.
           MOVE WS-SOLDE TO WS-SOLDE-ED.
           MOVE SPACES TO GDL-REC.
           STRING "         Total compte "
               "                            " WS-DEB-ED " "
               WS-CRE-ED " " WS-SOLDE-ED
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.

       EDITE-MOUVEMENT.
           COMPUTE WS-SOLDE = WS-SOLDE + WS-EC-DEBIT - WS-EC-CREDIT.
           MOVE WS-EC-DEBIT TO WS-DEB-ED.
           MOVE WS-EC-CREDIT TO WS-CRE-ED.
           MOVE WS-SOLDE TO WS-SOLDE-ED.
           MOVE SPACES TO GDL-REC.
           STRING WS-EC-DATE " " WS-EC-LIBELLE " " WS-DEB-ED " "
               WS-CRE-ED " " WS-SOLDE-ED
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.

       EDITE-BALANCE.
           MOVE SPACES TO GDL-REC.
           WRITE GDL-REC.
           MOVE "BALANCE" TO GDL-REC.
           WRITE GDL-REC.
           MOVE SPACES TO GDL-REC.
           STRING "Compte   Libelle                          "
               "Ouverture        Debit       Credit  "
               "Solde debit.  Solde credit."
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.
           MOVE 0 TO WS-TOT-DEBIT WS-TOT-CREDIT WS-TOT-SD WS-TOT-SC.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NB-LG
               IF WS-LG-OUVERTURE(K) NOT = 0
                  OR WS-LG-DEBIT(K) > 0 OR WS-LG-CREDIT(K) > 0
                   PERFORM EDITE-LIGNE-BALANCE
               END-IF
           END-PERFORM.
           MOVE SPACES TO GDL-REC.
           WRITE GDL-REC.
           MOVE WS-TOT-DEBIT TO WS-TOT1-ED.
           MOVE WS-TOT-CREDIT TO WS-TOT2-ED.
           MOVE SPACES TO GDL-REC.
           STRING "Mouvements de la periode : debit " WS-TOT1-ED
               " credit " WS-TOT2-ED
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.
           COMPUTE WS-ECART = WS-TOT-DEBIT - WS-TOT-CREDIT.
           PERFORM ECRIT-VERDICT.
           MOVE WS-TOT-SD TO WS-TOT1-ED.
           MOVE WS-TOT-SC TO WS-TOT2-ED.
           MOVE SPACES TO GDL-REC.
           STRING "Soldes de fin de periode : debiteurs " WS-TOT1-ED
               " crediteurs " WS-TOT2-ED
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.
           COMPUTE WS-ECART = WS-TOT-SD - WS-TOT-SC.
           PERFORM ECRIT-VERDICT.

       EDITE-LIGNE-BALANCE.
           COMPUTE WS-SOLDE = WS-LG-OUVERTURE(K)
               + WS-LG-DEBIT(K) - WS-LG-CREDIT(K).
           ADD WS-LG-DEBIT(K) TO WS-TOT-DEBIT.
           ADD WS-LG-CREDIT(K) TO WS-TOT-CREDIT.
           MOVE WS-LG-OUVERTURE(K) TO WS-OUV-ED.
           MOVE WS-LG-DEBIT(K) TO WS-DEB-ED.
           MOVE WS-LG-CREDIT(K) TO WS-CRE-ED.
           IF WS-SOLDE < 0
               COMPUTE WS-TOT-SC = WS-TOT-SC - WS-SOLDE
               MOVE 0 TO WS-TOT1-ED
               COMPUTE WS-TOT2-ED = 0 - WS-SOLDE
           ELSE
               ADD WS-SOLDE TO WS-TOT-SD
               MOVE WS-SOLDE TO WS-TOT1-ED
               MOVE 0 TO WS-TOT2-ED
           END-IF.
           MOVE SPACES TO GDL-REC.
           STRING WS-LG-COMPTE(K) " " WS-LG-LIBELLE(K) " " WS-OUV-ED
               " " WS-DEB-ED " " WS-CRE-ED " " WS-TOT1-ED " "
               WS-TOT2-ED
               DELIMITED BY SIZE INTO GDL-REC.
           WRITE GDL-REC.

       ECRIT-VERDICT.
           MOVE SPACES TO GDL-REC.
           IF WS-ECART = 0
               MOVE "  -> equilibre (debit = credit)" TO GDL-REC
           ELSE
               MOVE WS-ECART TO WS-ECART-ED
               STRING "  -> DESEQUILIBRE, ecart " WS-ECART-ED
                   DELIMITED BY SIZE INTO GDL-REC
           END-IF.
           WRITE GDL-REC.

      * Year-end close, only over a balanced whole exercice.
       PROPOSE-CLOTURE.
           IF WS-NB-LIGNES = 0
               DISPLAY "Aucune ecriture sur l'exercice - pas de "
                   "cloture."
           ELSE
               IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT
                  OR WS-TOT-SD NOT = WS-TOT-SC
                   DISPLAY "Balance desequilibree - cloture "
                       "impossible, voir " WS-NOM-GDL
               ELSE
                   DISPLAY "Cloturer l'exercice " WS-ANNEE
                       " et generer les a-nouveaux " WS-ANNEE-SUIV
                       " ? (O/N) : " NO ADVANCING
                   ACCEPT WS-REPONSE
                   IF WS-REPONSE = "O" OR WS-REPONSE = "o"
                       PERFORM CLOTURE-EXERCICE
                   END-IF
               END-IF
           END-IF.

       CLOTURE-EXERCICE.
           PERFORM CHARGE-COMPTES-RESULTAT.
           MOVE SPACES TO WS-NOM-CLO.
           STRING "CLOTURE_" WS-ANNEE "_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-CLO.
           OPEN OUTPUT CLO-FILE.
      * Classes 6 and 7 are closed to the result at 31/12.
           MOVE 0 TO WS-RESULTAT.
           COMPUTE WS-DATE-EC = WS-ANNEE * 10000 + 1231.
           MOVE SPACES TO WS-LIBELLE.
           STRING "CLOTURE EXERCICE " WS-ANNEE
               DELIMITED BY SIZE INTO WS-LIBELLE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NB-LG
               IF WS-LG-COMPTE(K)(1:1) = "6"
                  OR WS-LG-COMPTE(K)(1:1) = "7"
                   PERFORM SOLDE-GESTION
               END-IF
           END-PERFORM.
           IF WS-RESULTAT NOT < 0
               MOVE WS-CPT-RESBEN TO WS-EC-COMPTE
           ELSE
               MOVE WS-CPT-RESPER TO WS-EC-COMPTE
           END-IF.
           IF WS-RESULTAT NOT = 0
               MOVE WS-EC-COMPTE TO WS-CPT-CIBLE
               IF WS-RESULTAT > 0
                   MOVE WS-RESULTAT TO WS-MONTANT
                   PERFORM ECRIT-CLO-CREDIT
               ELSE
                   COMPUTE WS-MONTANT = 0 - WS-RESULTAT
                   PERFORM ECRIT-CLO-DEBIT
               END-IF
               PERFORM TROUVE-COMPTE-LG
               IF K > 0
                   COMPUTE WS-LG-OUVERTURE(K) =
                       WS-LG-OUVERTURE(K) - WS-RESULTAT
               END-IF
           END-IF.
      * Balance-sheet accounts carried forward at 01/01.
           PERFORM PURGE-ANOUVEAUX.
           OPEN I-O SOLDE-FILE.
           IF WS-FS-SOLDE = "35"
               OPEN OUTPUT SOLDE-FILE
               CLOSE SOLDE-FILE
               OPEN I-O SOLDE-FILE
           END-IF.
           COMPUTE WS-DATE-EC = WS-ANNEE-SUIV * 10000 + 101.
           MOVE SPACES TO WS-LIBELLE.
           STRING "A NOUVEAU " WS-ANNEE-SUIV
               DELIMITED BY SIZE INTO WS-LIBELLE.
           MOVE 0 TO WS-NB-ANOUVEAUX.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NB-LG
               IF WS-LG-COMPTE(K)(1:1) NOT = "6"
                  AND WS-LG-COMPTE(K)(1:1) NOT = "7"
                   PERFORM REPORTE-SOLDE
               END-IF
           END-PERFORM.
           CLOSE SOLDE-FILE.
           MOVE SPACES TO CLO-REC.
           STRING WS-NB-ECRITURES " ligne(s) de cloture et "
               "d'a-nouveaux."
               DELIMITED BY SIZE INTO CLO-REC.
           WRITE CLO-REC.
           CLOSE CLO-FILE.
           MOVE "CLOTURE" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-ANNEE TO WS-RPT-PERIODE.
           MOVE WS-NOM-CLO TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           MOVE "O" TO WS-CLOTURE-FAITE.
           MOVE WS-RESULTAT TO WS-ECART-ED.
           DISPLAY "Exercice " WS-ANNEE " cloture, resultat "
               WS-ECART-ED " - " WS-NB-ANOUVEAUX
               " a-nouveau(x), ecritures dans " WS-NOM-CLO.
           PERFORM CONTROLE-EXERCICE-SUIVANT.

      * Zeroes one income/expense account against the result.
       SOLDE-GESTION.
           COMPUTE WS-SOLDE = WS-LG-OUVERTURE(K)
               + WS-LG-DEBIT(K) - WS-LG-CREDIT(K).
           IF WS-SOLDE NOT = 0
               MOVE WS-LG-COMPTE(K) TO WS-CPT-CIBLE
               IF WS-SOLDE > 0
                   MOVE WS-SOLDE TO WS-MONTANT
                   PERFORM ECRIT-CLO-CREDIT
               ELSE
                   COMPUTE WS-MONTANT = 0 - WS-SOLDE
                   PERFORM ECRIT-CLO-DEBIT
               END-IF
               SUBTRACT WS-SOLDE FROM WS-RESULTAT
           END-IF.

       REPORTE-SOLDE.
           COMPUTE WS-SOLDE = WS-LG-OUVERTURE(K)
               + WS-LG-DEBIT(K) - WS-LG-CREDIT(K).
           IF WS-SOLDE NOT = 0
               ADD 1 TO WS-NB-ANOUVEAUX
               MOVE WS-LG-COMPTE(K) TO WS-CPT-CIBLE
               MOVE WS-ANNEE-SUIV TO SO-ANNEE
               MOVE WS-LG-COMPTE(K) TO SO-COMPTE
               MOVE WS-LG-LIBELLE(K) TO SO-LIBELLE
               MOVE WS-CURR-DATE TO SO-DATE-CLOTURE
               MOVE SPACES TO SO-RESERVE
               IF WS-SOLDE > 0
                   MOVE WS-SOLDE TO WS-MONTANT SO-DEBIT
                   MOVE 0 TO SO-CREDIT
                   PERFORM ECRIT-CLO-DEBIT
               ELSE
                   COMPUTE WS-MONTANT = 0 - WS-SOLDE
                   MOVE WS-MONTANT TO SO-CREDIT
                   MOVE 0 TO SO-DEBIT
                   PERFORM ECRIT-CLO-CREDIT
               END-IF
               IF WS-FS-SOLDE = "00"
                   WRITE SOLDE-REC
                       INVALID KEY REWRITE SOLDE-REC
                   END-WRITE
               END-IF
           END-IF.

      * A rerun of the close replaces the next year's a-nouveaux.
       PURGE-ANOUVEAUX.
           OPEN I-O SOLDE-FILE.
           IF WS-FS-SOLDE = "00"
               MOVE WS-ANNEE-SUIV TO SO-ANNEE
               MOVE LOW-VALUES TO SO-COMPTE
               START SOLDE-FILE KEY IS NOT LESS THAN SO-CLE
                   INVALID KEY MOVE "10" TO WS-FS-SOLDE
               END-START
               PERFORM UNTIL WS-FS-SOLDE = "10"
                   READ SOLDE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-SOLDE
                       NOT AT END
                           IF SO-ANNEE NOT = WS-ANNEE-SUIV
                               MOVE "10" TO WS-FS-SOLDE
                           ELSE
                               DELETE SOLDE-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SOLDE-FILE.

      * The following exercice's own close started from the old
      * a-nouveaux; say so rather than leave it silently stale.
       CONTROLE-EXERCICE-SUIVANT.
           OPEN INPUT SOLDE-FILE.
           IF WS-FS-SOLDE = "00"
               COMPUTE SO-ANNEE = WS-ANNEE-SUIV + 1
               MOVE LOW-VALUES TO SO-COMPTE
               START SOLDE-FILE KEY IS NOT LESS THAN SO-CLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ SOLDE-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF SO-ANNEE = WS-ANNEE-SUIV + 1
                                   DISPLAY "Attention : l'exercice "
                                       WS-ANNEE-SUIV " est deja "
                                       "cloture - relancer sa "
                                       "cloture."
                               END-IF
                       END-READ
               END-START
               CLOSE SOLDE-FILE
           END-IF.

      * Adds the result postes to COMPTES.DAT when missing (an
      * existing row is never overwritten) and resolves them.
       CHARGE-COMPTES-RESULTAT.
           OPEN I-O COMPTE-FILE.
           IF WS-FS-COMPTE = "35"
               OPEN OUTPUT COMPTE-FILE
               CLOSE COMPTE-FILE
               OPEN I-O COMPTE-FILE
           END-IF.
           MOVE "120000" TO WS-CPT-RESBEN.
           MOVE "129000" TO WS-CPT-RESPER.
           IF WS-FS-COMPTE = "00"
               MOVE "RESBEN"   TO CM-CODE
               MOVE "120000"   TO CM-COMPTE
               MOVE "Resultat de l'exercice (excedent)"
                   TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "RESPER"   TO CM-CODE
               MOVE "129000"   TO CM-COMPTE
               MOVE "Resultat de l'exercice (deficit)"
                   TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "RESBEN" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-RESBEN
               END-READ
               MOVE "RESPER" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-RESPER
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

       ECRIT-CLO-DEBIT.
           MOVE WS-MONTANT TO WS-MONT-ED.
           MOVE SPACES TO CLO-REC.
           STRING WS-DATE-EC " " WS-CPT-CIBLE " " WS-MONT-ED " "
               WS-ZERO-ED " " WS-LIBELLE
               DELIMITED BY SIZE INTO CLO-REC.
           WRITE CLO-REC.
           ADD 1 TO WS-NB-ECRITURES.

       ECRIT-CLO-CREDIT.
           MOVE WS-MONTANT TO WS-MONT-ED.
           MOVE SPACES TO CLO-REC.
           STRING WS-DATE-EC " " WS-CPT-CIBLE " " WS-ZERO-ED " "
               WS-MONT-ED " " WS-LIBELLE
               DELIMITED BY SIZE INTO CLO-REC.
           WRITE CLO-REC.
           ADD 1 TO WS-NB-ECRITURES.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F96"              TO WS-AUDIT-PROGRAMME.
           MOVE "CONTROLE-JOURNAL" TO WS-AUDIT-PARAGRAPHE.
           IF WS-EXERCICE-CLOTURE
               MOVE "CLOTURE"      TO WS-AUDIT-ACTION
               STRING "cloture " WS-ANNEE ", " WS-NB-ANOUVEAUX
                   " a-nouveau(x) " WS-ANNEE-SUIV ", resultat "
                   WS-ECART-ED
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
           ELSE
               MOVE "RAPPORT"      TO WS-AUDIT-ACTION
               STRING "grand livre/balance " WS-DU "-" WS-AU ": "
                   WS-NB-LG " compte(s), " WS-NB-ANOMALIES
                   " anomalie(s)"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
           END-IF.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F96.

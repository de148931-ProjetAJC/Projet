       IDENTIFICATION DIVISION.
       PROGRAM-ID. F105.

      * Etat mensuel boutique: for an operator-chosen month
      * (previous month by default) this batch totals the F104 shop
      * sales (VENTEBOUT.DAT) per article - quantity, HT, TVA -
      * against the catalogue's stock on hand and reorder threshold,
      * splits the month between sales put on member accounts and
      * sales paid at the desk, and prints it all to
      * BOUTIQUE_AAAAMM_*.TXT with the articles to reorder flagged.
      * The month's sale lines are appended to ECRITURES.TXT (debit
      * client TTC, credit the BOUTIQUE shop revenue account HT and
      * TVA collectee) through BOUTIQUE-PROC.cpy - the same lines
      * F13 rebuilds when it exports a period, as F95 does for the
      * depreciation. The shop account is seeded in COMPTES.DAT
      * (707100) on first use.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT BTQRPT-FILE ASSIGN TO WS-NOM-BTQRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-BTQRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  BTQRPT-FILE.
       01  BTQRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-BTQRPT        PIC XX VALUE "00".
           77  WS-NOM-BTQRPT       PIC X(40) VALUE SPACES.

           77  WS-MOIS-SAISI       PIC 9(6) VALUE 0.
           77  WS-MOIS-AN          PIC 9(4) VALUE 0.
           77  WS-MOIS-MM          PIC 9(2) VALUE 0.
           77  WS-MOIS-DEB         PIC 9(8) VALUE 0.
           77  WS-MOIS-FIN         PIC 9(8) VALUE 0.
           77  WS-MOIS-SUIV        PIC 9(8) VALUE 0.

      * The catalogue, loaded once, with the month's sales
      * accumulated against each article.
           77  WS-NB-ARTICLES      PIC 9(3) VALUE 0.
           77  WS-AX               PIC 9(3) VALUE 0.
           77  WS-AX-TROUVE        PIC X VALUE "N".
           01  WS-BTQ-ARTICLES.
               05  WS-BQ-ARTICLE OCCURS 200.
                   10  WS-BQ-CODE      PIC X(6).
                   10  WS-BQ-LIBELLE   PIC X(30).
                   10  WS-BQ-STOCK     PIC S9(5).
                   10  WS-BQ-SEUIL     PIC 9(5).
                   10  WS-BQ-ETAT      PIC X.
                   10  WS-BQ-QTE       PIC 9(5).
                   10  WS-BQ-HT        PIC 9(7)V99.
                   10  WS-BQ-TVA       PIC 9(7)V99.

           77  WS-TOT-QTE          PIC 9(6) VALUE 0.
           77  WS-TOT-HT           PIC 9(7)V99 VALUE 0.
           77  WS-TOT-TVA          PIC 9(7)V99 VALUE 0.
           77  WS-TOT-TTC          PIC 9(7)V99 VALUE 0.
           77  WS-TOT-COMPTE       PIC 9(7)V99 VALUE 0.
           77  WS-TOT-COMPTANT     PIC 9(7)V99 VALUE 0.
           77  WS-NB-TICKETS       PIC 9(5) VALUE 0.
           77  WS-NB-HORS-CATAL    PIC 9(5) VALUE 0.
           77  WS-NB-REAPPRO       PIC 9(3) VALUE 0.
           77  WS-QTE-ED           PIC Z(4)9.
           77  WS-STOCK-ED         PIC -(5)9.
           77  WS-SEUIL-ED         PIC Z(4)9.
           77  WS-HT-ED            PIC Z(6)9.99.
           77  WS-TVA-ED           PIC Z(6)9.99.

      * Journal kit BOUTIQUE-PROC.cpy writes through.
           77  WS-DATE-EC          PIC 9(8) VALUE 0.
           77  WS-LIBELLE          PIC X(42) VALUE SPACES.
           77  WS-MONTANT          PIC S9(8)V99 VALUE 0.
           77  WS-MONT-ED          PIC 9(8).99.
           77  WS-ZERO-ED          PIC 9(8).99 VALUE 0.
           77  WS-CPT-CIBLE        PIC X(8) VALUE SPACES.
           77  WS-NB-ECRITURES     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM SAISIE-MOIS.
           PERFORM CHARGE-ARTICLES.
           PERFORM BALAYE-VENTES.
           PERFORM EDITE-ETAT.
           PERFORM ECRIT-JOURNAL.
           PERFORM FERME-ETAT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-MOIS.
           DISPLAY "Etat boutique - mois (AAAAMM, 0 = mois "
               "precedent) : " NO ADVANCING.
           ACCEPT WS-MOIS-SAISI.
           PERFORM UNTIL WS-MOIS-SAISI IS NUMERIC
                   AND (WS-MOIS-SAISI = 0
                        OR (WS-MOIS-SAISI (5:2) >= "01"
                            AND WS-MOIS-SAISI (5:2) <= "12"))
               DISPLAY "Saisie invalide. Mois (AAAAMM, 0 = mois "
                   "precedent) : " NO ADVANCING
               ACCEPT WS-MOIS-SAISI
           END-PERFORM.
           IF WS-MOIS-SAISI = 0
               MOVE WS-CURR-YEAR  TO WS-MOIS-AN
               MOVE WS-CURR-MONTH TO WS-MOIS-MM
               IF WS-MOIS-MM = 1
                   MOVE 12 TO WS-MOIS-MM
                   SUBTRACT 1 FROM WS-MOIS-AN
               ELSE
                   SUBTRACT 1 FROM WS-MOIS-MM
               END-IF
           ELSE
               MOVE WS-MOIS-SAISI (1:4) TO WS-MOIS-AN
               MOVE WS-MOIS-SAISI (5:2) TO WS-MOIS-MM
           END-IF.
           COMPUTE WS-MOIS-DEB = WS-MOIS-AN * 10000
               + WS-MOIS-MM * 100 + 1.
           IF WS-MOIS-MM = 12
               COMPUTE WS-MOIS-SUIV = (WS-MOIS-AN + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-MOIS-SUIV = WS-MOIS-DEB + 100
           END-IF.
           COMPUTE WS-MOIS-FIN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIV) - 1).

       CHARGE-ARTICLES.
           MOVE 0 TO WS-NB-ARTICLES.
           OPEN INPUT ARTICLE-FILE.
           IF WS-FS-ARTICLE = "00"
               MOVE LOW-VALUES TO AE-CODE
               START ARTICLE-FILE KEY IS NOT LESS THAN AE-CODE
                   INVALID KEY MOVE "10" TO WS-FS-ARTICLE
               END-START
               PERFORM UNTIL WS-FS-ARTICLE = "10"
                   READ ARTICLE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ARTICLE
                       NOT AT END
                           IF WS-NB-ARTICLES < 200
                               ADD 1 TO WS-NB-ARTICLES
                               MOVE AE-CODE
                                   TO WS-BQ-CODE(WS-NB-ARTICLES)
                               MOVE AE-LIBELLE
                                   TO WS-BQ-LIBELLE(WS-NB-ARTICLES)
                               MOVE AE-QUANTITE
                                   TO WS-BQ-STOCK(WS-NB-ARTICLES)
                               MOVE AE-SEUIL
                                   TO WS-BQ-SEUIL(WS-NB-ARTICLES)
                               MOVE AE-ETAT
                                   TO WS-BQ-ETAT(WS-NB-ARTICLES)
                               MOVE 0 TO WS-BQ-QTE(WS-NB-ARTICLES)
                               MOVE 0 TO WS-BQ-HT(WS-NB-ARTICLES)
                               MOVE 0 TO WS-BQ-TVA(WS-NB-ARTICLES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARTICLE-FILE
           END-IF.

      * The month's sale lines through the sale-date key; the
      * first line of each ticket counts the ticket.
       BALAYE-VENTES.
           OPEN INPUT VENTEBOUT-FILE.
           IF WS-FS-VENTEBOUT = "00"
               MOVE WS-MOIS-DEB TO BT-DATE
               START VENTEBOUT-FILE KEY IS NOT LESS THAN BT-DATE
                   INVALID KEY MOVE "10" TO WS-FS-VENTEBOUT
               END-START
               PERFORM UNTIL WS-FS-VENTEBOUT = "10"
                   READ VENTEBOUT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VENTEBOUT
                       NOT AT END
                           IF BT-DATE > WS-MOIS-FIN
                               MOVE "10" TO WS-FS-VENTEBOUT
                           ELSE
                               PERFORM CUMULE-VENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTEBOUT-FILE
           END-IF.

       CUMULE-VENTE.
           IF BT-LIGNE = 1
               ADD 1 TO WS-NB-TICKETS
           END-IF.
           ADD BT-QUANTITE TO WS-TOT-QTE.
           ADD BT-MONTANT-HT TO WS-TOT-HT.
           ADD BT-MONTANT-TVA TO WS-TOT-TVA.
           IF BT-AU-COMPTE
               ADD BT-MONTANT-HT BT-MONTANT-TVA TO WS-TOT-COMPTE
           ELSE
               ADD BT-MONTANT-HT BT-MONTANT-TVA TO WS-TOT-COMPTANT
           END-IF.
           MOVE "N" TO WS-AX-TROUVE.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-ARTICLES OR WS-AX-TROUVE = "O"
               IF WS-BQ-CODE(WS-AX) = BT-CODE
                   MOVE "O" TO WS-AX-TROUVE
                   ADD BT-QUANTITE TO WS-BQ-QTE(WS-AX)
                   ADD BT-MONTANT-HT TO WS-BQ-HT(WS-AX)
                   ADD BT-MONTANT-TVA TO WS-BQ-TVA(WS-AX)
               END-IF
           END-PERFORM.
           IF WS-AX-TROUVE = "N"
               ADD 1 TO WS-NB-HORS-CATAL
           END-IF.

       EDITE-ETAT.
           MOVE SPACES TO WS-NOM-BTQRPT.
           STRING "BOUTIQUE_" WS-MOIS-AN WS-MOIS-MM "_"
               FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-BTQRPT.
           OPEN OUTPUT BTQRPT-FILE.
           MOVE SPACES TO BTQRPT-REC.
           STRING "Etat boutique du mois " WS-MOIS-MM "/" WS-MOIS-AN
               " - edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO BTQRPT-REC.
           WRITE BTQRPT-REC.
           MOVE SPACES TO BTQRPT-REC.
           WRITE BTQRPT-REC.
           MOVE SPACES TO BTQRPT-REC.
           STRING "Code   Libelle                        Vendus"
               "     Ventes HT        TVA  Stock  Seuil"
               DELIMITED BY SIZE INTO BTQRPT-REC.
           WRITE BTQRPT-REC.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-NB-ARTICLES
               PERFORM EDITE-ARTICLE
           END-PERFORM.
           MOVE SPACES TO BTQRPT-REC.
           WRITE BTQRPT-REC.
           COMPUTE WS-TOT-TTC = WS-TOT-HT + WS-TOT-TVA.
           MOVE WS-TOT-QTE TO WS-QTE-ED.
           MOVE WS-TOT-HT TO WS-HT-ED.
           MOVE WS-TOT-TVA TO WS-TVA-ED.
           MOVE SPACES TO BTQRPT-REC.
           STRING "Total du mois: " WS-NB-TICKETS " ticket(s), "
               WS-QTE-ED " article(s), HT " WS-HT-ED " TVA "
               WS-TVA-ED DELIMITED BY SIZE INTO BTQRPT-REC.
           WRITE BTQRPT-REC.
           MOVE WS-TOT-TTC TO WS-HT-ED.
           MOVE SPACES TO BTQRPT-REC.
           STRING "Total TTC " WS-HT-ED DELIMITED BY SIZE
               INTO BTQRPT-REC.
           WRITE BTQRPT-REC.
           MOVE WS-TOT-COMPTE TO WS-HT-ED.
           MOVE WS-TOT-COMPTANT TO WS-TVA-ED.
           MOVE SPACES TO BTQRPT-REC.
           STRING "  dont porte aux comptes membres " WS-HT-ED
               ", regle au comptoir " WS-TVA-ED
               DELIMITED BY SIZE INTO BTQRPT-REC.
           WRITE BTQRPT-REC.
           IF WS-NB-HORS-CATAL > 0
               MOVE SPACES TO BTQRPT-REC
               STRING "  " WS-NB-HORS-CATAL " ligne(s) d'articles "
                   "sortis du catalogue comptee(s) au total seul."
                   DELIMITED BY SIZE INTO BTQRPT-REC
               WRITE BTQRPT-REC
           END-IF.
           MOVE SPACES TO BTQRPT-REC.
           STRING WS-NB-REAPPRO " article(s) a reapprovisionner."
               DELIMITED BY SIZE INTO BTQRPT-REC.
           WRITE BTQRPT-REC.

      * An article on sale at or under its threshold is flagged;
      * a withdrawn one is listed for its sales only.
       EDITE-ARTICLE.
           MOVE WS-BQ-QTE(WS-AX) TO WS-QTE-ED.
           MOVE WS-BQ-HT(WS-AX) TO WS-HT-ED.
           MOVE WS-BQ-TVA(WS-AX) TO WS-TVA-ED.
           MOVE WS-BQ-STOCK(WS-AX) TO WS-STOCK-ED.
           MOVE WS-BQ-SEUIL(WS-AX) TO WS-SEUIL-ED.
           MOVE SPACES TO BTQRPT-REC.
           STRING WS-BQ-CODE(WS-AX) " " WS-BQ-LIBELLE(WS-AX) " "
               WS-QTE-ED " " WS-HT-ED " " WS-TVA-ED " "
               WS-STOCK-ED " " WS-SEUIL-ED
               DELIMITED BY SIZE INTO BTQRPT-REC.
           IF WS-BQ-ETAT(WS-AX) = "R"
               MOVE "RETIRE" TO BTQRPT-REC(95:6)
           ELSE
               IF WS-BQ-STOCK(WS-AX) NOT > WS-BQ-SEUIL(WS-AX)
                   MOVE "A REAPPROVISIONNER" TO BTQRPT-REC(95:18)
                   ADD 1 TO WS-NB-REAPPRO
               END-IF
           END-IF.
           WRITE BTQRPT-REC.

       ECRIT-JOURNAL.
           PERFORM CHARGE-COMPTES-BOUTIQUE.
           MOVE WS-MOIS-DEB TO WS-BTQ-DU.
           MOVE WS-MOIS-FIN TO WS-BTQ-AU.
           OPEN EXTEND ECRITURE-FILE.
           IF WS-FS-ECRITURE = "35"
               OPEN OUTPUT ECRITURE-FILE
           END-IF.
           PERFORM BALAYE-VENTES-BOUTIQUE.
           CLOSE ECRITURE-FILE.

       FERME-ETAT.
           MOVE SPACES TO BTQRPT-REC.
           STRING WS-NB-ECRITURES " ecriture(s) ajoutee(s) a "
               "ECRITURES.TXT - compte ventes boutique "
               WS-BTQ-CPT-VENTE DELIMITED BY SIZE INTO BTQRPT-REC.
           WRITE BTQRPT-REC.
           CLOSE BTQRPT-FILE.
           MOVE "BOUTIQUE" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           STRING WS-MOIS-AN WS-MOIS-MM DELIMITED BY SIZE
               INTO WS-RPT-PERIODE.
           MOVE WS-NOM-BTQRPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Etat ecrit dans " WS-NOM-BTQRPT.

       ECRIT-LIGNE-DEBIT.
           MOVE WS-MONTANT TO WS-MONT-ED.
           MOVE SPACES TO EC-LIGNE.
           STRING WS-DATE-EC " " WS-CPT-CIBLE " " WS-MONT-ED " "
               WS-ZERO-ED " " WS-LIBELLE
               DELIMITED BY SIZE INTO EC-LIGNE.
           WRITE ECRITURE-REC.
           ADD 1 TO WS-NB-ECRITURES.

       ECRIT-LIGNE-CREDIT.
           MOVE WS-MONTANT TO WS-MONT-ED.
           MOVE SPACES TO EC-LIGNE.
           STRING WS-DATE-EC " " WS-CPT-CIBLE " " WS-ZERO-ED " "
               WS-MONT-ED " " WS-LIBELLE
               DELIMITED BY SIZE INTO EC-LIGNE.
           WRITE ECRITURE-REC.
           ADD 1 TO WS-NB-ECRITURES.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"          TO WS-OPERATEUR.
           MOVE "F105"           TO WS-AUDIT-PROGRAMME.
           MOVE "BALAYE-VENTES"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"        TO WS-AUDIT-ACTION.
           STRING "boutique " WS-MOIS-AN WS-MOIS-MM ": "
               WS-NB-TICKETS " ticket(s), " WS-NB-ECRITURES
               " ecriture(s)" DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "BOUTIQUE-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F105.

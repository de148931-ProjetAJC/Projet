       IDENTIFICATION DIVISION.
       PROGRAM-ID. F95.

      * Amortissements de l'exercice: the year-end depreciation
      * run over the fixed-asset register (IMMO.DAT, kept through
      * F94). For the exercice keyed by the accountant, each asset
      * not yet charged for it gets its charge - linear on cost less
      * residual value over the duration, or declining balance at
      * the fiscal coefficient (1.25 up to 4 years, 1.75 for 5-6,
      * 2.25 beyond) switching to linear on the remaining years when
      * that is higher - prorated by month in the year of purchase
      * and of disposal, never beyond the depreciable base. The
      * charge is added to IB-CUMUL and the year noted, so a rerun
      * charges nothing twice. A disposal recorded in F94 (or opened
      * by F4 archiving the aircraft) is charged up to its month and
      * then leaves the books. The legal schedule (gross value,
      * depreciation brought forward, charge, accumulated, net book
      * value) is printed and cataloged for F35, and the entries are
      * appended to ECRITURES.TXT - the same lines F13 rebuilds from
      * IMMO.DAT when it next exports a period covering them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT AMORT-FILE ASSIGN TO WS-NOM-AMORT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-AMORT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  AMORT-FILE.
       01  AMORT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-AMORT         PIC XX VALUE "00".
           77  WS-NOM-AMORT        PIC X(40) VALUE SPACES.
           77  WS-EXERCICE         PIC 9(4) VALUE 0.
           77  WS-NB-IMMOS         PIC 9(5) VALUE 0.
           77  WS-NB-DOTATIONS     PIC 9(5) VALUE 0.
           77  WS-NB-SORTIES       PIC 9(5) VALUE 0.
           77  WS-NB-ECRITURES     PIC 9(5) VALUE 0.

      * Journal line kit, same layout as F13's export.
           77  WS-MONTANT          PIC S9(8)V99 VALUE 0.
           77  WS-MONT-ED          PIC 9(8).99.
           77  WS-ZERO-ED          PIC 9(8).99 VALUE 0.
           77  WS-DATE-EC          PIC 9(8) VALUE 0.
           77  WS-LIBELLE          PIC X(42) VALUE SPACES.
           77  WS-CPT-CIBLE        PIC X(8) VALUE SPACES.
           77  WS-CPT-BANQUE       PIC X(8) VALUE SPACES.

      * One asset's computation.
           77  WS-AN-ACQ           PIC 9(4) VALUE 0.
           77  WS-MOIS-ACQ         PIC 9(2) VALUE 0.
           77  WS-AN-CESSION       PIC 9(4) VALUE 0.
           77  WS-MOIS-CESSION     PIC 9(2) VALUE 0.
           77  WS-MOIS-DEBUT       PIC 9(2) VALUE 0.
           77  WS-MOIS-FIN         PIC 9(2) VALUE 0.
           77  WS-NB-MOIS          PIC 9(2) VALUE 0.
           77  WS-BASE             PIC 9(8)V99 VALUE 0.
           77  WS-RESTE            PIC S9(8)V99 VALUE 0.
           77  WS-ANNUITE          PIC 9(8)V99 VALUE 0.
           77  WS-DEGRESSIF        PIC 9(8)V99 VALUE 0.
           77  WS-LIN-RESTE        PIC 9(8)V99 VALUE 0.
           77  WS-COEF             PIC 9V99 VALUE 0.
           77  WS-ANS-ECOULES      PIC S9(4) VALUE 0.
           77  WS-ANS-RESTANTS     PIC S9(4) VALUE 0.
           77  WS-DOTATION         PIC 9(8)V99 VALUE 0.
           77  WS-CUMUL-DEBUT      PIC 9(8)V99 VALUE 0.
           77  WS-VNC-FIN          PIC 9(8)V99 VALUE 0.
           77  WS-RESULTAT-CESSION PIC S9(8)V99 VALUE 0.
           77  WS-RESULTAT-ED      PIC -(8)9.99.
           77  WS-SORT             PIC X VALUE "N".
               88  WS-SORT-CETTE-ANNEE VALUE "O".

           77  WS-TOT-BRUT         PIC 9(9)V99 VALUE 0.
           77  WS-TOT-DOTATION     PIC 9(9)V99 VALUE 0.
           77  WS-TOT-CUMUL        PIC 9(9)V99 VALUE 0.
           77  WS-TOT-VNC          PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM SAISIE-EXERCICE.
           PERFORM CHARGE-COMPTES-IMMO.
           PERFORM CHARGE-COMPTE-BANQUE.
           MOVE SPACES TO WS-NOM-AMORT.
           STRING "AMORTISSEMENTS_" WS-EXERCICE "_"
               FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-AMORT.
           OPEN OUTPUT AMORT-FILE.
           MOVE SPACES TO AMORT-REC.
           STRING "Tableau des amortissements - exercice " WS-EXERCICE
               " - edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR
               DELIMITED BY SIZE INTO AMORT-REC.
           WRITE AMORT-REC.
           MOVE SPACES TO AMORT-REC.
           STRING "Numero Libelle                        Acquis   "
               "M Du  Valeur brute  Amort. debut  Dotation     "
               "Amort. fin    VNC fin"
               DELIMITED BY SIZE INTO AMORT-REC.
           WRITE AMORT-REC.
           OPEN EXTEND ECRITURE-FILE.
           IF WS-FS-ECRITURE = "35"
               OPEN OUTPUT ECRITURE-FILE
           END-IF.
           PERFORM BALAYE-IMMOS.
           CLOSE ECRITURE-FILE.
           MOVE SPACES TO AMORT-REC.
           WRITE AMORT-REC.
           MOVE SPACES TO AMORT-REC.
           STRING "Totaux : brut " WS-TOT-BRUT " dotations "
               WS-TOT-DOTATION " amort. cumules " WS-TOT-CUMUL
               " VNC " WS-TOT-VNC
               DELIMITED BY SIZE INTO AMORT-REC.
           WRITE AMORT-REC.
           MOVE SPACES TO AMORT-REC.
           STRING WS-NB-IMMOS " immobilisation(s), " WS-NB-DOTATIONS
               " dotation(s), " WS-NB-SORTIES " sortie(s), "
               WS-NB-ECRITURES " ecriture(s) ajoutee(s) au journal."
               DELIMITED BY SIZE INTO AMORT-REC.
           WRITE AMORT-REC.
           CLOSE AMORT-FILE.
           MOVE "AMORT" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-EXERCICE TO WS-RPT-PERIODE.
           MOVE WS-NOM-AMORT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           DISPLAY "Rapport ecrit dans " WS-NOM-AMORT.
           STOP RUN.

       SAISIE-EXERCICE.
           DISPLAY "Amortissements - exercice (AAAA) : " NO ADVANCING.
           ACCEPT WS-EXERCICE.
           PERFORM UNTIL WS-EXERCICE IS NUMERIC AND WS-EXERCICE > 0
               DISPLAY "Saisie invalide. Exercice (AAAA) : "
                   NO ADVANCING
               ACCEPT WS-EXERCICE
           END-PERFORM.

       CHARGE-COMPTE-BANQUE.
           MOVE "512000" TO WS-CPT-BANQUE.
           OPEN INPUT COMPTE-FILE.
           IF WS-FS-COMPTE = "00"
               MOVE "BANQUE" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-BANQUE
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

       BALAYE-IMMOS.
           OPEN I-O IMMO-FILE.
           IF WS-FS-IMMO = "00"
               MOVE LOW-VALUES TO IB-ID
               START IMMO-FILE KEY IS NOT LESS THAN IB-ID
                   INVALID KEY MOVE "10" TO WS-FS-IMMO
               END-START
               PERFORM UNTIL WS-FS-IMMO = "10"
                   READ IMMO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-IMMO
                       NOT AT END
                           MOVE IB-DATE-ACQ (1:4) TO WS-AN-ACQ
                           IF NOT IB-SORTIE
                              AND WS-AN-ACQ NOT > WS-EXERCICE
                               PERFORM TRAITE-IMMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMMO-FILE
           END-IF.

      * An asset already charged for the exercice is only listed,
      * so a rerun reprints the schedule without posting again.
       TRAITE-IMMO.
           ADD 1 TO WS-NB-IMMOS.
           IF IB-DERNIER-EXERCICE NOT < WS-EXERCICE
               COMPUTE WS-CUMUL-DEBUT = IB-CUMUL - IB-DOTATION-AN
               MOVE IB-DOTATION-AN TO WS-DOTATION
               PERFORM ECRIT-LIGNE-TABLEAU
               MOVE SPACES TO AMORT-REC
               STRING "       (exercice deja comptabilise)"
                   DELIMITED BY SIZE INTO AMORT-REC
               WRITE AMORT-REC
           ELSE
               PERFORM CALCULE-DOTATION
               MOVE IB-CUMUL TO WS-CUMUL-DEBUT
               ADD WS-DOTATION TO IB-CUMUL
               MOVE WS-DOTATION TO IB-DOTATION-AN
               MOVE WS-EXERCICE TO IB-DERNIER-EXERCICE
               PERFORM ECRIT-LIGNE-TABLEAU
               IF WS-DOTATION > 0
                   ADD 1 TO WS-NB-DOTATIONS
                   PERFORM ECRIT-DOTATION-IMMO
               END-IF
               IF WS-SORT-CETTE-ANNEE
                   PERFORM SORTIE-IMMO
               END-IF
               REWRITE IMMO-REC
           END-IF.

       CALCULE-DOTATION.
           MOVE "N" TO WS-SORT.
           MOVE IB-DATE-ACQ (5:2) TO WS-MOIS-ACQ.
           IF WS-AN-ACQ = WS-EXERCICE
               MOVE WS-MOIS-ACQ TO WS-MOIS-DEBUT
           ELSE
               MOVE 1 TO WS-MOIS-DEBUT
           END-IF.
           MOVE 12 TO WS-MOIS-FIN.
           IF IB-A-SORTIR
               MOVE IB-DATE-CESSION (1:4) TO WS-AN-CESSION
               MOVE IB-DATE-CESSION (5:2) TO WS-MOIS-CESSION
               IF WS-AN-CESSION NOT > WS-EXERCICE
                   MOVE "O" TO WS-SORT
                   IF WS-AN-CESSION = WS-EXERCICE
                       MOVE WS-MOIS-CESSION TO WS-MOIS-FIN
                   ELSE
                       MOVE 0 TO WS-MOIS-FIN
                   END-IF
               END-IF
           END-IF.
           IF WS-MOIS-FIN < WS-MOIS-DEBUT
               MOVE 0 TO WS-NB-MOIS
           ELSE
               COMPUTE WS-NB-MOIS = WS-MOIS-FIN - WS-MOIS-DEBUT + 1
           END-IF.
           COMPUTE WS-BASE = IB-COUT - IB-RESIDUELLE.
           COMPUTE WS-RESTE = WS-BASE - IB-CUMUL.
           IF WS-RESTE < 0
               MOVE 0 TO WS-RESTE
           END-IF.
           IF IB-DEGRESSIF
               EVALUATE TRUE
                   WHEN IB-DUREE < 5
                       MOVE 1.25 TO WS-COEF
                   WHEN IB-DUREE < 7
                       MOVE 1.75 TO WS-COEF
                   WHEN OTHER
                       MOVE 2.25 TO WS-COEF
               END-EVALUATE
               COMPUTE WS-ANS-ECOULES = WS-EXERCICE - WS-AN-ACQ
               COMPUTE WS-ANS-RESTANTS = IB-DUREE - WS-ANS-ECOULES
               IF WS-ANS-RESTANTS < 1
                   MOVE 1 TO WS-ANS-RESTANTS
               END-IF
               COMPUTE WS-DEGRESSIF ROUNDED =
                   (IB-COUT - IB-CUMUL) * WS-COEF / IB-DUREE
               COMPUTE WS-LIN-RESTE ROUNDED =
                   WS-RESTE / WS-ANS-RESTANTS
               IF WS-LIN-RESTE > WS-DEGRESSIF
                   MOVE WS-LIN-RESTE TO WS-ANNUITE
               ELSE
                   MOVE WS-DEGRESSIF TO WS-ANNUITE
               END-IF
           ELSE
               COMPUTE WS-ANNUITE ROUNDED = WS-BASE / IB-DUREE
           END-IF.
           COMPUTE WS-DOTATION ROUNDED =
               WS-ANNUITE * WS-NB-MOIS / 12.
           IF WS-DOTATION > WS-RESTE
               MOVE WS-RESTE TO WS-DOTATION
           END-IF.

      * The disposal leaves the books once its last charge is in:
      * the exit entries, the gain or loss on the schedule, and the
      * row closed.
       SORTIE-IMMO.
           ADD 1 TO WS-NB-SORTIES.
           PERFORM ECRIT-SORTIE-IMMO.
           COMPUTE WS-RESULTAT-CESSION =
               IB-PRIX-CESSION - (IB-COUT - IB-CUMUL).
           MOVE WS-RESULTAT-CESSION TO WS-RESULTAT-ED.
           MOVE SPACES TO AMORT-REC.
           STRING "       cedee le " IB-DATE-CESSION " pour "
               IB-PRIX-CESSION " - resultat de cession "
               WS-RESULTAT-ED
               DELIMITED BY SIZE INTO AMORT-REC.
           WRITE AMORT-REC.
           MOVE "S" TO IB-ETAT.

       ECRIT-LIGNE-TABLEAU.
           COMPUTE WS-VNC-FIN = IB-COUT - IB-CUMUL.
           ADD IB-COUT TO WS-TOT-BRUT.
           ADD WS-DOTATION TO WS-TOT-DOTATION.
           ADD IB-CUMUL TO WS-TOT-CUMUL.
           ADD WS-VNC-FIN TO WS-TOT-VNC.
           MOVE SPACES TO AMORT-REC.
           STRING IB-ID " " IB-LIBELLE " " IB-DATE-ACQ " "
               IB-METHODE " " IB-DUREE "  " IB-COUT "  "
               WS-CUMUL-DEBUT "  " WS-DOTATION "  " IB-CUMUL "  "
               WS-VNC-FIN
               DELIMITED BY SIZE INTO AMORT-REC.
           WRITE AMORT-REC.

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
           MOVE "F95"            TO WS-AUDIT-PROGRAMME.
           MOVE "BALAYE-IMMOS"   TO WS-AUDIT-PARAGRAPHE.
           MOVE "AMORT"          TO WS-AUDIT-ACTION.
           STRING "amortissements " WS-EXERCICE ": "
               WS-NB-DOTATIONS " dotation(s) " WS-TOT-DOTATION
               " EUR, " WS-NB-SORTIES " sortie(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "IMMO-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F95.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F113.

      * Indexation carburant du mois: for the month that just ended
      * (same period rule as F9), reprices every billed flight of a
      * type carrying a fuel-indexation clause (PF-PRIX-REF, F51)
      * through INDEXCARB-PROC, exactly as F7/F9 invoice it, and
      * reports per type the reference price, the AVGAS average
      * delivery price the index was measured on (F49's PRIXCARB.DAT),
      * the dead-band, the resulting surcharge or rebate per hour,
      * and the billed hours, tariff revenue and indexation revenue
      * of the month. Flights are read from VOL.DAT and, in case F28
      * already archived them, VOLHIST.DAT. Club flights, baptemes
      * and carte-settled flights are never invoiced and so carry no
      * indexation. Written to a date-stamped INDEX_CARBURANT output
      * registered in the CATRPT catalog; batch only.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT IDXRPT-FILE ASSIGN TO WS-NOM-IDXRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-IDXRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  IDXRPT-FILE.
       01  IDXRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-IDXRPT        PIC XX VALUE "00".
           77  WS-NOM-IDXRPT       PIC X(40) VALUE SPACES.
           77  TARIF-DEFAUT        PIC 9(3) VALUE 15.
           77  WS-TAUX-HORAIRE     PIC 9(3) VALUE 0.
           77  WS-DEBUT-CE-MOIS    PIC 9(8) VALUE 0.
           77  WS-FIN-MOIS-PREC    PIC 9(8) VALUE 0.
           77  WS-MOIS-RPT         PIC 9(6) VALUE 0.

      * One row per indexed type met in the month; the prices and
      * the per-hour figure are the same for every flight of a type
      * in one month.
           01  FINDEX.
               02  INDEX-R OCCURS 20.
                   03  IR-CODTYP       PIC X(2).
                   03  IR-PRIX-REF     PIC 9(2)V999.
                   03  IR-PRIX-MOY     PIC 9(2)V999.
                   03  IR-MOIS-PRIX    PIC 9(6).
                   03  IR-PAR-HEURE    PIC S9(4)V99.
                   03  IR-NB-VOLS      PIC 9(5).
                   03  IR-HEURES       PIC 9(6)V9.
                   03  IR-CA-TARIF     PIC 9(8)V99.
                   03  IR-EFFET        PIC S9(7)V99.
           77  NB-INDEX            PIC 9(2) VALUE 0.
           77  WS-IDX              PIC 9(2) VALUE 0.
           77  WS-TROUVE           PIC X VALUE "N".
           77  WS-NB-VOLS          PIC 9(6) VALUE 0.
           77  WS-NB-SANS-PRIX     PIC 9(6) VALUE 0.
           77  WS-TOT-CA           PIC 9(9)V99 VALUE 0.
           77  WS-TOT-EFFET        PIC S9(8)V99 VALUE 0.

      * Edited figures for the report lines.
           77  WS-ED-PRIX-REF      PIC Z9.999.
           77  WS-ED-PRIX-MOY      PIC Z9.999.
           77  WS-ED-BANDE         PIC Z9.999.
           77  WS-ED-PAR-HEURE     PIC -(4)9.99.
           77  WS-ED-HEURES        PIC Z(5)9.9.
           77  WS-ED-CA            PIC Z(7)9.99.
           77  WS-ED-EFFET         PIC -(7)9.99.
           77  WS-ED-TOT-CA        PIC Z(8)9.99.
           77  WS-ED-TOT-EFFET     PIC -(8)9.99.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "TARIF-DEFAUT" TO WS-PARAM-CODE.
           MOVE 15 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO TARIF-DEFAUT.
           PERFORM CALCULE-PERIODE.
           OPEN INPUT AVION-FILE.
           OPEN INPUT TARIF-FILE.
           PERFORM BALAYE-VOLS.
           PERFORM BALAYE-VOLHIST.
           CLOSE AVION-FILE.
           CLOSE TARIF-FILE.
           PERFORM ECRIT-ETAT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

      * The month that just ended, as F9 bills it: the day before
      * this month's 1st gives its year and month.
       CALCULE-PERIODE.
           COMPUTE WS-DEBUT-CE-MOIS =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + 1.
           COMPUTE WS-FIN-MOIS-PREC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-CE-MOIS) - 1).
           COMPUTE WS-MOIS-RPT = WS-FIN-MOIS-PREC / 100.

       BALAYE-VOLS.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE LOW-VALUES TO VL-NUMVOL
               START VOL-FILE KEY IS NOT LESS THAN VL-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-TERMINE
                              AND VL-DATEDEP(1:6) = WS-MOIS-RPT
                               PERFORM INDEXE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

      * The archive shares the layout: its record is dropped
      * into VOL-REC's buffer so the same paragraph runs.
       BALAYE-VOLHIST.
           OPEN INPUT VOLHIST-FILE.
           IF WS-FS-VOLHIST = "00"
               MOVE LOW-VALUES TO HV-NUMVOL
               START VOLHIST-FILE KEY IS NOT LESS THAN HV-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOLHIST
               END-START
               PERFORM UNTIL WS-FS-VOLHIST = "10"
                   READ VOLHIST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLHIST
                       NOT AT END
                           IF HV-TERMINE
                              AND HV-DATEDEP(1:6) = WS-MOIS-RPT
                               MOVE VOLHIST-REC TO VOL-REC
                               PERFORM INDEXE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST-FILE
           END-IF.

      * Only what an invoice carries: F13's rules for a billed
      * member flight.
       INDEXE-VOL.
           IF NOT VL-NON-FACTURABLE AND NOT VL-PAYE-CARTE
              AND VL-ID-PASSAGER = 0
               PERFORM CHARGE-TARIF-VOL
               PERFORM CHARGE-HEURES-FACT
               MOVE WS-NBH-FACTURE TO WS-IX-HEURES
               PERFORM CALCULE-INDEX-VOL
               IF WS-IX-PRIX-REF > 0
                   ADD 1 TO WS-NB-VOLS
                   IF NOT WS-IX-APPLIQUE
                       ADD 1 TO WS-NB-SANS-PRIX
                   END-IF
                   PERFORM CUMULE-TYPE
               END-IF
           END-IF.

       CUMULE-TYPE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NB-INDEX OR WS-TROUVE = "O"
               IF IR-CODTYP(WS-IDX) = WS-IX-CODTYP
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "O"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF NB-INDEX < 20
                   ADD 1 TO NB-INDEX
               END-IF
               MOVE NB-INDEX TO WS-IDX
               MOVE WS-IX-CODTYP TO IR-CODTYP(WS-IDX)
               MOVE WS-IX-PRIX-REF TO IR-PRIX-REF(WS-IDX)
               MOVE WS-IX-PRIX-MOY TO IR-PRIX-MOY(WS-IDX)
               MOVE WS-IX-MOIS-PRIX TO IR-MOIS-PRIX(WS-IDX)
               MOVE WS-IX-PAR-HEURE TO IR-PAR-HEURE(WS-IDX)
               MOVE 0 TO IR-NB-VOLS(WS-IDX) IR-HEURES(WS-IDX)
                   IR-CA-TARIF(WS-IDX) IR-EFFET(WS-IDX)
           END-IF.
           ADD 1 TO IR-NB-VOLS(WS-IDX).
           ADD WS-NBH-FACTURE TO IR-HEURES(WS-IDX).
           COMPUTE IR-CA-TARIF(WS-IDX) = IR-CA-TARIF(WS-IDX)
               + WS-NBH-FACTURE * WS-TAUX-HORAIRE.
           ADD WS-IX-MONTANT TO IR-EFFET(WS-IDX).
           COMPUTE WS-TOT-CA = WS-TOT-CA
               + WS-NBH-FACTURE * WS-TAUX-HORAIRE.
           ADD WS-IX-MONTANT TO WS-TOT-EFFET.

       ECRIT-ETAT.
           MOVE SPACES TO WS-NOM-IDXRPT.
           STRING "INDEX_CARBURANT_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-IDXRPT.
           OPEN OUTPUT IDXRPT-FILE.
           MOVE SPACES TO IDXRPT-REC.
           STRING "Indexation carburant - mois " WS-MOIS-RPT
               " - editee le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO IDXRPT-REC.
           WRITE IDXRPT-REC.
           MOVE WS-IX-BANDE TO WS-ED-BANDE.
           MOVE SPACES TO IDXRPT-REC.
           STRING "Bande neutre +/- " WS-ED-BANDE
               " EUR/L (PARAMS INDEX-BANDE) - montants HT"
               DELIMITED BY SIZE INTO IDXRPT-REC.
           WRITE IDXRPT-REC.
           MOVE SPACES TO IDXRPT-REC.
           WRITE IDXRPT-REC.
           MOVE SPACES TO IDXRPT-REC.
           STRING "Type Ref/L  AVGAS/L Mois    EUR/h   Vols  Heures"
               "   CA horaire    Indexation"
               DELIMITED BY SIZE INTO IDXRPT-REC.
           WRITE IDXRPT-REC.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > NB-INDEX
               PERFORM ECRIT-LIGNE-TYPE
           END-PERFORM.
           IF NB-INDEX = 0
               MOVE SPACES TO IDXRPT-REC
               MOVE "Aucun vol facture d'un type indexe ce mois."
                   TO IDXRPT-REC
               WRITE IDXRPT-REC
           END-IF.
           MOVE SPACES TO IDXRPT-REC.
           WRITE IDXRPT-REC.
           MOVE WS-TOT-CA TO WS-ED-TOT-CA.
           MOVE WS-TOT-EFFET TO WS-ED-TOT-EFFET.
           MOVE SPACES TO IDXRPT-REC.
           STRING "Total " WS-NB-VOLS " vol(s) : CA horaire "
               WS-ED-TOT-CA " - effet indexation " WS-ED-TOT-EFFET
               DELIMITED BY SIZE INTO IDXRPT-REC.
           WRITE IDXRPT-REC.
           IF WS-NB-SANS-PRIX > 0
               MOVE SPACES TO IDXRPT-REC
               STRING WS-NB-SANS-PRIX " vol(s) sans prix AVGAS connu"
                   " (aucune livraison chiffree dans F49) - non"
                   " indexes" DELIMITED BY SIZE INTO IDXRPT-REC
               WRITE IDXRPT-REC
           END-IF.
           CLOSE IDXRPT-FILE.

           MOVE "INDEXCAR" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-MOIS-RPT TO WS-RPT-PERIODE.
           MOVE WS-NOM-IDXRPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Indexation ecrite dans " WS-NOM-IDXRPT.

       ECRIT-LIGNE-TYPE.
           MOVE IR-PRIX-REF(WS-IDX) TO WS-ED-PRIX-REF.
           MOVE IR-PRIX-MOY(WS-IDX) TO WS-ED-PRIX-MOY.
           MOVE IR-PAR-HEURE(WS-IDX) TO WS-ED-PAR-HEURE.
           MOVE IR-HEURES(WS-IDX) TO WS-ED-HEURES.
           MOVE IR-CA-TARIF(WS-IDX) TO WS-ED-CA.
           MOVE IR-EFFET(WS-IDX) TO WS-ED-EFFET.
           MOVE SPACES TO IDXRPT-REC.
           STRING IR-CODTYP(WS-IDX) "   " WS-ED-PRIX-REF "  "
               WS-ED-PRIX-MOY "  " IR-MOIS-PRIX(WS-IDX) " "
               WS-ED-PAR-HEURE "  " IR-NB-VOLS(WS-IDX) " "
               WS-ED-HEURES " " WS-ED-CA "  " WS-ED-EFFET
               DELIMITED BY SIZE INTO IDXRPT-REC.
           WRITE IDXRPT-REC.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"       TO WS-OPERATEUR.
           MOVE "F113"        TO WS-AUDIT-PROGRAMME.
           MOVE "INDEXE-VOL"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "EDITER"      TO WS-AUDIT-ACTION.
           MOVE WS-TOT-EFFET TO WS-ED-TOT-EFFET.
           STRING "indexation " WS-MOIS-RPT ": " WS-NB-VOLS
               " vol(s), effet " WS-ED-TOT-EFFET
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

       COPY "TARIF-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F113.

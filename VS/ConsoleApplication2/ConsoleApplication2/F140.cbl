       IDENTIFICATION DIVISION.
       PROGRAM-ID. F140.

      * Marge par activite: for a chosen date range this batch
      * reads the journal F13 exported (ECRITURES.TXT) and totals,
      * per activity code in columns 86-91, the revenue (class 7
      * accounts, credit side) and the direct costs (class 6,
      * debit side). The shared costs F13 tagged REPART - the
      * postes keyed H in F139 - are pooled and spread over the
      * flying activities (ECOLE, BAPT, VOL, CLUB) in proportion
      * to the hours each flew in the range, taken from the
      * terminated flights of VOL.DAT on the same accounting date
      * F13 posts them on. Lines with no activity (no key, or an
      * export older than the codes) are shown as STRUCT, and the
      * pool stays there when nothing flew. The report prints
      * hours, revenue, direct and allocated costs and margin per
      * activity, cataloged for F35. Same journal columns as F59.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT ECRIN-FILE ASSIGN TO "ECRITURES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ECRIN.

           SELECT ANARPT-FILE ASSIGN TO WS-NOM-ANARPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANARPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  ECRIN-FILE.
       01  ECRIN-REC               PIC X(132).
       FD  ANARPT-FILE.
       01  ANARPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-ECRIN         PIC XX VALUE "00".
           77  WS-FS-ANARPT        PIC XX VALUE "00".
           77  WS-NOM-ANARPT       PIC X(40) VALUE SPACES.
           77  WS-DATE-DEB         PIC 9(8) VALUE 0.
           77  WS-DATE-FIN         PIC 9(8) VALUE 0.

      * One row per activity: the flying ones first, so the
      * shared pool is spread over rows 1 to 4.
           01  FACTIVITE.
               02  ACT-R OCCURS 12.
                   03  AC-CODE         PIC X(6).
                   03  AC-HEURES       PIC 9(6)V9.
                   03  AC-PRODUITS     PIC S9(9)V99.
                   03  AC-DIRECTES     PIC S9(9)V99.
                   03  AC-REPARTIES    PIC S9(9)V99.
                   03  AC-MARGE        PIC S9(9)V99.
           77  NB-ACT              PIC 9(2) VALUE 0.
           77  WS-NB-VOLANTES      PIC 9(2) VALUE 4.
           77  WS-IDX              PIC 9(2) VALUE 0.
           77  WS-IDX-STRUCT       PIC 9(2) VALUE 0.
           77  WS-IDX-DERNIER      PIC 9(2) VALUE 0.
           77  WS-TROUVE           PIC X VALUE "N".
           77  WS-CODE-CHERCHE     PIC X(6) VALUE SPACES.

           77  WS-VOL-DATE-REF     PIC 9(8) VALUE 0.
           77  WS-EC-DATE          PIC 9(8) VALUE 0.
           77  WS-EC-DEBIT         PIC 9(8)V99 VALUE 0.
           77  WS-EC-CREDIT        PIC 9(8)V99 VALUE 0.
           77  WS-EC-ACTIVITE      PIC X(6) VALUE SPACES.
           77  WS-NB-LIGNES        PIC 9(5) VALUE 0.
           77  WS-POOL             PIC S9(9)V99 VALUE 0.
           77  WS-POOL-RESTE       PIC S9(9)V99 VALUE 0.
           77  WS-QUOTE-PART       PIC S9(9)V99 VALUE 0.
           77  WS-TOT-HEURES       PIC 9(7)V9 VALUE 0.
           77  WS-TOT-PRODUITS     PIC S9(9)V99 VALUE 0.
           77  WS-TOT-DIRECTES     PIC S9(9)V99 VALUE 0.
           77  WS-TOT-REPARTIES    PIC S9(9)V99 VALUE 0.
           77  WS-TOT-MARGE        PIC S9(9)V99 VALUE 0.

           77  WS-ED-HEURES        PIC Z(5)9.9.
           77  WS-ED-PRODUITS      PIC -(8)9.99.
           77  WS-ED-DIRECTES      PIC -(8)9.99.
           77  WS-ED-REPARTIES     PIC -(8)9.99.
           77  WS-ED-MARGE         PIC -(8)9.99.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM SAISIE-PERIODE.
           PERFORM INIT-ACTIVITES.
           PERFORM CUMULE-HEURES.
           PERFORM CUMULE-ECRITURES.
           PERFORM REPARTIT-POOL.
           PERFORM EDITE-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-PERIODE.
           DISPLAY "Marge par activite".
           DISPLAY "Du (AAAAMMJJ) : " NO ADVANCING.
           ACCEPT WS-DATE-DEB.
           DISPLAY "Au (AAAAMMJJ) : " NO ADVANCING.
           ACCEPT WS-DATE-FIN.
           PERFORM UNTIL WS-DATE-DEB IS NUMERIC
                   AND WS-DATE-FIN IS NUMERIC
               DISPLAY "Saisie non numerique - recommencez."
               DISPLAY "Du (AAAAMMJJ) : " NO ADVANCING
               ACCEPT WS-DATE-DEB
               DISPLAY "Au (AAAAMMJJ) : " NO ADVANCING
               ACCEPT WS-DATE-FIN
           END-PERFORM.

      * The codes F13 writes, in report order; STRUCT gathers
      * the lines that carry none.
       INIT-ACTIVITES.
           MOVE 0 TO NB-ACT.
           MOVE "ECOLE"  TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE "BAPT"   TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE "VOL"    TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE "CLUB"   TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE "VISIT"  TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE "BOUTIQ" TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE "COTIS"  TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE "HANGAR" TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE "STRUCT" TO WS-CODE-CHERCHE.
           PERFORM RANGE-ACTIVITE.
           MOVE WS-IDX TO WS-IDX-STRUCT.

      * Leaves WS-IDX on the row of WS-CODE-CHERCHE, adding it
      * when new (the last row takes any overflow).
       RANGE-ACTIVITE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NB-ACT
                      OR WS-TROUVE = "O"
               IF AC-CODE(WS-IDX) = WS-CODE-CHERCHE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "O"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF NB-ACT < 12
                   ADD 1 TO NB-ACT
               END-IF
               MOVE NB-ACT TO WS-IDX
               MOVE WS-CODE-CHERCHE TO AC-CODE(WS-IDX)
               MOVE 0 TO AC-HEURES(WS-IDX) AC-PRODUITS(WS-IDX)
                   AC-DIRECTES(WS-IDX) AC-REPARTIES(WS-IDX)
                   AC-MARGE(WS-IDX)
           END-IF.

      * Hours flown per flying activity, classified as F13 tags
      * the flight's lines - a partner club's guest flight under
      * CLUB, where its club's invoice posts.
       CUMULE-HEURES.
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
                           PERFORM DATE-REF-VOL
                           IF VL-TERMINE
                              AND WS-VOL-DATE-REF NOT < WS-DATE-DEB
                              AND WS-VOL-DATE-REF NOT > WS-DATE-FIN
                               PERFORM CUMULE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

       DATE-REF-VOL.
           IF VL-DATE-COMPTA = SPACES OR VL-DATE-COMPTA = LOW-VALUES
               MOVE VL-DATEARR TO WS-VOL-DATE-REF
           ELSE
               MOVE VL-DATE-COMPTA TO WS-VOL-DATE-REF
           END-IF.

       CUMULE-VOL.
           EVALUATE TRUE
               WHEN VL-NON-FACTURABLE OR VL-PAYE-CLUB
                   MOVE "CLUB" TO WS-CODE-CHERCHE
               WHEN VL-ID-PASSAGER > 0
                   MOVE "BAPT" TO WS-CODE-CHERCHE
               WHEN VL-VOL-INSTRUCTION
                   MOVE "ECOLE" TO WS-CODE-CHERCHE
               WHEN OTHER
                   MOVE "VOL" TO WS-CODE-CHERCHE
           END-EVALUATE.
           PERFORM RANGE-ACTIVITE.
           ADD VL-NBHVOL TO AC-HEURES(WS-IDX).
           ADD VL-NBHVOL TO WS-TOT-HEURES.

      * A journal data line starts with its 8-digit date; the
      * header and summary lines do not, and are skipped. Only
      * revenue and charge accounts count towards the margin.
       CUMULE-ECRITURES.
           OPEN INPUT ECRIN-FILE.
           IF WS-FS-ECRIN NOT = "00"
               DISPLAY "ECRITURES.TXT introuvable - lancer F13."
           ELSE
               PERFORM UNTIL WS-FS-ECRIN NOT = "00"
                   READ ECRIN-FILE
                       AT END MOVE "10" TO WS-FS-ECRIN
                       NOT AT END
                           IF ECRIN-REC(1:8) NUMERIC
                              AND (ECRIN-REC(10:1) = "6"
                                   OR ECRIN-REC(10:1) = "7")
                               PERFORM CUMULE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECRIN-FILE
           END-IF.

       CUMULE-LIGNE.
           MOVE ECRIN-REC(1:8) TO WS-EC-DATE.
           IF WS-EC-DATE NOT < WS-DATE-DEB
              AND WS-EC-DATE NOT > WS-DATE-FIN
               ADD 1 TO WS-NB-LIGNES
               COMPUTE WS-EC-DEBIT =
                   FUNCTION NUMVAL(ECRIN-REC(19:11))
               COMPUTE WS-EC-CREDIT =
                   FUNCTION NUMVAL(ECRIN-REC(31:11))
               MOVE ECRIN-REC(86:6) TO WS-EC-ACTIVITE
               IF WS-EC-ACTIVITE = SPACES
                   MOVE "STRUCT" TO WS-EC-ACTIVITE
               END-IF
               EVALUATE TRUE
                   WHEN ECRIN-REC(10:1) = "7"
                       MOVE WS-EC-ACTIVITE TO WS-CODE-CHERCHE
                       PERFORM RANGE-ACTIVITE
                       COMPUTE AC-PRODUITS(WS-IDX) =
                           AC-PRODUITS(WS-IDX)
                           + WS-EC-CREDIT - WS-EC-DEBIT
                   WHEN WS-EC-ACTIVITE = "REPART"
                       COMPUTE WS-POOL =
                           WS-POOL + WS-EC-DEBIT - WS-EC-CREDIT
                   WHEN OTHER
                       MOVE WS-EC-ACTIVITE TO WS-CODE-CHERCHE
                       PERFORM RANGE-ACTIVITE
                       COMPUTE AC-DIRECTES(WS-IDX) =
                           AC-DIRECTES(WS-IDX)
                           + WS-EC-DEBIT - WS-EC-CREDIT
               END-EVALUATE
           END-IF.

      * The pool goes to the flying activities pro rata of their
      * hours; the last one with hours takes the rounding rest so
      * the shares add up to the pool.
       REPARTIT-POOL.
           IF WS-TOT-HEURES = 0
               ADD WS-POOL TO AC-REPARTIES(WS-IDX-STRUCT)
           ELSE
               MOVE WS-POOL TO WS-POOL-RESTE
               MOVE 0 TO WS-IDX-DERNIER
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NB-VOLANTES
                   IF AC-HEURES(WS-IDX) > 0
                       MOVE WS-IDX TO WS-IDX-DERNIER
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NB-VOLANTES
                   IF AC-HEURES(WS-IDX) > 0
                       IF WS-IDX = WS-IDX-DERNIER
                           MOVE WS-POOL-RESTE TO WS-QUOTE-PART
                       ELSE
                           COMPUTE WS-QUOTE-PART ROUNDED =
                               WS-POOL * AC-HEURES(WS-IDX)
                               / WS-TOT-HEURES
                       END-IF
                       MOVE WS-QUOTE-PART TO AC-REPARTIES(WS-IDX)
                       SUBTRACT WS-QUOTE-PART FROM WS-POOL-RESTE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > NB-ACT
               COMPUTE AC-MARGE(WS-IDX) = AC-PRODUITS(WS-IDX)
                   - AC-DIRECTES(WS-IDX) - AC-REPARTIES(WS-IDX)
               ADD AC-PRODUITS(WS-IDX)  TO WS-TOT-PRODUITS
               ADD AC-DIRECTES(WS-IDX)  TO WS-TOT-DIRECTES
               ADD AC-REPARTIES(WS-IDX) TO WS-TOT-REPARTIES
               ADD AC-MARGE(WS-IDX)     TO WS-TOT-MARGE
           END-PERFORM.

       EDITE-RAPPORT.
           MOVE SPACES TO WS-NOM-ANARPT.
           STRING "MARGE_ACTIVITE_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-ANARPT.
           OPEN OUTPUT ANARPT-FILE.
           MOVE SPACES TO ANARPT-REC.
           STRING "Marge par activite du " WS-DATE-DEB " au "
               WS-DATE-FIN " - editee le " WS-CURR-DAY "/"
               WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO ANARPT-REC.
           WRITE ANARPT-REC.
           MOVE SPACES TO ANARPT-REC.
           STRING "Activite  Heures      Produits   Ch. directes"
               "  Ch. reparties        Marge"
               DELIMITED BY SIZE INTO ANARPT-REC.
           WRITE ANARPT-REC.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > NB-ACT
               MOVE AC-HEURES(WS-IDX)    TO WS-ED-HEURES
               MOVE AC-PRODUITS(WS-IDX)  TO WS-ED-PRODUITS
               MOVE AC-DIRECTES(WS-IDX)  TO WS-ED-DIRECTES
               MOVE AC-REPARTIES(WS-IDX) TO WS-ED-REPARTIES
               MOVE AC-MARGE(WS-IDX)     TO WS-ED-MARGE
               MOVE SPACES TO ANARPT-REC
               STRING AC-CODE(WS-IDX) "  " WS-ED-HEURES "  "
                   WS-ED-PRODUITS "  " WS-ED-DIRECTES "  "
                   WS-ED-REPARTIES "  " WS-ED-MARGE
                   DELIMITED BY SIZE INTO ANARPT-REC
               WRITE ANARPT-REC
           END-PERFORM.
           MOVE WS-TOT-HEURES    TO WS-ED-HEURES.
           MOVE WS-TOT-PRODUITS  TO WS-ED-PRODUITS.
           MOVE WS-TOT-DIRECTES  TO WS-ED-DIRECTES.
           MOVE WS-TOT-REPARTIES TO WS-ED-REPARTIES.
           MOVE WS-TOT-MARGE     TO WS-ED-MARGE.
           MOVE SPACES TO ANARPT-REC.
           STRING "Total   " "  " WS-ED-HEURES "  "
               WS-ED-PRODUITS "  " WS-ED-DIRECTES "  "
               WS-ED-REPARTIES "  " WS-ED-MARGE
               DELIMITED BY SIZE INTO ANARPT-REC.
           WRITE ANARPT-REC.
           MOVE WS-POOL TO WS-ED-REPARTIES.
           MOVE SPACES TO ANARPT-REC.
           IF WS-TOT-HEURES = 0
               STRING "Charges communes " WS-ED-REPARTIES
                   " non reparties (aucune heure de vol)."
                   DELIMITED BY SIZE INTO ANARPT-REC
           ELSE
               STRING "Charges communes " WS-ED-REPARTIES
                   " reparties au prorata des heures de vol."
                   DELIMITED BY SIZE INTO ANARPT-REC
           END-IF.
           WRITE ANARPT-REC.
           MOVE SPACES TO ANARPT-REC.
           STRING WS-NB-LIGNES " ecriture(s) de produits/charges. "
               "Source: ECRITURES.TXT (F13), cles CLEREP (F139)."
               DELIMITED BY SIZE INTO ANARPT-REC.
           WRITE ANARPT-REC.
           CLOSE ANARPT-FILE.

           MOVE "ANALYT" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           STRING WS-DATE-DEB(1:6) "-" WS-DATE-FIN(1:6)
               DELIMITED BY SIZE INTO WS-RPT-PERIODE.
           MOVE WS-NOM-ANARPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Rapport ecrit dans " WS-NOM-ANARPT.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F140"             TO WS-AUDIT-PROGRAMME.
           MOVE "CUMULE-ECRITURES" TO WS-AUDIT-PARAGRAPHE.
           MOVE "ANALYT"           TO WS-AUDIT-ACTION.
           STRING "marge activite " WS-DATE-DEB "-" WS-DATE-FIN
               ": " WS-NB-LIGNES " ecriture(s), marge " WS-ED-MARGE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F140.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F102.

      * Releve mensuel des mouvements et quotas de bruit: the
      * airport operator invoices the club every month from a
      * movement return the secretary used to count by hand from
      * the flight logs, and the agreement with the town caps
      * circuit movements per day type and forbids them in the quiet
      * hours. For the month keyed at the prompt (0 = last month)
      * this batch reads the terminated flights of VOL.DAT and the
      * VOLHIST archive and counts the movements on the club's field
      * (OA-BASE "O" in the aerodrome table). A flight that left a
      * satellite base (VL-BASE-DEP, F1) moves on that field, not
      * this one - only its arrival here, when a navigation ends
      * on the club's field, is counted:
      *   - a local flight (VL-NAVIGATION not "O") is circuit work:
      *     each of its VL-NB-ATTER landings is one landing and one
      *     take-off, spread evenly from departure to arrival time;
      *   - a navigation flight is one departure at VL-HDEP and, when
      *     its last point is the base again, one arrival at VL-HARR
      *     on VL-DATEARR.
      * MOUVEMENTS_mois_ts is the return in the operator's layout -
      * per aircraft (registration from F4) and day, take-offs,
      * landings, of which circuits, and totals - then the field's
      * day-by-day totals. QUOTAS_mois_ts checks every day of the
      * month against the QUOTA table kept in F101 (weekday, weekend
      * or holiday rows, whole-band or hourly caps, quiet hours at
      * zero) and lists each day, band or hour over its limit. Both
      * reports are cataloged for F35. Movement times are counted in
      * local time (flights are converted back from UTC first).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT RETOUR-FILE ASSIGN TO WS-NOM-RETOUR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RETOUR.

           SELECT QUOTARPT-FILE ASSIGN TO WS-NOM-QUOTARPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-QUOTARPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  RETOUR-FILE.
       01  RETOUR-REC              PIC X(132).
       FD  QUOTARPT-FILE.
       01  QUOTARPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "QUOTA-WS.cpy" IN TEMPLATE.

           77  WS-FS-RETOUR        PIC XX VALUE "00".
           77  WS-NOM-RETOUR       PIC X(40) VALUE SPACES.
           77  WS-FS-QUOTARPT      PIC XX VALUE "00".
           77  WS-NOM-QUOTARPT     PIC X(40) VALUE SPACES.
           77  WS-AUJOURDHUI       PIC 9(8) VALUE 0.

      * The month of the return.
           77  WS-MOIS-SAISI       PIC 9(6) VALUE 0.
           77  WS-MOIS-AN          PIC 9(4) VALUE 0.
           77  WS-MOIS-MM          PIC 9(2) VALUE 0.
           77  WS-MOIS-DEB         PIC 9(8) VALUE 0.
           77  WS-MOIS-FIN         PIC 9(8) VALUE 0.
           77  WS-MOIS-SUIV        PIC 9(8) VALUE 0.
           77  WS-NB-JOURS-MOIS    PIC 9(2) VALUE 0.
           77  WS-JOUR-DATE        PIC 9(8) VALUE 0.

           77  WS-BASE-OACI        PIC X(4) VALUE SPACES.
           77  WS-DERNIER-POINT    PIC X(25) VALUE SPACES.
           77  WS-RETOUR-BASE      PIC X VALUE "N".
               88  WS-REVIENT-BASE     VALUE "O".
           77  WS-PART-BASE        PIC X VALUE "O".
               88  WS-PART-DE-BASE     VALUE "O".
           77  WS-NB-ATTER         PIC 9(3) VALUE 0.
           77  WS-NB-VOLS          PIC 9(5) VALUE 0.
           77  WS-NB-SANS-REGLE    PIC 9(2) VALUE 0.

      * Aircraft of the return, each with its month of days.
           77  WS-NB-AVIONS        PIC 9(2) VALUE 0.
           77  WS-AVX              PIC 9(2) VALUE 0.
           77  WS-JX               PIC 9(2) VALUE 0.
           77  WS-AV-TROUVE        PIC X VALUE "N".
           01  WS-RETOUR-AVIONS.
               05  WS-RT-AVION OCCURS 60.
                   10  WS-RT-CODAV     PIC 9(3).
                   10  WS-RT-IMMAT     PIC X(10).
                   10  WS-RT-JOUR OCCURS 31.
                       15  WS-RT-DEP       PIC 9(3).
                       15  WS-RT-ARR       PIC 9(3).
                       15  WS-RT-TDP       PIC 9(4).

           77  WS-SS-DEP           PIC 9(5) VALUE 0.
           77  WS-SS-ARR           PIC 9(5) VALUE 0.
           77  WS-SS-TDP           PIC 9(5) VALUE 0.
           77  WS-TOT-DEP          PIC 9(6) VALUE 0.
           77  WS-TOT-ARR          PIC 9(6) VALUE 0.
           77  WS-TOT-TDP          PIC 9(6) VALUE 0.
           77  WS-JR-DEP           PIC 9(5) VALUE 0.
           77  WS-JR-ARR           PIC 9(5) VALUE 0.
           77  WS-JR-TDP           PIC 9(5) VALUE 0.
           77  WS-DEP-ED           PIC Z(5)9.
           77  WS-ARR-ED           PIC Z(5)9.
           77  WS-TDP-ED           PIC Z(5)9.
           77  WS-MVT-ED           PIC Z(5)9.
           77  WS-COMPTE-ED        PIC Z(4)9.
           77  WS-MAX-ED           PIC Z(3)9.
           77  WS-LIB-PORTEE       PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE WS-CURR-DATE TO WS-AUJOURDHUI.
           PERFORM SAISIE-MOIS.
           PERFORM CHARGE-BASE.
           PERFORM CHARGE-AVIONS.
           PERFORM RAZ-QUOTA.
           PERFORM BALAYE-VOLS.
           PERFORM BALAYE-VOLHIST.
           PERFORM EDITE-RETOUR.
           PERFORM EDITE-QUOTAS.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-MOIS.
           DISPLAY "Mois du releve (AAAAMM, 0 = mois precedent) : "
               NO ADVANCING.
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
           MOVE WS-MOIS-FIN (7:2) TO WS-NB-JOURS-MOIS.

      * The club's own field from the aerodrome table (F87), the
      * principal base; with no base declared every navigation is
      * taken to come home and every flight to leave from here.
       CHARGE-BASE.
           PERFORM CHARGE-BASES.
           MOVE WS-BA-PRINCIPALE TO WS-BASE-OACI.

       CHARGE-AVIONS.
           MOVE 0 TO WS-NB-AVIONS.
           INITIALIZE WS-RETOUR-AVIONS.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE LOW-VALUES TO AV-CODAV
               START AVION-FILE KEY IS NOT LESS THAN AV-CODAV
                   INVALID KEY MOVE "10" TO WS-FS-AVION
               END-START
               PERFORM UNTIL WS-FS-AVION = "10" OR WS-NB-AVIONS = 60
                   READ AVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AVION
                       NOT AT END
                           ADD 1 TO WS-NB-AVIONS
                           MOVE AV-CODAV TO WS-RT-CODAV (WS-NB-AVIONS)
                           MOVE AV-IMMAT TO WS-RT-IMMAT (WS-NB-AVIONS)
                   END-READ
               END-PERFORM
               CLOSE AVION-FILE
           END-IF.

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
                               PERFORM COMPTE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

      * Archived rows are dropped into VOL-REC's buffer so the
      * same counting applies, as F10 does.
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
                               MOVE VOLHIST-REC TO VOL-REC
                               PERFORM COMPTE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST-FILE
           END-IF.

      * Quiet hours and quota bands are in local time, flights are
      * stored in UTC. The departure base is resolved as F30/F74
      * do, a withdrawn base counting under the principal one.
       COMPTE-VOL.
           MOVE VL-BASE-DEP TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           IF WS-BA-CODE = WS-BASE-OACI
               MOVE "O" TO WS-PART-BASE
           ELSE
               MOVE "N" TO WS-PART-BASE
               PERFORM CHERCHE-RETOUR-BASE
           END-IF.
           IF WS-PART-DE-BASE
              OR (VL-VOL-NAVIGATION AND WS-REVIENT-BASE)
               PERFORM COMPTE-VOL-BASE
           END-IF.

       COMPTE-VOL-BASE.
           PERFORM VOL-VERS-LOCALE.
           IF (VL-DATEDEP >= WS-MOIS-DEB AND VL-DATEDEP <= WS-MOIS-FIN)
              OR (VL-DATEARR >= WS-MOIS-DEB
                  AND VL-DATEARR <= WS-MOIS-FIN)
               ADD 1 TO WS-NB-VOLS
               PERFORM TROUVE-AVION
               IF VL-VOL-NAVIGATION
                   PERFORM COMPTE-NAVIGATION
               ELSE
                   PERFORM COMPTE-LOCAL
               END-IF
           END-IF.

      * An aircraft sold or renumbered since still gets its line,
      * under its code alone.
       TROUVE-AVION.
           MOVE "N" TO WS-AV-TROUVE.
           PERFORM VARYING WS-AVX FROM 1 BY 1
                   UNTIL WS-AVX > WS-NB-AVIONS OR WS-AV-TROUVE = "O"
               IF WS-RT-CODAV (WS-AVX) = VL-CODAV
                   MOVE "O" TO WS-AV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-AV-TROUVE = "O"
               SUBTRACT 1 FROM WS-AVX
           ELSE
               IF WS-NB-AVIONS < 60
                   ADD 1 TO WS-NB-AVIONS
                   MOVE WS-NB-AVIONS TO WS-AVX
                   MOVE VL-CODAV TO WS-RT-CODAV (WS-AVX)
                   MOVE "(inconnu)" TO WS-RT-IMMAT (WS-AVX)
               ELSE
                   MOVE WS-NB-AVIONS TO WS-AVX
               END-IF
           END-IF.

      * Circuit work: every landing is a touch-and-go (or the
      * final full stop) paired with a take-off, so 2 x landings
      * movements between take-off and landing time. A flight
      * logged across midnight is closed off at 23:59.
       COMPTE-LOCAL.
           IF VL-DATEDEP >= WS-MOIS-DEB AND VL-DATEDEP <= WS-MOIS-FIN
               MOVE VL-NB-ATTER TO WS-NB-ATTER
               IF WS-NB-ATTER = 0
                   MOVE 1 TO WS-NB-ATTER
               END-IF
               MOVE VL-DATEDEP (7:2) TO WS-JX
               ADD WS-NB-ATTER TO WS-RT-DEP (WS-AVX, WS-JX)
               ADD WS-NB-ATTER TO WS-RT-ARR (WS-AVX, WS-JX)
               COMPUTE WS-RT-TDP (WS-AVX, WS-JX) =
                   WS-RT-TDP (WS-AVX, WS-JX) + 2 * WS-NB-ATTER
               MOVE WS-JX TO WS-QT-J
               COMPUTE WS-QT-DEB-MIN =
                   FUNCTION INTEGER-PART(VL-HDEP / 100) * 60
                   + FUNCTION MOD(VL-HDEP, 100)
               IF VL-DATEARR = VL-DATEDEP
                   COMPUTE WS-QT-FIN-MIN =
                       FUNCTION INTEGER-PART(VL-HARR / 100) * 60
                       + FUNCTION MOD(VL-HARR, 100)
               ELSE
                   MOVE 1439 TO WS-QT-FIN-MIN
               END-IF
               COMPUTE WS-QT-NB = 2 * WS-NB-ATTER
               MOVE "O" TO WS-QT-CIRCUIT
               PERFORM REPARTIT-MVT-QUOTA
           END-IF.

       COMPTE-NAVIGATION.
           IF WS-PART-DE-BASE
              AND VL-DATEDEP >= WS-MOIS-DEB
              AND VL-DATEDEP <= WS-MOIS-FIN
               MOVE VL-DATEDEP (7:2) TO WS-JX
               ADD 1 TO WS-RT-DEP (WS-AVX, WS-JX)
               MOVE WS-JX TO WS-QT-J
               COMPUTE WS-QT-DEB-MIN =
                   FUNCTION INTEGER-PART(VL-HDEP / 100) * 60
                   + FUNCTION MOD(VL-HDEP, 100)
               MOVE WS-QT-DEB-MIN TO WS-QT-FIN-MIN
               MOVE 1 TO WS-QT-NB
               MOVE "N" TO WS-QT-CIRCUIT
               PERFORM REPARTIT-MVT-QUOTA
           END-IF.
           PERFORM CHERCHE-RETOUR-BASE.
           IF WS-REVIENT-BASE
              AND VL-DATEARR >= WS-MOIS-DEB
              AND VL-DATEARR <= WS-MOIS-FIN
               MOVE VL-DATEARR (7:2) TO WS-JX
               ADD 1 TO WS-RT-ARR (WS-AVX, WS-JX)
               MOVE WS-JX TO WS-QT-J
               COMPUTE WS-QT-DEB-MIN =
                   FUNCTION INTEGER-PART(VL-HARR / 100) * 60
                   + FUNCTION MOD(VL-HARR, 100)
               MOVE WS-QT-DEB-MIN TO WS-QT-FIN-MIN
               MOVE 1 TO WS-QT-NB
               MOVE "N" TO WS-QT-CIRCUIT
               PERFORM REPARTIT-MVT-QUOTA
           END-IF.

      * The route ends on the last leg filed, else on VL-DEST.
       CHERCHE-RETOUR-BASE.
           MOVE VL-DEST TO WS-DERNIER-POINT.
           IF VL-NBLEGS > 0 AND VL-NBLEGS <= 4
               MOVE VL-LEG-DEST (VL-NBLEGS) TO WS-DERNIER-POINT
           END-IF.
           IF WS-BASE-OACI = SPACES
              OR WS-DERNIER-POINT = WS-BASE-OACI
               MOVE "O" TO WS-RETOUR-BASE
           ELSE
               MOVE "N" TO WS-RETOUR-BASE
           END-IF.

       EDITE-RETOUR.
           MOVE SPACES TO WS-NOM-RETOUR.
           STRING "MOUVEMENTS_" WS-MOIS-DEB (1:6) "_"
               FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-RETOUR.
           OPEN OUTPUT RETOUR-FILE.
           MOVE SPACES TO RETOUR-REC.
           STRING "Releve mensuel des mouvements - terrain "
               WS-BASE-OACI " - mois " WS-MOIS-MM "/" WS-MOIS-AN
               " - edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO RETOUR-REC.
           WRITE RETOUR-REC.
           MOVE SPACES TO RETOUR-REC.
           WRITE RETOUR-REC.
           MOVE SPACES TO RETOUR-REC.
           STRING "Date       Immat.      Decollages Atterrissages"
               "  dont tours de piste  Total"
               DELIMITED BY SIZE INTO RETOUR-REC.
           WRITE RETOUR-REC.
           MOVE 0 TO WS-TOT-DEP WS-TOT-ARR WS-TOT-TDP.
           PERFORM VARYING WS-AVX FROM 1 BY 1
                   UNTIL WS-AVX > WS-NB-AVIONS
               PERFORM EDITE-AVION
           END-PERFORM.
           MOVE SPACES TO RETOUR-REC.
           WRITE RETOUR-REC.
           MOVE "Totaux du terrain par jour :" TO RETOUR-REC.
           WRITE RETOUR-REC.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-JOURS-MOIS
               PERFORM EDITE-JOUR-TERRAIN
           END-PERFORM.
           MOVE SPACES TO RETOUR-REC.
           WRITE RETOUR-REC.
           MOVE WS-TOT-DEP TO WS-DEP-ED.
           MOVE WS-TOT-ARR TO WS-ARR-ED.
           MOVE WS-TOT-TDP TO WS-TDP-ED.
           COMPUTE WS-MVT-ED = WS-TOT-DEP + WS-TOT-ARR.
           MOVE SPACES TO RETOUR-REC.
           STRING "TOTAL DU MOIS          " WS-DEP-ED "     "
               WS-ARR-ED "           " WS-TDP-ED "     " WS-MVT-ED
               DELIMITED BY SIZE INTO RETOUR-REC.
           WRITE RETOUR-REC.
           MOVE SPACES TO RETOUR-REC.
           STRING WS-NB-VOLS " vol(s) termine(s) pris en compte."
               DELIMITED BY SIZE INTO RETOUR-REC.
           WRITE RETOUR-REC.
           CLOSE RETOUR-FILE.
           MOVE "MOUVEMNT" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-MOIS-DEB (1:6) TO WS-RPT-PERIODE.
           MOVE WS-NOM-RETOUR TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Releve ecrit dans " WS-NOM-RETOUR.

      * Days without a movement are left out; an aircraft idle
      * all month gets no block at all.
       EDITE-AVION.
           MOVE 0 TO WS-SS-DEP WS-SS-ARR WS-SS-TDP.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-JOURS-MOIS
               IF WS-RT-DEP (WS-AVX, WS-JX) > 0
                  OR WS-RT-ARR (WS-AVX, WS-JX) > 0
                   ADD WS-RT-DEP (WS-AVX, WS-JX) TO WS-SS-DEP
                   ADD WS-RT-ARR (WS-AVX, WS-JX) TO WS-SS-ARR
                   ADD WS-RT-TDP (WS-AVX, WS-JX) TO WS-SS-TDP
                   COMPUTE WS-JOUR-DATE = WS-MOIS-DEB + WS-JX - 1
                   MOVE WS-RT-DEP (WS-AVX, WS-JX) TO WS-DEP-ED
                   MOVE WS-RT-ARR (WS-AVX, WS-JX) TO WS-ARR-ED
                   MOVE WS-RT-TDP (WS-AVX, WS-JX) TO WS-TDP-ED
                   COMPUTE WS-MVT-ED = WS-RT-DEP (WS-AVX, WS-JX)
                       + WS-RT-ARR (WS-AVX, WS-JX)
                   MOVE SPACES TO RETOUR-REC
                   STRING WS-JOUR-DATE (7:2) "/" WS-JOUR-DATE (5:2)
                       "/" WS-JOUR-DATE (1:4) " "
                       WS-RT-IMMAT (WS-AVX) "  " WS-DEP-ED "     "
                       WS-ARR-ED "           " WS-TDP-ED "     "
                       WS-MVT-ED DELIMITED BY SIZE INTO RETOUR-REC
                   WRITE RETOUR-REC
               END-IF
           END-PERFORM.
           IF WS-SS-DEP > 0 OR WS-SS-ARR > 0
               MOVE WS-SS-DEP TO WS-DEP-ED
               MOVE WS-SS-ARR TO WS-ARR-ED
               MOVE WS-SS-TDP TO WS-TDP-ED
               COMPUTE WS-MVT-ED = WS-SS-DEP + WS-SS-ARR
               MOVE SPACES TO RETOUR-REC
               STRING "  Total " WS-RT-IMMAT (WS-AVX) "     "
                   WS-DEP-ED "     " WS-ARR-ED "           "
                   WS-TDP-ED "     " WS-MVT-ED
                   DELIMITED BY SIZE INTO RETOUR-REC
               WRITE RETOUR-REC
               MOVE SPACES TO RETOUR-REC
               WRITE RETOUR-REC
               ADD WS-SS-DEP TO WS-TOT-DEP
               ADD WS-SS-ARR TO WS-TOT-ARR
               ADD WS-SS-TDP TO WS-TOT-TDP
           END-IF.

       EDITE-JOUR-TERRAIN.
           MOVE 0 TO WS-JR-DEP WS-JR-ARR WS-JR-TDP.
           PERFORM VARYING WS-AVX FROM 1 BY 1
                   UNTIL WS-AVX > WS-NB-AVIONS
               ADD WS-RT-DEP (WS-AVX, WS-JX) TO WS-JR-DEP
               ADD WS-RT-ARR (WS-AVX, WS-JX) TO WS-JR-ARR
               ADD WS-RT-TDP (WS-AVX, WS-JX) TO WS-JR-TDP
           END-PERFORM.
           IF WS-JR-DEP > 0 OR WS-JR-ARR > 0
               COMPUTE WS-JOUR-DATE = WS-MOIS-DEB + WS-JX - 1
               MOVE WS-JR-DEP TO WS-DEP-ED
               MOVE WS-JR-ARR TO WS-ARR-ED
               MOVE WS-JR-TDP TO WS-TDP-ED
               COMPUTE WS-MVT-ED = WS-JR-DEP + WS-JR-ARR
               MOVE SPACES TO RETOUR-REC
               STRING WS-JOUR-DATE (7:2) "/" WS-JOUR-DATE (5:2)
                   "/" WS-JOUR-DATE (1:4) " terrain     "
                   WS-DEP-ED "     " WS-ARR-ED "           "
                   WS-TDP-ED "     " WS-MVT-ED
                   DELIMITED BY SIZE INTO RETOUR-REC
               WRITE RETOUR-REC
           END-IF.

       EDITE-QUOTAS.
           MOVE SPACES TO WS-NOM-QUOTARPT.
           STRING "QUOTAS_" WS-MOIS-DEB (1:6) "_"
               FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-QUOTARPT.
           OPEN OUTPUT QUOTARPT-FILE.
           MOVE SPACES TO QUOTARPT-REC.
           STRING "Controle des quotas de mouvements - mois "
               WS-MOIS-MM "/" WS-MOIS-AN " - edite le " WS-CURR-DAY
               "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO QUOTARPT-REC.
           WRITE QUOTARPT-REC.
           MOVE SPACES TO QUOTARPT-REC.
           WRITE QUOTARPT-REC.
           MOVE SPACES TO QUOTARPT-REC.
           STRING "Date       Jour      Tranche    Portee"
               "          Compte / max  Quota"
               DELIMITED BY SIZE INTO QUOTARPT-REC.
           WRITE QUOTARPT-REC.
           MOVE 0 TO WS-NB-SANS-REGLE.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-JOURS-MOIS
               MOVE WS-JX TO WS-QT-J
               COMPUTE WS-QT-DATE = WS-MOIS-DEB + WS-JX - 1
               PERFORM CONTROLE-QUOTA-JOUR
               IF WS-QT-NB-REGLES = 0
                   ADD 1 TO WS-NB-SANS-REGLE
               END-IF
           END-PERFORM.
           IF WS-QT-NB-DEPASS = 0
               MOVE "  Aucun depassement sur le mois." TO QUOTARPT-REC
               WRITE QUOTARPT-REC
           END-IF.
           MOVE SPACES TO QUOTARPT-REC.
           WRITE QUOTARPT-REC.
           MOVE SPACES TO QUOTARPT-REC.
           STRING WS-QT-NB-DEPASS " depassement(s) ; "
               WS-NB-SANS-REGLE " jour(s) sans quota defini (F101)."
               DELIMITED BY SIZE INTO QUOTARPT-REC.
           WRITE QUOTARPT-REC.
           CLOSE QUOTARPT-FILE.
           MOVE "QUOTAS" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-MOIS-DEB (1:6) TO WS-RPT-PERIODE.
           MOVE WS-NOM-QUOTARPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Controle des quotas ecrit dans " WS-NOM-QUOTARPT.

      * Called back by CONTROLE-QUOTA-JOUR for each band or hour
      * over its limit.
       QUOTA-DEPASSE.
           IF QT-TOURS-PISTE
               MOVE "tours de piste" TO WS-LIB-PORTEE
           ELSE
               MOVE "tous mouvements" TO WS-LIB-PORTEE
           END-IF.
           MOVE WS-QT-COMPTE TO WS-COMPTE-ED.
           MOVE QT-MAX TO WS-MAX-ED.
           MOVE SPACES TO QUOTARPT-REC.
           STRING WS-QT-DATE (7:2) "/" WS-QT-DATE (5:2) "/"
               WS-QT-DATE (1:4) " " WS-QT-LIB-TYPE "  "
               WS-QT-H-DEB "-" WS-QT-H-FIN "  " WS-LIB-PORTEE " "
               WS-COMPTE-ED " / " WS-MAX-ED "  " QT-LIBELLE
               DELIMITED BY SIZE INTO QUOTARPT-REC.
           WRITE QUOTARPT-REC.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"           TO WS-OPERATEUR.
           MOVE "F102"            TO WS-AUDIT-PROGRAMME.
           MOVE "EDITE-RETOUR"    TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"         TO WS-AUDIT-ACTION.
           STRING "mouvements " WS-MOIS-DEB (1:6) " : " WS-NB-VOLS
               " vol(s), " WS-QT-NB-DEPASS " depassement(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "QUOTA-PROC.cpy" IN TEMPLATE.

           COPY "HEURE-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

           COPY "CALENDRIER-PROC.cpy" IN TEMPLATE.

       END PROGRAM F102.

      * (PAIEMENT.DAT), writes a dated day-summary report
      * (JOURNEE_AAAAMMJJ.TXT) and stamps the day closed in
      * JOURCLOS.DAT so tomorrow's batches know the cutoff.
      * Loaned equipment still out (PRETEQ.DAT, F114) is listed
      * too, with its age in days and a billing flag past PARAMS
      * EQUIP-DELAI.
      * Each straggler and each main courante entry shows its base,
      * and the day's flights, hours, fuel and open flights are
      * broken down per base under the club totals (a flight counts
      * at the base it left from). Flights the pilot closed out
      * from the self-service menu (F133) are no longer stragglers;
      * the number still waiting for the desk's countersignature in
      * F2 is given under the totals.
      * The day is the local day: flight times, kept in UTC, are
      * brought back to local time (HEURE-PROC) before they are
      * compared or printed, and the report heading says so.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-FS-JOURNEE       PIC XX VALUE "00".
           77  WS-AUJOURD-DATE     PIC 9(8) VALUE 0.
           77  WS-NB-OUVERTS       PIC 9(3) VALUE 0.
           77  WS-NB-A-CONTRESIGNER PIC 9(3) VALUE 0.
           77  WS-NB-VOLS          PIC 9(5) VALUE 0.
           77  WS-HEURES           PIC 9(5)V9 VALUE 0.
           77  WS-FUEL             PIC 9(6)V9 VALUE 0.
           77  WS-PAIEMENTS        PIC 9(8)V99 VALUE 0.
           77  WS-NB-PAIEMENTS     PIC 9(4) VALUE 0.
           77  WS-DEJA-CLOS        PIC X VALUE "N".
           77  WS-NB-MATERIEL      PIC 9(3) VALUE 0.
           77  WS-MAT-JOURS        PIC 9(5) VALUE 0.
           77  WS-MAT-DELAI        PIC 9(3) VALUE 7.

      * Day totals per base, in WS-BA-TABLE order.
           01  WS-PB-TABLE.
               05  WS-PB-LIGNE OCCURS 5.
                   10  WS-PB-VOLS      PIC 9(5).
                   10  WS-PB-HEURES    PIC 9(5)V9.
                   10  WS-PB-FUEL      PIC 9(6)V9.
                   10  WS-PB-OUVERTS   PIC 9(3).
           77  WS-PB-I             PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE WS-CURR-DATE TO WS-AUJOURD-DATE.
           PERFORM VERIFIE-DEJA-CLOS.
           PERFORM CHARGE-BASES.
           INITIALIZE WS-PB-TABLE.
           IF WS-DEJA-CLOS = "O"
               DISPLAY "Journee deja cloturee - rien a faire."
               STOP RUN
           OPEN OUTPUT JOURNEE-FILE.
           MOVE SPACES TO JOURNEE-REC.
           STRING "Cloture de journee du " WS-AUJOURD-DATE
               " (heures locales)"
               DELIMITED BY SIZE INTO JOURNEE-REC.
           WRITE JOURNEE-REC.
           PERFORM LISTE-RETARDATAIRES.
           PERFORM LISTE-MATERIEL-SORTI.
           PERFORM TOTALISE-JOURNEE.
           PERFORM TOTALISE-PAIEMENTS.
           PERFORM ECRIT-TOTAUX.
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           PERFORM VOL-VERS-LOCALE
                           IF VL-CLOTURE-PILOTE
                               ADD 1 TO WS-NB-A-CONTRESIGNER
                           END-IF
                           IF VL-DEPOSE
                              AND VL-DATEARR NOT > WS-AUJOURD-DATE
                               ADD 1 TO WS-NB-OUVERTS
                               PERFORM INDEX-BASE-VOL
                               IF WS-PB-I > 0
                                   ADD 1 TO WS-PB-OUVERTS (WS-PB-I)
                               END-IF
                               MOVE SPACES TO JOURNEE-REC
                               STRING "  vol " VL-NUMVOL " avion "
                                   VL-CODAV " pilote " VL-NUMPIL
                                   " arrivee prevue " VL-DATEARR
                                   " " VL-HARR " base " WS-BA-CODE
                                   DELIMITED BY SIZE INTO JOURNEE-REC
                               WRITE JOURNEE-REC
                           END-IF
               WRITE JOURNEE-REC
           END-IF.

      * Every open equipment loan, whether taken out with a flight
      * or lent at the desk; past the delay F114 can bill it.
       LISTE-MATERIEL-SORTI.
           MOVE "EQUIP-DELAI" TO WS-PARAM-CODE.
           MOVE 7 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MAT-DELAI.
           MOVE SPACES TO JOURNEE-REC.
           WRITE JOURNEE-REC.
           MOVE "Materiel encore sorti:" TO JOURNEE-REC.
           WRITE JOURNEE-REC.
           OPEN INPUT PRETEQ-FILE.
           IF WS-FS-PRETEQ = "00"
               MOVE LOW-VALUES TO LQ-ID
               START PRETEQ-FILE KEY IS NOT LESS THAN LQ-ID
                   INVALID KEY MOVE "10" TO WS-FS-PRETEQ
               END-START
               PERFORM UNTIL WS-FS-PRETEQ = "10"
                   READ PRETEQ-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PRETEQ
                       NOT AT END
                           IF LQ-SORTI
                               PERFORM ECRIT-MATERIEL-SORTI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETEQ-FILE
           END-IF.
           IF WS-NB-MATERIEL = 0
               MOVE "  (aucun)" TO JOURNEE-REC
               WRITE JOURNEE-REC
           END-IF.

       ECRIT-MATERIEL-SORTI.
           ADD 1 TO WS-NB-MATERIEL.
           COMPUTE WS-MAT-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURD-DATE)
               - FUNCTION INTEGER-OF-DATE(LQ-DATE-SORTIE).
           MOVE SPACES TO JOURNEE-REC.
           IF LQ-NUMVOL = 0
               STRING "  materiel " LQ-NUMSERIE " pilote " LQ-NUMPIL
                   " pret direct  sorti le " LQ-DATE-SORTIE
                   " (" WS-MAT-JOURS " j)"
                   DELIMITED BY SIZE INTO JOURNEE-REC
           ELSE
               STRING "  materiel " LQ-NUMSERIE " pilote " LQ-NUMPIL
                   " vol " LQ-NUMVOL " sorti le " LQ-DATE-SORTIE
                   " (" WS-MAT-JOURS " j)"
                   DELIMITED BY SIZE INTO JOURNEE-REC
           END-IF.
           IF WS-MAT-JOURS > WS-MAT-DELAI
               MOVE "A FACTURER (F114)" TO JOURNEE-REC(80:17)
           END-IF.
           WRITE JOURNEE-REC.

       TOTALISE-JOURNEE.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           PERFORM VOL-VERS-LOCALE
                           IF VL-TERMINE
                              AND VL-DATEARR = WS-AUJOURD-DATE
                               ADD 1 TO WS-NB-VOLS
                               ADD VL-NBHVOL TO WS-HEURES
                               ADD VL-FUEL-AJOUTE TO WS-FUEL
                               PERFORM INDEX-BASE-VOL
                               PERFORM CUMULE-BASE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

      * WS-PB-I, the slot of the base the flight in VOL-REC left
      * from (zero when no base is set up); WS-BA-CODE keeps the
      * code for the report lines.
       INDEX-BASE-VOL.
           MOVE 0 TO WS-PB-I.
           MOVE VL-BASE-DEP TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BA-NB
               IF WS-BA-OACI (WS-BA-IDX) = WS-BA-CODE
                   MOVE WS-BA-IDX TO WS-PB-I
               END-IF
           END-PERFORM.

       CUMULE-BASE-VOL.
           IF WS-PB-I > 0
               ADD 1 TO WS-PB-VOLS (WS-PB-I)
               ADD VL-NBHVOL TO WS-PB-HEURES (WS-PB-I)
               ADD VL-FUEL-AJOUTE TO WS-PB-FUEL (WS-PB-I)
           END-IF.

       TOTALISE-PAIEMENTS.
           OPEN INPUT PAIEMENT-FILE.
           IF WS-FS-PAIEMENT = "00"
           STRING "Vols encore ouverts   : " WS-NB-OUVERTS
               DELIMITED BY SIZE INTO JOURNEE-REC.
           WRITE JOURNEE-REC.
           MOVE SPACES TO JOURNEE-REC.
           STRING "A contresigner (F2)   : " WS-NB-A-CONTRESIGNER
               " cloture(s) saisie(s) par le pilote"
               DELIMITED BY SIZE INTO JOURNEE-REC.
           WRITE JOURNEE-REC.
           IF WS-BA-NB > 1
               MOVE SPACES TO JOURNEE-REC
               WRITE JOURNEE-REC
               MOVE "Par base:" TO JOURNEE-REC
               WRITE JOURNEE-REC
               PERFORM VARYING WS-PB-I FROM 1 BY 1
                       UNTIL WS-PB-I > WS-BA-NB
                   PERFORM ECRIT-TOTAUX-BASE
               END-PERFORM
           END-IF.

       ECRIT-TOTAUX-BASE.
           MOVE SPACES TO JOURNEE-REC.
           STRING "  " WS-BA-OACI (WS-PB-I) " "
               WS-BA-NOM (WS-PB-I) " : " WS-PB-VOLS (WS-PB-I)
               " vol(s) " WS-PB-HEURES (WS-PB-I) " h "
               WS-PB-FUEL (WS-PB-I) " L, "
               WS-PB-OUVERTS (WS-PB-I) " ouvert(s)"
               DELIMITED BY SIZE INTO JOURNEE-REC.
           WRITE JOURNEE-REC.

      * The chef de piste's main courante (F76) closes out with
      * the day: its entries become their own section of the
                               MOVE "10" TO WS-FS-MAINCOUR
                           ELSE
                               MOVE SPACES TO JOURNEE-REC
                               MOVE MC-BASE TO WS-BA-CODE
                               PERFORM RAMENE-BASE
                               STRING "  " MC-HEURE " " WS-BA-CODE
                                   " " MC-CATEGORIE " " MC-TEXTE
                                   " (" MC-OPERATEUR ")"
                                   DELIMITED BY SIZE
                                   INTO JOURNEE-REC

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F30.

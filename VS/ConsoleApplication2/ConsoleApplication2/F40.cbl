      * VL-NB-ATTER out of the aircraft and crew totals, then either
      * reopens the flight to "D" or accepts corrected counters and
      * re-applies them in one step. Every run writes a full
      * before/after audit entry. The flight's monthly summary row
      * (ACTMOIS.DAT) follows: the recorded flight is taken back out
      * of it, and in mode C the corrected one put back in.
      * A flight whose month the period register (PERIODE.DAT) has
      * closed is not reversed into that month: the flight is
      * booked at the first open date (VL-DATE-COMPTA), which F2's
      * re-close keeps, and the audit trail carries both dates.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "ACTMOIS-WS.cpy" IN TEMPLATE.

           77  WS-NUMVOL           PIC 9(6) VALUE 0.
           77  WS-MODE             PIC X VALUE "R".
           77  WS-AV-NBATT         PIC 9(2) VALUE 0.
           77  WS-AV-CPTDEP        PIC 9(5)V9 VALUE 0.
           77  WS-AV-CPTARR        PIC 9(5)V9 VALUE 0.
           77  WS-AV-DATEDEP       PIC 9(8) VALUE 0.
           77  WS-AV-DATEARR       PIC 9(8) VALUE 0.
           77  WS-DATE-COMPTA      PIC X(8) VALUE SPACES.
           77  WS-PERIODE-OK       PIC X VALUE "O".
               88  WS-PERIODE-CLOSE    VALUE "N".

      * Corrected values in mode C.
           77  WS-NEW-CPTARR       PIC 9(5)V9 VALUE 0.
           77  WS-NEW-NBHVOL       PIC 9(5)V9 VALUE 0.
           77  WS-STK-PRODUIT      PIC X(6) VALUE SPACES.
           77  WS-STK-QTE          PIC 9(3)V9 VALUE 0.
      * The litres go back to the pump of the base the flight left
      * from, the one F2 drew them from.
           77  WS-STK-BASE         PIC X(4) VALUE SPACES.
           77  WS-CRD-RESTE        PIC 9(5)V9 VALUE 0.
           77  WS-CRD-PRISE        PIC 9(3)V9 VALUE 0.
      * Rating of the flight's revenue on the summary row.
           77  TARIF-DEFAUT        PIC 9(3) VALUE 15.
           77  WS-TAUX-HORAIRE     PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
               DISPLAY "Abandon - double controle refuse."
               STOP RUN
           END-IF.
           PERFORM CONTROLE-PERIODE.
      * The reversal touches the same files as F2's roll-forward
      * in sequence - journal their before-images as one unit of
      * work so a crash mid-reversal is recoverable through F66.
           PERFORM DEBUT-UOW.
           PERFORM CAPTURE-IMAGES.
           PERFORM RETIRE-TOTAUX.
           PERFORM RETIRE-RESUME.
           IF WS-MODE-CORRIGE
               PERFORM APPLIQUE-CORRECTION
           ELSE
           END-IF.
           PERFORM FIN-UOW.
           PERFORM ENREGISTRE-AUDIT.
           IF WS-PERIODE-CLOSE
               PERFORM AUDIT-REPORT
           END-IF.
           DISPLAY "Contre-passation appliquee.".
           STOP RUN.

                           MOVE VL-NB-ATTER TO WS-AV-NBATT
                           MOVE VL-CPTDEP TO WS-AV-CPTDEP
                           MOVE VL-CPTARR TO WS-AV-CPTARR
                           MOVE VL-DATEDEP TO WS-AV-DATEDEP
                           MOVE VL-DATEARR TO WS-AV-DATEARR
                           DISPLAY "Vol " WS-NUMVOL " avion "
                               WS-AV-CODAV " pilote " WS-AV-NUMPIL
                           DISPLAY "Compteurs " WS-AV-CPTDEP " -> "
               CLOSE PILOTE-FILE
           END-IF.

      * The flight as recorded comes off its summary row before
      * any of its fields are zeroed or corrected.
       RETIRE-RESUME.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-NUMVOL TO VL-NUMVOL
               READ VOL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "F40" TO WS-AUDIT-PROGRAMME
                       MOVE "O" TO WS-AM-JOURNAL
                       MOVE "-" TO WS-AM-SENS
                       PERFORM CUMULE-ACTMOIS
               END-READ
               CLOSE VOL-FILE
           END-IF.

      * The recorded top-ups are credited back to the club
      * stock before being zeroed: F2 already drew them down at the
      * original close-out and will draw them again when the
      * reopened flight is re-closed - without the credit every
      * reversal would double-debit the book stock F49 reconciles.
       REOUVRE-VOL.
           PERFORM CHARGE-BASES.
           OPEN I-O VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-NUMVOL TO VL-NUMVOL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VL-BASE-DEP TO WS-BA-CODE
                       PERFORM RAMENE-BASE
                       MOVE WS-BA-CODE TO WS-STK-BASE
                       IF VL-FUEL-AJOUTE > 0
                           MOVE "AVGAS" TO WS-STK-PRODUIT
                           MOVE VL-FUEL-AJOUTE TO WS-STK-QTE
                       MOVE 0 TO VL-FUEL-AJOUTE
                       MOVE 0 TO VL-OIL-AJOUTE
                       MOVE "N" TO VL-PAYE
                       IF WS-PERIODE-CLOSE
                           MOVE WS-DATE-COMPTA TO VL-DATE-COMPTA
                       END-IF
                       REWRITE VOL-REC
               END-READ
               CLOSE VOL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-STK-BASE TO WS-BA-CODE
                       MOVE WS-STK-QTE TO WS-BA-QTE
                       PERFORM STOCK-BASE-MAJ
                       REWRITE STOCK-REC
               END-READ
               CLOSE STOCK-FILE
                       MOVE WS-NEW-CPTARR TO VL-CPTARR
                       MOVE WS-NEW-NBHVOL TO VL-NBHVOL
                       MOVE WS-NEW-ATTER TO VL-NB-ATTER
                       IF WS-PERIODE-CLOSE
                           MOVE WS-DATE-COMPTA TO VL-DATE-COMPTA
                       END-IF
                       REWRITE VOL-REC
                       MOVE "O" TO WS-AM-JOURNAL
                       MOVE "+" TO WS-AM-SENS
                       PERFORM CUMULE-ACTMOIS
               END-READ
               CLOSE VOL-FILE
           END-IF.
           END-IF.
           PERFORM LOG-AUDIT.

      * The flight's month (departure or arrival) closed in the
      * period register: the reversal is booked at the first open
      * date instead, announced before anything is touched.
       CONTROLE-PERIODE.
           MOVE "O" TO WS-PERIODE-OK.
           MOVE WS-AV-DATEDEP TO WS-PER-DATE.
           PERFORM DATE-COMPTABLE.
           IF NOT WS-PER-REPORTEE
               MOVE WS-AV-DATEARR TO WS-PER-DATE
               PERFORM DATE-COMPTABLE
           END-IF.
           IF WS-PER-REPORTEE
               MOVE "N" TO WS-PERIODE-OK
               MOVE WS-PER-EFFET TO WS-DATE-COMPTA
               DISPLAY "Periode du vol close - contre-passation"
                   " imputee au " WS-DATE-COMPTA "."
           END-IF.

       AUDIT-REPORT.
           MOVE "CONTREPASSE"     TO WS-AUDIT-PARAGRAPHE.
           MOVE "REPORT"          TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "vol " WS-NUMVOL " du " WS-AV-DATEDEP
               " en periode close, comptabilise le " WS-DATE-COMPTA
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

      * Before anything is touched, the records about to change
      * (flight, aircraft, pilot and dual instructor) go into the
      * recovery journal exactly as they stand.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "JOURNAL-PROC.cpy" IN TEMPLATE.

           COPY "DOUBLE-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "TARIF-PROC.cpy" IN TEMPLATE.

           COPY "ACTMOIS-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F40.

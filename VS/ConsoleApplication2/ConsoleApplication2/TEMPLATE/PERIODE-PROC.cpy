      * PERIODE-PROC - the accounting period register (PERIODE.DAT).
      * COPY into PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS
      * and AUDIT-PROC.cpy already copied in.
      *   ETAT-PERIODE    - WS-PER-ETAT of month WS-PER-MOIS: "C"
      *                     closed, "O" otherwise (a month never
      *                     closed has no row)
      *   DATE-COMPTABLE  - the date a financial event dated
      *                     WS-PER-DATE (zero = today) is booked at,
      *                     in WS-PER-EFFET: the date itself while its
      *                     month is open; today when it is closed,
      *                     or the 1st of the first open month after
      *                     today's should today's be closed too.
      *                     WS-PER-REPORTEE says the event moved
      *   CLOT-PERIODE    - stamps closing step WS-PER-ETAPE on month
      *                     WS-PER-MOIS with WS-OPERATEUR and today,
      *                     closing the month; one AUDIT.LOG line (the
      *                     caller sets WS-AUDIT-PROGRAMME). A step
      *                     already stamped is left as it stands
      *                     unless the month was reopened since
      *   CLOT-PLAGE      - CLOT-PERIODE on every month lying wholly
      *                     between WS-PER-DU and WS-PER-AU; the number
      *                     newly stamped comes back in WS-PER-NB-CLOS
       ETAT-PERIODE.
           MOVE "O" TO WS-PER-ETAT.
           OPEN INPUT PERIODE-FILE.
           IF WS-FS-PERIODE = "00"
               MOVE WS-PER-MOIS TO PR-MOIS
               READ PERIODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-ETAT TO WS-PER-ETAT
               END-READ
               CLOSE PERIODE-FILE
           END-IF.

       DATE-COMPTABLE.
           IF WS-PER-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PER-DATE
           END-IF.
           MOVE WS-PER-DATE TO WS-PER-EFFET.
           MOVE "N" TO WS-PER-REPORT.
           MOVE WS-PER-DATE(1:6) TO WS-PER-MOIS.
           PERFORM ETAT-PERIODE.
           IF WS-PER-CLOSE
               MOVE "O" TO WS-PER-REPORT
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PER-EFFET
               MOVE WS-PER-EFFET(1:6) TO WS-PER-MOIS
               PERFORM ETAT-PERIODE
               MOVE 0 TO WS-PER-TOURS
               PERFORM UNTIL NOT WS-PER-CLOSE OR WS-PER-TOURS > 24
                   ADD 1 TO WS-PER-TOURS
                   PERFORM MOIS-SUIVANT
                   PERFORM ETAT-PERIODE
               END-PERFORM
               IF WS-PER-TOURS > 0
                   COMPUTE WS-PER-EFFET = WS-PER-MOIS * 100 + 1
               END-IF
           END-IF.

      * December rolls to January of the next year: 202612 + 89
      * gives 202701.
       MOIS-SUIVANT.
           IF WS-PER-MOIS(5:2) = "12"
               ADD 89 TO WS-PER-MOIS
           ELSE
               ADD 1 TO WS-PER-MOIS
           END-IF.

      * Last day of WS-PER-MOIS: the day before the next 1st.
       FIN-DE-MOIS.
           IF WS-PER-MOIS(5:2) = "12"
               COMPUTE WS-PER-FIN-MOIS = (WS-PER-MOIS + 89) * 100 + 1
           ELSE
               COMPUTE WS-PER-FIN-MOIS = (WS-PER-MOIS + 1) * 100 + 1
           END-IF.
           COMPUTE WS-PER-FIN-MOIS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PER-FIN-MOIS) - 1).

       CLOT-PERIODE.
           OPEN I-O PERIODE-FILE.
           IF WS-FS-PERIODE = "35"
               OPEN OUTPUT PERIODE-FILE
               CLOSE PERIODE-FILE
               OPEN I-O PERIODE-FILE
           END-IF.
           IF WS-FS-PERIODE = "00"
               MOVE WS-PER-MOIS TO PR-MOIS
               READ PERIODE-FILE
                   INVALID KEY
                       INITIALIZE PERIODE-REC
                       MOVE WS-PER-MOIS TO PR-MOIS
                       MOVE "O" TO PR-ETAT
                       PERFORM TAMPON-PERIODE
                       WRITE PERIODE-REC
                   NOT INVALID KEY
                       PERFORM TAMPON-PERIODE
                       REWRITE PERIODE-REC
               END-READ
               CLOSE PERIODE-FILE
           END-IF.

       TAMPON-PERIODE.
           MOVE "N" TO WS-PER-TAMPON.
           EVALUATE TRUE
               WHEN WS-PER-ETAPE-FACT
                   IF PR-FACT-DATE = 0 OR PR-ROUVERTE
                       MOVE FUNCTION CURRENT-DATE(1:8) TO PR-FACT-DATE
                       MOVE WS-OPERATEUR TO PR-FACT-PAR
                       MOVE "O" TO WS-PER-TAMPON
                   END-IF
               WHEN WS-PER-ETAPE-TVA
                   IF PR-TVA-DATE = 0 OR PR-ROUVERTE
                       MOVE FUNCTION CURRENT-DATE(1:8) TO PR-TVA-DATE
                       MOVE WS-OPERATEUR TO PR-TVA-PAR
                       MOVE "O" TO WS-PER-TAMPON
                   END-IF
               WHEN WS-PER-ETAPE-EXPORT
                   IF PR-EXPORT-DATE = 0 OR PR-ROUVERTE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO PR-EXPORT-DATE
                       MOVE WS-OPERATEUR TO PR-EXPORT-PAR
                       MOVE "O" TO WS-PER-TAMPON
                   END-IF
           END-EVALUATE.
           IF WS-PER-TAMPONNE
               MOVE "C" TO PR-ETAT
               ADD 1 TO WS-PER-NB-CLOS
               MOVE "CLOT-PERIODE" TO WS-AUDIT-PARAGRAPHE
               MOVE "CLOTURE"      TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-RESUME
               STRING "periode " PR-MOIS " close, etape "
                   WS-PER-ETAPE " par " WS-OPERATEUR
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
           END-IF.

       CLOT-PLAGE.
           MOVE 0 TO WS-PER-NB-CLOS.
           MOVE 0 TO WS-PER-TOURS.
           MOVE WS-PER-DU(1:6) TO WS-PER-MOIS.
           IF WS-PER-DU(7:2) NOT = "01"
               PERFORM MOIS-SUIVANT
           END-IF.
           PERFORM FIN-DE-MOIS.
           PERFORM UNTIL WS-PER-FIN-MOIS > WS-PER-AU
                      OR WS-PER-FIN-MOIS = 0
                      OR WS-PER-TOURS > 36
               ADD 1 TO WS-PER-TOURS
               PERFORM CLOT-PERIODE
               PERFORM MOIS-SUIVANT
               PERFORM FIN-DE-MOIS
           END-PERFORM.

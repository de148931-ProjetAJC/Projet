      * never deleted or renumbered, it is superseded by a numbered
      * avoir pointing back at it, which is the only cancellation
      * path the register allows. Paged like F25/F35.
      * An invoice dated in a month the period register has closed
      * is credited in the open period: the avoir takes today's
      * date (or the next open one) and carries the invoice's date
      * in FN-DATE-ORIGINE, so the closed month stays as declared.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-MONTANT-ORIG PIC S9(8)V99 VALUE 0.
           77 WS-PILOTE-ORIG PIC 9(6) VALUE 0.
           77 WS-PERIODE-ORIG PIC X(13) VALUE SPACES.
           77 WS-DATE-ORIG PIC 9(8) VALUE 0.
           77 WS-ORIG-CLOSE PIC X VALUE "N".
               88 WS-ORIG-EN-PERIODE-CLOSE VALUE "O".

       LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
                               MOVE FN-MONTANT TO WS-MONTANT-ORIG
                               MOVE FN-NUMPIL TO WS-PILOTE-ORIG
                               MOVE FN-PERIODE TO WS-PERIODE-ORIG
                               MOVE FN-DATE TO WS-DATE-ORIG
                               MOVE "A" TO FN-ETAT
                               REWRITE FACTNUM-REC
                               CLOSE FACTNUM-FILE
           MOVE WS-PILOTE-ORIG TO WS-FAC-NUMPIL.
           MOVE WS-PERIODE-ORIG TO WS-FAC-PERIODE.
           COMPUTE WS-FAC-MONTANT = 0 - WS-MONTANT-ORIG.
           MOVE "N" TO WS-ORIG-CLOSE.
           MOVE WS-DATE-ORIG(1:6) TO WS-PER-MOIS.
           PERFORM ETAT-PERIODE.
           IF WS-PER-CLOSE
               MOVE "O" TO WS-ORIG-CLOSE
           END-IF.
           PERFORM ALLOUE-NUMERO-FACTURE.
           OPEN I-O FACTNUM-FILE.
           IF WS-FS-FACTNUM = "00"
                   NOT INVALID KEY
                       MOVE "V" TO FN-ETAT
                       MOVE WS-NUM-ANNULE TO FN-AVOIR-DE
                       IF WS-ORIG-EN-PERIODE-CLOSE
                           MOVE WS-DATE-ORIG TO FN-DATE-ORIGINE
                       END-IF
                       REWRITE FACTNUM-REC
               END-READ
               CLOSE FACTNUM-FILE
           MOVE "F36"       TO WS-AUDIT-PROGRAMME.
           MOVE "EMET-AVOIR" TO WS-AUDIT-PARAGRAPHE.
           MOVE "AVOIR"     TO WS-AUDIT-ACTION.
           IF WS-ORIG-EN-PERIODE-CLOSE
               STRING "avoir " WS-FAC-NUMERO " emis sur facture "
                   WS-NUM-ANNULE " du " WS-DATE-ORIG
                   " (periode close)" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
           ELSE
               STRING "avoir " WS-FAC-NUMERO " emis sur facture "
                   WS-NUM-ANNULE DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
           END-IF.
           PERFORM LOG-AUDIT.
           IF WS-ORIG-EN-PERIODE-CLOSE
               STRING "Avoir n. " WS-FAC-NUMERO " emis - facture "
                   "en periode close."
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               STRING "Avoir n. " WS-FAC-NUMERO " emis."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.


       COPY "FACTURE-PROC.cpy" IN TEMPLATE.

       COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F36.

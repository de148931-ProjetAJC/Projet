      * numbers skipped - and prints a declaration-ready summary
      * with the register numbers behind each figure, so the
      * declared amount can be proven line by line.
      * Every month the declaration covers whole is then closed for
      * VAT in the period register (PERIODE.DAT), so no invoice or
      * credit note can be dated back into what was declared.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           PERFORM BALAYE-REGISTRE.
           PERFORM ECRIT-DECLARATION.
           PERFORM ENREGISTRE-AUDIT.
           PERFORM CLOT-DECLARATION.
           STOP RUN.

       SAISIE-PERIODE.
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       CLOT-DECLARATION.
           MOVE WS-DATE-DEB TO WS-PER-DU.
           MOVE WS-DATE-FIN TO WS-PER-AU.
           MOVE "T" TO WS-PER-ETAPE.
           MOVE "F71" TO WS-AUDIT-PROGRAMME.
           PERFORM CLOT-PLAGE.
           IF WS-PER-NB-CLOS > 0
               DISPLAY WS-PER-NB-CLOS " mois clos pour la TVA."
           END-IF.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F71.

      * document is set AV-HORS-SERVICE, so F1's CHECK_AVION_F1 and
      * F0's return control refuse it without the duty officer
      * having to remember. Report: RAPPORT_DOCS_AVIONS.TXT.
      * The grounding date is kept on the document (DA-IMMOB-DEB)
      * for the downtime analysis.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           STOP RUN.

       BALAYE-DOCS.
           OPEN I-O DOCAV-FILE.
           IF WS-FS-DOCAV = "00"
               MOVE LOW-VALUES TO DA-CODAV DA-TYPE
               START DOCAV-FILE KEY IS NOT LESS THAN DA-CLE
                           SET AV-HORS-SERVICE TO TRUE
                           REWRITE AVION-REC
                           ADD 1 TO WS-NB-BLOQUES
                           PERFORM NOTE-IMMOB-DOC
                           MOVE SPACES TO DOCREP-REC
                           STRING "   -> avion " DA-CODAV
                               " mis HORS SERVICE (document "
               CLOSE AVION-FILE
           END-IF.

      * The grounding runs from the first day past the expiry; F4
      * closes the span when the document is renewed (F125's
      * downtime analysis).
       NOTE-IMMOB-DOC.
           COMPUTE DA-IMMOB-DEB = FUNCTION DATE-OF-INTEGER
               (WS-EXP-INT + 1).
           MOVE 0 TO DA-IMMOB-FIN.
           REWRITE DOCAV-REC.

       CHARGE-PARAMS.
           MOVE "SEUIL-JOURS" TO WS-PARAM-CODE.
           MOVE 30 TO WS-PARAM-DEFAUT.

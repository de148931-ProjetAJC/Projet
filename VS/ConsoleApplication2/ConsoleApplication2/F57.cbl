      * F2's close-out rolls the fitted components forward with the
      * airframe and folds component-TBO proximity into the
      * maintenance alert. Same CRUD/retry idiom as F49.
      * Each fit and removal is also written to LIVRET.DAT with the
      * airframe counter and the component's clocks of the moment,
      * the history F121 prints in the engine logbook.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-AVION-OK
                       MOVE AV-CPTHORAV TO WS-LT-CPT-CELLULE
               END-READ
               CLOSE AVION-FILE
           END-IF.
                               DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                           MOVE "P" TO WS-LT-TYPE
                           PERFORM NOTE-LIVRET
                       END-IF
               END-READ
               CLOSE COMPOSANT-FILE
           END-IF.

      * Logbook line for the fit or removal just made, from the
      * component record still in hand; the airframe counter was
      * read by CHECK-AVION.
       NOTE-LIVRET.
           MOVE WS-CP-CODAV  TO WS-LT-CODAV.
           MOVE CP-SERIE     TO WS-LT-SERIE.
           MOVE CP-HEURES    TO WS-LT-CP-HEURES.
           MOVE CP-CYCLES    TO WS-LT-CP-CYCLES.
           MOVE SPACES       TO WS-LT-REFERENCE.
           MOVE SPACES       TO WS-LT-TEXTE.
           IF WS-LT-TYPE = "P"
               MOVE "Pose" TO WS-LT-REFERENCE
           ELSE
               MOVE "Depose" TO WS-LT-REFERENCE
           END-IF.
           IF CP-MOTEUR
               STRING WS-LT-REFERENCE DELIMITED BY SPACE
                   " moteur " CP-SERIE
                   DELIMITED BY SIZE INTO WS-LT-TEXTE
           ELSE
               STRING WS-LT-REFERENCE DELIMITED BY SPACE
                   " helice " CP-SERIE
                   DELIMITED BY SIZE INTO WS-LT-TEXTE
           END-IF.
           MOVE SPACES TO WS-LT-REFERENCE.
           PERFORM ENREGISTRE-LIVRET.

       DEPOSE-COMPOSANT.
           PERFORM NEW-SCREEN.
           MOVE "Depose composant" TO WS-FUNC.
                           MOVE "Composant deja au magasin."
                               TO WS-MSG
                       ELSE
                           MOVE CP-CODAV TO WS-CP-CODAV
                           MOVE 0 TO WS-LT-CPT-CELLULE
                           PERFORM CHECK-AVION
                           MOVE "D" TO WS-LT-TYPE
                           PERFORM NOTE-LIVRET
                           MOVE "F57"       TO WS-AUDIT-PROGRAMME
                           MOVE "DEPOSE-COMPOSANT"
                               TO WS-AUDIT-PARAGRAPHE

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "LIVRET-PROC.cpy" IN TEMPLATE.

       END PROGRAM F57.

      * a recurring directive re-opens itself at the next interval.
      * F2's close-out holds the rolling counters against the open
      * rows and grounds on an overdue mandatory one.
      * Every sign-off is also written to LIVRET.DAT (reference,
      * airframe hours, operator), since a recurring row only keeps
      * its latest compliance - F121 prints them in the logbooks.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE "C"            TO WS-LT-TYPE
                       MOVE WS-CF-CODAV    TO WS-LT-CODAV
                       MOVE SPACES         TO WS-LT-SERIE
                       MOVE WS-CF-HEURES   TO WS-LT-CPT-CELLULE
                       MOVE 0              TO WS-LT-CP-HEURES
                                              WS-LT-CP-CYCLES
                       MOVE DN-REFERENCE   TO WS-LT-REFERENCE
                       MOVE DN-DESCRIPTION TO WS-LT-TEXTE
                       PERFORM ENREGISTRE-LIVRET
                       IF DN-RECUR-HEURES > 0
                           STRING "Conforme - prochaine echeance "
                               DN-DUE-HEURES " h"

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "LIVRET-PROC.cpy" IN TEMPLATE.

       END PROGRAM F82.

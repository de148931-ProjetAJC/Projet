               ACCEPT AS-RESULTAT
               IF WS-VALIDER
                   PERFORM CHECK-LECON
                   MOVE WS-PG-NUMINSTR TO WS-QI-NUMPIL
                   PERFORM CHECK-INSTRUCTEUR
                   EVALUATE TRUE
                       WHEN NOT WS-SY-TROUVEE
                           MOVE "Lecon inconnue au syllabus." TO WS-MSG
                           MOVE WS-MSG TO WS-ERR-TEXT
                           MOVE "F21" TO WS-AUDIT-PROGRAMME
                           PERFORM LOG-ERREUR
                       WHEN NOT WS-QI-VALIDE
                           MOVE SPACES TO WS-MSG
                           STRING "Privileges instructeur expires ou"
                               " absents." DELIMITED BY SIZE
                               INTO WS-MSG
                           MOVE WS-MSG TO WS-ERR-TEXT
                           MOVE "F21" TO WS-AUDIT-PROGRAMME
                           PERFORM LOG-ERREUR
                       WHEN OTHER
                           PERFORM APPLY-RESULTAT
                   END-EVALUATE
               ELSE
                   MOVE "Resultat non enregistre." TO WS-MSG
               END-IF
               CLOSE SYLLABUS-FILE
           END-IF.

      * The instructor signing a lesson result or a solo
      * authorization (WS-QI-NUMPIL) must hold a rating current
      * today; a result keyed without an instructor is not checked.
       CHECK-INSTRUCTEUR.
           IF WS-QI-NUMPIL = 0
               MOVE "O" TO WS-QI-OK
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-QI-DATE-REF
               PERFORM CONTROLE-QUALINST
           END-IF.

       APPLY-RESULTAT.
           MOVE "N" TO WS-PG-OK.
           OPEN I-O PROGRES-FILE.
                   MOVE "Eleve, dates et instructeur requis."
                       TO WS-MSG
               ELSE
                   MOVE WS-SL-INSTR TO WS-QI-NUMPIL
                   PERFORM CHECK-INSTRUCTEUR
                   IF WS-QI-VALIDE
                       PERFORM APPLY-SOLO
                   ELSE
                       MOVE "Privileges instructeur expires ou absents."
                           TO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F21" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   END-IF
               END-IF
           ELSE
               MOVE "Autorisation non signee." TO WS-MSG

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "QUALINST-PROC.cpy" IN TEMPLATE.

       END PROGRAM F21.

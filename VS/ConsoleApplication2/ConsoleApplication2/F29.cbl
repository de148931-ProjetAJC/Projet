                       MOVE SPACES    TO PI-PRENOM
                       MOVE SPACES    TO PI-EMAIL
                       MOVE 0         TO PI-DATE-NAISSANCE
                       MOVE "N"       TO PI-ACCORD-INFOS
                       REWRITE PILOTE-REC
                       ADD 1 TO WS-NB-ANONYMES
               END-READ

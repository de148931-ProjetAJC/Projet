
       CLASSE-VOL.
           PERFORM CHARGE-TARIF-VOL.
           MOVE VL-NBHVOL TO WS-IX-HEURES.
           PERFORM CALCULE-INDEX-VOL.
           COMPUTE WS-MONTANT ROUNDED =
               (VL-NBHVOL * WS-TAUX-HORAIRE
               + VL-NB-ATTER * WS-TAXE-ATTER
               + WS-IX-MONTANT)
               * (1 + WS-TAUX-TVA / 100).
           COMPUTE WS-AGE-JOURS = WS-AUJOURD-INT
               - FUNCTION INTEGER-OF-DATE(VL-DATEARR).

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "TARIF-PROC.cpy" IN TEMPLATE.

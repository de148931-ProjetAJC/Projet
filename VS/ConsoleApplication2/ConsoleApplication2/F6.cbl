                                   TO FACTH(NB-VOL)
                               MOVE VL-NB-ATTER TO NBATT(NB-VOL)
                               PERFORM CHARGE-TARIF-VOL
                               MOVE FACTH(NB-VOL) TO WS-IX-HEURES
                               PERFORM CALCULE-INDEX-VOL
                               MOVE WS-IX-MONTANT TO INDEXVOL(NB-VOL)
                               COMPUTE COUTVOL(NB-VOL) =
                                   FACTH(NB-VOL) * WS-TAUX-HORAIRE
                                   + NBATT(NB-VOL) * WS-TAXE-ATTER
                                   + INDEXVOL(NB-VOL)
                               MOVE VL-DATEDEP TO WS-DATE-IN
                               PERFORM FORMAT-DATE
                               MOVE WS-DATE-OUT TO DATEDEB(NB-VOL)
                                   TO FACTH(NB-VOL)
                               MOVE VL-NB-ATTER TO NBATT(NB-VOL)
                               PERFORM CHARGE-TARIF-VOL
                               MOVE FACTH(NB-VOL) TO WS-IX-HEURES
                               PERFORM CALCULE-INDEX-VOL
                               MOVE WS-IX-MONTANT TO INDEXVOL(NB-VOL)
                               COMPUTE COUTVOL(NB-VOL) =
                                   FACTH(NB-VOL) * WS-TAUX-HORAIRE
                                   + NBATT(NB-VOL) * WS-TAXE-ATTER
                                   + INDEXVOL(NB-VOL)
                               MOVE VL-DATEDEP TO WS-DATE-IN
                               PERFORM FORMAT-DATE
                               MOVE WS-DATE-OUT TO DATEDEB(NB-VOL)
                           ELSE
                           IF VL-TERMINE
                               AND NOT VL-EST-PAYE
                               AND NOT VL-NON-FACTURABLE
                               PERFORM CHARGE-TARIF-VOL
                               PERFORM CHARGE-HEURES-FACT
                               MOVE WS-NBH-FACTURE TO WS-IX-HEURES
                               PERFORM CALCULE-INDEX-VOL
      * Settled TTC, the same amount the invoices carry and
      * the bank collects, fuel indexation included.
                               COMPUTE WS-COUT-VOL ROUNDED =
                                   (WS-NBH-FACTURE
                                     * WS-TAUX-HORAIRE
                                   + VL-NB-ATTER * WS-TAXE-ATTER
                                   + WS-IX-MONTANT)
                                   * (1 + WS-TAUX-TVA / 100)
                               IF WS-PAIE-TOTALITE
                                  OR WS-PAIE-RESTE >= WS-COUT-VOL

       COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

       COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "VERROU-PROC.cpy" IN TEMPLATE.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

       END PROGRAM F6.


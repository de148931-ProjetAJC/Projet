      * INDEXCARB-PROC - fuel indexation of the hourly rate, shared
      * by every program that prices a flight (F1's estimate, F2's
      * shared-cost bill, F5/F6 settlement, F7/F9 invoicing and the
      * F113 monthly report). COPY into PROCEDURE DIVISION after
      * PARAMS-PROC; requires DATAFILES.cpy/-FD/-WS, AVION-FILE open
      * INPUT (as for CHARGE-TARIF-VOL, whose AVION-REC it re-reads
      * for the same aircraft), PERF-FILE and PRIXCARB-FILE closed,
      * the flight in VOL-REC's buffer and its billed hours in
      * WS-IX-HEURES. PERFORM CALCULE-INDEX-VOL: when the flight's
      * type carries a PF-PRIX-REF clause and an AVGAS average price
      * is known, WS-IX-APPLIQUE comes back set with
      *   WS-IX-PRIX-MOY  - average delivery price of the month
      *                     before the flight (or the latest priced
      *                     month before that), from WS-IX-MOIS-PRIX
      *   WS-IX-PAR-HEURE - (drift beyond the dead-band) times
      *                     PF-CONSO-HOR: a surcharge above the
      *                     reference price, a rebate below it
      *   WS-IX-MONTANT   - WS-IX-PAR-HEURE times WS-IX-HEURES, HT,
      *                     zero inside the band or with no clause.
      * LIGNE-INDEX-VOL then works the VAT at WS-TAUX-TVA and lays
      * out the invoice line every biller prints under the flight
      * in WS-IX-LIGNE.
      * The dead-band is PARAMS "INDEX-BANDE", EUR per litre (0.10
      * by default). Type and month are cached between calls, so a
      * batch pass opens PERF/PRIXCARB once per type and month; a
      * screen program clears WS-IX-CLE-CACHE first to pick up a
      * delivery keyed in F49 meanwhile.
       CALCULE-INDEX-VOL.
           IF WS-IX-PARAMS-LUS NOT = "O"
               MOVE "INDEX-BANDE" TO WS-PARAM-CODE
               MOVE 0.10 TO WS-PARAM-DEFAUT
               PERFORM CHARGE-PARAMETRE
               MOVE WS-PARAM-VALEUR TO WS-IX-BANDE
               MOVE "O" TO WS-IX-PARAMS-LUS
           END-IF.
           MOVE 0 TO WS-IX-MONTANT.
           MOVE SPACES TO WS-IX-CODTYP.
           MOVE WS-FS-AVION TO WS-IX-FS-SAUVE.
           IF WS-FS-AVION = "00"
               MOVE VL-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AV-CODTYP TO WS-IX-CODTYP
               END-READ
           END-IF.
           MOVE WS-IX-FS-SAUVE TO WS-FS-AVION.
           MOVE SPACES TO WS-IX-CLE-VOL.
           STRING WS-IX-CODTYP VL-DATEDEP(1:6)
               DELIMITED BY SIZE INTO WS-IX-CLE-VOL.
           IF WS-IX-CLE-VOL NOT = WS-IX-CLE-CACHE
               PERFORM EVALUE-INDEX-TYPE
               MOVE WS-IX-CLE-VOL TO WS-IX-CLE-CACHE
           END-IF.
           IF WS-IX-APPLIQUE
               COMPUTE WS-IX-MONTANT ROUNDED =
                   WS-IX-PAR-HEURE * WS-IX-HEURES
           END-IF.

      * Clause of the type, then the price it is measured against;
      * inside the dead-band the flight is applied at zero.
       EVALUE-INDEX-TYPE.
           MOVE "N" TO WS-IX-ACTIF.
           MOVE 0 TO WS-IX-PRIX-REF WS-IX-CONSO WS-IX-PRIX-MOY
               WS-IX-MOIS-PRIX WS-IX-ECART WS-IX-PAR-HEURE.
           IF WS-IX-CODTYP NOT = SPACES
               OPEN INPUT PERF-FILE
               IF WS-FS-PERF = "00"
                   MOVE WS-IX-CODTYP TO PF-CODTYP
                   READ PERF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PF-PRIX-REF  TO WS-IX-PRIX-REF
                           MOVE PF-CONSO-HOR TO WS-IX-CONSO
                   END-READ
                   CLOSE PERF-FILE
               END-IF
           END-IF.
           IF WS-IX-PRIX-REF > 0 AND WS-IX-CONSO > 0
               PERFORM CHERCHE-PRIX-MOYEN
           END-IF.
           IF WS-IX-PRIX-MOY > 0
               MOVE "O" TO WS-IX-ACTIF
               COMPUTE WS-IX-ECART = WS-IX-PRIX-MOY - WS-IX-PRIX-REF
               EVALUATE TRUE
                   WHEN WS-IX-ECART > WS-IX-BANDE
                       COMPUTE WS-IX-PAR-HEURE ROUNDED =
                           (WS-IX-ECART - WS-IX-BANDE) * WS-IX-CONSO
                   WHEN WS-IX-ECART < 0 - WS-IX-BANDE
                       COMPUTE WS-IX-PAR-HEURE ROUNDED =
                           (WS-IX-ECART + WS-IX-BANDE) * WS-IX-CONSO
                   WHEN OTHER
                       MOVE 0 TO WS-IX-PAR-HEURE
               END-EVALUATE
           END-IF.

      * The flight's own month is still open when it is billed: the
      * month before is the reference, or failing deliveries then,
      * the latest earlier month with priced AVGAS litres.
       CHERCHE-PRIX-MOYEN.
           MOVE VL-DATEDEP(1:4) TO WS-IX-AAAA.
           MOVE VL-DATEDEP(5:2) TO WS-IX-MM.
           IF WS-IX-MM = 1
               SUBTRACT 1 FROM WS-IX-AAAA
               MOVE 12 TO WS-IX-MM
           ELSE
               SUBTRACT 1 FROM WS-IX-MM
           END-IF.
           COMPUTE WS-IX-MOIS-AVANT = WS-IX-AAAA * 100 + WS-IX-MM.
           OPEN INPUT PRIXCARB-FILE.
           IF WS-FS-PRIXCARB = "00"
               MOVE "AVGAS" TO PX-PRODUIT
               MOVE 0 TO PX-MOIS
               START PRIXCARB-FILE KEY IS NOT LESS THAN PX-CLE
                   INVALID KEY MOVE "10" TO WS-FS-PRIXCARB
               END-START
               PERFORM UNTIL WS-FS-PRIXCARB = "10"
                   READ PRIXCARB-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PRIXCARB
                       NOT AT END
                           IF PX-PRODUIT NOT = "AVGAS"
                              OR PX-MOIS > WS-IX-MOIS-AVANT
                               MOVE "10" TO WS-FS-PRIXCARB
                           ELSE
                               IF PX-LITRES > 0
                                   COMPUTE WS-IX-PRIX-MOY ROUNDED =
                                       PX-MONTANT / PX-LITRES
                                   MOVE PX-MOIS TO WS-IX-MOIS-PRIX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIXCARB-FILE
           END-IF.

      * The indexation is a line of its own on the bill, carrying
      * its own VAT at the flight's rate.
       LIGNE-INDEX-VOL.
           COMPUTE WS-IX-TVA ROUNDED =
               WS-IX-MONTANT * WS-TAUX-TVA / 100.
           COMPUTE WS-IX-TTC = WS-IX-MONTANT + WS-IX-TVA.
           MOVE WS-IX-PAR-HEURE TO WS-IX-PAR-HEURE-ED.
           MOVE WS-IX-MONTANT TO WS-IX-MONTANT-ED.
           MOVE WS-IX-TVA TO WS-IX-TVA-ED.
           MOVE WS-IX-TTC TO WS-IX-TTC-ED.
           MOVE WS-IX-PRIX-MOY TO WS-IX-PRIX-MOY-ED.
           MOVE WS-IX-PRIX-REF TO WS-IX-PRIX-REF-ED.
           MOVE SPACES TO WS-IX-LIGNE.
           STRING "   Indexation carburant " WS-IX-PAR-HEURE-ED
               " EUR/h (AVGAS " WS-IX-PRIX-MOY-ED " ref "
               WS-IX-PRIX-REF-ED ") HT " WS-IX-MONTANT-ED
               " TVA " WS-IX-TVA-ED " TTC " WS-IX-TTC-ED
               DELIMITED BY SIZE INTO WS-IX-LIGNE.

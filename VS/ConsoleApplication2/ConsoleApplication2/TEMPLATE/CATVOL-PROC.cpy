      * CATVOL-PROC - flights and hours per flight category, shared
      * by F26 (monthly statistics) and F63 (federation
      * declaration). COPY into PROCEDURE DIVISION; requires
      * CATVOL-WS.cpy already copied in.
      *   RAZ-CATVOL      - clears the accumulators.
      *   CUMULE-CATVOL   - adds the flight in WS-CV-CATEGORIE /
      *                     WS-CV-PASSAGER / WS-CV-INSTR /
      *                     WS-CV-NAV / WS-CV-NBHVOL (counted
      *                     as WS-CV-NBVOL flights) to its row; a
      *                     blank category is derived the way F1
      *                     derives it at filing (passenger =
      *                     bapteme, then instruction, navigation,
      *                     local).
       RAZ-CATVOL.
           PERFORM VARYING WS-CV-I FROM 1 BY 1 UNTIL WS-CV-I > 7
               MOVE 0 TO WS-CV-NBVOLS(WS-CV-I)
               MOVE 0 TO WS-CV-HEURES(WS-CV-I)
           END-PERFORM.

       CUMULE-CATVOL.
           IF WS-CV-CATEGORIE = SPACE
               EVALUATE TRUE
                   WHEN WS-CV-PASSAGER > 0
                       MOVE "B" TO WS-CV-CATEGORIE
                   WHEN WS-CV-INSTR = "O"
                       MOVE "I" TO WS-CV-CATEGORIE
                   WHEN WS-CV-NAV = "O"
                       MOVE "N" TO WS-CV-CATEGORIE
                   WHEN OTHER
                       MOVE "L" TO WS-CV-CATEGORIE
               END-EVALUATE
           END-IF.
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > 7
                      OR WS-CV-CODE(WS-CV-I) = WS-CV-CATEGORIE
               CONTINUE
           END-PERFORM.
      * An unknown code is counted as local rather than dropped,
      * so the category lines always add up to the totals.
           IF WS-CV-I > 7
               MOVE 1 TO WS-CV-I
           END-IF.
           ADD WS-CV-NBVOL TO WS-CV-NBVOLS(WS-CV-I).
           ADD WS-CV-NBHVOL TO WS-CV-HEURES(WS-CV-I).

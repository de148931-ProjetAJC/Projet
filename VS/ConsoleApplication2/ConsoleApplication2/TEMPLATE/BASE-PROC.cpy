      * BASE-PROC - the club's bases, shared by every screen and
      * batch that works base by base (F1, F2, F17, F18, F19, F30,
      * F39, F40, F49, F54, F60, F74, F76, F102, F103, MENU). COPY
      * into PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS. A
      * base is an AERODROME row flagged OA-BASE-DU-CLUB ("O" the
      * principal field, "S" a satellite); a blank base code on any
      * record means the principal base, as it did before there was
      * more than one.
      *   CHARGE-BASES    - table of the bases in WS-BA-TABLE /
      *                     WS-BA-NB, principal in WS-BA-PRINCIPALE
      *                     (AERODROME-FILE closed)
      *   CONTROLE-BASE   - WS-BA-CODE upper-cased, blank read as the
      *                     principal; WS-BA-CONNUE when it is a base
      *   RAMENE-BASE     - same, an unknown code counted under the
      *                     principal (rows of a base since withdrawn)
      *   BASE-SESSION    - WS-BA-SESSION, the base the operator chose
      *                     at MENU login (spaces = all bases)
      *                     (OPERATEUR-FILE closed)
      *   BASE-AVION      - WS-BA-AVION, where WS-BA-CODAV is kept
      *                     (AVION-FILE closed)
      *   POSITION-AVION  - also WS-BA-POSITION, where it last landed:
      *                     the final point of its latest closed
      *                     flight, or its base if it has none
      *                     (VOL-FILE and AVION-FILE closed, VOL-REC's
      *                     buffer is overwritten)
      *   STOCK-BASE-LIT  - WS-BA-STK-QTE/-SEUIL/-LIVR of the pump at
      *                     WS-BA-CODE, STOCK-REC in the buffer
      *   STOCK-BASE-MAJ  - adds WS-BA-QTE (signed) to that pump;
      *                     the caller REWRITEs STOCK-REC
       CHARGE-BASES.
           MOVE 0 TO WS-BA-NB.
           MOVE SPACES TO WS-BA-TABLE WS-BA-PRINCIPALE.
           OPEN INPUT AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE LOW-VALUES TO OA-OACI
               START AERODROME-FILE KEY IS NOT LESS THAN OA-OACI
                   INVALID KEY MOVE "10" TO WS-FS-AERODROME
               END-START
               PERFORM UNTIL WS-FS-AERODROME = "10"
                   READ AERODROME-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AERODROME
                       NOT AT END
                           IF OA-BASE-DU-CLUB AND WS-BA-NB < 5
                               ADD 1 TO WS-BA-NB
                               MOVE OA-OACI TO WS-BA-OACI (WS-BA-NB)
                               MOVE OA-NOM TO WS-BA-NOM (WS-BA-NB)
                               IF OA-BASE-CLUB
                                   MOVE OA-OACI TO WS-BA-PRINCIPALE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AERODROME-FILE
           END-IF.
           IF WS-BA-PRINCIPALE = SPACES AND WS-BA-NB > 0
               MOVE WS-BA-OACI (1) TO WS-BA-PRINCIPALE
           END-IF.

       CONTROLE-BASE.
           MOVE FUNCTION UPPER-CASE(WS-BA-CODE) TO WS-BA-CODE.
           IF WS-BA-CODE = SPACES
               MOVE WS-BA-PRINCIPALE TO WS-BA-CODE
           END-IF.
           MOVE "N" TO WS-BA-OK.
           IF WS-BA-NB = 0 AND WS-BA-CODE = SPACES
               MOVE "O" TO WS-BA-OK
           END-IF.
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BA-NB
               IF WS-BA-OACI (WS-BA-IDX) = WS-BA-CODE
                   MOVE "O" TO WS-BA-OK
               END-IF
           END-PERFORM.

       RAMENE-BASE.
           PERFORM CONTROLE-BASE.
           IF NOT WS-BA-CONNUE
               MOVE WS-BA-PRINCIPALE TO WS-BA-CODE
           END-IF.

       BASE-SESSION.
           MOVE SPACES TO WS-BA-SESSION.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE WS-OPERATEUR TO OPR-ID
               READ OPERATEUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPR-BASE-SESSION TO WS-BA-SESSION
               END-READ
               CLOSE OPERATEUR-FILE
           END-IF.

       BASE-AVION.
           MOVE SPACES TO WS-BA-CODE.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE WS-BA-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AV-BASE TO WS-BA-CODE
               END-READ
               CLOSE AVION-FILE
           END-IF.
           PERFORM RAMENE-BASE.
           MOVE WS-BA-CODE TO WS-BA-AVION.

      * The latest closed flight by arrival date and time; its last
      * leg, or its destination when it had none, is where the
      * aircraft stands now.
       POSITION-AVION.
           PERFORM BASE-AVION.
           MOVE WS-BA-AVION TO WS-BA-POSITION.
           MOVE 0 TO WS-BA-POS-CLE WS-BA-POS-NUMVOL.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-BA-CODAV TO VL-CODAV
               START VOL-FILE KEY IS NOT LESS THAN VL-CODAV
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-CODAV NOT = WS-BA-CODAV
                               MOVE "10" TO WS-FS-VOL
                           ELSE
                               IF VL-TERMINE
                                   COMPUTE WS-BA-VOL-CLE =
                                       VL-DATEARR * 10000 + VL-HARR
                                   IF WS-BA-VOL-CLE > WS-BA-POS-CLE
                                       MOVE WS-BA-VOL-CLE
                                           TO WS-BA-POS-CLE
                                       MOVE VL-NUMVOL
                                           TO WS-BA-POS-NUMVOL
                                       PERFORM POSITION-FIN-VOL
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

       POSITION-FIN-VOL.
           IF VL-NBLEGS > 0 AND VL-NBLEGS <= 4
               MOVE VL-LEG-DEST (VL-NBLEGS) (1:4) TO WS-BA-POSITION
           ELSE
               MOVE VL-DEST (1:4) TO WS-BA-POSITION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-BA-POSITION) TO WS-BA-POSITION.

      * Slot of the pump at WS-BA-CODE in WS-BA-SAT: zero for the
      * principal base (the record's own figures), else the
      * satellite's slot, claimed and zeroed on its first use.
      * WS-BA-OK is "N" when all the slots are taken by other bases
      * and the movement falls back on the principal figures.
       STOCK-BASE-SLOT.
           MOVE 0 TO WS-BA-SAT.
           MOVE "O" TO WS-BA-OK.
           IF WS-BA-CODE NOT = SPACES
              AND WS-BA-CODE NOT = WS-BA-PRINCIPALE
               PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                       UNTIL WS-BA-IDX > 3 OR WS-BA-SAT > 0
                   IF SK-SAT-BASE (WS-BA-IDX) = WS-BA-CODE
                       MOVE WS-BA-IDX TO WS-BA-SAT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                       UNTIL WS-BA-IDX > 3 OR WS-BA-SAT > 0
                   IF SK-SAT-BASE (WS-BA-IDX) = SPACES
                      OR SK-SAT-BASE (WS-BA-IDX) = LOW-VALUES
                       MOVE WS-BA-IDX TO WS-BA-SAT
                       MOVE WS-BA-CODE TO SK-SAT-BASE (WS-BA-SAT)
                       MOVE 0 TO SK-SAT-QUANTITE (WS-BA-SAT)
                                 SK-SAT-SEUIL (WS-BA-SAT)
                                 SK-SAT-DERN-LIVR (WS-BA-SAT)
                   END-IF
               END-PERFORM
               IF WS-BA-SAT = 0
                   MOVE "N" TO WS-BA-OK
               END-IF
           END-IF.

       STOCK-BASE-LIT.
           PERFORM STOCK-BASE-SLOT.
           IF WS-BA-SAT = 0
               MOVE SK-QUANTITE TO WS-BA-STK-QTE
               MOVE SK-SEUIL-REAPPRO TO WS-BA-STK-SEUIL
               MOVE SK-DERNIERE-LIVR TO WS-BA-STK-LIVR
           ELSE
               MOVE SK-SAT-QUANTITE (WS-BA-SAT) TO WS-BA-STK-QTE
               MOVE SK-SAT-SEUIL (WS-BA-SAT) TO WS-BA-STK-SEUIL
               MOVE SK-SAT-DERN-LIVR (WS-BA-SAT) TO WS-BA-STK-LIVR
           END-IF.

       STOCK-BASE-MAJ.
           PERFORM STOCK-BASE-SLOT.
           IF WS-BA-SAT = 0
               ADD WS-BA-QTE TO SK-QUANTITE
           ELSE
               ADD WS-BA-QTE TO SK-SAT-QUANTITE (WS-BA-SAT)
           END-IF.

      * CODEPOST-PROC - checks a postal code / city pair against
      * the CODEPOST.DAT reference, shared by F3 (pilot screens),
      * F43 (member list import) and F107 (address audit). COPY
      * into PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS and
      * CODEPOST-WS.cpy already copied in, and CODEPOST-FILE closed
      * on entry.
      *   CONTROLE-CODE-POSTAL - WS-PO-CP / WS-PO-VILLE / WS-PO-PAYS
      *                          to WS-PO-RESULTAT: O the city is
      *                          one the code serves, C the code is
      *                          not in the list, V the code exists
      *                          but not for that city, N not
      *                          checked (address abroad, or the
      *                          reference not loaded yet). On V
      *                          WS-PO-VALIDES carries the valid
      *                          spellings for the code.
       CONTROLE-CODE-POSTAL.
           MOVE "N" TO WS-PO-RESULTAT.
           MOVE SPACES TO WS-PO-VALIDES.
           MOVE 0 TO WS-PO-NB.
           MOVE 1 TO WS-PO-PTR.
           MOVE FUNCTION UPPER-CASE(WS-PO-PAYS) TO WS-PO-PAYS-MAJ.
           MOVE FUNCTION UPPER-CASE(WS-PO-VILLE) TO WS-PO-VILLE-MAJ.
      * Only French addresses are in the national list.
           IF WS-PO-PAYS-MAJ = SPACES OR WS-PO-PAYS-MAJ = "FRANCE"
               OPEN INPUT CODEPOST-FILE
               IF WS-FS-CODEPOST = "00"
                   MOVE "C" TO WS-PO-RESULTAT
                   MOVE WS-PO-CP TO PO-CP
                   MOVE LOW-VALUES TO PO-VILLE
                   START CODEPOST-FILE KEY IS NOT LESS THAN PO-CLE
                       INVALID KEY MOVE "10" TO WS-FS-CODEPOST
                   END-START
                   PERFORM UNTIL WS-FS-CODEPOST = "10"
                       READ CODEPOST-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-CODEPOST
                           NOT AT END
                               IF PO-CP NOT = WS-PO-CP
                                   MOVE "10" TO WS-FS-CODEPOST
                               ELSE
                                   PERFORM RANGE-VILLE-CODE-POSTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CODEPOST-FILE
               END-IF
           END-IF.

       RANGE-VILLE-CODE-POSTAL.
           ADD 1 TO WS-PO-NB.
           IF PO-VILLE = WS-PO-VILLE-MAJ
               MOVE "O" TO WS-PO-RESULTAT
           ELSE
               IF NOT WS-PO-OK
                   MOVE "V" TO WS-PO-RESULTAT
               END-IF
           END-IF.
           IF WS-PO-PTR < 60
               IF WS-PO-NB > 1
                   STRING " / " DELIMITED BY SIZE
                       INTO WS-PO-VALIDES WITH POINTER WS-PO-PTR
                       ON OVERFLOW MOVE 61 TO WS-PO-PTR
                   END-STRING
               END-IF
               STRING PO-VILLE DELIMITED BY "  "
                   INTO WS-PO-VALIDES WITH POINTER WS-PO-PTR
                   ON OVERFLOW MOVE 61 TO WS-PO-PTR
               END-STRING
           END-IF.

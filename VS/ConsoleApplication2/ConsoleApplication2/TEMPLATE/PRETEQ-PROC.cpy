      * PRETEQ-PROC - equipment loan register shared by F114's loan
      * screen, F1's deposit (items taken out with the aircraft) and
      * F2's close-out (items brought back). COPY into PROCEDURE
      * DIVISION after SEQUENCE-PROC; requires DATAFILES.cpy/-FD/-WS
      * and EQUIP-FILE / PRETEQ-FILE closed on entry.
      *   SORTIE-MATERIEL  - WS-EQ-NUMSERIE out to WS-EQ-NUMPIL,
      *                      against WS-EQ-NUMVOL (0 = direct loan);
      *                      WS-EQ-INCONNU / WS-EQ-INDISPO on refusal,
      *                      WS-EQ-AUTRE-AVION for another aircraft's
      *                      keys when WS-EQ-CODAV is set
      *   RETOUR-MATERIEL  - WS-EQ-NUMSERIE back in; WS-EQ-PAS-SORTI
      *                      when no loan was open on it
      *   COMPTE-PRETS-VOL - items still out on WS-EQ-NUMVOL, count
      *                      in WS-EQ-NB and serials in WS-EQ-LISTE
      *   RETOUR-PRETS-VOL - checks in every item out on the flight
      * The caller audits; WS-OPERATEUR is stamped on the loan.
       SORTIE-MATERIEL.
           MOVE "I" TO WS-EQ-RESULTAT.
           OPEN I-O EQUIP-FILE.
           IF WS-FS-EQUIP = "00"
               MOVE WS-EQ-NUMSERIE TO EQ-NUMSERIE
               READ EQUIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT EQ-DISPO
                               MOVE "S" TO WS-EQ-RESULTAT
                           WHEN EQ-CLES AND WS-EQ-CODAV NOT = 0
                                AND EQ-CODAV NOT = WS-EQ-CODAV
                               MOVE "A" TO WS-EQ-RESULTAT
                           WHEN OTHER
                               MOVE "O" TO WS-EQ-RESULTAT
                       END-EVALUATE
               END-READ
               IF WS-EQ-OK
                   PERFORM ALLOUE-ID-PRETEQ
                   PERFORM ECRIT-PRETEQ
                   MOVE "S" TO EQ-STATUT
                   MOVE WS-EQ-PRET-ID TO EQ-PRET-ID
                   MOVE FUNCTION CURRENT-DATE(1:14) TO EQ-MAJ
                   REWRITE EQUIP-REC
               END-IF
               CLOSE EQUIP-FILE
           END-IF.

      * Loan numbers come from the central counter; the first loan
      * seeds it from the highest LQ-ID already on file.
       ALLOUE-ID-PRETEQ.
           MOVE "PRETEQ" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               OPEN INPUT PRETEQ-FILE
               IF WS-FS-PRETEQ = "00"
                   MOVE LOW-VALUES TO LQ-ID
                   START PRETEQ-FILE KEY IS NOT LESS THAN LQ-ID
                       INVALID KEY MOVE "10" TO WS-FS-PRETEQ
                   END-START
                   PERFORM UNTIL WS-FS-PRETEQ = "10"
                       READ PRETEQ-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-PRETEQ
                           NOT AT END
                               IF LQ-ID > WS-SEQ-VALEUR
                                   MOVE LQ-ID TO WS-SEQ-VALEUR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRETEQ-FILE
               END-IF
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-EQ-PRET-ID.

       ECRIT-PRETEQ.
           OPEN I-O PRETEQ-FILE.
           IF WS-FS-PRETEQ = "35"
               OPEN OUTPUT PRETEQ-FILE
               CLOSE PRETEQ-FILE
               OPEN I-O PRETEQ-FILE
           END-IF.
           IF WS-FS-PRETEQ = "00"
               INITIALIZE PRETEQ-REC
               MOVE WS-EQ-PRET-ID  TO LQ-ID
               MOVE WS-EQ-NUMSERIE TO LQ-NUMSERIE
               MOVE WS-EQ-NUMPIL   TO LQ-NUMPIL
               MOVE WS-EQ-NUMVOL   TO LQ-NUMVOL
               MOVE FUNCTION CURRENT-DATE(1:8) TO LQ-DATE-SORTIE
               MOVE FUNCTION CURRENT-DATE(9:4) TO LQ-HEURE-SORTIE
               MOVE 0 TO LQ-DATE-RETOUR
               MOVE "S" TO LQ-STATUT
               MOVE WS-OPERATEUR   TO LQ-OPERATEUR
               WRITE PRETEQ-REC
               CLOSE PRETEQ-FILE
           END-IF.

      * A billed item that turns up later goes back on the shelf;
      * its loan keeps the "F" status and the invoice stands.
       RETOUR-MATERIEL.
           MOVE "I" TO WS-EQ-RESULTAT.
           OPEN I-O EQUIP-FILE.
           IF WS-FS-EQUIP = "00"
               MOVE WS-EQ-NUMSERIE TO EQ-NUMSERIE
               READ EQUIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EQ-SORTI OR EQ-FACTURE
                           MOVE "O" TO WS-EQ-RESULTAT
                       ELSE
                           MOVE "D" TO WS-EQ-RESULTAT
                       END-IF
               END-READ
               IF WS-EQ-OK
                   MOVE EQ-PRET-ID TO WS-EQ-PRET-ID
                   PERFORM CLOT-PRETEQ
                   MOVE "D" TO EQ-STATUT
                   MOVE 0 TO EQ-PRET-ID
                   MOVE FUNCTION CURRENT-DATE(1:14) TO EQ-MAJ
                   REWRITE EQUIP-REC
               END-IF
               CLOSE EQUIP-FILE
           END-IF.

       CLOT-PRETEQ.
           OPEN I-O PRETEQ-FILE.
           IF WS-FS-PRETEQ = "00"
               MOVE WS-EQ-PRET-ID TO LQ-ID
               READ PRETEQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO LQ-DATE-RETOUR
                       IF LQ-SORTI
                           MOVE "R" TO LQ-STATUT
                       END-IF
                       REWRITE PRETEQ-REC
               END-READ
               CLOSE PRETEQ-FILE
           END-IF.

       COMPTE-PRETS-VOL.
           MOVE 0 TO WS-EQ-NB.
           MOVE SPACES TO WS-EQ-LISTE.
           MOVE 1 TO WS-EQ-PTR.
           IF WS-EQ-NUMVOL NOT = 0
               OPEN INPUT PRETEQ-FILE
               IF WS-FS-PRETEQ = "00"
                   MOVE WS-EQ-NUMVOL TO LQ-NUMVOL
                   START PRETEQ-FILE KEY IS EQUAL TO LQ-NUMVOL
                       INVALID KEY MOVE "10" TO WS-FS-PRETEQ
                   END-START
                   PERFORM UNTIL WS-FS-PRETEQ = "10"
                       READ PRETEQ-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-PRETEQ
                           NOT AT END
                               IF LQ-NUMVOL NOT = WS-EQ-NUMVOL
                                   MOVE "10" TO WS-FS-PRETEQ
                               ELSE
                                   IF LQ-SORTI
                                       ADD 1 TO WS-EQ-NB
                                       IF WS-EQ-PTR < 48
                                           STRING LQ-NUMSERIE
                                               DELIMITED BY SPACE
                                               " " DELIMITED BY SIZE
                                               INTO WS-EQ-LISTE
                                               WITH POINTER WS-EQ-PTR
                                       END-IF
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRETEQ-FILE
               END-IF
           END-IF.

      * One pass on the flight's loans, each open one closed and its
      * item put back on the shelf.
       RETOUR-PRETS-VOL.
           MOVE 0 TO WS-EQ-NB.
           OPEN I-O PRETEQ-FILE.
           OPEN I-O EQUIP-FILE.
           MOVE "I" TO WS-EQ-RESULTAT.
           IF WS-FS-EQUIP = "00"
               MOVE "O" TO WS-EQ-RESULTAT
           END-IF.
           IF WS-FS-PRETEQ = "00" AND WS-EQ-NUMVOL NOT = 0
               MOVE WS-EQ-NUMVOL TO LQ-NUMVOL
               START PRETEQ-FILE KEY IS EQUAL TO LQ-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-PRETEQ
               END-START
               PERFORM UNTIL WS-FS-PRETEQ = "10"
                   READ PRETEQ-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PRETEQ
                       NOT AT END
                           IF LQ-NUMVOL NOT = WS-EQ-NUMVOL
                               MOVE "10" TO WS-FS-PRETEQ
                           ELSE
                               IF LQ-SORTI
                                   MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO LQ-DATE-RETOUR
                                   MOVE "R" TO LQ-STATUT
                                   REWRITE PRETEQ-REC
                                   ADD 1 TO WS-EQ-NB
                                   PERFORM REMET-EQUIP-VOL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-EQ-OK
               CLOSE EQUIP-FILE
           END-IF.
           IF WS-FS-PRETEQ NOT = "35"
               CLOSE PRETEQ-FILE
           END-IF.

       REMET-EQUIP-VOL.
           IF WS-EQ-OK
               MOVE LQ-NUMSERIE TO EQ-NUMSERIE
               READ EQUIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "D" TO EQ-STATUT
                       MOVE 0 TO EQ-PRET-ID
                       MOVE FUNCTION CURRENT-DATE(1:14) TO EQ-MAJ
                       REWRITE EQUIP-REC
               END-READ
           END-IF.

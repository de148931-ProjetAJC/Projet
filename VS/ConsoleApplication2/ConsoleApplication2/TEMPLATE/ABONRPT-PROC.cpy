      * ABONRPT-PROC - report subscription rights, shared by F109
      * (subscription screen) and F110 (distribution). COPY into
      * PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS and
      * ABONRPT-WS.cpy already copied in.
      *   RESOUT-ABONNE          - from AB-GENRE / AB-ABONNE, finds
      *                            the subscriber's role and linked
      *                            pilot: an operator takes its
      *                            account's role, a member the role
      *                            of the account linked to it, or P.
      *                            Unknown, disabled or departed
      *                            subscribers come back not known.
      *   CONTROLE-DROIT-RAPPORT - may role WS-AR-ROLE open report
      *                            type WS-AR-TYPE-RPT? Same rule as
      *                            MENU's CONTROLE-DROIT applied to
      *                            the program(s) producing it: S and
      *                            A reach everything, P only F0/F1/
      *                            F23, the others their DROITS.DAT
      *                            rows. A type no program is known
      *                            to produce is for S and A only.
       RESOUT-ABONNE.
           MOVE "N" TO WS-AR-TROUVE.
           MOVE SPACE TO WS-AR-ROLE.
           MOVE 0 TO WS-AR-NUMPIL.
           IF AB-GENRE-OPERATEUR
               OPEN INPUT OPERATEUR-FILE
               IF WS-FS-OPERATEUR = "00"
                   MOVE AB-ABONNE TO OPR-ID
                   READ OPERATEUR-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF OPR-EST-ACTIF
                               MOVE "O" TO WS-AR-TROUVE
                               MOVE OPR-ROLE TO WS-AR-ROLE
                               MOVE OPR-NUMPIL TO WS-AR-NUMPIL
                           END-IF
                   END-READ
                   CLOSE OPERATEUR-FILE
               END-IF
           ELSE
               IF AB-ABONNE(1:6) IS NUMERIC
                   MOVE AB-ABONNE(1:6) TO WS-AR-NUMPIL
                   PERFORM RESOUT-MEMBRE
               END-IF
           END-IF.

       RESOUT-MEMBRE.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-AR-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT PI-PARTI
                           MOVE "O" TO WS-AR-TROUVE
                           MOVE "P" TO WS-AR-ROLE
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.
      * OPERATEUR-FILE has no key on OPR-NUMPIL; full scan, the
      * file holds a few dozen accounts.
           IF WS-AR-ABONNE-CONNU
               OPEN INPUT OPERATEUR-FILE
               IF WS-FS-OPERATEUR = "00"
                   MOVE LOW-VALUES TO OPR-ID
                   START OPERATEUR-FILE KEY IS NOT LESS THAN OPR-ID
                       INVALID KEY MOVE "10" TO WS-FS-OPERATEUR
                   END-START
                   PERFORM UNTIL WS-FS-OPERATEUR = "10"
                       READ OPERATEUR-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-OPERATEUR
                           NOT AT END
                               IF OPR-NUMPIL = WS-AR-NUMPIL
                                  AND OPR-EST-ACTIF
                                   MOVE OPR-ROLE TO WS-AR-ROLE
                                   MOVE "10" TO WS-FS-OPERATEUR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERATEUR-FILE
               END-IF
           END-IF.

       CONTROLE-DROIT-RAPPORT.
           MOVE "N" TO WS-AR-DROIT.
           MOVE FUNCTION UPPER-CASE(WS-AR-ROLE) TO WS-AR-ROLE.
           IF WS-AR-ROLE = "S" OR WS-AR-ROLE = "A"
               MOVE "O" TO WS-AR-DROIT
           ELSE
               MOVE "N" TO WS-AR-DROITS-OUVERT
               OPEN INPUT DROITS-FILE
               IF WS-FS-DROITS = "00"
                   MOVE "O" TO WS-AR-DROITS-OUVERT
               END-IF
               PERFORM VARYING WS-AR-I FROM 1 BY 1
                       UNTIL WS-AR-I > WS-AR-NB OR WS-AR-AUTORISE
                   IF WS-AR-TYPE(WS-AR-I) = WS-AR-TYPE-RPT
                       PERFORM CONTROLE-DROIT-PROGRAMME
                   END-IF
               END-PERFORM
               IF WS-AR-DROITS-OUVERT = "O"
                   CLOSE DROITS-FILE
               END-IF
           END-IF.

       CONTROLE-DROIT-PROGRAMME.
           IF WS-AR-ROLE = "P"
               IF WS-AR-PROG(WS-AR-I) = "F0"
                  OR WS-AR-PROG(WS-AR-I) = "F1"
                  OR WS-AR-PROG(WS-AR-I) = "F23"
                   MOVE "O" TO WS-AR-DROIT
               END-IF
           ELSE
               IF WS-AR-DROITS-OUVERT = "O"
                   MOVE WS-AR-ROLE TO DT-ROLE
                   MOVE WS-AR-PROG(WS-AR-I) TO DT-PROG
                   READ DROITS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "O" TO WS-AR-DROIT
                   END-READ
               END-IF
           END-IF.

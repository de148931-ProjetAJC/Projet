      * RESUME-PROC - closed-period test for the programs that
      * read the monthly activity summary (ACTMOIS.DAT) instead of
      * scanning VOL.DAT/VOLHIST.DAT. COPY into PROCEDURE DIVISION;
      * requires ACTMOIS-WS.cpy and PARAMS-PROC.
      *   CONTROLE-PERIODE-CLOSE - WS-AM-MOIS-DEBUT/-FIN in, sets
      *                      WS-AM-CLOS "O" when the summary can
      *                      stand in for the scan: it has been built
      *                      by F111 (PARAMS RESUME-MENS = 1) and the
      *                      nightly close (JOURCLOS.DAT) has passed
      *                      the last day of the period. An open
      *                      period keeps the scan, since flights
      *                      still being closed out are not in the
      *                      summary yet.
       CONTROLE-PERIODE-CLOSE.
           MOVE "N" TO WS-AM-CLOS.
           MOVE "RESUME-MENS" TO WS-PARAM-CODE.
           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           IF WS-PARAM-VALEUR = 1
      * Last day of the period: the day before the 1st of the
      * month after WS-AM-MOIS-FIN.
               IF WS-AM-MOIS-FIN(5:2) = "12"
                   COMPUTE WS-AM-FIN-PERIODE =
                       (WS-AM-MOIS-FIN / 100 + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-AM-FIN-PERIODE =
                       (WS-AM-MOIS-FIN + 1) * 100 + 1
               END-IF
               COMPUTE WS-AM-INT-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-AM-FIN-PERIODE) - 1
               COMPUTE WS-AM-FIN-PERIODE =
                   FUNCTION DATE-OF-INTEGER(WS-AM-INT-JOUR)
               OPEN INPUT JOURCLOS-FILE
               IF WS-FS-JOURCLOS = "00"
                   MOVE WS-AM-FIN-PERIODE TO JC-DATE
                   START JOURCLOS-FILE KEY IS NOT LESS THAN JC-DATE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO WS-AM-CLOS
                   END-START
                   CLOSE JOURCLOS-FILE
               END-IF
           END-IF.
           IF WS-AM-PERIODE-CLOSE
               OPEN INPUT ACTMOIS-FILE
               IF WS-FS-ACTMOIS = "00"
                   CLOSE ACTMOIS-FILE
               ELSE
                   MOVE "N" TO WS-AM-CLOS
               END-IF
           END-IF.

      * QUOTA-PROC - aerodrome movement counting and noise-quota
      * check shared by F102 (monthly return, actual flights) and
      * F19 (next-day sheet, reservations). COPY into PROCEDURE
      * DIVISION; requires DATAFILES.cpy/-FD/-WS, QUOTA-WS.cpy and
      * CALENDRIER-PROC.cpy already copied in, and QUOTA-FILE closed
      * on entry.
      *   RAZ-QUOTA            - clears the month of slots.
      *   REPARTIT-MVT-QUOTA   - WS-QT-NB movements on day WS-QT-J,
      *                          spread evenly from minute
      *                          WS-QT-DEB-MIN to WS-QT-FIN-MIN,
      *                          counted as circuit movements too
      *                          when WS-QT-EN-CIRCUIT.
      *   TYPE-JOUR-QUOTA      - WS-QT-DATE to WS-QT-TYPE S/W/F.
      *   CONTROLE-QUOTA-JOUR  - checks day WS-QT-J (date
      *                          WS-QT-DATE) against every QUOTA row
      *                          of its day type and PERFORMs the
      *                          caller's QUOTA-DEPASSE paragraph for
      *                          each band or hour over its limit,
      *                          with WS-QT-H-DEB/WS-QT-H-FIN (HHMM),
      *                          WS-QT-COMPTE and the QUOTA-REC row.
       RAZ-QUOTA.
           INITIALIZE WS-QT-MOIS.
           MOVE 0 TO WS-QT-NB-DEPASS.

       REPARTIT-MVT-QUOTA.
           IF WS-QT-J < 1 OR WS-QT-J > 31
               CONTINUE
           ELSE
               IF WS-QT-FIN-MIN < WS-QT-DEB-MIN
                   MOVE WS-QT-DEB-MIN TO WS-QT-FIN-MIN
               END-IF
               PERFORM VARYING WS-QT-K FROM 0 BY 1
                       UNTIL WS-QT-K >= WS-QT-NB
                   IF WS-QT-NB = 1
                       MOVE WS-QT-DEB-MIN TO WS-QT-T
                   ELSE
                       COMPUTE WS-QT-T = WS-QT-DEB-MIN
                           + (WS-QT-FIN-MIN - WS-QT-DEB-MIN)
                           * WS-QT-K / (WS-QT-NB - 1)
                   END-IF
                   COMPUTE WS-QT-S = WS-QT-T / 15 + 1
                   IF WS-QT-S > 96
                       MOVE 96 TO WS-QT-S
                   END-IF
                   ADD 1 TO WS-QT-S-TOUS (WS-QT-J, WS-QT-S)
                   IF WS-QT-EN-CIRCUIT
                       ADD 1 TO WS-QT-S-TDP (WS-QT-J, WS-QT-S)
                   END-IF
               END-PERFORM
           END-IF.

      * REM(integer date, 7): 0 dimanche .. 6 samedi, the same
      * convention F97/F98 use. A holiday on a weekend still counts
      * as a holiday - the stricter row normally.
       TYPE-JOUR-QUOTA.
           COMPUTE WS-QT-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-QT-DATE).
           COMPUTE WS-QT-JOUR-SEM = FUNCTION REM(WS-QT-JOUR-INT, 7).
           PERFORM CHERCHE-FERIE-QUOTA.
           EVALUATE TRUE
               WHEN WS-QT-EST-FERIE
                   MOVE "F" TO WS-QT-TYPE
                   MOVE "ferie" TO WS-QT-LIB-TYPE
               WHEN WS-QT-JOUR-SEM = 0 OR WS-QT-JOUR-SEM = 6
                   MOVE "W" TO WS-QT-TYPE
                   MOVE "week-end" TO WS-QT-LIB-TYPE
               WHEN OTHER
                   MOVE "S" TO WS-QT-TYPE
                   MOVE "semaine" TO WS-QT-LIB-TYPE
           END-EVALUATE.

      * Holidays are the ones of the club calendar (F130/F131),
      * so a day keyed there reaches the quota day type too.
       CHERCHE-FERIE-QUOTA.
           MOVE "N" TO WS-QT-FERIE.
           MOVE WS-QT-DATE TO WS-CAL-DATE.
           PERFORM LIT-JOUR-CALENDRIER.
           IF WS-CAL-FERIE
               MOVE "O" TO WS-QT-FERIE
           END-IF.

       CONTROLE-QUOTA-JOUR.
           PERFORM TYPE-JOUR-QUOTA.
           MOVE 0 TO WS-QT-NB-REGLES.
           MOVE "N" TO WS-QT-FIN.
           OPEN INPUT QUOTA-FILE.
           IF WS-FS-QUOTA = "00"
               MOVE WS-QT-TYPE TO QT-TYPE-JOUR
               MOVE 0 TO QT-HDEB QT-HFIN
               START QUOTA-FILE KEY IS NOT LESS THAN QT-CLE
                   INVALID KEY MOVE "O" TO WS-QT-FIN
               END-START
               PERFORM UNTIL WS-QT-FIN = "O"
                   READ QUOTA-FILE NEXT RECORD
                       AT END MOVE "O" TO WS-QT-FIN
                       NOT AT END
                           IF QT-TYPE-JOUR NOT = WS-QT-TYPE
                               MOVE "O" TO WS-QT-FIN
                           ELSE
                               ADD 1 TO WS-QT-NB-REGLES
                               PERFORM CONTROLE-QUOTA-REGLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
           END-IF.

      * Band limits in minutes of the day (2400 is 1440); an
      * hourly row is walked one hour at a time from its start.
       CONTROLE-QUOTA-REGLE.
           COMPUTE WS-QT-BANDE-DEB =
               FUNCTION INTEGER-PART(QT-HDEB / 100) * 60
               + FUNCTION MOD(QT-HDEB, 100).
           COMPUTE WS-QT-BANDE-FIN =
               FUNCTION INTEGER-PART(QT-HFIN / 100) * 60
               + FUNCTION MOD(QT-HFIN, 100).
           IF QT-PAR-HEURE
               MOVE WS-QT-BANDE-DEB TO WS-QT-CPT-DEB
               PERFORM UNTIL WS-QT-CPT-DEB >= WS-QT-BANDE-FIN
                   COMPUTE WS-QT-CPT-FIN = WS-QT-CPT-DEB + 60
                   IF WS-QT-CPT-FIN > WS-QT-BANDE-FIN
                       MOVE WS-QT-BANDE-FIN TO WS-QT-CPT-FIN
                   END-IF
                   PERFORM COMPTE-SLOTS-QUOTA
                   ADD 60 TO WS-QT-CPT-DEB
               END-PERFORM
           ELSE
               MOVE WS-QT-BANDE-DEB TO WS-QT-CPT-DEB
               MOVE WS-QT-BANDE-FIN TO WS-QT-CPT-FIN
               PERFORM COMPTE-SLOTS-QUOTA
           END-IF.

       COMPTE-SLOTS-QUOTA.
           MOVE 0 TO WS-QT-COMPTE.
           PERFORM VARYING WS-QT-S FROM 1 BY 1 UNTIL WS-QT-S > 96
               COMPUTE WS-QT-S-MIN = (WS-QT-S - 1) * 15
               IF WS-QT-S-MIN >= WS-QT-CPT-DEB
                  AND WS-QT-S-MIN < WS-QT-CPT-FIN
                   IF QT-TOURS-PISTE
                       ADD WS-QT-S-TDP (WS-QT-J, WS-QT-S)
                           TO WS-QT-COMPTE
                   ELSE
                       ADD WS-QT-S-TOUS (WS-QT-J, WS-QT-S)
                           TO WS-QT-COMPTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-QT-COMPTE > QT-MAX
               COMPUTE WS-QT-H-DEB =
                   FUNCTION INTEGER-PART(WS-QT-CPT-DEB / 60) * 100
                   + FUNCTION MOD(WS-QT-CPT-DEB, 60)
               COMPUTE WS-QT-H-FIN =
                   FUNCTION INTEGER-PART(WS-QT-CPT-FIN / 60) * 100
                   + FUNCTION MOD(WS-QT-CPT-FIN, 60)
               ADD 1 TO WS-QT-NB-DEPASS
               PERFORM QUOTA-DEPASSE
           END-IF.

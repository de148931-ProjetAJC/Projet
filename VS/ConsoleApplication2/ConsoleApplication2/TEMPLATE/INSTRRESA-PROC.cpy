      * INSTRRESA-PROC - instructor booked on a reservation,
      * shared by F1's reservation screen and waiting-list
      * promotion, F54's web import and F17's queue sweep. COPY into
      * PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS,
      * QUALINST-PROC.cpy and HEURE-PROC.cpy already copied in, and
      * RESA-FILE, SIMSESS-FILE, DISPOINST-FILE, QUALINST-FILE and
      * FUSEAU-FILE closed on entry (RESA-REC's buffer is
      * overwritten by the scan). Set
      * WS-IR-INSTR (0 = no instructor, always free), WS-IR-NUMPIL,
      * WS-IR-DATE, WS-IR-HDEB/HFIN and WS-IR-RESA-ID (the
      * reservation being changed, 0 for a new one) and PERFORM
      * CONTROLE-INSTR-RESA. WS-IR-LIBRE comes back set when the
      * instructor can take the slot; otherwise WS-IR-MOTIF says why:
      *   M - the instructor is the slot's own pilot
      *   Q - no instructor rating current on the date
      *   D - outside the window declared for that weekday
      *   R - another active reservation, as instructor or pilot
      *   S - a planned F83 simulator session, either seat
      * and LIBELLE-INSTR-RESA puts the wording in WS-IR-LIBELLE.
       CONTROLE-INSTR-RESA.
           MOVE "O" TO WS-IR-OK.
           MOVE SPACE TO WS-IR-MOTIF.
           IF WS-IR-INSTR NOT = 0
               IF WS-IR-INSTR = WS-IR-NUMPIL
                   MOVE "N" TO WS-IR-OK
                   MOVE "M" TO WS-IR-MOTIF
               ELSE
                   MOVE WS-IR-INSTR TO WS-QI-NUMPIL
                   MOVE WS-IR-DATE  TO WS-QI-DATE-REF
                   PERFORM CONTROLE-QUALINST
                   IF NOT WS-QI-VALIDE
                       MOVE "N" TO WS-IR-OK
                       MOVE "Q" TO WS-IR-MOTIF
                   END-IF
               END-IF
           END-IF.
           IF WS-IR-INSTR NOT = 0 AND WS-IR-LIBRE
               PERFORM CONTROLE-INSTR-DISPO
           END-IF.
           IF WS-IR-INSTR NOT = 0 AND WS-IR-LIBRE
               PERFORM CONTROLE-INSTR-RESAS
           END-IF.
           IF WS-IR-INSTR NOT = 0 AND WS-IR-LIBRE
               PERFORM CONTROLE-INSTR-SIMU
           END-IF.

      * Weekday as F1's CHECK_INSTR_DISPO_F1 takes it (REM of the
      * integer date, 0 read as dimanche). An instructor with no
      * window declared at all is unrestricted; one who declared
      * some must have the whole slot inside that day's window.
       CONTROLE-INSTR-DISPO.
           MOVE "N" TO WS-IR-DECL.
           MOVE "N" TO WS-IR-DANS.
           COMPUTE WS-IR-JOUR = FUNCTION REM(
               FUNCTION INTEGER-OF-DATE(WS-IR-DATE), 7).
           IF WS-IR-JOUR = 0
               MOVE 7 TO WS-IR-JOUR
           END-IF.
           OPEN INPUT DISPOINST-FILE.
           IF WS-FS-DISPOINST = "00"
               MOVE WS-IR-INSTR TO DI-NUMPIL
               MOVE LOW-VALUES  TO DI-JOUR
               START DISPOINST-FILE KEY IS NOT LESS THAN DI-CLE
                   INVALID KEY MOVE "10" TO WS-FS-DISPOINST
               END-START
               PERFORM UNTIL WS-FS-DISPOINST = "10"
                   READ DISPOINST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DISPOINST
                       NOT AT END
                           IF DI-NUMPIL NOT = WS-IR-INSTR
                               MOVE "10" TO WS-FS-DISPOINST
                           ELSE
                               MOVE "O" TO WS-IR-DECL
                               IF DI-JOUR = WS-IR-JOUR
                                  AND DI-HDEB <= WS-IR-HDEB
                                  AND DI-HFIN >= WS-IR-HFIN
                                   MOVE "O" TO WS-IR-DANS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOINST-FILE
           END-IF.
           IF WS-IR-DECL = "O" AND WS-IR-DANS = "N"
               MOVE "N" TO WS-IR-OK
               MOVE "D" TO WS-IR-MOTIF
           END-IF.

      * RS-NUMPIL-INSTR has no alternate key: sequential pass,
      * the instructor seated either way round, same window test
      * as CHECK_RESA_OVERLAP_F1.
       CONTROLE-INSTR-RESAS.
           OPEN INPUT RESA-FILE.
           IF WS-FS-RESA = "00"
               MOVE LOW-VALUES TO RS-ID
               START RESA-FILE KEY IS NOT LESS THAN RS-ID
                   INVALID KEY MOVE "10" TO WS-FS-RESA
               END-START
               PERFORM UNTIL WS-FS-RESA = "10"
                   READ RESA-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-RESA
                       NOT AT END
                           IF RS-ACTIVE AND RS-DATE = WS-IR-DATE
                              AND RS-ID NOT = WS-IR-RESA-ID
                              AND (RS-NUMPIL-INSTR = WS-IR-INSTR
                                   OR RS-NUMPIL = WS-IR-INSTR)
                              AND NOT (RS-HFIN <= WS-IR-HDEB OR
                                       RS-HDEB >= WS-IR-HFIN)
                               MOVE "N" TO WS-IR-OK
                               MOVE "R" TO WS-IR-MOTIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESA-FILE
           END-IF.

      * A session runs SM-DUREE hours from SM-HDEB, kept in UTC;
      * the slot, keyed in local time, is put in UTC too and both
      * windows are compared in absolute minutes (MINUTES-HZ), so
      * a slot and a session on either side of midnight UTC still
      * meet.
       CONTROLE-INSTR-SIMU.
           MOVE WS-IR-DATE TO WS-HZ-DATE.
           MOVE WS-IR-HDEB TO WS-HZ-HEURE.
           PERFORM LOCALE-VERS-UTC.
           PERFORM MINUTES-HZ.
           MOVE WS-HZ-MIN TO WS-IR-DEB-MIN.
           MOVE WS-IR-DATE TO WS-HZ-DATE.
           MOVE WS-IR-HFIN TO WS-HZ-HEURE.
           PERFORM LOCALE-VERS-UTC.
           PERFORM MINUTES-HZ.
           MOVE WS-HZ-MIN TO WS-IR-FIN-MIN.
           OPEN INPUT SIMSESS-FILE.
           IF WS-FS-SIMSESS = "00"
               MOVE LOW-VALUES TO SM-ID
               START SIMSESS-FILE KEY IS NOT LESS THAN SM-ID
                   INVALID KEY MOVE "10" TO WS-FS-SIMSESS
               END-START
               PERFORM UNTIL WS-FS-SIMSESS = "10"
                   READ SIMSESS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-SIMSESS
                       NOT AT END
                           IF SM-PREVUE
                              AND (SM-INSTR = WS-IR-INSTR
                                   OR SM-NUMPIL = WS-IR-INSTR)
                               MOVE SM-DATE TO WS-HZ-DATE
                               MOVE SM-HDEB TO WS-HZ-HEURE
                               PERFORM MINUTES-HZ
                               MOVE WS-HZ-MIN TO WS-IR-SM-DEB
                               COMPUTE WS-IR-SM-FIN =
                                   WS-IR-SM-DEB + SM-DUREE * 60
                               IF NOT (WS-IR-SM-FIN <= WS-IR-DEB-MIN
                                  OR WS-IR-SM-DEB >= WS-IR-FIN-MIN)
                                   MOVE "N" TO WS-IR-OK
                                   MOVE "S" TO WS-IR-MOTIF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIMSESS-FILE
           END-IF.

       LIBELLE-INSTR-RESA.
           EVALUATE WS-IR-MOTIF
               WHEN "M"
                   MOVE "instructeur = pilote" TO WS-IR-LIBELLE
               WHEN "Q"
                   MOVE "privileges instructeur expires"
                       TO WS-IR-LIBELLE
               WHEN "D"
                   MOVE "hors disponibilite de l'instructeur"
                       TO WS-IR-LIBELLE
               WHEN "R"
                   MOVE "instructeur deja reserve sur ce creneau"
                       TO WS-IR-LIBELLE
               WHEN "S"
                   MOVE "instructeur en seance simulateur"
                       TO WS-IR-LIBELLE
               WHEN OTHER
                   MOVE SPACES TO WS-IR-LIBELLE
           END-EVALUATE.

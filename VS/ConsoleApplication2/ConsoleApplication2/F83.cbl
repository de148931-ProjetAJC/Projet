      * and records the lesson outcome on PROGRES.DAT like an F21
      * result. Sim time never touches PI-NBHVOL or the F47
      * currency hours; F18's board shows the sessions on the SIM
      * pseudo-resource row. Session times are keyed and listed in
      * local time and kept in UTC, like the flights (HEURE-PROC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               02 LINE 7  COL 3 VALUE "Eleve:                 ".
               02 LINE 8  COL 3 VALUE "Instructeur (0=sans):  ".
               02 LINE 9  COL 3 VALUE "Date (AAAAMMJJ):       ".
               02 LINE 10 COL 3 VALUE "Debut (h locale):      ".
               02 LINE 11 COL 3 VALUE "Duree (heures):        ".
               02 LINE 12 COL 3 VALUE "Lecon syllabus (0=non):".
               02 LINE 14 COL 3 VALUE "Valider ? (y/n)".
                  OR WS-SM-DUREE = 0
                   MOVE "Eleve, date et duree requis." TO WS-MSG
               ELSE
                   PERFORM CHECK-INSTRUCTEUR
                   IF WS-QI-VALIDE
                       PERFORM APPLY-RESERVE
                   ELSE
                       MOVE "Privileges instructeur expires ou absents."
                           TO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F83" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   END-IF
               END-IF
           ELSE
               MOVE "Seance non reservee." TO WS-MSG
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F83.

      * A session booked without an instructor (self-practice) is
      * not checked; a named instructor must hold a rating still
      * current on the session date.
       CHECK-INSTRUCTEUR.
           IF WS-SM-INSTR = 0
               MOVE "O" TO WS-QI-OK
           ELSE
               MOVE WS-SM-INSTR TO WS-QI-NUMPIL
               MOVE WS-SM-DATE  TO WS-QI-DATE-REF
               PERFORM CONTROLE-QUALINST
           END-IF.

       APPLY-RESERVE.
           MOVE "SIMSESS" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           MOVE WS-SM-ID TO SM-ID.
           MOVE WS-SM-NUMPIL TO SM-NUMPIL.
           MOVE WS-SM-INSTR TO SM-INSTR.
           MOVE WS-SM-DATE TO WS-HZ-DATE.
           MOVE WS-SM-HDEB TO WS-HZ-HEURE.
           PERFORM LOCALE-VERS-UTC.
           MOVE WS-HZ-DATE TO SM-DATE.
           MOVE WS-HZ-HEURE TO SM-HDEB.
           MOVE WS-SM-DUREE TO SM-DUREE.
           MOVE WS-SM-LECON TO SM-NUMLECON.
           MOVE "P" TO SM-ETAT.
                               INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                           MOVE SM-DATE TO WS-HZ-DATE
                           MOVE SM-HDEB TO WS-HZ-HEURE
                           PERFORM UTC-VERS-LOCALE
                           MOVE SPACES TO WS-MSG
                           STRING "Seance du " WS-HZ-DATE " "
                               WS-HZ-HEURE " cloturee."
                               DELIMITED BY SIZE INTO WS-MSG
                       END-IF
               END-READ
               CLOSE SIMSESS-FILE

       LISTE-SEANCES.
           PERFORM NEW-SCREEN.
           MOVE "Seances (h locale)" TO WS-FUNC.
           PERFORM REFRESH.
      * Sessions are kept in UTC and listed in local time.
           DISPLAY "No     Eleve  Instr. Date     Deb. Dur. E P"
               LINE 7 COL 3.
           MOVE 8 TO K.
                           DISPLAY SM-ID LINE K COL 3
                           DISPLAY SM-NUMPIL LINE K COL 10
                           DISPLAY SM-INSTR LINE K COL 17
                           MOVE SM-DATE TO WS-HZ-DATE
                           MOVE SM-HDEB TO WS-HZ-HEURE
                           PERFORM UTC-VERS-LOCALE
                           DISPLAY WS-HZ-DATE LINE K COL 24
                           DISPLAY WS-HZ-HEURE LINE K COL 33
                           DISPLAY SM-DUREE LINE K COL 38
                           DISPLAY SM-ETAT LINE K COL 44
                           DISPLAY SM-PAYE LINE K COL 46

           COPY "FACTURE-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "QUALINST-PROC.cpy" IN TEMPLATE.

           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F83.

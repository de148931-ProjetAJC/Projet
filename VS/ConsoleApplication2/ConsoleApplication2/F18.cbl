      * R (reserved, RS-ACTIVE), V (flying, VL-DEPOSE), M/H (aircraft
      * grounded per AV-ETATAV) or "." (free). n/p page a week
      * forward/back, same navigation letters as the roster screens.
      * The board shows the aircraft kept at the base the MENU
      * session works on (every base on an all-bases session); b
      * switches to another base, or to all of them with "*".
      * Days of the club calendar are flagged beside the day
      * number, F for a closure and * for a public holiday, and a
      * free cell on a closure day shows F instead of ".".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           01 WS-JOURS.
               02 WS-JOUR OCCURS 7.
                   03 WS-JOUR-DATE PIC 9(8).
                   03 WS-JOUR-CAL  PIC X.

      * The board itself: up to 10 aircraft rows by 7 day
      * cells, plus the eleventh row the simulator
           77 WS-SAISIE-DATE PIC X(8) VALUE SPACES.
           77 WS-CELL-LIGNE PIC X(40) VALUE SPACES.
           77 WS-POS PIC 99.
           77 WS-PL-BASE PIC X(4) VALUE SPACES.
           77 WS-PL-SAISIE PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-BASES.
           PERFORM BASE-SESSION.
           MOVE WS-BA-SESSION TO WS-PL-BASE.
           PERFORM SAISIE-SEMAINE.
           PERFORM UNTIL WS-QUITTER
               PERFORM CALCULE-JOURS
               COMPUTE WS-JOUR-INT = WS-SEMAINE-INT + I - 1
               COMPUTE WS-JOUR-DATE(I) =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
               MOVE WS-JOUR-DATE(I) TO WS-CAL-DATE
               PERFORM LIT-JOUR-CALENDRIER
               EVALUATE TRUE
                   WHEN WS-CAL-FERME
                       MOVE "F" TO WS-JOUR-CAL(I)
                   WHEN WS-CAL-FERIE
                       MOVE "*" TO WS-JOUR-CAL(I)
                   WHEN OTHER
                       MOVE SPACE TO WS-JOUR-CAL(I)
               END-EVALUATE
           END-PERFORM.

      * Fleet rows first (grounded aircraft fill their row
                   READ AVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AVION
                       NOT AT END
                           MOVE AV-BASE TO WS-BA-CODE
                           PERFORM RAMENE-BASE
                           IF NOT AV-ARCHIVE
                              AND (WS-PL-BASE = SPACES
                                   OR WS-BA-CODE = WS-PL-BASE)
                               ADD 1 TO NB-AVIONS
                               MOVE AV-CODAV TO WS-G-CODAV(NB-AVIONS)
                               MOVE AV-ETATAV TO WS-G-ETAT(NB-AVIONS)

      * The simulator is a bookable resource like a tail: it
      * gets its own board row (code 999) and its planned sessions
      * (SIMSESS.DAT, F83, kept in UTC and brought back to the
      * local day here) mark the cells "S". The grid keeps an
      * eleventh row for it, so a full ten-aircraft fleet never
      * pushes it off the board.
           IF NB-AVIONS < 11
           END-IF.

       POSE-CELL-SIM.
           MOVE SM-DATE TO WS-HZ-DATE.
           MOVE SM-HDEB TO WS-HZ-HEURE.
           PERFORM UTC-VERS-LOCALE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-AVIONS
               IF WS-G-CODAV(I) = 999
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
                       IF WS-JOUR-DATE(J) = WS-HZ-DATE
                          AND WS-G-CELL(I, J) = "."
                           MOVE "S" TO WS-G-CELL(I, J)
                       END-IF
           PERFORM NEW-SCREEN.
           DISPLAY "Semaine du " LINE 7 COL 3.
           DISPLAY WS-SEMAINE-DEB LINE 7 COL 14.
           IF WS-PL-BASE = SPACES
               DISPLAY "Toutes bases" LINE 7 COL 30
           ELSE
               DISPLAY "Base " WS-PL-BASE LINE 7 COL 30
           END-IF.
           DISPLAY "Avion" LINE 8 COL 3.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
               COMPUTE K = 4 + J * 6
               DISPLAY WS-JOUR-DATE(J)(7:2) LINE 8 COL K
               ADD 2 TO K
               DISPLAY WS-JOUR-CAL(J) LINE 8 COL K
           END-PERFORM.
           MOVE 9 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-AVIONS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
                   MOVE WS-G-CELL(I, J)
                       TO WS-CELL-LIGNE(WS-POS:1)
                   IF WS-G-CELL(I, J) = "." AND WS-JOUR-CAL(J) = "F"
                       MOVE "F" TO WS-CELL-LIGNE(WS-POS:1)
                   END-IF
                   ADD 6 TO WS-POS
               END-PERFORM
               DISPLAY WS-CELL-LIGNE LINE K COL 10
           END-PERFORM.
           DISPLAY "R=resa V=vol M=ent H=hs I=bloc d=def m=prev"
               LINE 20 COL 3.
           DISPLAY "S=simu(999) F=ferme *=ferie" LINE 20 COL 49.

       NAVIGUE.
           MOVE "n(sem.suiv) p(sem.prec) d(date) b(base) m(menu) q(fin)"
               TO WS-INVITE.
           DISPLAY WS-INVITE LINE 21 COL 3.
           ACCEPT WS-CHOIX LINE 22 COL 3.
                       FUNCTION DATE-OF-INTEGER(WS-SEMAINE-INT)
               WHEN "d" WHEN "D"
                   PERFORM SAISIE-SEMAINE
               WHEN "b" WHEN "B"
                   PERFORM SAISIE-BASE
               WHEN "m" WHEN "M"
                   MOVE "Q" TO WS-CHOIX
               WHEN "q"
                   MOVE "Choix non valide." TO WS-MSG
           END-EVALUATE.

      * Another base for the board, "*" for every base.
       SAISIE-BASE.
           DISPLAY "Base (OACI, * = toutes):" LINE 22 COL 10.
           MOVE SPACES TO WS-PL-SAISIE.
           ACCEPT WS-PL-SAISIE LINE 22 COL 36.
           IF WS-PL-SAISIE = "*"
               MOVE SPACES TO WS-PL-BASE
           ELSE
               MOVE WS-PL-SAISIE TO WS-BA-CODE
               PERFORM CONTROLE-BASE
               IF WS-BA-CONNUE
                   MOVE WS-BA-CODE TO WS-PL-BASE
               ELSE
                   MOVE "Base inconnue (terrain non base du club)."
                       TO WS-MSG
               END-IF
           END-IF.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "BASE-PROC.cpy" IN TEMPLATE.

       COPY "CALENDRIER-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F18.

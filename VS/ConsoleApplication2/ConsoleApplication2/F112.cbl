       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112.

      * Agenda instructeur hebdomadaire: reservations now carry
      * the instructor booked with the slot (RS-NUMPIL-INSTR), F83
      * books the simulator sessions and DISPOINST.DAT holds the
      * windows each instructor declared, but nothing put the three
      * side by side. This board, in the style of F18's fleet
      * planning, shows one instructor's week: one row per hour from
      * 08h to 18h and one column per day, each cell marked L (lesson,
      * an active reservation naming them as instructor), P (an
      * active reservation they fly as pilot), S (planned simulator
      * session, either seat), "+" (free, inside the declared window)
      * or "." (free, no window declared that day). An instructor
      * with no window declared at all is shown free all week, as
      * the booking check treats them. n/p page a week forward/back,
      * i picks another instructor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           77 WS-APP PIC X(20) VALUE "F112".
           77 WS-FUNC PIC X(20) VALUE "Agenda instructeur".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).
           77 WS-CHOIX PIC X.
               88 WS-QUITTER VALUE "Q", "q".

      * Instructor under display and the name off PILOTE.DAT.
           77 WS-AG-INSTR      PIC 9(6) VALUE 0.
           77 WS-AG-NOM        PIC X(31) VALUE SPACES.
           77 WS-AG-CONNU      PIC X VALUE "N".
           77 WS-SAISIE-INSTR  PIC X(6) VALUE SPACES.

      * Week under display: start date plus its seven day
      * numbers and weekdays, recomputed via INTEGER-OF-DATE on
      * every move.
           77 WS-SEMAINE-DEB   PIC 9(8) VALUE 0.
           77 WS-SEMAINE-INT   PIC 9(7) VALUE 0.
           77 WS-JOUR-INT      PIC 9(7) VALUE 0.
           01 WS-JOURS.
               02 WS-JOUR OCCURS 7.
                   03 WS-JOUR-DATE PIC 9(8).
                   03 WS-JOUR-SEM  PIC 9.

      * The agenda itself: 11 hour rows (08h .. 18h) by 7 day
      * cells.
           01 WS-GRILLE.
               02 WS-GRILLE-ROW OCCURS 11.
                   03 WS-G-HEURE   PIC 99.
                   03 WS-G-CELL OCCURS 7 PIC X.
           77 I PIC 99.
           77 J PIC 99.
           77 K PIC 99.
           77 WS-H-DEB PIC 9(4).
           77 WS-H-FIN PIC 9(4).
           77 WS-SM-MIN PIC 9(5).
           77 WS-SM-FIN PIC 9(4).
           77 WS-MARQUE PIC X.
           77 WS-DISPO-DECL PIC X VALUE "N".
           77 WS-NB-LECONS PIC 9(3) VALUE 0.
           77 WS-NB-SEANCES PIC 9(3) VALUE 0.
           77 WS-SAISIE-DATE PIC X(8) VALUE SPACES.
           77 WS-CELL-LIGNE PIC X(40) VALUE SPACES.
           77 WS-POS PIC 99.

       LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
           77  LS_OPERATEUR    PIC X(10).

       SCREEN SECTION.
           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM SAISIE-INSTRUCTEUR.
           IF WS-AG-CONNU = "O"
               PERFORM SAISIE-SEMAINE
           END-IF.
           PERFORM UNTIL WS-QUITTER OR WS-AG-CONNU NOT = "O"
               PERFORM CALCULE-JOURS
               PERFORM CHARGE-GRILLE
               PERFORM AFFICHE-GRILLE
               PERFORM NAVIGUE
           END-PERFORM.
           EXIT PROGRAM.

      * Instructor number, checked against PILOTE.DAT; an empty
      * or unknown entry leaves the screen.
       SAISIE-INSTRUCTEUR.
           MOVE "N" TO WS-AG-CONNU.
           PERFORM NEW-SCREEN.
           DISPLAY "Numero de l'instructeur (vide=retour):"
               LINE 9 COL 5.
           MOVE SPACES TO WS-SAISIE-INSTR.
           ACCEPT WS-SAISIE-INSTR LINE 9 COL 45.
           IF WS-SAISIE-INSTR IS NUMERIC
               MOVE WS-SAISIE-INSTR TO WS-AG-INSTR
               OPEN INPUT PILOTE-FILE
               IF WS-FS-PILOTE = "00"
                   MOVE WS-AG-INSTR TO PI-NUMPIL
                   READ PILOTE-FILE
                       INVALID KEY
                           MOVE "Instructeur inconnu." TO WS-MSG
                       NOT INVALID KEY
                           MOVE "O" TO WS-AG-CONNU
                           MOVE SPACES TO WS-AG-NOM
                           STRING FUNCTION TRIM(PI-PRENOM) " "
                               FUNCTION TRIM(PI-NOM)
                               DELIMITED BY SIZE INTO WS-AG-NOM
                   END-READ
                   CLOSE PILOTE-FILE
               ELSE
                   MOVE "Fichier pilotes indisponible." TO WS-MSG
               END-IF
           END-IF.

      * Week start date; an empty or non-numeric entry means
      * "this week", anchored on today.
       SAISIE-SEMAINE.
           PERFORM NEW-SCREEN.
           DISPLAY "Debut de semaine (AAAAMMJJ, vide=auj.):"
               LINE 9 COL 5.
           ACCEPT WS-SAISIE-DATE LINE 9 COL 45.
           IF WS-SAISIE-DATE IS NUMERIC
               MOVE WS-SAISIE-DATE TO WS-SEMAINE-DEB
           ELSE
               MOVE WS-CURR-DATE TO WS-SEMAINE-DEB
           END-IF.

      * Weekday as F1 takes it: REM of the integer date, 0 read
      * as dimanche (7), matching DI-JOUR.
       CALCULE-JOURS.
           COMPUTE WS-SEMAINE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SEMAINE-DEB).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               COMPUTE WS-JOUR-INT = WS-SEMAINE-INT + I - 1
               COMPUTE WS-JOUR-DATE(I) =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
               COMPUTE WS-JOUR-SEM(I) = FUNCTION REM(WS-JOUR-INT, 7)
               IF WS-JOUR-SEM(I) = 0
                   MOVE 7 TO WS-JOUR-SEM(I)
               END-IF
           END-PERFORM.

      * Empty grid first, then the declared windows ("+"), then
      * the bookings over them - a lesson inside or outside the
      * window is exactly what the desk needs to see.
       CHARGE-GRILLE.
           MOVE 0 TO WS-NB-LECONS WS-NB-SEANCES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
               COMPUTE WS-G-HEURE(I) = 7 + I
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
                   MOVE "." TO WS-G-CELL(I, J)
               END-PERFORM
           END-PERFORM.

           MOVE "N" TO WS-DISPO-DECL.
           OPEN INPUT DISPOINST-FILE.
           IF WS-FS-DISPOINST = "00"
               MOVE WS-AG-INSTR TO DI-NUMPIL
               MOVE LOW-VALUES  TO DI-JOUR
               START DISPOINST-FILE KEY IS NOT LESS THAN DI-CLE
                   INVALID KEY MOVE "10" TO WS-FS-DISPOINST
               END-START
               PERFORM UNTIL WS-FS-DISPOINST = "10"
                   READ DISPOINST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DISPOINST
                       NOT AT END
                           IF DI-NUMPIL NOT = WS-AG-INSTR
                               MOVE "10" TO WS-FS-DISPOINST
                           ELSE
                               MOVE "O" TO WS-DISPO-DECL
                               PERFORM POSE-CELLS-DISPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOINST-FILE
           END-IF.
      * No window declared at all: unrestricted, free all week.
           IF WS-DISPO-DECL = "N"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
                       MOVE "+" TO WS-G-CELL(I, J)
                   END-PERFORM
               END-PERFORM
           END-IF.

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
                           IF RS-ACTIVE
                              AND (RS-NUMPIL-INSTR = WS-AG-INSTR
                                   OR RS-NUMPIL = WS-AG-INSTR)
                               PERFORM POSE-CELLS-RESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESA-FILE
           END-IF.

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
                              AND (SM-INSTR = WS-AG-INSTR
                                   OR SM-NUMPIL = WS-AG-INSTR)
                               PERFORM POSE-CELLS-SIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIMSESS-FILE
           END-IF.

      * Hour row I covers WS-H-DEB .. WS-H-FIN (HHMM); a window
      * touching any part of the hour marks the cell.
       POSE-CELLS-DISPO.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
               IF WS-JOUR-SEM(J) = DI-JOUR
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
                       COMPUTE WS-H-DEB = WS-G-HEURE(I) * 100
                       COMPUTE WS-H-FIN = WS-H-DEB + 100
                       IF DI-HDEB < WS-H-FIN AND DI-HFIN > WS-H-DEB
                           MOVE "+" TO WS-G-CELL(I, J)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       POSE-CELLS-RESA.
           IF RS-NUMPIL-INSTR = WS-AG-INSTR
               MOVE "L" TO WS-MARQUE
           ELSE
               MOVE "P" TO WS-MARQUE
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
               IF WS-JOUR-DATE(J) = RS-DATE
                   IF WS-MARQUE = "L"
                       ADD 1 TO WS-NB-LECONS
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
                       COMPUTE WS-H-DEB = WS-G-HEURE(I) * 100
                       COMPUTE WS-H-FIN = WS-H-DEB + 100
                       IF RS-HDEB < WS-H-FIN AND RS-HFIN > WS-H-DEB
                          AND (WS-G-CELL(I, J) = "."
                               OR WS-G-CELL(I, J) = "+")
                           MOVE WS-MARQUE TO WS-G-CELL(I, J)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * A session runs SM-DUREE hours from SM-HDEB, kept in UTC
      * and brought back to local time for the grid; its end is
      * brought back to HHMM to compare with the hour rows.
       POSE-CELLS-SIM.
           MOVE SM-DATE TO WS-HZ-DATE.
           MOVE SM-HDEB TO WS-HZ-HEURE.
           PERFORM UTC-VERS-LOCALE.
           COMPUTE WS-SM-MIN =
               FUNCTION INTEGER-PART(WS-HZ-HEURE / 100) * 60
               + FUNCTION MOD(WS-HZ-HEURE, 100) + SM-DUREE * 60.
           COMPUTE WS-SM-FIN =
               FUNCTION INTEGER-PART(WS-SM-MIN / 60) * 100
               + FUNCTION MOD(WS-SM-MIN, 60).
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
               IF WS-JOUR-DATE(J) = WS-HZ-DATE
                   ADD 1 TO WS-NB-SEANCES
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
                       COMPUTE WS-H-DEB = WS-G-HEURE(I) * 100
                       COMPUTE WS-H-FIN = WS-H-DEB + 100
                       IF WS-HZ-HEURE < WS-H-FIN
                          AND WS-SM-FIN > WS-H-DEB
                          AND (WS-G-CELL(I, J) = "."
                               OR WS-G-CELL(I, J) = "+")
                           MOVE "S" TO WS-G-CELL(I, J)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       AFFICHE-GRILLE.
           PERFORM NEW-SCREEN.
           DISPLAY "Instructeur " LINE 7 COL 3.
           DISPLAY WS-AG-INSTR LINE 7 COL 15.
           DISPLAY WS-AG-NOM LINE 7 COL 22.
           DISPLAY "Semaine du " LINE 7 COL 54.
           DISPLAY WS-SEMAINE-DEB LINE 7 COL 65.
           DISPLAY "Heure" LINE 8 COL 3.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
               COMPUTE K = 4 + J * 6
               DISPLAY WS-JOUR-DATE(J)(7:2) LINE 8 COL K
           END-PERFORM.
           MOVE 9 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
               DISPLAY WS-G-HEURE(I) LINE K COL 3
               DISPLAY "h" LINE K COL 5
               MOVE SPACES TO WS-CELL-LIGNE
               MOVE 1 TO WS-POS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
                   MOVE WS-G-CELL(I, J)
                       TO WS-CELL-LIGNE(WS-POS:1)
                   ADD 6 TO WS-POS
               END-PERFORM
               DISPLAY WS-CELL-LIGNE LINE K COL 10
               ADD 1 TO K
           END-PERFORM.
           DISPLAY "Lecons:" LINE 9 COL 54.
           DISPLAY WS-NB-LECONS LINE 9 COL 66.
           DISPLAY "Seances sim:" LINE 10 COL 54.
           DISPLAY WS-NB-SEANCES LINE 10 COL 66.
           DISPLAY "L=lecon P=vol pilote S=simu +=dispo .=non declare"
               LINE 20 COL 3.

       NAVIGUE.
           MOVE "n(sem.suiv) p(sem.prec) d(date) i(instr.) m(menu) q"
               TO WS-INVITE.
           DISPLAY WS-INVITE LINE 21 COL 3.
           ACCEPT WS-CHOIX LINE 22 COL 3.
           EVALUATE WS-CHOIX
               WHEN "n" WHEN "N"
                   COMPUTE WS-SEMAINE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-SEMAINE-DEB) + 7
                   COMPUTE WS-SEMAINE-DEB =
                       FUNCTION DATE-OF-INTEGER(WS-SEMAINE-INT)
               WHEN "p" WHEN "P"
                   COMPUTE WS-SEMAINE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-SEMAINE-DEB) - 7
                   COMPUTE WS-SEMAINE-DEB =
                       FUNCTION DATE-OF-INTEGER(WS-SEMAINE-INT)
               WHEN "d" WHEN "D"
                   PERFORM SAISIE-SEMAINE
               WHEN "i" WHEN "I"
                   PERFORM SAISIE-INSTRUCTEUR
               WHEN "m" WHEN "M"
                   MOVE "Q" TO WS-CHOIX
               WHEN "q"
                   MOVE ZEROES TO LS_QUIT
                   MOVE "Q" TO WS-CHOIX
               WHEN "Q"
                   MOVE ZEROES TO LS_QUIT
               WHEN OTHER
                   MOVE "Choix non valide." TO WS-MSG
           END-EVALUATE.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F112.

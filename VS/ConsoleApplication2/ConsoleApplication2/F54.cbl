      * Import des reservations web: members book slots on the
      * club website and the desk re-keyed each one into F1 every
      * morning. This batch reads the site's RESERV_WEB.CSV export
      * (one line per booking: numpil;codav;date AAAAMMJJ;hdeb;hfin
      * [;instr])
      * and creates RESA-REC rows under the central RESA counter,
      * applying the same gate the F1 screen applies: the window must
      * be plausible, the pilot must exist (and not be departed), the
      * aircraft must exist and not be grounded, and no other active
      * reservation may overlap the slot (same test as F1's
      * CHECK_RESA_OVERLAP_F1). An optional sixth field names the
      * instructor booked with the slot; it goes through the same
      * INSTRRESA-PROC check as the F1 screen (declared window, the
      * instructor's other reservations and simulator sessions).
      * A booking on a day the club calendar marks closed (F131)
      * is refused like any other conflict.
      * Every rejected line lands with its
      * reason in a date-stamped REJETS_RESA_WEB report, cataloged
      * for F35, so only clean bookings reach the calendar.

           77  WS-CH-DATE          PIC X(8) VALUE SPACES.
           77  WS-CH-HDEB          PIC X(4) VALUE SPACES.
           77  WS-CH-HFIN          PIC X(4) VALUE SPACES.
           77  WS-CH-INSTR         PIC X(6) VALUE SPACES.
           77  WS-WEB-NUMPIL       PIC 9(6) VALUE 0.
           77  WS-WEB-CODAV        PIC 9(3) VALUE 0.
           77  WS-WEB-DATE         PIC 9(8) VALUE 0.
           77  WS-WEB-HDEB         PIC 9(4) VALUE 0.
           77  WS-WEB-HFIN         PIC 9(4) VALUE 0.
           77  WS-WEB-INSTR        PIC 9(6) VALUE 0.
           77  WS-MOTIF-REJET      PIC X(50) VALUE SPACES.
           77  WS-LIGNE-OK         PIC X VALUE "N".
               88  WS-LIGNE-VALIDE     VALUE "O".
               PERFORM LOG-ERREUR
               STOP RUN
           END-IF.
           PERFORM CHARGE-BASES.
           MOVE SPACES TO WS-NOM-REJET.
           STRING "REJETS_RESA_WEB_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-REJET.
                       TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-LIGNE-VALIDE
               MOVE WS-WEB-DATE TO WS-CAL-DATE
               PERFORM LIT-JOUR-CALENDRIER
               IF WS-CAL-FERME
                   MOVE "N" TO WS-LIGNE-OK
                   MOVE "club ferme ce jour" TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-LIGNE-VALIDE
               PERFORM CONTROLE-OVERLAP
               IF WS-AVION-RESERVED
                   MOVE "creneau deja reserve" TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-LIGNE-VALIDE AND WS-WEB-INSTR NOT = 0
               MOVE WS-WEB-INSTR  TO WS-IR-INSTR
               MOVE WS-WEB-NUMPIL TO WS-IR-NUMPIL
               MOVE WS-WEB-DATE   TO WS-IR-DATE
               MOVE WS-WEB-HDEB   TO WS-IR-HDEB
               MOVE WS-WEB-HFIN   TO WS-IR-HFIN
               MOVE 0             TO WS-IR-RESA-ID
               PERFORM CONTROLE-INSTR-RESA
               IF NOT WS-IR-LIBRE
                   MOVE "N" TO WS-LIGNE-OK
                   PERFORM LIBELLE-INSTR-RESA
                   MOVE WS-IR-LIBELLE TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-LIGNE-VALIDE
               PERFORM PERSISTE-RESA
           ELSE
       DECOUPE-LIGNE.
           MOVE "O" TO WS-LIGNE-OK.
           MOVE SPACES TO WS-CH-NUMPIL WS-CH-CODAV WS-CH-DATE.
           MOVE SPACES TO WS-CH-HDEB WS-CH-HFIN WS-CH-INSTR.
           MOVE 0 TO WS-WEB-INSTR.
           UNSTRING WEB-REC DELIMITED BY ";"
               INTO WS-CH-NUMPIL WS-CH-CODAV WS-CH-DATE
                    WS-CH-HDEB WS-CH-HFIN WS-CH-INSTR.
      * Older exports stop at the fifth field: no instructor.
           IF WS-CH-INSTR = SPACES
               MOVE ZEROES TO WS-CH-INSTR
           END-IF.
           IF WS-CH-NUMPIL NOT NUMERIC OR WS-CH-CODAV NOT NUMERIC
              OR WS-CH-DATE NOT NUMERIC OR WS-CH-HDEB NOT NUMERIC
              OR WS-CH-HFIN NOT NUMERIC OR WS-CH-INSTR NOT NUMERIC
               MOVE "N" TO WS-LIGNE-OK
               MOVE "ligne illisible (champs non numeriques)"
                   TO WS-MOTIF-REJET
               MOVE WS-CH-DATE   TO WS-WEB-DATE
               MOVE WS-CH-HDEB   TO WS-WEB-HDEB
               MOVE WS-CH-HFIN   TO WS-WEB-HFIN
               MOVE WS-CH-INSTR  TO WS-WEB-INSTR
      * Same window sanity test as F1's VALIDATE_RESA_F1.
               IF WS-WEB-DATE(5:2) < "01" OR WS-WEB-DATE(5:2) > "12"
                  OR WS-WEB-DATE(7:2) < "01"
           MOVE WS-WEB-HDEB     TO RS-HDEB.
           MOVE WS-WEB-HFIN     TO RS-HFIN.
           MOVE "A"             TO RS-ETAT.
           MOVE WS-WEB-INSTR    TO RS-NUMPIL-INSTR.
      * A web booking belongs to the aircraft's base.
           MOVE WS-WEB-CODAV    TO WS-BA-CODAV.
           PERFORM BASE-AVION.
           MOVE WS-BA-AVION     TO RS-BASE.
           OPEN I-O RESA-FILE.
           IF WS-FS-RESA = "35"
               OPEN OUTPUT RESA-FILE

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       COPY "QUALINST-PROC.cpy" IN TEMPLATE.

       COPY "INSTRRESA-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

       COPY "BASE-PROC.cpy" IN TEMPLATE.

       COPY "CALENDRIER-PROC.cpy" IN TEMPLATE.

       END PROGRAM F54.

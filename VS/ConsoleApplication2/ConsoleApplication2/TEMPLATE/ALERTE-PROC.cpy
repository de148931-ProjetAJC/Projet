      * ALERTE-PROC - the staff alert notes of ALERTE.DAT, shown
      * wherever a member or an aircraft record is touched. COPY
      * into PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS,
      * AUDIT-PROC.cpy and a CLRSCREEN screen item (SCREEN-TEMPLATE
      * or the program's own).
      *   PORTEE-ALERTES    - WS-AL-PORTEE from the logged-in
      *                       account (WS-OPERATEUR): "S" for any
      *                       staff role, "P" for a pilot account or
      *                       an unknown one (OPERATEUR-FILE closed)
      *   CHARGE-ALERTES    - the notes in force today on WS-AL-CIBLE
      *                       ("P" member / "A" aircraft) number
      *                       WS-AL-NUMERO that WS-AL-PORTEE may see,
      *                       in WS-AL-TABLE / WS-AL-NB (seven at
      *                       most); WS-AL-NB-BLOQ counts the blocking
      *                       ones not yet acknowledged, whoever may
      *                       see them (ALERTE-FILE closed)
      *   AFFICHE-ALERTES   - a page listing those notes; when
      *                       WS-AL-QUESTION is filled it is asked at
      *                       the foot and answered in WS-AL-REPONSE,
      *                       otherwise the page waits for Entree.
      *                       Nothing shown when WS-AL-NB is zero
      *   ACQUITTE-ALERTES  - stamps WS-OPERATEUR and the date on the
      *                       target's unacknowledged blocking notes,
      *                       one AUDIT.LOG line each (the caller
      *                       sets WS-AUDIT-PROGRAMME)
       PORTEE-ALERTES.
           MOVE "P" TO WS-AL-PORTEE.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE WS-OPERATEUR TO OPR-ID
               READ OPERATEUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT OPR-ROLE-PILOTE
                           MOVE "S" TO WS-AL-PORTEE
                       END-IF
               END-READ
               CLOSE OPERATEUR-FILE
           END-IF.

       CHARGE-ALERTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AL-JOUR.
           MOVE 0 TO WS-AL-NB WS-AL-NB-BLOQ.
           OPEN INPUT ALERTE-FILE.
           IF WS-FS-ALERTE = "00"
               MOVE WS-AL-CIBLE  TO NA-TYPE-CIBLE
               MOVE WS-AL-NUMERO TO NA-NUMERO
               START ALERTE-FILE KEY IS EQUAL TO NA-CIBLE
                   INVALID KEY MOVE "10" TO WS-FS-ALERTE
               END-START
               PERFORM UNTIL WS-FS-ALERTE = "10"
                   READ ALERTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ALERTE
                       NOT AT END
                           IF NA-TYPE-CIBLE NOT = WS-AL-CIBLE
                              OR NA-NUMERO NOT = WS-AL-NUMERO
                               MOVE "10" TO WS-FS-ALERTE
                           ELSE
                               PERFORM RETIENT-ALERTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTE-FILE
           END-IF.

       RETIENT-ALERTE.
           IF NA-OUVERTE
              AND NA-DATE-DEBUT NOT > WS-AL-JOUR
              AND (NA-DATE-FIN = 0 OR NA-DATE-FIN NOT < WS-AL-JOUR)
               IF NA-BLOCAGE AND NA-DATE-ACQUIT = 0
                   ADD 1 TO WS-AL-NB-BLOQ
               END-IF
               IF (WS-AL-VUE-STAFF OR NA-VISIBLE-PILOTE)
                  AND WS-AL-NB < 7
                   ADD 1 TO WS-AL-NB
                   MOVE NA-ID        TO WS-AL-T-ID (WS-AL-NB)
                   MOVE NA-GRAVITE   TO WS-AL-T-GRAVITE (WS-AL-NB)
                   MOVE NA-TEXTE     TO WS-AL-T-TEXTE (WS-AL-NB)
                   MOVE NA-AUTEUR    TO WS-AL-T-AUTEUR (WS-AL-NB)
                   MOVE NA-DATE-FIN  TO WS-AL-T-FIN (WS-AL-NB)
                   MOVE NA-ACQUIT-PAR TO WS-AL-T-ACQUIT (WS-AL-NB)
               END-IF
           END-IF.

      * Two lines a note: severity and text, then author, end of
      * validity and, for a blocking note, who acknowledged it.
       AFFICHE-ALERTES.
           IF WS-AL-NB > 0
               DISPLAY CLRSCREEN
               MOVE SPACES TO WS-AL-TITRE
               IF WS-AL-CIBLE = "A"
                   STRING "NOTES D'ALERTE - avion " WS-AL-NUMERO(4:3)
                       DELIMITED BY SIZE INTO WS-AL-TITRE
               ELSE
                   STRING "NOTES D'ALERTE - pilote " WS-AL-NUMERO
                       DELIMITED BY SIZE INTO WS-AL-TITRE
               END-IF
               DISPLAY WS-AL-TITRE LINE 3 COL 3
               MOVE 5 TO WS-AL-LIG
               PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                       UNTIL WS-AL-IDX > WS-AL-NB
                   EVALUATE WS-AL-T-GRAVITE (WS-AL-IDX)
                       WHEN "B"
                           DISPLAY "BLOCAGE" LINE WS-AL-LIG COL 3
                       WHEN "A"
                           DISPLAY "ATTENTION" LINE WS-AL-LIG COL 3
                       WHEN OTHER
                           DISPLAY "INFO" LINE WS-AL-LIG COL 3
                   END-EVALUATE
                   DISPLAY WS-AL-T-TEXTE (WS-AL-IDX)
                       LINE WS-AL-LIG COL 14
                   ADD 1 TO WS-AL-LIG
                   DISPLAY "par" LINE WS-AL-LIG COL 14
                   DISPLAY WS-AL-T-AUTEUR (WS-AL-IDX)
                       LINE WS-AL-LIG COL 18
                   IF WS-AL-T-FIN (WS-AL-IDX) > 0
                       DISPLAY "jusqu'au" LINE WS-AL-LIG COL 30
                       DISPLAY WS-AL-T-FIN (WS-AL-IDX)
                           LINE WS-AL-LIG COL 39
                   END-IF
                   IF WS-AL-T-GRAVITE (WS-AL-IDX) = "B"
                      AND WS-AL-T-ACQUIT (WS-AL-IDX) NOT = SPACES
                       DISPLAY "acquittee par" LINE WS-AL-LIG COL 49
                       DISPLAY WS-AL-T-ACQUIT (WS-AL-IDX)
                           LINE WS-AL-LIG COL 63
                   END-IF
                   ADD 1 TO WS-AL-LIG
               END-PERFORM
               MOVE SPACE TO WS-AL-REPONSE
               IF WS-AL-QUESTION = SPACES
                   DISPLAY "Appuyez sur Entree pour continuer."
                       LINE 21 COL 3
               ELSE
                   DISPLAY WS-AL-QUESTION LINE 21 COL 3
               END-IF
               ACCEPT WS-AL-REPONSE LINE 22 COL 3
               MOVE SPACES TO WS-AL-QUESTION
           END-IF.

       ACQUITTE-ALERTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AL-JOUR.
           OPEN I-O ALERTE-FILE.
           IF WS-FS-ALERTE = "00"
               MOVE WS-AL-CIBLE  TO NA-TYPE-CIBLE
               MOVE WS-AL-NUMERO TO NA-NUMERO
               START ALERTE-FILE KEY IS EQUAL TO NA-CIBLE
                   INVALID KEY MOVE "10" TO WS-FS-ALERTE
               END-START
               PERFORM UNTIL WS-FS-ALERTE = "10"
                   READ ALERTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ALERTE
                       NOT AT END
                           IF NA-TYPE-CIBLE NOT = WS-AL-CIBLE
                              OR NA-NUMERO NOT = WS-AL-NUMERO
                               MOVE "10" TO WS-FS-ALERTE
                           ELSE
                               IF NA-OUVERTE AND NA-BLOCAGE
                                  AND NA-DATE-ACQUIT = 0
                                  AND NA-DATE-DEBUT NOT > WS-AL-JOUR
                                  AND (NA-DATE-FIN = 0
                                   OR NA-DATE-FIN NOT < WS-AL-JOUR)
                                   MOVE WS-OPERATEUR TO NA-ACQUIT-PAR
                                   MOVE WS-AL-JOUR TO NA-DATE-ACQUIT
                                   REWRITE ALERTE-REC
                                   PERFORM AUDIT-ACQUIT-ALERTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTE-FILE
           END-IF.
           MOVE 0 TO WS-AL-NB-BLOQ.

       AUDIT-ACQUIT-ALERTE.
           MOVE "ACQUITTE-ALERTES" TO WS-AUDIT-PARAGRAPHE.
           MOVE "ACQUIT"           TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "note " NA-ID " (" NA-TYPE-CIBLE " " NA-NUMERO
               ") bloquante acquittee: " NA-TEXTE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

      * in the spirit of F3's DEL-PILOTE safety checks: a CV-ID
      * referenced by any PI-ID-CIVILITE, or a category carried by
      * any pilot's status row, refuses to die. All changes audited.
      * The programme d'inspection sits here too, next to the type's
      * perf row: per aircraft type and visit type (50H, 100H,
      * ANNU...) the numbered tasks the visit covers, each flagged
      * mandatory or not. F11 turns them into the order's task cards.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                                    "7", "8", "9", "A", "a", "B",
                                    "b", "C", "c", "D", "d", "E",
                                    "e".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".
           77 WS-CG-LIBELLE PIC X(30) VALUE SPACES.

      * Performance/limits row per aircraft type (PERF.DAT),
      * the data F1's load-and-fuel gate checks plans against,
      * and the type's optional fuel-indexation reference price.
           77 WS-PF-CODTYP PIC X(2) VALUE SPACES.
           77 WS-PF-PLACES PIC 9(2) VALUE 0.
           77 WS-PF-CHARGE PIC 9(4) VALUE 0.
           77 WS-PF-CARBU PIC 9(3)V9 VALUE 0.
           77 WS-PF-CONSO PIC 9(3)V9 VALUE 0.
           77 WS-PF-PRIX-REF PIC 9(2)V999 VALUE 0.

      * One task of a type's programme d'inspection (PROGINSP.DAT).
           77 WS-IP-CODTYP PIC X(2) VALUE SPACES.
           77 WS-IP-VISITE PIC X(4) VALUE SPACES.
           77 WS-IP-NUMTACHE PIC 9(3) VALUE 0.
           77 WS-IP-TEXTE PIC X(50) VALUE SPACES.
           77 WS-IP-OBLIG PIC X VALUE "O".
           77 WS-IP-NB PIC 9(3) VALUE 0.
           77 WS-REF-OK PIC X VALUE "N".
               88 WS-REF-TROUVE VALUE "O".
           77 WS-EN-USAGE PIC X VALUE "N".
               02 LINE 12 COL 42 "9. Liste perfs par type".
               02 LINE 13 COL 42 "A. Creer/modifier une perf".
               02 LINE 14 COL 42 "B. Supprimer une perf".
               02 LINE 15 COL 42 "C. Programme d'inspection".
               02 LINE 16 COL 42 "D. Creer/modifier une tache".
               02 LINE 17 COL 42 "E. Supprimer une tache".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-CIVILITE.
               02 LINE 10 COL 3 VALUE "Charge max (kg):     ".
               02 LINE 11 COL 3 VALUE "Carburant utile (L): ".
               02 LINE 12 COL 3 VALUE "Conso croisiere L/h: ".
               02 LINE 13 COL 3 VALUE "Prix ref. AVGAS/L:   ".
               02 LINE 13 COL 33 VALUE "(0 = pas d'indexation)".
               02 LINE 14 COL 3 VALUE "Valider ? (y/n)".

           01 AS-PERF REQUIRED UNDERLINE.
               02 LINE 10 COL 25 PIC 9(4)    TO WS-PF-CHARGE.
               02 LINE 11 COL 25 PIC 9(3).9  TO WS-PF-CARBU.
               02 LINE 12 COL 25 PIC 9(3).9  TO WS-PF-CONSO.
               02 LINE 13 COL 25 PIC 99.999  TO WS-PF-PRIX-REF.
               02 LINE 14 COL 20 PIC X       TO WS-CHOIX.

           01 DS-PROG-CLE.
               02 LINE 8  COL 3 VALUE "Type avion (2 car.): ".
               02 LINE 9  COL 3 VALUE "Visite (50H, 100H..):".
               02 LINE 10 COL 3 VALUE "A partir de la tache:".

           01 AS-PROG-CLE REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC X(2)    TO WS-IP-CODTYP.
               02 LINE 9  COL 25 PIC X(4)    TO WS-IP-VISITE.
               02 LINE 10 COL 25 PIC 9(3)    USING WS-IP-NUMTACHE.

           01 DS-PROGINSP.
               02 LINE 8  COL 3 VALUE "Type avion (2 car.): ".
               02 LINE 9  COL 3 VALUE "Visite (50H, 100H..):".
               02 LINE 10 COL 3 VALUE "Numero de tache:     ".
               02 LINE 11 COL 3 VALUE "Tache:               ".
               02 LINE 12 COL 3 VALUE "Obligatoire (O/N):   ".
               02 LINE 14 COL 3 VALUE "Valider ? (y/n)".

           01 AS-PROGINSP REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC X(2)    TO WS-IP-CODTYP.
               02 LINE 9  COL 25 PIC X(4)    TO WS-IP-VISITE.
               02 LINE 10 COL 25 PIC 9(3)    TO WS-IP-NUMTACHE.
               02 LINE 11 COL 25 PIC X(50)   TO WS-IP-TEXTE.
               02 LINE 12 COL 25 PIC X       USING WS-IP-OBLIG.
               02 LINE 14 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.
                           PERFORM SAISIE-PERF
                       WHEN "B" WHEN "b"
                           PERFORM SUPPRIME-PERF
                       WHEN "C" WHEN "c"
                           PERFORM LISTE-PROGINSP
                       WHEN "D" WHEN "d"
                           PERFORM SAISIE-PROGINSP
                       WHEN "E" WHEN "e"
                           PERFORM SUPPRIME-PROGINSP
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
           PERFORM NEW-SCREEN.
           MOVE "Perfs par type" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Type Places Charge Carbu  Conso  Prix ref"
               LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT PERF-FILE.
           IF WS-FS-PERF = "00"
                           DISPLAY PF-CHARGE-MAX LINE K COL 16
                           DISPLAY PF-CARBU-UTIL LINE K COL 24
                           DISPLAY PF-CONSO-HOR LINE K COL 31
                           DISPLAY PF-PRIX-REF LINE K COL 38
                           ADD 1 TO K
                   END-READ
               END-PERFORM
           PERFORM REFRESH.
           MOVE SPACES TO WS-PF-CODTYP.
           MOVE 0 TO WS-PF-PLACES WS-PF-CHARGE.
           MOVE 0 TO WS-PF-CARBU WS-PF-CONSO WS-PF-PRIX-REF.
           DISPLAY DS-PERF.
           ACCEPT AS-PERF.
           IF WS-VALIDER
               MOVE WS-PF-CHARGE TO PF-CHARGE-MAX
               MOVE WS-PF-CARBU  TO PF-CARBU-UTIL
               MOVE WS-PF-CONSO  TO PF-CONSO-HOR
               MOVE WS-PF-PRIX-REF TO PF-PRIX-REF
               IF WS-REF-TROUVE
                   REWRITE PERF-REC
               ELSE
           MOVE "MAJ"         TO WS-AUDIT-ACTION.
           STRING "perf type " WS-PF-CODTYP " places "
               WS-PF-PLACES " carbu " WS-PF-CARBU " conso "
               WS-PF-CONSO " prix ref " WS-PF-PRIX-REF
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Perf enregistree." TO WS-MSG.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F51.

      * One visit of one type, from a given task number on, the
      * screen holding twelve tasks at a time.
       LISTE-PROGINSP.
           PERFORM NEW-SCREEN.
           MOVE "Programme d'inspection" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-IP-CODTYP WS-IP-VISITE.
           MOVE 1 TO WS-IP-NUMTACHE.
           DISPLAY DS-PROG-CLE.
           ACCEPT AS-PROG-CLE.
           MOVE FUNCTION UPPER-CASE(WS-IP-CODTYP) TO WS-IP-CODTYP.
           MOVE FUNCTION UPPER-CASE(WS-IP-VISITE) TO WS-IP-VISITE.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY "Type " LINE 6 COL 3.
           DISPLAY WS-IP-CODTYP LINE 6 COL 8.
           DISPLAY "visite " LINE 6 COL 12.
           DISPLAY WS-IP-VISITE LINE 6 COL 19.
           DISPLAY "Num Oblig. Tache" LINE 7 COL 3.
           MOVE 8 TO K.
           MOVE 0 TO WS-IP-NB.
           OPEN INPUT PROGINSP-FILE.
           IF WS-FS-PROGINSP = "00"
               MOVE WS-IP-CODTYP   TO IP-CODTYP
               MOVE WS-IP-VISITE   TO IP-VISITE
               MOVE WS-IP-NUMTACHE TO IP-NUMTACHE
               START PROGINSP-FILE KEY IS NOT LESS THAN IP-CLE
                   INVALID KEY MOVE "10" TO WS-FS-PROGINSP
               END-START
               PERFORM UNTIL WS-FS-PROGINSP = "10" OR K > 19
                   READ PROGINSP-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PROGINSP
                       NOT AT END
                           IF IP-CODTYP NOT = WS-IP-CODTYP
                              OR IP-VISITE NOT = WS-IP-VISITE
                               MOVE "10" TO WS-FS-PROGINSP
                           ELSE
                               DISPLAY IP-NUMTACHE LINE K COL 3
                               DISPLAY IP-OBLIGATOIRE LINE K COL 9
                               DISPLAY IP-TEXTE LINE K COL 14
                               ADD 1 TO K
                               ADD 1 TO WS-IP-NB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGINSP-FILE
           END-IF.
           IF WS-IP-NB = 0
               MOVE "Aucune tache pour ce type et cette visite."
                   TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F51.

       SAISIE-PROGINSP.
           PERFORM NEW-SCREEN.
           MOVE "Tache d'inspection" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-IP-CODTYP WS-IP-VISITE WS-IP-TEXTE.
           MOVE 0 TO WS-IP-NUMTACHE.
           MOVE "O" TO WS-IP-OBLIG.
           DISPLAY DS-PROGINSP.
           ACCEPT AS-PROGINSP.
           MOVE FUNCTION UPPER-CASE(WS-IP-CODTYP) TO WS-IP-CODTYP.
           MOVE FUNCTION UPPER-CASE(WS-IP-VISITE) TO WS-IP-VISITE.
           MOVE FUNCTION UPPER-CASE(WS-IP-OBLIG) TO WS-IP-OBLIG.
           IF WS-VALIDER
               IF WS-IP-CODTYP = SPACES OR WS-IP-VISITE = SPACES
                  OR WS-IP-NUMTACHE = 0 OR WS-IP-TEXTE = SPACES
                  OR (WS-IP-OBLIG NOT = "O" AND WS-IP-OBLIG NOT = "N")
                   MOVE "Type, visite, numero, tache et O/N requis."
                       TO WS-MSG
               ELSE
                   PERFORM APPLY-PROGINSP
               END-IF
           ELSE
               MOVE "Tache non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F51.

      * Changing the programme only shapes the orders opened from
      * now on: the cards already generated on TACHEOT.DAT keep the
      * text they were opened with.
       APPLY-PROGINSP.
           MOVE "N" TO WS-REF-OK.
           OPEN I-O PROGINSP-FILE.
           IF WS-FS-PROGINSP = "35"
               OPEN OUTPUT PROGINSP-FILE
               CLOSE PROGINSP-FILE
               OPEN I-O PROGINSP-FILE
           END-IF.
           IF WS-FS-PROGINSP = "00"
               MOVE WS-IP-CODTYP   TO IP-CODTYP
               MOVE WS-IP-VISITE   TO IP-VISITE
               MOVE WS-IP-NUMTACHE TO IP-NUMTACHE
               READ PROGINSP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-REF-OK
               END-READ
               INITIALIZE PROGINSP-REC
               MOVE WS-IP-CODTYP   TO IP-CODTYP
               MOVE WS-IP-VISITE   TO IP-VISITE
               MOVE WS-IP-NUMTACHE TO IP-NUMTACHE
               MOVE WS-IP-TEXTE    TO IP-TEXTE
               MOVE WS-IP-OBLIG    TO IP-OBLIGATOIRE
               IF WS-REF-TROUVE
                   REWRITE PROGINSP-REC
               ELSE
                   WRITE PROGINSP-REC
               END-IF
               CLOSE PROGINSP-FILE
           END-IF.
           MOVE "F51"             TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-PROGINSP" TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"             TO WS-AUDIT-ACTION.
           STRING "tache " WS-IP-NUMTACHE " visite " WS-IP-VISITE
               " type " WS-IP-CODTYP " obligatoire " WS-IP-OBLIG
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Tache enregistree." TO WS-MSG.

       SUPPRIME-PROGINSP.
           PERFORM NEW-SCREEN.
           MOVE "Supprimer tache" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-IP-CODTYP WS-IP-VISITE WS-IP-TEXTE.
           MOVE 0 TO WS-IP-NUMTACHE.
           MOVE "O" TO WS-IP-OBLIG.
           DISPLAY DS-PROGINSP.
           ACCEPT AS-PROGINSP.
           MOVE FUNCTION UPPER-CASE(WS-IP-CODTYP) TO WS-IP-CODTYP.
           MOVE FUNCTION UPPER-CASE(WS-IP-VISITE) TO WS-IP-VISITE.
           IF WS-VALIDER
               OPEN I-O PROGINSP-FILE
               IF WS-FS-PROGINSP = "00"
                   MOVE WS-IP-CODTYP   TO IP-CODTYP
                   MOVE WS-IP-VISITE   TO IP-VISITE
                   MOVE WS-IP-NUMTACHE TO IP-NUMTACHE
                   DELETE PROGINSP-FILE RECORD
                       INVALID KEY
                           MOVE "Tache inconnue." TO WS-MSG
                       NOT INVALID KEY
                           MOVE "F51"     TO WS-AUDIT-PROGRAMME
                           MOVE "DEL-PROGINSP" TO WS-AUDIT-PARAGRAPHE
                           MOVE "SUPPR"   TO WS-AUDIT-ACTION
                           STRING "tache " WS-IP-NUMTACHE " visite "
                               WS-IP-VISITE " type " WS-IP-CODTYP
                               " supprimee" DELIMITED BY SIZE
                               INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                           MOVE "Tache supprimee." TO WS-MSG
                   END-DELETE
                   CLOSE PROGINSP-FILE
               END-IF
           ELSE
               MOVE "Suppression abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F51.

       RECORD-CHANGE.
           IF WS-NB-CHANGES < 50
               ADD 1 TO WS-NB-CHANGES

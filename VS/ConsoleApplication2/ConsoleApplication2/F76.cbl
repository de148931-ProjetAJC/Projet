      * MAINCOUR.DAT, and browses a chosen day's entries, F25
      * style. F30's cloture de journee prints the day's entries
      * as its own section, so the closing report finally tells
      * the whole story of the day. Entries are stamped with the
      * base the MENU session works on (the principal on an
      * all-bases session) and the browse shows that base's only,
      * every base's on an all-bases session.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-MC-TEXTE PIC X(60) VALUE SPACES.
           77 WS-MC-JOUR PIC 9(8) VALUE 0.
           77 WS-MC-SEQ PIC 9(3) VALUE 0.
           77 WS-MC-BASE PIC X(4) VALUE SPACES.
           77 WS-MC-FILTRE PIC X(4) VALUE SPACES.
           77 WS-AUJOURD-DATE PIC 9(8) VALUE 0.
           77 K PIC 99.

           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-BASES.
           PERFORM BASE-SESSION.
           MOVE WS-BA-SESSION TO WS-MC-FILTRE.
           MOVE WS-BA-SESSION TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           MOVE WS-BA-CODE TO WS-MC-BASE.
           PERFORM MENU-F76.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.
               END-IF
               MOVE WS-MC-TEXTE TO MC-TEXTE
               MOVE WS-OPERATEUR TO MC-OPERATEUR
               MOVE WS-MC-BASE TO MC-BASE
               WRITE MAINCOUR-REC
               CLOSE MAINCOUR-FILE
               MOVE "F76"        TO WS-AUDIT-PROGRAMME
           IF WS-MC-JOUR NOT NUMERIC OR WS-MC-JOUR = 0
               MOVE WS-AUJOURD-DATE TO WS-MC-JOUR
           END-IF.
           DISPLAY "Heure Base Cat.     Texte" LINE 9 COL 3.
           MOVE 10 TO K.
           OPEN INPUT MAINCOUR-FILE.
           IF WS-FS-MAINCOUR = "00"
                           IF MC-DATE NOT = WS-MC-JOUR
                               MOVE "10" TO WS-FS-MAINCOUR
                           ELSE
                               MOVE MC-BASE TO WS-BA-CODE
                               PERFORM RAMENE-BASE
                               IF WS-MC-FILTRE = SPACES
                                  OR WS-BA-CODE = WS-MC-FILTRE
                                   DISPLAY MC-HEURE LINE K COL 3
                                   DISPLAY WS-BA-CODE LINE K COL 9
                                   DISPLAY MC-CATEGORIE LINE K COL 14
                                   DISPLAY MC-TEXTE(1:50)
                                       LINE K COL 23
                                   ADD 1 TO K
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F76.

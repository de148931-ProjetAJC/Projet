      * totals the session's journaled especes, and prints the
      * over/short to RAPPORT_CAISSE.TXT. One open session per
      * operator - the drawer is personal. Same CRUD/retry idiom
      * as F49. A session is opened at the base the operator's
      * MENU session works on (the principal on an all-bases
      * session), so each base's drawer is counted apart.
      * The over/short is dated in an open accounting period: a
      * drawer closed on a day whose month the period register has
      * closed books it at the first open date (CA-DATE-COMPTA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           77 WS-CA-FOND PIC 9(6)V99 VALUE 0.
           77 WS-CA-COMPTE PIC 9(6)V99 VALUE 0.
           77 WS-CA-BASE PIC X(4) VALUE SPACES.
           77 WS-SESSION-ID PIC 9(6) VALUE 0.
           77 WS-SESSION-FOND PIC 9(6)V99 VALUE 0.
           77 WS-SESSION-OK PIC X VALUE "N".
           77 WS-TOTAL-ESPECES PIC S9(7)V99 VALUE 0.
           77 WS-ATTENDU PIC S9(7)V99 VALUE 0.
           77 WS-ECART PIC S9(6)V99 VALUE 0.
           77 WS-DATE-COMPTA PIC 9(8) VALUE 0.
           77 K PIC 99.

           77 WS-NB-CHANGES PIC 9(3) VALUE 0.
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-BASES.
           PERFORM BASE-SESSION.
           MOVE WS-BA-SESSION TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           MOVE WS-BA-CODE TO WS-CA-BASE.
           PERFORM MENU-F60.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.
               MOVE FUNCTION CURRENT-DATE(1:14) TO CA-DATE-OUVERT
               MOVE WS-CA-FOND    TO CA-FOND
               MOVE "O"           TO CA-ETAT
               MOVE WS-CA-BASE    TO CA-BASE
               WRITE CAISSE-REC
               CLOSE CAISSE-FILE
           END-IF.
           MOVE "OUVRE-CAISSE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"     TO WS-AUDIT-ACTION.
           STRING "caisse " WS-SESSION-ID " ouverte, fond "
               WS-CA-FOND " base " WS-CA-BASE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           END-IF.
           COMPUTE WS-ATTENDU = WS-SESSION-FOND + WS-TOTAL-ESPECES.
           COMPUTE WS-ECART = WS-CA-COMPTE - WS-ATTENDU.
           MOVE 0 TO WS-PER-DATE.
           PERFORM DATE-COMPTABLE.
           MOVE WS-PER-EFFET TO WS-DATE-COMPTA.

           OPEN I-O CAISSE-FILE.
           IF WS-FS-CAISSE = "00"
                           TO CA-DATE-FERME
                       MOVE WS-CA-COMPTE TO CA-COMPTE
                       MOVE WS-ECART     TO CA-ECART
                       MOVE WS-DATE-COMPTA TO CA-DATE-COMPTA
                       MOVE "F"          TO CA-ETAT
                       REWRITE CAISSE-REC
               END-READ
           MOVE "F60"          TO WS-AUDIT-PROGRAMME.
           MOVE "FERME-CAISSE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"          TO WS-AUDIT-ACTION.
           IF WS-PER-REPORTEE
               STRING "caisse " WS-SESSION-ID " fermee, ecart "
                   WS-ECART " impute au " WS-DATE-COMPTA
                   " (periode close)" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
           ELSE
               STRING "caisse " WS-SESSION-ID " fermee, ecart "
                   WS-ECART DELIMITED BY SIZE INTO WS-AUDIT-RESUME
           END-IF.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           PERFORM NEW-SCREEN.
           MOVE "Sessions caisse" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Id     Operateur  Etat Fond      Ecart       Base"
               LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT CAISSE-FILE.
                           DISPLAY CA-ETAT LINE K COL 21
                           DISPLAY CA-FOND LINE K COL 26
                           DISPLAY CA-ECART LINE K COL 36
                           DISPLAY CA-BASE LINE K COL 48
                           ADD 1 TO K
                   END-READ
               END-PERFORM

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F60.

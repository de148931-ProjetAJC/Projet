      * letter; a rendered row is marked "S" with the dispatch
      * timestamp. Run from the MENU or the evening chain after the
      * letter batches.
      * A row carrying a report (F110's subscriptions) names the
      * output file: "J" adds an Attachment: header the relay turns
      * into a file attachment, "I" copies the report's lines into
      * the message body after the text.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-MAIL.

           SELECT PIECE-FILE ASSIGN TO WS-NOM-PIECE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PIECE.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  MAIL-FILE.
       01  MAIL-REC                PIC X(132).

       FD  PIECE-FILE.
       01  PIECE-REC               PIC X(200).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-MAIL          PIC XX VALUE "00".
           77  WS-NOM-MAIL         PIC X(40) VALUE SPACES.
           77  WS-FS-PIECE         PIC XX VALUE "00".
           77  WS-NOM-PIECE        PIC X(40) VALUE SPACES.
           77  WS-DEST-EMAIL       PIC X(30) VALUE SPACES.
           77  WS-NB-ENVOYEES      PIC 9(4) VALUE 0.
           77  WS-NB-ECHECS        PIC 9(4) VALUE 0.
           STRING "Subject: " NT-OBJET
               DELIMITED BY SIZE INTO MAIL-REC.
           WRITE MAIL-REC.
           IF NT-PIECE-JOINTE AND NT-PIECE NOT = SPACES
               MOVE SPACES TO MAIL-REC
               STRING "Attachment: " NT-PIECE
                   DELIMITED BY SIZE INTO MAIL-REC
               WRITE MAIL-REC
           END-IF.
           MOVE SPACES TO MAIL-REC.
           WRITE MAIL-REC.
           MOVE NT-TEXTE TO MAIL-REC.
           WRITE MAIL-REC.
           IF NT-PIECE-INCLUSE AND NT-PIECE NOT = SPACES
               PERFORM INCLUT-PIECE
           END-IF.
           MOVE SPACES TO MAIL-REC.
           WRITE MAIL-REC.
           MOVE "Le secretariat de l'aeroclub" TO MAIL-REC.
           WRITE MAIL-REC.
           CLOSE MAIL-FILE.

      * The report as it stands on disk, line for line; one
      * since purged or moved leaves a note rather than a silent gap.
       INCLUT-PIECE.
           MOVE SPACES TO MAIL-REC.
           WRITE MAIL-REC.
           MOVE NT-PIECE TO WS-NOM-PIECE.
           OPEN INPUT PIECE-FILE.
           IF WS-FS-PIECE NOT = "00"
               MOVE SPACES TO MAIL-REC
               STRING "(rapport " NT-PIECE " introuvable)"
                   DELIMITED BY SIZE INTO MAIL-REC
               WRITE MAIL-REC
           ELSE
               PERFORM UNTIL WS-FS-PIECE NOT = "00"
                   READ PIECE-FILE
                       AT END MOVE "10" TO WS-FS-PIECE
                       NOT AT END
                           MOVE PIECE-REC(1:132) TO MAIL-REC
                           WRITE MAIL-REC
                   END-READ
               END-PERFORM
               CLOSE PIECE-FILE
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"           TO WS-OPERATEUR.
           MOVE "F53"             TO WS-AUDIT-PROGRAMME.

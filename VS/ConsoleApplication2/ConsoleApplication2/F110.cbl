       IDENTIFICATION DIVISION.
       PROGRAM-ID. F110.

      * Diffusion des rapports: for every CATRPT.DAT row not yet
      * distributed (CR-DIFFUSE "N", set by CATALOGUE-RAPPORT),
      * queues one NOTIF.DAT message per F109 subscriber to that
      * report type, the output file attached or inlined as the
      * subscription asks, for F53 to send. Each subscriber's rights
      * are checked again at send time (ABONRPT-PROC): an account
      * since disabled, a member since departed or a role since
      * stripped of the producing program gets nothing, and the
      * skip is logged. The row is then marked distributed, so a
      * rerun never sends the same edition twice. Runs in F68's
      * chain after the reporting jobs and before F53, or from the
      * MENU after a month-end edition.

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
           COPY "ABONRPT-WS.cpy" IN TEMPLATE.

           77  WS-NB-RAPPORTS      PIC 9(5) VALUE 0.
           77  WS-NB-ENVOIS        PIC 9(5) VALUE 0.
           77  WS-NB-ECARTES       PIC 9(5) VALUE 0.
           77  WS-ABONRPT-OUVERT   PIC X VALUE "N".

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           OPEN I-O CATRPT-FILE.
           IF WS-FS-CATRPT NOT = "00"
               DISPLAY "Catalogue des rapports absent - rien a "
                   "diffuser."
               STOP RUN
           END-IF.
           PERFORM BALAYE-CATALOGUE.
           CLOSE CATRPT-FILE.
           PERFORM ENREGISTRE-AUDIT.
           DISPLAY WS-NB-RAPPORTS " edition(s) diffusee(s), "
               WS-NB-ENVOIS " envoi(s) en file, "
               WS-NB-ECARTES " abonne(s) ecarte(s).".
           STOP RUN.

       BALAYE-CATALOGUE.
           MOVE LOW-VALUES TO CR-CLE.
           START CATRPT-FILE KEY IS NOT LESS THAN CR-CLE
               INVALID KEY MOVE "10" TO WS-FS-CATRPT
           END-START.
           PERFORM UNTIL WS-FS-CATRPT NOT = "00"
               READ CATRPT-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-CATRPT
                   NOT AT END
                       IF CR-A-DIFFUSER
                           ADD 1 TO WS-NB-RAPPORTS
                           PERFORM DIFFUSE-RAPPORT
                           MOVE "O" TO CR-DIFFUSE
                           REWRITE CATRPT-REC
                       END-IF
               END-READ
           END-PERFORM.

      * The subscriptions to one type sit together under AB-CLE.
       DIFFUSE-RAPPORT.
           MOVE "N" TO WS-ABONRPT-OUVERT.
           OPEN INPUT ABONRPT-FILE.
           IF WS-FS-ABONRPT = "00"
               MOVE "O" TO WS-ABONRPT-OUVERT
               MOVE CR-TYPE TO AB-TYPE
               MOVE LOW-VALUES TO AB-GENRE AB-ABONNE
               START ABONRPT-FILE KEY IS NOT LESS THAN AB-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ABONRPT
               END-START
               PERFORM UNTIL WS-FS-ABONRPT NOT = "00"
                   READ ABONRPT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ABONRPT
                       NOT AT END
                           IF AB-TYPE = CR-TYPE
                               PERFORM ENVOIE-ABONNE
                           ELSE
                               MOVE "10" TO WS-FS-ABONRPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ABONRPT-OUVERT = "O"
               CLOSE ABONRPT-FILE
           END-IF.

       ENVOIE-ABONNE.
           PERFORM RESOUT-ABONNE.
           IF WS-AR-ABONNE-CONNU
               MOVE CR-TYPE TO WS-AR-TYPE-RPT
               PERFORM CONTROLE-DROIT-RAPPORT
           ELSE
               MOVE "N" TO WS-AR-DROIT
           END-IF.
           IF NOT WS-AR-AUTORISE
               ADD 1 TO WS-NB-ECARTES
               MOVE SPACES TO WS-ERR-TEXT
               STRING "Diffusion " CR-TYPE " refusee a " AB-GENRE
                   " " AB-ABONNE " (inconnu ou sans droit)."
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE "F110" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               ADD 1 TO WS-NB-ENVOIS
               MOVE WS-AR-NUMPIL TO WS-NOTIF-NUMPIL
               MOVE AB-EMAIL TO WS-NOTIF-EMAIL
               MOVE "F110" TO WS-NOTIF-ORIGINE
               MOVE SPACES TO WS-NOTIF-OBJET WS-NOTIF-TEXTE
               STRING "Rapport " CR-TYPE " " CR-PERIODE
                   DELIMITED BY SIZE INTO WS-NOTIF-OBJET
               STRING "Edition du " CR-TIMESTAMP(7:2) "/"
                   CR-TIMESTAMP(5:2) "/" CR-TIMESTAMP(1:4)
                   " a " CR-TIMESTAMP(9:2) "h" CR-TIMESTAMP(11:2)
                   " : " CR-NOM-FICHIER
                   DELIMITED BY SIZE INTO WS-NOTIF-TEXTE
               MOVE CR-NOM-FICHIER TO WS-NOTIF-PIECE
               MOVE AB-MODE TO WS-NOTIF-MODE
               PERFORM ENREGISTRE-NOTIFICATION
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F110"             TO WS-AUDIT-PROGRAMME.
           MOVE "DIFFUSE-RAPPORT"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "DIFFUSE"          TO WS-AUDIT-ACTION.
           STRING WS-NB-RAPPORTS " edition(s), " WS-NB-ENVOIS
               " envoi(s), " WS-NB-ECARTES " ecarte(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "NOTIF-PROC.cpy" IN TEMPLATE.

           COPY "ABONRPT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F110.

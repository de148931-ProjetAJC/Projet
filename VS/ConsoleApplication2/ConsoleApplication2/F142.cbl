       IDENTIFICATION DIVISION.
       PROGRAM-ID. F142.

      * Migration des formats de fichiers, version 5: twenty stores
      * gained fields appended after their version 4 layout - the
      * pilot (partner-club guest, mailing consent), payment and
      * invoice (date before a closed period), mandate (SEPA
      * lifecycle), operator (password ageing, base), reservation
      * and waiting list (instructor, base), till, movement, work
      * order, defect, aircraft document, occurrence (insurance
      * excess), payment plan, log book, notification, report
      * catalogue, archive index, fuel stock and performance
      * tables - and the simulator sessions, booked in local time
      * until now, get their start put in UTC like the flights.
      * Same one-shot idiom as F88: each store is read
      * through its version 4 layout frozen in MIGRV5-FD.cpy,
      * rewritten under the current copybook with the new fields at
      * zero/spaces (a mandate reads active, an account's password
      * as never changed, so its owner renews it at next login),
      * recounted, swapped over the original, and PARAMS is stamped
      * 5 for the login health check. Runs only on a dataset
      * stamped 4; F88 and F85 take older datasets straight to 5
      * through the same conversion paragraphs.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.
           COPY "MIGRV5-SELECT.cpy" IN TEMPLATE.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
           COPY "MIGRV5-FD.cpy" IN TEMPLATE.

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-ANCIEN        PIC XX VALUE "00".
           77  WS-FS-MIGR          PIC XX VALUE "00".
           77  WS-VERSION-SOURCE   PIC 9(2) VALUE 4.
           77  WS-VERSION-CIBLE    PIC 9(2) VALUE 5.
           77  WS-VERSION-LUE      PIC 9(2) VALUE 0.
           77  WS-CONFIRME         PIC X VALUE "N".
           77  WS-FICHIER          PIC X(10) VALUE SPACES.
           77  WS-NOM-VIF          PIC X(30) VALUE SPACES.
           77  WS-NOM-MIGR         PIC X(30) VALUE SPACES.
           77  WS-NB-LUS           PIC 9(7) VALUE 0.
           77  WS-NB-RELUS         PIC 9(7) VALUE 0.
           77  WS-NB-OK            PIC 9(2) VALUE 0.
           77  WS-NB-KO            PIC 9(2) VALUE 0.
           77  WS-NB-ABSENTS       PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           DISPLAY "Migration des formats de fichiers vers la"
               " version " WS-VERSION-CIBLE ".".
           PERFORM LIT-VERSION.
           IF WS-VERSION-LUE NOT = WS-VERSION-SOURCE
               DISPLAY "Fichiers en version " WS-VERSION-LUE
                   ", attendue " WS-VERSION-SOURCE
                   " - aucun fichier touche."
               IF WS-VERSION-LUE = 3
                   DISPLAY "Lancer la migration F88."
               END-IF
               IF WS-VERSION-LUE < 3
                   DISPLAY "Lancer la migration F85."
               END-IF
               STOP RUN
           END-IF.
           DISPLAY "A lancer UNE FOIS, terminaux fermes, apres"
               " la sauvegarde F33.".
           DISPLAY "Confirmer la migration ? (O/N) : "
               NO ADVANCING.
           ACCEPT WS-CONFIRME.
           IF WS-CONFIRME NOT = "O" AND WS-CONFIRME NOT = "o"
               DISPLAY "Abandon - aucun fichier touche."
               STOP RUN
           END-IF.
           MOVE "F142" TO WS-AUDIT-PROGRAMME.
           PERFORM MIGRE-V5-COMPTES.
           PERFORM MIGRE-V5-ANNEXES.
           IF WS-NB-KO = 0
               PERFORM STAMPE-VERSION
               DISPLAY "Migration terminee: " WS-NB-OK
                   " fichier(s) convertis, " WS-NB-ABSENTS
                   " absent(s), version " WS-VERSION-CIBLE
                   " estampillee."
           ELSE
               DISPLAY "Migration INCOMPLETE: " WS-NB-KO
                   " fichier(s) refuse(s) - version NON"
                   " estampillee, voir ERREURS.LOG."
           END-IF.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

      * The stamp the previous migration left; no stamp reads as
      * zero and is refused like any other mismatch.
       LIT-VERSION.
           MOVE 0 TO WS-VERSION-LUE.
           OPEN INPUT PARAMS-FILE.
           IF WS-FS-PARAMS = "00"
               MOVE "VERSION-FIC" TO PM-CODE
               READ PARAMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-VALEUR TO WS-VERSION-LUE
               END-READ
               CLOSE PARAMS-FILE
           END-IF.

      * Common tail of every store: the rebuild's count must
      * match what was read before it replaces the original.
       CONTROLE-ET-BASCULE.
           IF WS-NB-RELUS = WS-NB-LUS
               CALL "CBL_COPY_FILE"
                   USING WS-NOM-MIGR WS-NOM-VIF
               CALL "CBL_DELETE_FILE" USING WS-NOM-MIGR
               ADD 1 TO WS-NB-OK
               DISPLAY WS-FICHIER ": " WS-NB-LUS
                   " enregistrement(s) convertis."
           ELSE
               ADD 1 TO WS-NB-KO
               MOVE SPACES TO WS-ERR-TEXT
               STRING "Migration " WS-FICHIER " refusee: "
                   WS-NB-LUS " lu(s), " WS-NB-RELUS " relu(s)"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE "F142" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
               DISPLAY WS-FICHIER ": REFUSE (comptes differents)."
           END-IF.

       COPY "MIGRV5-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

      * The stamp the login health check verifies; written only
      * when every store converted cleanly.
       STAMPE-VERSION.
           OPEN I-O PARAMS-FILE.
           IF WS-FS-PARAMS = "00"
               MOVE "VERSION-FIC" TO PM-CODE
               READ PARAMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-VERSION-CIBLE TO PM-VALEUR
                       REWRITE PARAMS-REC
               END-READ
               CLOSE PARAMS-FILE
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"     TO WS-OPERATEUR.
           MOVE "F142"      TO WS-AUDIT-PROGRAMME.
           MOVE "DEBUT"     TO WS-AUDIT-PARAGRAPHE.
           MOVE "MIGRER"    TO WS-AUDIT-ACTION.
           STRING "migration formats v" WS-VERSION-CIBLE ": "
               WS-NB-OK " converti(s), " WS-NB-KO " refuse(s), "
               WS-NB-ABSENTS " absent(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F142.

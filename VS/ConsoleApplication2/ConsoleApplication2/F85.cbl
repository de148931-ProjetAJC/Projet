      * rebuild over the original (the F73 swap idiom), and stamps
      * PARAMS with the layout version the login health check
      * expects. A count mismatch leaves that store untouched and
      * the version unstamped. The other stores that grew at
      * version 5 still hold their first layout, which is the one
      * version 4 froze: they go through the same conversion F142
      * runs (MIGRV5-PROC.cpy).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY GF-NUMERO
               FILE STATUS WS-FS-MIGR.

           COPY "MIGRV5-SELECT.cpy" IN TEMPLATE.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
               REPLACING ==FACTNUM-REC== BY ==GFACTNUM-REC==
               LEADING ==FN-== BY ==GF-==.

           COPY "MIGRV5-FD.cpy" IN TEMPLATE.

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-ANCIEN        PIC XX VALUE "00".
           77  WS-FS-MIGR          PIC XX VALUE "00".
      * The rebuilds follow the current copybooks, so a dataset
      * still on the first layouts lands directly on the current
      * version (F88 covers version 3, F142 version 4).
           77  WS-VERSION-CIBLE    PIC 9(2) VALUE 5.
           77  WS-CONFIRME         PIC X VALUE "N".
           77  WS-FICHIER          PIC X(10) VALUE SPACES.
           77  WS-NOM-VIF          PIC X(30) VALUE SPACES.
           PERFORM MIGRE-VOLHIST.
           PERFORM MIGRE-PAIEMENT.
           PERFORM MIGRE-FACTNUM.
           MOVE "F85" TO WS-AUDIT-PROGRAMME.
           PERFORM MIGRE-V5-ANNEXES.
           IF WS-NB-KO = 0
               PERFORM STAMPE-VERSION
               DISPLAY "Migration terminee: " WS-NB-OK
           END-IF
           END-IF.

       COPY "MIGRV5-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

      * The stamp the login health check verifies; written only
      * when every store converted cleanly.
       STAMPE-VERSION.
       COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.
       COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.

       COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F85.

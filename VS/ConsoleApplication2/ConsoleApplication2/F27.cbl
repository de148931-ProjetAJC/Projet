      * each member in the ARCHLOG.DAT catalog. A retention purge
      * empties and uncatalogs members older than
      * WS-RETENTION-ANNEES years.
      * The audit hash chain runs straight through the rotation:
      * lines are copied unchanged, each audit member closes on a
      * line naming its first and last sequence numbers and final
      * chain value (also kept in its catalog row), and the fresh
      * AUDIT.LOG carries on from the same chain head, so F108 can
      * follow the links from the oldest member to the live log.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC             PIC X(180).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           77  WS-CUTOFF-DATE      PIC 9(8) VALUE 0.
           77  WS-NB-LIGNES        PIC 9(6) VALUE 0.
           77  WS-NB-PURGEES       PIC 9(3) VALUE 0.
           77  WS-SEQ-DEBUT        PIC 9(9) VALUE 0.
           77  WS-SEQ-FIN          PIC 9(9) VALUE 0.
           77  WS-CHAINE-FIN       PIC 9(9) VALUE 0.

      * Entry counts per program for the closing summary.
           01  FCOMPTE.
           STRING "AUDIT_" WS-AUJOURD-DATE ".LOG"
               DELIMITED BY SIZE INTO WS-ARCH-NOM.
           MOVE 0 TO WS-NB-LIGNES NB-PROGS.
           MOVE 0 TO WS-SEQ-DEBUT WS-SEQ-FIN WS-CHAINE-FIN.
           OPEN INPUT AUDIT-FILE.
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "AUDIT.LOG absent ou vide - rien a tourner."
                       AT END MOVE "10" TO WS-FS-AUDIT
                       NOT AT END
                           MOVE SPACES TO ARCHIVE-REC
                           MOVE AUDIT-REC TO ARCHIVE-REC(1:178)
                           WRITE ARCHIVE-REC
                           ADD 1 TO WS-NB-LIGNES
                           MOVE AU-PROGRAMME TO WS-CUR-PROG
                           PERFORM COMPTE-PROGRAMME
                           PERFORM NOTE-MAILLON
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               PERFORM ECRIT-RESUME-ARCHIVE
               PERFORM ECRIT-FIN-CHAINE
               CLOSE ARCHIVE-FILE
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               DISPLAY "ERREURS.LOG archive: " WS-ARCH-NOM
           END-IF.

      * Lines from before the chain existed carry no sequence
      * number and are simply copied.
       NOTE-MAILLON.
           IF AU-SEQUENCE NUMERIC AND AU-SEQUENCE > 0
               IF WS-SEQ-DEBUT = 0
                   MOVE AU-SEQUENCE TO WS-SEQ-DEBUT
               END-IF
               MOVE AU-SEQUENCE TO WS-SEQ-FIN
               MOVE AU-CHAINE TO WS-CHAINE-FIN
           END-IF.

       ECRIT-FIN-CHAINE.
           MOVE SPACES TO ARCHIVE-REC.
           STRING "=== Chaine: sequences " WS-SEQ-DEBUT " a "
               WS-SEQ-FIN ", dernier maillon " WS-CHAINE-FIN " ==="
               DELIMITED BY SIZE INTO ARCHIVE-REC.
           WRITE ARCHIVE-REC.

       COMPTE-PROGRAMME.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1

       CATALOGUE-ARCHIVE-E.
           MOVE "E" TO AR-TYPE.
           MOVE 0 TO WS-SEQ-DEBUT WS-SEQ-FIN WS-CHAINE-FIN.
           PERFORM CATALOGUE-ARCHIVE.

       CATALOGUE-ARCHIVE.
               MOVE WS-ARCH-NOM TO AR-NOM
               MOVE WS-AUJOURD-DATE TO AR-DATE
               MOVE WS-NB-LIGNES TO AR-NB-LIGNES
               MOVE WS-SEQ-DEBUT TO AR-SEQ-DEBUT
               MOVE WS-SEQ-FIN TO AR-SEQ-FIN
               MOVE WS-CHAINE-FIN TO AR-CHAINE-FIN
               WRITE ARCHLOG-REC
                   INVALID KEY REWRITE ARCHLOG-REC
               END-WRITE

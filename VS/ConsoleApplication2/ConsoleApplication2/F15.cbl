      * is scanned first and any pilot already carrying an emitted
      * "COTIS <annee>" invoice is skipped, so an interrupted run
      * can simply be relaunched without double-billing the members
      * it had already reached. A partner club's guest pilot
      * (PI-INVITE) is not a member and is never called.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   READ PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PILOTE
                       NOT AT END
                           IF NOT PI-PARTI AND NOT PI-EST-INVITE
                               ADD 1 TO WS-NB-PILOTES
                               PERFORM CHERCHE-DEJA-APPELE
                               IF WS-PIL-DEJA-APPELE

           COPY "FACTURE-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F15.

      * d'heures, payments, the dunning record, the training file
      * (lessons, theory, solo sign-offs) and the pilot's AUDIT.LOG
      * entries - as one dated dossier document registered in the
      * CATRPT catalog, produced the day the member asks. The
      * dossier also lists who consulted or exported the member's
      * data (CONSULT.DAT), this edition included.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           PERFORM SECTION-RELANCE.
           PERFORM SECTION-FORMATION.
           PERFORM SECTION-AUDIT.
           MOVE "BATCH"   TO WS-OPERATEUR.
           MOVE WS-NUMPIL TO WS-CS-NUMPIL.
           MOVE "F81"     TO WS-CS-PROGRAMME.
           MOVE "ACCE"    TO WS-CS-MOTIF.
           MOVE "Dossier d'acces" TO WS-CS-ECRAN.
           PERFORM LOG-CONSULTATION.
           PERFORM SECTION-CONSULTATIONS.
           MOVE SPACES TO DOSSIER-REC.
           MOVE "--- Fin du dossier ---" TO DOSSIER-REC.
           WRITE DOSSIER-REC.
                           PI-DATE-NAISSANCE " email " PI-EMAIL
                           DELIMITED BY SIZE INTO DOSSIER-REC
                       PERFORM ECRIT-LIGNE
                       IF PI-ACCEPTE-INFOS
                           MOVE "Diffusions du club: accord donne."
                               TO DOSSIER-REC
                       ELSE
                           MOVE "Diffusions du club: pas d'accord."
                               TO DOSSIER-REC
                       END-IF
                       PERFORM ECRIT-LIGNE
                       IF WS-FS-ADRESSE = "00"
                           MOVE PI-ID-ADRESSE TO AD-ID
                           READ ADRESSE-FILE
           END-IF.
           MOVE "00" TO WS-FS-AUDIT.

      * Every consultation of the member's data, oldest first:
      * when, by whom, from which program and screen, and why.
       SECTION-CONSULTATIONS.
           MOVE "Consultations de vos donnees:" TO DOSSIER-REC.
           PERFORM ECRIT-LIGNE.
           OPEN INPUT CONSULT-FILE.
           IF WS-FS-CONSULT = "00"
               MOVE LOW-VALUES TO CS-CLE
               MOVE WS-NUMPIL TO CS-NUMPIL
               START CONSULT-FILE KEY IS NOT LESS THAN CS-CLE
                   INVALID KEY MOVE "10" TO WS-FS-CONSULT
               END-START
               PERFORM UNTIL WS-FS-CONSULT = "10"
                   READ CONSULT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CONSULT
                       NOT AT END
                           IF CS-NUMPIL NOT = WS-NUMPIL
                               MOVE "10" TO WS-FS-CONSULT
                           ELSE
                               STRING "  " CS-HORODATE " "
                                   CS-OPERATEUR " " CS-PROGRAMME " "
                                   CS-MOTIF " " CS-ECRAN
                                   DELIMITED BY SIZE
                                   INTO DOSSIER-REC
                               PERFORM ECRIT-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSULT-FILE
           END-IF.
           STRING "  (FICH fiche, LIST liste, EXPO export, "
               "ACCE dossier d'acces, PERS votre compte)"
               DELIMITED BY SIZE INTO DOSSIER-REC.
           PERFORM ECRIT-LIGNE.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"     TO WS-OPERATEUR.
           MOVE "F81"       TO WS-AUDIT-PROGRAMME.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       COPY "CONSULT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F81.

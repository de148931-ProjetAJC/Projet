      * field meanings per the record copybooks and dates rendered
      * DD/MM/YYYY like F5's FORMAT-DATE. Outputs
      * EXPORT_PILOTES.CSV / EXPORT_AVIONS.CSV / EXPORT_VOLS.CSV.
      * Every member written to the members' file is recorded in
      * CONSULT.DAT as an export (CONSULT-PROC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "PAYS;NBHVOL;SOLDE;DEPART;NAISSANCE"
               DELIMITED BY SIZE INTO EXPORT-REC.
           WRITE EXPORT-REC.
           MOVE "BATCH" TO WS-OPERATEUR.
           MOVE "F42"   TO WS-CS-PROGRAMME.
           MOVE "EXPO"  TO WS-CS-MOTIF.
           MOVE WS-EXPORT-NOM TO WS-CS-ECRAN.
           PERFORM OUVRE-CONSULTATIONS.
           OPEN INPUT PILOTE-FILE.
           OPEN INPUT ADRESSE-FILE.
           OPEN INPUT CIVILITE-FILE.
           IF WS-FS-CIVILITE = "00"
               CLOSE CIVILITE-FILE
           END-IF.
           PERFORM FERME-CONSULTATIONS.
           CLOSE EXPORT-FILE.

       ECRIT-LIGNE-PILOTE.
               DELIMITED BY SIZE INTO EXPORT-REC.
           WRITE EXPORT-REC.
           ADD 1 TO WS-NB-LIGNES.
           MOVE PI-NUMPIL TO WS-CS-NUMPIL.
           PERFORM ECRIT-CONSULTATION.

       EXPORTE-AVIONS.
           OPEN OUTPUT EXPORT-FILE.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "CONSULT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F42.

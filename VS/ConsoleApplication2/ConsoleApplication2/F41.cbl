      * address (ADRESSE-FILE via PI-ID-ADRESSE), status and
      * expiries from ETATPIL-FILE, the last flights via the
      * VL-NUMPIL alternate key, active reservations, and the
      * current PI-SOLDE with the unpaid flight count. The staff
      * alert notes in force on the member (F135, ALERTE-PROC) are
      * shown on a page of their own before the dossier. Each
      * dossier shown is recorded in CONSULT.DAT (CONSULT-PROC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM PORTEE-ALERTES.
           PERFORM CONSULTE-DOSSIER
               UNTIL WS-QUITTER.
           EXIT PROGRAM.
                   MOVE WS-NUM-STAGE TO WS-NUMPIL
                   PERFORM CHARGE-PILOTE
                   IF WS-PILOTE-FOUND
                       MOVE "P" TO WS-AL-CIBLE
                       MOVE WS-NUMPIL TO WS-AL-NUMERO
                       PERFORM CHARGE-ALERTES
                       PERFORM AFFICHE-ALERTES
                       MOVE WS-NUMPIL TO WS-CS-NUMPIL
                       MOVE "F41"     TO WS-CS-PROGRAMME
                       MOVE "FICH"    TO WS-CS-MOTIF
                       MOVE WS-FUNC   TO WS-CS-ECRAN
                       PERFORM LOG-CONSULTATION
                       PERFORM AFFICHE-DOSSIER
                   ELSE
                       MOVE "Pilote inconnu." TO WS-MSG

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "ALERTE-PROC.cpy" IN TEMPLATE.

       COPY "CONSULT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F41.

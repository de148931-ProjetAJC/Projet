      * whose medical/licence expiry is already past or falls within
      * WS-SEUIL-JOURS days, so paperwork can be chased before someone
      * shows up to fly and gets turned away at F1's CHECK_PILOTE_F1
      * gate. Instructor ratings (QUALINST-FILE) are checked the same
      * way, so a lapsing FI/CRI is chased before F1 refuses their
      * next dual flight. Run on-demand or from a weekly scheduler -
      * batch only, no LINKAGE/operator prompt, same as F5/F6/F7.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-A-UN-MOTIF       PIC X VALUE "N".
               88  WS-ALERTE           VALUE "O".
           77  WS-AGE-PILOTE       PIC 9(3) VALUE 0.
           77  WS-QUALINST-OUVERT  PIC X VALUE "N".
           77  WS-QUALINST-FIN     PIC X VALUE "N".

       PROCEDURE DIVISION.
       DEBUT.
           MOVE 0 TO WS-NB-ALERTES.
           OPEN INPUT PILOTE-FILE.
           OPEN INPUT ETATPIL-FILE.
           MOVE "N" TO WS-QUALINST-OUVERT.
           OPEN INPUT QUALINST-FILE.
           IF WS-FS-QUALINST = "00"
               MOVE "O" TO WS-QUALINST-OUVERT
           END-IF.
           IF WS-FS-PILOTE = "00"
               MOVE LOW-VALUES TO PI-NUMPIL
               START PILOTE-FILE KEY IS NOT LESS THAN PI-NUMPIL
           IF WS-FS-ETATPIL = "00"
               CLOSE ETATPIL-FILE
           END-IF.
           IF WS-QUALINST-OUVERT = "O"
               CLOSE QUALINST-FILE
           END-IF.

      * Checks every grounding/expiry reason for the pilot
      * currently in PILOTE-REC's buffer and writes one report line
               MOVE "etat inconnu" TO WS-MOTIF
               PERFORM ECRIT-LIGNE-ALERTE
           END-IF.
           IF WS-QUALINST-OUVERT = "O"
               PERFORM EVALUE-QUALINST
           END-IF.
           IF WS-ALERTE
               ADD 1 TO WS-NB-ALERTES
           END-IF.
               END-IF
           END-IF.

      * One line per instructor rating held by the pilot that has
      * lapsed or lapses inside the alert window; most members hold
      * none, and the keyed START finds nothing for them.
       EVALUE-QUALINST.
           MOVE "N" TO WS-QUALINST-FIN.
           MOVE PI-NUMPIL  TO QI-NUMPIL.
           MOVE LOW-VALUES TO QI-CODE.
           START QUALINST-FILE KEY IS NOT LESS THAN QI-CLE
               INVALID KEY MOVE "O" TO WS-QUALINST-FIN
           END-START.
           PERFORM UNTIL WS-QUALINST-FIN = "O"
               READ QUALINST-FILE NEXT RECORD
                   AT END MOVE "O" TO WS-QUALINST-FIN
                   NOT AT END
                       IF QI-NUMPIL NOT = PI-NUMPIL
                           MOVE "O" TO WS-QUALINST-FIN
                       ELSE
                           PERFORM EVALUE-LIGNE-QUALINST
                       END-IF
               END-READ
           END-PERFORM.

       EVALUE-LIGNE-QUALINST.
           IF QI-DATE-EXPIRATION > 0
               COMPUTE WS-EXP-INT =
                   FUNCTION INTEGER-OF-DATE(QI-DATE-EXPIRATION)
               MOVE SPACES TO WS-MOTIF
               IF WS-EXP-INT < WS-AUJOURD-INT
                   STRING "qualif " QI-CODE " expiree le "
                       QI-DATE-EXPIRATION DELIMITED BY SIZE
                       INTO WS-MOTIF
                   PERFORM ECRIT-LIGNE-ALERTE
               ELSE
                   IF WS-EXP-INT NOT > WS-SEUIL-INT
                       STRING "qualif " QI-CODE " a renouveler le "
                           QI-DATE-EXPIRATION DELIMITED BY SIZE
                           INTO WS-MOTIF
                       PERFORM ECRIT-LIGNE-ALERTE
                   END-IF
               END-IF
           END-IF.

       ECRIT-LIGNE-ALERTE.
           MOVE "O" TO WS-A-UN-MOTIF.
           PERFORM SAUT-PAGE-SI-PLEINE.

      * PI-ID-ADRESSE, salutation from CIVILITE-FILE, naming the
      * document and its exact expiry date - one page per pilot in
      * LETTRES_RELANCE.TXT (form feed between pages), with a
      * summary count at the end. Instructor ratings held in
      * QUALINST-FILE get the same letter, naming the rating code.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-A-RELANCER       PIC X VALUE "N".
           77  WS-DATE-OUT         PIC X(10).
           77  WS-DATE-IN          PIC 9(8).
           77  WS-QUALINST-OUVERT  PIC X VALUE "N".
           77  WS-QUALINST-FIN     PIC X VALUE "N".

       PROCEDURE DIVISION.
       DEBUT.
           OPEN INPUT ETATPIL-FILE.
           OPEN INPUT ADRESSE-FILE.
           OPEN INPUT CIVILITE-FILE.
           MOVE "N" TO WS-QUALINST-OUVERT.
           OPEN INPUT QUALINST-FILE.
           IF WS-FS-QUALINST = "00"
               MOVE "O" TO WS-QUALINST-OUVERT
           END-IF.
           IF WS-FS-PILOTE = "00"
               MOVE LOW-VALUES TO PI-NUMPIL
               START PILOTE-FILE KEY IS NOT LESS THAN PI-NUMPIL
           IF WS-FS-CIVILITE = "00"
               CLOSE CIVILITE-FILE
           END-IF.
           IF WS-QUALINST-OUVERT = "O"
               CLOSE QUALINST-FILE
           END-IF.

      * Same expiry window test as F8's EVALUE-ETAT-PILOTE; a
      * pilot with both documents in the window gets one letter per
                       END-IF
               END-READ
           END-IF.
           IF WS-QUALINST-OUVERT = "O"
               PERFORM EVALUE-QUALINST
           END-IF.

      * One letter per instructor rating in the window, keyed
      * START on the pilot's number; most members hold none.
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
               MOVE QI-DATE-EXPIRATION TO WS-EXPIRY
               MOVE SPACES TO WS-DOCUMENT
               STRING "qualification " DELIMITED BY SIZE
                   QI-CODE DELIMITED BY SPACE INTO WS-DOCUMENT
               PERFORM TESTE-FENETRE
               IF WS-A-RELANCER = "O"
                   PERFORM ECRIT-LETTRE
               END-IF
           END-IF.

       TESTE-FENETRE.
           MOVE "N" TO WS-A-RELANCER.

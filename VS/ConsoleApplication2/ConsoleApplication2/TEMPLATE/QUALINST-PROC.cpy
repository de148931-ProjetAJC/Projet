      * QUALINST-PROC - instructor-privilege check shared by F1's
      * dual gate, F83's simulator booking and F21's lesson
      * sign-off. COPY into PROCEDURE DIVISION; requires
      * DATAFILES.cpy/-FD/-WS already copied in and QUALINST-FILE
      * closed on entry. Set WS-QI-NUMPIL and WS-QI-DATE-REF (the
      * flight, session or sign-off date) and PERFORM
      * CONTROLE-QUALINST: WS-QI-VALIDE comes back set when at least
      * one of the instructor's ratings is still current on that
      * date. WS-QI-CODE/WS-QI-EXPIRATION carry the rating with the
      * latest expiry for the caller's message, and WS-QI-NB = 0
      * means nothing was ever recorded for them in F3 - which is
      * refused the same as an expired rating.
       CONTROLE-QUALINST.
           MOVE "N" TO WS-QI-OK.
           MOVE "N" TO WS-QI-FIN.
           MOVE SPACES TO WS-QI-CODE.
           MOVE 0 TO WS-QI-EXPIRATION WS-QI-NB.
           OPEN INPUT QUALINST-FILE.
           IF WS-FS-QUALINST = "00"
               MOVE WS-QI-NUMPIL TO QI-NUMPIL
               MOVE LOW-VALUES   TO QI-CODE
               START QUALINST-FILE KEY IS >= QI-CLE
                   INVALID KEY
                       MOVE "O" TO WS-QI-FIN
               END-START
               PERFORM UNTIL WS-QI-FIN = "O"
                   READ QUALINST-FILE NEXT RECORD
                       AT END
                           MOVE "O" TO WS-QI-FIN
                       NOT AT END
                           IF QI-NUMPIL NOT = WS-QI-NUMPIL
                               MOVE "O" TO WS-QI-FIN
                           ELSE
                               PERFORM CONTROLE-QUALINST-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUALINST-FILE
           END-IF.

       CONTROLE-QUALINST-LIGNE.
           ADD 1 TO WS-QI-NB.
           IF QI-DATE-EXPIRATION > WS-QI-EXPIRATION
               MOVE QI-DATE-EXPIRATION TO WS-QI-EXPIRATION
               MOVE QI-CODE            TO WS-QI-CODE
           END-IF.
           IF QI-DATE-EXPIRATION >= WS-QI-DATE-REF
               MOVE "O" TO WS-QI-OK
           END-IF.

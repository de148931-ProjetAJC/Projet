      * WS-NOTIF-NUMPIL (0 when the address is explicit),
      * WS-NOTIF-EMAIL (spaces to let F53 resolve it from the
      * pilot's PI-EMAIL), WS-NOTIF-ORIGINE, WS-NOTIF-OBJET and
      * WS-NOTIF-TEXTE (plus WS-NOTIF-PIECE / WS-NOTIF-MODE when a
      * report file goes with it, cleared again once the row is
      * written), then PERFORMs ENREGISTRE-NOTIFICATION; the
      * queued row's id comes back in WS-NOTIF-ID. The row is
      * written "A" (en attente) - only the F53 dispatcher moves it
      * to sent or failed.
           MOVE WS-NOTIF-ORIGINE TO NT-ORIGINE.
           MOVE WS-NOTIF-OBJET   TO NT-OBJET.
           MOVE WS-NOTIF-TEXTE   TO NT-TEXTE.
           MOVE WS-NOTIF-PIECE   TO NT-PIECE.
           MOVE WS-NOTIF-MODE    TO NT-MODE-PIECE.
           MOVE "A"              TO NT-ETAT.
           MOVE 0                TO NT-DATE-ENVOI.
           OPEN I-O NOTIF-FILE.
           END-IF.
           WRITE NOTIF-REC.
           CLOSE NOTIF-FILE.
           MOVE SPACES TO WS-NOTIF-PIECE WS-NOTIF-MODE.

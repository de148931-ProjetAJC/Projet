                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
      * Slots are compared in local time, like the reservations.
                           PERFORM VOL-VERS-LOCALE
                           IF VL-CODAV NOT = WS-CODAV-SOL
                               MOVE "10" TO WS-FS-VOL
                           ELSE
      * A maintenance test flight belongs on the grounded tail
      * itself and is never moved to another aircraft.
                               IF VL-DEPOSE
                                  AND NOT VL-CAT-ESSAI
                                  AND VL-DATEDEP
                                      >= WS-AUJOURD-DATE
                                  AND NB-SLOTS < 100
                       READ VOL-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-VOL
                           NOT AT END
                               PERFORM VOL-VERS-LOCALE
                               IF VL-CODAV NOT = WS-CAND-CODAV
                                   MOVE "10" TO WS-FS-VOL
                               ELSE

       COPY "NOTIF-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F79.

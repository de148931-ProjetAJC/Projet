      * CALENDRIER-PROC - shared paragraphs answering calendar
      * questions from CALENDRIER.DAT, same shape as BASE-PROC.cpy.
      * COPY into PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS
      * already copied in. The file is opened and closed on each
      * call, so a caller may hold any other file open meanwhile.
      *   LIT-JOUR-CALENDRIER   WS-CAL-DATE in; WS-CAL-FERME,
      *                         WS-CAL-FERIE, WS-CAL-BANQUE-FERMEE and
      *                         WS-CAL-LIBELLE out (all off for an
      *                         ordinary day or a missing file).
      *   JOUR-BANCAIRE-SUIVANT WS-CAL-DATE in and out: moved on to
      *                         the first day that is neither a
      *                         weekend nor a bank closure (an invalid
      *                         date is left as it is).
      *   COMPTE-JOURS-CHOMES   WS-CAL-DU / WS-CAL-AU in; the number
      *                         of closure or holiday days after DU up
      *                         to AU in WS-CAL-NB-CHOMES.
       LIT-JOUR-CALENDRIER.
           MOVE "N" TO WS-CAL-ETAT-FERME WS-CAL-ETAT-FERIE.
           MOVE "N" TO WS-CAL-ETAT-BANQUE.
           MOVE SPACES TO WS-CAL-LIBELLE.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-FS-CALENDRIER = "00"
               MOVE WS-CAL-DATE TO CL-DATE
               READ CALENDRIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-FERME   TO WS-CAL-ETAT-FERME
                       MOVE CL-FERIE   TO WS-CAL-ETAT-FERIE
                       MOVE CL-BANQUE  TO WS-CAL-ETAT-BANQUE
                       MOVE CL-LIBELLE TO WS-CAL-LIBELLE
               END-READ
               CLOSE CALENDRIER-FILE
           END-IF.

      * INTEGER-OF-DATE counts from Monday 1 January 1601, so
      * the remainder by 7 is 6 on a Saturday and 0 on a Sunday.
      * A run of closures is bounded at a month, so a calendar
      * keyed wrong cannot loop forever.
       JOUR-BANCAIRE-SUIVANT.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE) = 0
               MOVE 0 TO WS-CAL-PAS
               PERFORM TESTE-JOUR-BANCAIRE
               PERFORM UNTIL WS-CAL-JOUR-BANCAIRE OR WS-CAL-PAS > 31
                   COMPUTE WS-CAL-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1
                   COMPUTE WS-CAL-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                   ADD 1 TO WS-CAL-PAS
                   PERFORM TESTE-JOUR-BANCAIRE
               END-PERFORM
           END-IF.

       TESTE-JOUR-BANCAIRE.
           MOVE "N" TO WS-CAL-ETAT-OUVRE.
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-DATE).
           IF FUNCTION MOD(WS-CAL-INT, 7) NOT = 6
              AND FUNCTION MOD(WS-CAL-INT, 7) NOT = 0
               PERFORM LIT-JOUR-CALENDRIER
               IF NOT WS-CAL-BANQUE-FERMEE
                   MOVE "O" TO WS-CAL-ETAT-OUVRE
               END-IF
           END-IF.

       COMPTE-JOURS-CHOMES.
           MOVE 0 TO WS-CAL-NB-CHOMES.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-FS-CALENDRIER = "00"
               MOVE WS-CAL-DU TO CL-DATE
               START CALENDRIER-FILE KEY IS GREATER THAN CL-DATE
                   INVALID KEY MOVE "10" TO WS-FS-CALENDRIER
               END-START
               PERFORM UNTIL WS-FS-CALENDRIER = "10"
                   READ CALENDRIER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CALENDRIER
                       NOT AT END
                           IF CL-DATE > WS-CAL-AU
                               MOVE "10" TO WS-FS-CALENDRIER
                           ELSE
                               IF CL-CLUB-FERME OR CL-JOUR-FERIE
                                   ADD 1 TO WS-CAL-NB-CHOMES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDRIER-FILE
           END-IF.

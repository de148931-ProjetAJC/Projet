      * expects them at a licence revalidation. The archive is read
      * first (older flights), then the live file, both through the
      * pilot alternate key; output is date-stamped and registered
      * in the CATRPT catalog. Flights declared as flown outside the
      * club and validated by the secretariat (VOLEXT.DAT, F86)
      * follow the club flights, marked EXT with their hours in
      * their own column, and are carried in the totals. As in any
      * official logbook the dates are UTC, as flights are stored;
      * every page heading says so.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-CUMUL-H          PIC 9(7)V9 VALUE 0.
           77  WS-CUMUL-DC         PIC 9(7)V9 VALUE 0.
           77  WS-CUMUL-SOLO       PIC 9(7)V9 VALUE 0.
           77  WS-CUMUL-EXT        PIC 9(7)V9 VALUE 0.
           77  WS-NB-LIGNES        PIC 9(5) VALUE 0.
           77  WS-DATE-OUT         PIC X(10) VALUE SPACES.

           PERFORM OUVRE-CARNET.
           PERFORM EDITE-VOLHIST.
           PERFORM EDITE-VOLS.
           PERFORM EDITE-VOLEXT.
           PERFORM FERME-CARNET.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.
           MOVE SPACES TO CARNET-REC.
           STRING "CARNET DE VOL - " WS-NOM-PILOTE " "
               WS-PRENOM-PILOTE " (pilote " WS-NUMPIL ") - page "
               WS-PRT-PAGE-NUM " - dates en UTC"
               DELIMITED BY SIZE INTO CARNET-REC.
           WRITE CARNET-REC.
           MOVE SPACES TO CARNET-REC.
           STRING "Date       Type Imm. Route                     "
               "    Heures  Regime  H ext."
               DELIMITED BY SIZE INTO CARNET-REC.
           WRITE CARNET-REC.
           IF WS-NB-LIGNES > 0
               MOVE SPACES TO CARNET-REC
               STRING "Report     total " WS-CUMUL-H " dble cde "
                   WS-CUMUL-DC " solo " WS-CUMUL-SOLO
                   " dont ext. " WS-CUMUL-EXT
                   DELIMITED BY SIZE INTO CARNET-REC
               WRITE CARNET-REC
           END-IF.
               MOVE SPACES TO CARNET-REC
               STRING "A reporter total " WS-CUMUL-H " dble cde "
                   WS-CUMUL-DC " solo " WS-CUMUL-SOLO
                   " dont ext. " WS-CUMUL-EXT
                   DELIMITED BY SIZE INTO CARNET-REC
               WRITE CARNET-REC
               MOVE WS-PRT-FF TO CARNET-REC
               ADD 1 TO WS-NB-LIGNES
           END-IF.

      * Validated external declarations only; the type and
      * registration as flown replace the club aircraft columns.
       EDITE-VOLEXT.
           OPEN INPUT VOLEXT-FILE.
           IF WS-FS-VOLEXT = "00"
               MOVE WS-NUMPIL TO VX-NUMPIL
               START VOLEXT-FILE KEY IS EQUAL TO VX-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOLEXT
               END-START
               PERFORM UNTIL WS-FS-VOLEXT = "10"
                   READ VOLEXT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLEXT
                       NOT AT END
                           IF VX-NUMPIL NOT = WS-NUMPIL
                               MOVE "10" TO WS-FS-VOLEXT
                           ELSE
                               IF VX-VALIDE
                                   PERFORM EDITE-UN-VOLEXT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLEXT-FILE
           END-IF.

       EDITE-UN-VOLEXT.
           IF VX-DATE < WS-DATE-DEB
              OR VX-DATE > WS-DATE-FIN
               CONTINUE
           ELSE
               PERFORM SAUT-PAGE-SI-PLEINE
               MOVE VX-NBHVOL TO WS-VOL-NBH
               ADD WS-VOL-NBH TO WS-CUMUL-H
               ADD WS-VOL-NBH TO WS-CUMUL-EXT
               IF VX-VOL-INSTRUCTION
                   ADD WS-VOL-NBH TO WS-CUMUL-DC
                   MOVE "DBLE" TO WS-REGIME
               ELSE
                   ADD WS-VOL-NBH TO WS-CUMUL-SOLO
                   MOVE "SOLO" TO WS-REGIME
               END-IF
               STRING VX-DATE(7:2) "/" VX-DATE(5:2) "/"
                   VX-DATE(1:4) DELIMITED BY SIZE
                   INTO WS-DATE-OUT
               MOVE SPACES TO WS-VOL-DEST
               STRING "EXT " VX-TYPE " " VX-IMMAT
                   DELIMITED BY SIZE INTO WS-VOL-DEST
               MOVE SPACES TO CARNET-REC
               STRING WS-DATE-OUT " EX   EXT  " WS-VOL-DEST
                   "           " WS-REGIME "  " WS-VOL-NBH
                   DELIMITED BY SIZE INTO CARNET-REC
               WRITE CARNET-REC
               ADD 1 TO WS-LIGNES-PAGE
               ADD 1 TO WS-NB-LIGNES
           END-IF.

       CHARGE-TYPE-AVION.
           MOVE "??" TO WS-VOL-CODTYP.
           OPEN INPUT AVION-FILE.
           MOVE SPACES TO CARNET-REC.
           STRING "Totaux en fin d'edition: total " WS-CUMUL-H
               " dble cde " WS-CUMUL-DC " solo " WS-CUMUL-SOLO
               " dont ext. " WS-CUMUL-EXT
               " (" WS-NB-LIGNES " vol(s))"
               DELIMITED BY SIZE INTO CARNET-REC.
           WRITE CARNET-REC.

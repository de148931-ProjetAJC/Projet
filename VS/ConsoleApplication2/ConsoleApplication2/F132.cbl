       IDENTIFICATION DIVISION.
       PROGRAM-ID. F132.

      * Passage des vols en UTC: plans used to be filed with the
      * club's local times, which jump an hour twice a year and do
      * not match the logbook, the ephemeris table or any other
      * aviation reference. Every plan filed or amended is now
      * stored in UTC (HEURE-PROC, rule of the year in FUSEAU.DAT).
      * This one-shot batch brings the existing data over: each
      * VOL.DAT and VOLHIST.DAT record still in local time (no
      * VL-REF-HEURE "U") has its departure, arrival and leg times
      * and dates put in UTC and is marked. A record already marked
      * is skipped, so a second run changes nothing. The counts per
      * file are listed in VOLS_UTC_<date>.TXT, catalogued as type
      * UTC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT UTCRPT-FILE ASSIGN TO WS-NOM-UTCRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-UTCRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  UTCRPT-FILE.
       01  UTCRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-UTCRPT        PIC XX VALUE "00".
           77  WS-NOM-UTCRPT       PIC X(40) VALUE SPACES.

           77  WS-NB-VOL-LUS       PIC 9(6) VALUE 0.
           77  WS-NB-VOL-CONV      PIC 9(6) VALUE 0.
           77  WS-NB-HIST-LUS      PIC 9(6) VALUE 0.
           77  WS-NB-HIST-CONV     PIC 9(6) VALUE 0.
           77  WS-NB-ERREURS       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           MOVE SPACES TO WS-NOM-UTCRPT.
           STRING "VOLS_UTC_" WS-CURR-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-UTCRPT.
           OPEN OUTPUT UTCRPT-FILE.
           PERFORM ECRIT-ENTETE.
           PERFORM CONVERTIT-VOLS.
           PERFORM CONVERTIT-VOLHIST.
           PERFORM ECRIT-SYNTHESE.
           CLOSE UTCRPT-FILE.
           MOVE "UTC" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-CURR-DATE TO WS-RPT-PERIODE.
           MOVE WS-NOM-UTCRPT TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Vols en UTC : " WS-NB-VOL-CONV " vol(s), "
               WS-NB-HIST-CONV " archive(s) convertis - "
               WS-NOM-UTCRPT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       CONVERTIT-VOLS.
           OPEN I-O VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE LOW-VALUES TO VL-NUMVOL
               START VOL-FILE KEY IS NOT LESS THAN VL-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           ADD 1 TO WS-NB-VOL-LUS
                           IF NOT VL-HEURES-UTC
                               PERFORM VOL-VERS-UTC
                               REWRITE VOL-REC
                                   INVALID KEY
                                       ADD 1 TO WS-NB-ERREURS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-NB-VOL-CONV
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

      * Archived rows go through VOL-REC's buffer so the same
      * conversion applies, as F102 counts them.
       CONVERTIT-VOLHIST.
           OPEN I-O VOLHIST-FILE.
           IF WS-FS-VOLHIST = "00"
               MOVE LOW-VALUES TO HV-NUMVOL
               START VOLHIST-FILE KEY IS NOT LESS THAN HV-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOLHIST
               END-START
               PERFORM UNTIL WS-FS-VOLHIST = "10"
                   READ VOLHIST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLHIST
                       NOT AT END
                           ADD 1 TO WS-NB-HIST-LUS
                           IF NOT HV-HEURES-UTC
                               MOVE VOLHIST-REC TO VOL-REC
                               PERFORM VOL-VERS-UTC
                               MOVE VOL-REC TO VOLHIST-REC
                               REWRITE VOLHIST-REC
                                   INVALID KEY
                                       ADD 1 TO WS-NB-ERREURS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-NB-HIST-CONV
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST-FILE
           END-IF.

       ECRIT-ENTETE.
           MOVE SPACES TO UTCRPT-REC.
           STRING "Passage des heures de vol en UTC - "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO UTCRPT-REC.
           WRITE UTCRPT-REC.
           MOVE ALL "=" TO UTCRPT-REC.
           WRITE UTCRPT-REC.

       ECRIT-SYNTHESE.
           MOVE SPACES TO UTCRPT-REC.
           STRING "VOL.DAT     : " WS-NB-VOL-LUS " lu(s), "
               WS-NB-VOL-CONV " converti(s) en UTC."
               DELIMITED BY SIZE INTO UTCRPT-REC.
           WRITE UTCRPT-REC.
           MOVE SPACES TO UTCRPT-REC.
           STRING "VOLHIST.DAT : " WS-NB-HIST-LUS " lu(s), "
               WS-NB-HIST-CONV " converti(s) en UTC."
               DELIMITED BY SIZE INTO UTCRPT-REC.
           WRITE UTCRPT-REC.
           IF WS-NB-ERREURS > 0
               MOVE SPACES TO UTCRPT-REC
               STRING WS-NB-ERREURS " enregistrement(s) non reecrit(s)"
                   " - relancer le traitement."
                   DELIMITED BY SIZE INTO UTCRPT-REC
               WRITE UTCRPT-REC
           END-IF.
           MOVE SPACES TO UTCRPT-REC.
           WRITE UTCRPT-REC.
           MOVE "Les autres enregistrements etaient deja en UTC."
               TO UTCRPT-REC.
           WRITE UTCRPT-REC.

       ENREGISTRE-AUDIT.
           MOVE "F132"            TO WS-AUDIT-PROGRAMME.
           MOVE "CONVERTIT-VOLS"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "CONVERT"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "vols en UTC: " WS-NB-VOL-CONV " vol(s), "
               WS-NB-HIST-CONV " archive(s), " WS-NB-ERREURS
               " erreur(s)" DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.
           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.
           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F132.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F108.

      * Controle de la chaine d'audit: walks the dated audit
      * members catalogued in ARCHLOG.DAT, oldest first, then the
      * live AUDIT.LOG, recomputing every link of the hash chain
      * LOG-AUDIT writes (AUDIT-PROC CALCULE-MAILLON). Reports an
      * edited line (link does not match), a removed or inserted line
      * (sequence number out of step), a member that has vanished or
      * been emptied, a gap between two members, and lines cut off the
      * end of the live log (AUDCHAIN.DAT's head is further on than
      * the last line found). Lines older than the chain carry no
      * sequence and are only counted; when the oldest members have
      * gone through F27's retention purge, the chain is anchored on
      * the first line still on file. Written to a date-stamped
      * CHAINE_AUDIT output registered in the CATRPT catalog. A
      * broken chain ends the run with return code 8, so placed in
      * F68's CHAINE.TXT it halts the evening chain until someone
      * has looked.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

      * Dated archive member, name taken from the catalog.
           SELECT MEMBRE-FILE ASSIGN TO WS-NOM-MEMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-MEMBRE.

           SELECT CHNRPT-FILE ASSIGN TO WS-NOM-CHNRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CHNRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  MEMBRE-FILE.
       01  MEMBRE-REC              PIC X(180).

       FD  CHNRPT-FILE.
       01  CHNRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-MEMBRE        PIC XX VALUE "00".
           77  WS-FS-CHNRPT        PIC XX VALUE "00".
           77  WS-NOM-MEMBRE       PIC X(30) VALUE SPACES.
           77  WS-NOM-CHNRPT       PIC X(40) VALUE SPACES.

      * Where the walk stands: the file being read, the last
      * chained line accepted (sequence and chain value) and whether
      * the chain has been anchored yet.
           77  WS-SOURCE           PIC X(30) VALUE SPACES.
           77  WS-ANCRE            PIC X VALUE "N".
               88  WS-CHAINE-ANCREE    VALUE "O".
           77  WS-PREC-SEQ         PIC 9(9) VALUE 0.
           77  WS-PREC-CHAINE      PIC 9(9) VALUE 0.
           77  WS-SEQ-ATTENDUE     PIC 9(9) VALUE 0.
           77  WS-LIGNES-MEMBRE    PIC 9(6) VALUE 0.

           77  WS-NB-MEMBRES       PIC 9(4) VALUE 0.
           77  WS-NB-CHAINEES      PIC 9(9) VALUE 0.
           77  WS-NB-HORS-CHAINE   PIC 9(9) VALUE 0.
           77  WS-NB-ANOMALIES     PIC 9(6) VALUE 0.
           77  WS-ANOMALIE         PIC X(90) VALUE SPACES.
           77  WS-PREMIERE         PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM OUVRE-ETAT.
           PERFORM CONTROLE-ARCHIVES.
           PERFORM CONTROLE-JOURNAL.
           PERFORM CONTROLE-TETE.
           PERFORM FERME-ETAT.
           PERFORM ENREGISTRE-AUDIT.
           IF WS-NB-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OUVRE-ETAT.
           MOVE SPACES TO WS-NOM-CHNRPT.
           STRING "CHAINE_AUDIT_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-CHNRPT.
           OPEN OUTPUT CHNRPT-FILE.
           MOVE SPACES TO CHNRPT-REC.
           STRING "Controle de la chaine du journal d'audit - edite le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO CHNRPT-REC.
           WRITE CHNRPT-REC.
           MOVE SPACES TO CHNRPT-REC.
           WRITE CHNRPT-REC.

      * Catalog order is name order, and AUDIT_AAAAMMJJ.LOG names
      * sort by date - oldest member first.
       CONTROLE-ARCHIVES.
           OPEN INPUT ARCHLOG-FILE.
           IF WS-FS-ARCHLOG = "00"
               MOVE LOW-VALUES TO AR-NOM
               START ARCHLOG-FILE KEY IS NOT LESS THAN AR-NOM
                   INVALID KEY MOVE "10" TO WS-FS-ARCHLOG
               END-START
               PERFORM UNTIL WS-FS-ARCHLOG = "10"
                   READ ARCHLOG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ARCHLOG
                       NOT AT END
                           IF AR-TYPE-AUDIT
                               PERFORM CONTROLE-MEMBRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLOG-FILE
           END-IF.

       CONTROLE-MEMBRE.
           ADD 1 TO WS-NB-MEMBRES.
           MOVE AR-NOM TO WS-NOM-MEMBRE WS-SOURCE.
           MOVE 0 TO WS-LIGNES-MEMBRE.
           OPEN INPUT MEMBRE-FILE.
           IF WS-FS-MEMBRE = "00"
               PERFORM UNTIL WS-FS-MEMBRE NOT = "00"
                   READ MEMBRE-FILE
                       AT END MOVE "10" TO WS-FS-MEMBRE
                       NOT AT END
                           MOVE MEMBRE-REC(1:178) TO AUDIT-REC
                           PERFORM CONTROLE-LIGNE
                   END-READ
               END-PERFORM
               CLOSE MEMBRE-FILE
           END-IF.
           IF WS-LIGNES-MEMBRE = 0 AND AR-NB-LIGNES > 0
               MOVE SPACES TO WS-ANOMALIE
               STRING "archive absente ou videe (" AR-NB-LIGNES
                   " ligne(s) au catalogue)"
                   DELIMITED BY SIZE INTO WS-ANOMALIE
               PERFORM SIGNALE-ANOMALIE
           ELSE
               IF AR-SEQ-FIN > 0
                  AND (AR-SEQ-FIN NOT = WS-PREC-SEQ
                       OR AR-CHAINE-FIN NOT = WS-PREC-CHAINE)
                   MOVE SPACES TO WS-ANOMALIE
                   STRING "fin d'archive differente du catalogue "
                       "(sequence " AR-SEQ-FIN " attendue)"
                       DELIMITED BY SIZE INTO WS-ANOMALIE
                   PERFORM SIGNALE-ANOMALIE
               END-IF
           END-IF.

       CONTROLE-JOURNAL.
           MOVE "AUDIT.LOG" TO WS-SOURCE.
           OPEN INPUT AUDIT-FILE.
           IF WS-FS-AUDIT = "00"
               PERFORM UNTIL WS-FS-AUDIT NOT = "00"
                   READ AUDIT-FILE
                       AT END MOVE "10" TO WS-FS-AUDIT
                       NOT AT END
                           PERFORM CONTROLE-LIGNE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      * One line, already in AUDIT-REC. Summary lines F27 appends
      * to a member have no timestamp and are passed over. After a
      * sequence jump the walk re-anchors on the line found, so one
      * missing line is reported once, not on every line after it.
       CONTROLE-LIGNE.
           IF AU-TIMESTAMP NOT NUMERIC
               CONTINUE
           ELSE
               ADD 1 TO WS-LIGNES-MEMBRE
               IF AU-SEQUENCE NOT NUMERIC OR AU-SEQUENCE = 0
                   PERFORM LIGNE-HORS-CHAINE
               ELSE
                   ADD 1 TO WS-NB-CHAINEES
                   IF NOT WS-CHAINE-ANCREE
                       PERFORM ANCRE-CHAINE
                   ELSE
                       PERFORM CONTROLE-MAILLON
                   END-IF
                   MOVE AU-SEQUENCE TO WS-PREC-SEQ
                   MOVE AU-CHAINE TO WS-PREC-CHAINE
               END-IF
           END-IF.

       LIGNE-HORS-CHAINE.
           ADD 1 TO WS-NB-HORS-CHAINE.
           IF WS-CHAINE-ANCREE
               MOVE SPACES TO WS-ANOMALIE
               STRING "ligne sans maillon inseree apres la sequence "
                   WS-PREC-SEQ DELIMITED BY SIZE INTO WS-ANOMALIE
               PERFORM SIGNALE-ANOMALIE
           END-IF.

      * The very first line of the chain links to zero and can be
      * checked; a later first line (older members purged) can only
      * be taken as it stands.
       ANCRE-CHAINE.
           MOVE "O" TO WS-ANCRE.
           IF AU-SEQUENCE = 1
               MOVE 0 TO WS-AUC-CHAINE
               PERFORM CALCULE-MAILLON
               IF WS-AUC-CHAINE NOT = AU-CHAINE
                   MOVE SPACES TO WS-ANOMALIE
                   STRING "maillon rompu a la sequence " AU-SEQUENCE
                       " (ligne modifiee)"
                       DELIMITED BY SIZE INTO WS-ANOMALIE
                   PERFORM SIGNALE-ANOMALIE
               END-IF
           ELSE
               MOVE SPACES TO CHNRPT-REC
               STRING "Chaine ancree a la sequence " AU-SEQUENCE
                   " dans " WS-SOURCE
                   " (lignes plus anciennes purgees)"
                   DELIMITED BY SIZE INTO CHNRPT-REC
               WRITE CHNRPT-REC
           END-IF.

       CONTROLE-MAILLON.
           COMPUTE WS-SEQ-ATTENDUE = WS-PREC-SEQ + 1.
           IF AU-SEQUENCE NOT = WS-SEQ-ATTENDUE
               MOVE SPACES TO WS-ANOMALIE
               IF AU-SEQUENCE > WS-SEQ-ATTENDUE
                   STRING "ligne(s) manquante(s): sequence "
                       WS-SEQ-ATTENDUE " attendue, " AU-SEQUENCE
                       " trouvee" DELIMITED BY SIZE INTO WS-ANOMALIE
               ELSE
                   STRING "sequence " AU-SEQUENCE
                       " hors ordre ou en double apres "
                       WS-PREC-SEQ DELIMITED BY SIZE INTO WS-ANOMALIE
               END-IF
               PERFORM SIGNALE-ANOMALIE
           ELSE
               MOVE WS-PREC-CHAINE TO WS-AUC-CHAINE
               PERFORM CALCULE-MAILLON
               IF WS-AUC-CHAINE NOT = AU-CHAINE
                   MOVE SPACES TO WS-ANOMALIE
                   STRING "maillon rompu a la sequence " AU-SEQUENCE
                       " (ligne modifiee)"
                       DELIMITED BY SIZE INTO WS-ANOMALIE
                   PERFORM SIGNALE-ANOMALIE
               END-IF
           END-IF.

      * The head in AUDCHAIN.DAT names the last line LOG-AUDIT
      * wrote; if the walk stopped short of it, the end of the live
      * log has been cut.
       CONTROLE-TETE.
           MOVE "AUDCHAIN.DAT" TO WS-SOURCE.
           OPEN INPUT AUDCHAIN-FILE.
           IF WS-FS-AUDCHAIN = "00"
               MOVE "AUDIT" TO AC-CLE
               READ AUDCHAIN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-SEQUENCE > WS-PREC-SEQ
                           MOVE SPACES TO WS-ANOMALIE
                           STRING "fin du journal coupee: derniere "
                               "sequence lue " WS-PREC-SEQ
                               ", ecrite " AC-SEQUENCE
                               DELIMITED BY SIZE INTO WS-ANOMALIE
                           PERFORM SIGNALE-ANOMALIE
                       ELSE
                           IF AC-SEQUENCE = WS-PREC-SEQ
                              AND AC-CHAINE NOT = WS-PREC-CHAINE
                               MOVE SPACES TO WS-ANOMALIE
                               STRING "derniere ligne differente de "
                                   "la tete de chaine (sequence "
                                   AC-SEQUENCE ")"
                                   DELIMITED BY SIZE INTO WS-ANOMALIE
                               PERFORM SIGNALE-ANOMALIE
                           END-IF
                       END-IF
               END-READ
               CLOSE AUDCHAIN-FILE
           END-IF.

       SIGNALE-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO CHNRPT-REC.
           STRING WS-SOURCE " : " WS-ANOMALIE
               DELIMITED BY SIZE INTO CHNRPT-REC.
           WRITE CHNRPT-REC.
           IF WS-NB-ANOMALIES = 1
               MOVE CHNRPT-REC TO WS-PREMIERE
           END-IF.

       FERME-ETAT.
           MOVE SPACES TO CHNRPT-REC.
           WRITE CHNRPT-REC.
           MOVE SPACES TO CHNRPT-REC.
           STRING WS-NB-MEMBRES " archive(s), " WS-NB-CHAINEES
               " ligne(s) chainee(s), " WS-NB-HORS-CHAINE
               " ligne(s) anterieure(s) a la chaine"
               DELIMITED BY SIZE INTO CHNRPT-REC.
           WRITE CHNRPT-REC.
           MOVE SPACES TO CHNRPT-REC.
           IF WS-NB-ANOMALIES = 0
               MOVE "Chaine intacte." TO CHNRPT-REC
               WRITE CHNRPT-REC
           ELSE
               STRING WS-NB-ANOMALIES " anomalie(s). Premiere:"
                   DELIMITED BY SIZE INTO CHNRPT-REC
               WRITE CHNRPT-REC
               MOVE WS-PREMIERE TO CHNRPT-REC
               WRITE CHNRPT-REC
           END-IF.
           CLOSE CHNRPT-FILE.
           MOVE "AUDITCHN" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-CURR-DATE TO WS-RPT-PERIODE.
           MOVE WS-NOM-CHNRPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           IF WS-NB-ANOMALIES = 0
               DISPLAY "Chaine d'audit intacte - voir " WS-NOM-CHNRPT
           ELSE
               DISPLAY WS-NB-ANOMALIES " anomalie(s) dans la chaine "
                   "d'audit - voir " WS-NOM-CHNRPT
               DISPLAY WS-PREMIERE
               MOVE "Chaine d'audit rompue - voir le rapport."
                   TO WS-ERR-TEXT
               MOVE "F108" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F108"             TO WS-AUDIT-PROGRAMME.
           MOVE "CONTROLE-LIGNE"   TO WS-AUDIT-PARAGRAPHE.
           MOVE "CONTROLE"         TO WS-AUDIT-ACTION.
           STRING "chaine d'audit: " WS-NB-CHAINEES " ligne(s), "
               WS-NB-ANOMALIES " anomalie(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F108.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F106.

      * Import des codes postaux: loads the national postal-code
      * list (CODES_POSTAUX.TXT, one fixed-column line per code and
      * commune: code postal, code INSEE, commune name) into the
      * indexed CODEPOST.DAT reference, one row per code and
      * commune, a re-dropped line replacing the previous one - same
      * import shape as F52's meteo load. F3's pilot screens and
      * F43's member import check addresses against it, and F107
      * lists the existing addresses that fail the check. Names are
      * stored upper case so the check does not depend on how the
      * list or the operator typed them; lines without a five-digit
      * code or a name are counted and reported, not loaded.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT DROP-FILE ASSIGN TO "CODES_POSTAUX.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-DROP.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  DROP-FILE.
       01  DROP-REC.
           05  DR-CP               PIC X(5).
           05  DR-INSEE            PIC X(5).
           05  DR-VILLE            PIC X(50).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-DROP          PIC XX VALUE "00".
           77  WS-NB-LUES          PIC 9(6) VALUE 0.
           77  WS-NB-CHARGEES      PIC 9(6) VALUE 0.
           77  WS-NB-REJETS        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           OPEN INPUT DROP-FILE.
           IF WS-FS-DROP NOT = "00"
               DISPLAY "Fichier CODES_POSTAUX.TXT introuvable."
               MOVE "Import codes postaux: fichier drop absent."
                   TO WS-ERR-TEXT
               MOVE "F106" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
               STOP RUN
           END-IF.
           OPEN I-O CODEPOST-FILE.
           IF WS-FS-CODEPOST = "35"
               OPEN OUTPUT CODEPOST-FILE
               CLOSE CODEPOST-FILE
               OPEN I-O CODEPOST-FILE
           END-IF.
           PERFORM CHARGE-CODES.
           CLOSE CODEPOST-FILE.
           CLOSE DROP-FILE.
           PERFORM ENREGISTRE-AUDIT.
           DISPLAY WS-NB-CHARGEES " code(s) charge(s), "
               WS-NB-REJETS " rejet(s) sur " WS-NB-LUES " ligne(s).".
           STOP RUN.

       CHARGE-CODES.
           PERFORM UNTIL WS-FS-DROP NOT = "00"
               READ DROP-FILE
                   AT END MOVE "10" TO WS-FS-DROP
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM CHARGE-UN-CODE
               END-READ
           END-PERFORM.

       CHARGE-UN-CODE.
           IF DR-CP NOT NUMERIC OR DR-VILLE = SPACES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO WS-ERR-TEXT
               STRING "Ligne code postal rejetee: " DROP-REC(1:50)
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE "F106" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               MOVE DR-CP TO PO-CP
               MOVE FUNCTION UPPER-CASE(DR-VILLE) TO PO-VILLE
               MOVE DR-INSEE TO PO-INSEE
               WRITE CODEPOST-REC
                   INVALID KEY REWRITE CODEPOST-REC
               END-WRITE
               ADD 1 TO WS-NB-CHARGEES
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F106"             TO WS-AUDIT-PROGRAMME.
           MOVE "CHARGE-CODES"     TO WS-AUDIT-PARAGRAPHE.
           MOVE "IMPORT"           TO WS-AUDIT-ACTION.
           STRING WS-NB-CHARGEES " code(s) postal(aux) charge(s), "
               WS-NB-REJETS " rejet(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F106.

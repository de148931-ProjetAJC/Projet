       IDENTIFICATION DIVISION.
       PROGRAM-ID. F93.

      * Echeancier fournisseurs: what the club owes and when.
      * This batch walks the purchase-invoice register (FACTFOUR.DAT,
      * kept through F92) in due-date order through its FF-ECHEANCE
      * alternate key and prints every invoice not yet settled -
      * supplier, reference, due date, TTC, paid to date and the
      * balance still due - flagging those past due with their days
      * late, then the totals already due and still to fall due.
      * Cataloged for F35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT ECHFOU-FILE ASSIGN TO WS-NOM-ECHFOU
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ECHFOU.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  ECHFOU-FILE.
       01  ECHFOU-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-ECHFOU        PIC XX VALUE "00".
           77  WS-NOM-ECHFOU       PIC X(40) VALUE SPACES.
           77  WS-NB-FACTURES      PIC 9(5) VALUE 0.
           77  WS-NB-ECHUES        PIC 9(5) VALUE 0.
           77  WS-RESTE            PIC 9(7)V99 VALUE 0.
           77  WS-TOTAL-ECHU       PIC 9(8)V99 VALUE 0.
           77  WS-TOTAL-A-ECHOIR   PIC 9(8)V99 VALUE 0.
           77  WS-JOURS-RETARD     PIC 9(5) VALUE 0.
           77  WS-NOM-FOURN        PIC X(30) VALUE SPACES.
           77  WS-AUJOURDHUI       PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE WS-CURR-DATE TO WS-AUJOURDHUI.
           MOVE SPACES TO WS-NOM-ECHFOU.
           STRING "ECHEANCIER_FOURNISSEURS_" FUNCTION CURRENT-DATE(1:8)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-ECHFOU.
           OPEN OUTPUT ECHFOU-FILE.
           MOVE SPACES TO ECHFOU-REC.
           STRING "Factures fournisseurs non soldees par echeance - "
               "edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR
               DELIMITED BY SIZE INTO ECHFOU-REC.
           WRITE ECHFOU-REC.
           MOVE SPACES TO ECHFOU-REC.
           STRING "Echeance Numero Fournisseur                    "
               "Reference             TTC         Regle       "
               "Reste du    Retard"
               DELIMITED BY SIZE INTO ECHFOU-REC.
           WRITE ECHFOU-REC.
           PERFORM BALAYE-ECHEANCES.
           MOVE SPACES TO ECHFOU-REC.
           WRITE ECHFOU-REC.
           MOVE SPACES TO ECHFOU-REC.
           STRING WS-NB-FACTURES " facture(s) non soldee(s), dont "
               WS-NB-ECHUES " echue(s)."
               DELIMITED BY SIZE INTO ECHFOU-REC.
           WRITE ECHFOU-REC.
           MOVE SPACES TO ECHFOU-REC.
           STRING "Total echu : " WS-TOTAL-ECHU
               " EUR - a echoir : " WS-TOTAL-A-ECHOIR " EUR"
               DELIMITED BY SIZE INTO ECHFOU-REC.
           WRITE ECHFOU-REC.
           CLOSE ECHFOU-FILE.
           MOVE "ECHFOURN" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-CURR-DATE TO WS-RPT-PERIODE.
           MOVE WS-NOM-ECHFOU TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           DISPLAY "Rapport ecrit dans " WS-NOM-ECHFOU.
           STOP RUN.

       BALAYE-ECHEANCES.
           OPEN INPUT FOURN-FILE.
           OPEN INPUT FACTFOUR-FILE.
           IF WS-FS-FACTFOUR = "00"
               MOVE 0 TO FF-ECHEANCE
               START FACTFOUR-FILE KEY IS NOT LESS THAN FF-ECHEANCE
                   INVALID KEY MOVE "10" TO WS-FS-FACTFOUR
               END-START
               PERFORM UNTIL WS-FS-FACTFOUR = "10"
                   READ FACTFOUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTFOUR
                       NOT AT END
                           IF NOT FF-SOLDEE AND FF-TTC > FF-REGLE
                               PERFORM ECRIT-ECHEANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTFOUR-FILE
           END-IF.
           CLOSE FOURN-FILE.

       ECRIT-ECHEANCE.
           ADD 1 TO WS-NB-FACTURES.
           COMPUTE WS-RESTE = FF-TTC - FF-REGLE.
           MOVE SPACES TO WS-NOM-FOURN.
           IF WS-FS-FOURN = "00"
               MOVE FF-FOURN TO FO-CODE
               READ FOURN-FILE
                   INVALID KEY
                       MOVE FF-FOURN TO WS-NOM-FOURN
                   NOT INVALID KEY
                       MOVE FO-NOM TO WS-NOM-FOURN
               END-READ
           ELSE
               MOVE FF-FOURN TO WS-NOM-FOURN
           END-IF.
           MOVE SPACES TO ECHFOU-REC.
           IF FF-ECHEANCE < WS-AUJOURDHUI
               ADD 1 TO WS-NB-ECHUES
               ADD WS-RESTE TO WS-TOTAL-ECHU
               COMPUTE WS-JOURS-RETARD =
                   FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
                   - FUNCTION INTEGER-OF-DATE(FF-ECHEANCE)
               STRING FF-ECHEANCE " " FF-NUMERO " " WS-NOM-FOURN " "
                   FF-REFERENCE " " FF-TTC "  " FF-REGLE "  "
                   WS-RESTE "  ECHUE " WS-JOURS-RETARD " j"
                   DELIMITED BY SIZE INTO ECHFOU-REC
           ELSE
               ADD WS-RESTE TO WS-TOTAL-A-ECHOIR
               STRING FF-ECHEANCE " " FF-NUMERO " " WS-NOM-FOURN " "
                   FF-REFERENCE " " FF-TTC "  " FF-REGLE "  "
                   WS-RESTE
                   DELIMITED BY SIZE INTO ECHFOU-REC
           END-IF.
           WRITE ECHFOU-REC.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F93"              TO WS-AUDIT-PROGRAMME.
           MOVE "BALAYE-ECHEANCES" TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"          TO WS-AUDIT-ACTION.
           STRING "echeancier fournisseurs: " WS-NB-FACTURES
               " facture(s), echu " WS-TOTAL-ECHU " a echoir "
               WS-TOTAL-A-ECHOIR
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F93.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F91.

      * Demande de bourses: the claim the club sends to each
      * federation or regional programme for the training money it
      * has already advanced to its young members. Per programme of
      * BOURSE.DAT, this batch gathers the entitlement lines still
      * only accrued (BOURSLIG.DAT state A, written by F2 at
      * close-out and F9 at month end), numbers the claim from the
      * DEMBRS sequence, and prints the supporting detail -
      * beneficiary, flight, date, hours, amount - followed by one
      * line per beneficiary and the claim total. Each line printed
      * turns claimed (D) with the claim number and date, so a line
      * is never claimed twice; F90 marks them received when the
      * organisation pays. Cataloged for F35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT DEMANDE-FILE ASSIGN TO WS-NOM-DEMANDE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-DEMANDE.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  DEMANDE-FILE.
       01  DEMANDE-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-DEMANDE       PIC XX VALUE "00".
           77  WS-NOM-DEMANDE      PIC X(40) VALUE SPACES.
           77  WS-NB-DEMANDES      PIC 9(3) VALUE 0.
           77  WS-NB-LIGNES        PIC 9(5) VALUE 0.
           77  WS-TOTAL-GENERAL    PIC 9(8)V99 VALUE 0.

      * The programme being claimed.
           77  WS-CUR-CODE         PIC X(6) VALUE SPACES.
           77  WS-CUR-LIBELLE      PIC X(30) VALUE SPACES.
           77  WS-CUR-ORGANISME    PIC X(20) VALUE SPACES.
           77  WS-CUR-DEMANDE      PIC 9(6) VALUE 0.
           77  WS-CUR-LIGNES       PIC 9(4) VALUE 0.
           77  WS-CUR-HEURES       PIC 9(5)V9 VALUE 0.
           77  WS-CUR-TOTAL        PIC 9(8)V99 VALUE 0.
           77  WS-CUR-NOM          PIC X(20) VALUE SPACES.
           77  WS-CUR-PRENOM       PIC X(10) VALUE SPACES.

      * One line per beneficiary at the foot of each claim.
           77  WS-NB-BENEF         PIC 9(3) VALUE 0.
           77  WS-BEN-IDX          PIC 9(3) VALUE 0.
           01  WS-BENEF-TABLE.
               05  WS-BENEF OCCURS 200 TIMES.
                   10  WS-BN-NUMPIL    PIC 9(6).
                   10  WS-BN-NOM       PIC X(20).
                   10  WS-BN-PRENOM    PIC X(10).
                   10  WS-BN-LIGNES    PIC 9(4).
                   10  WS-BN-HEURES    PIC 9(5)V9.
                   10  WS-BN-MONTANT   PIC 9(8)V99.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE SPACES TO WS-NOM-DEMANDE.
           STRING "DEMANDE_BOURSE_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-DEMANDE.
           OPEN OUTPUT DEMANDE-FILE.
           MOVE SPACES TO DEMANDE-REC.
           STRING "Demandes de bourses de formation - editees le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO DEMANDE-REC.
           WRITE DEMANDE-REC.
           PERFORM BALAYE-PROGRAMMES.
           MOVE SPACES TO DEMANDE-REC.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           STRING WS-NB-DEMANDES " demande(s), " WS-NB-LIGNES
               " ligne(s), total " WS-TOTAL-GENERAL " EUR"
               DELIMITED BY SIZE INTO DEMANDE-REC.
           WRITE DEMANDE-REC.
           CLOSE DEMANDE-FILE.
           MOVE "BOURSES" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-CURR-DATE TO WS-RPT-PERIODE.
           MOVE WS-NOM-DEMANDE TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           DISPLAY "Rapport ecrit dans " WS-NOM-DEMANDE.
           STOP RUN.

      * Inactive programmes are still claimed: the lines were
      * accrued while the programme ran and the money is owed.
       BALAYE-PROGRAMMES.
           OPEN INPUT BOURSE-FILE.
           IF WS-FS-BOURSE = "00"
               MOVE LOW-VALUES TO BO-CODE
               START BOURSE-FILE KEY IS NOT LESS THAN BO-CODE
                   INVALID KEY MOVE "10" TO WS-FS-BOURSE
               END-START
               PERFORM UNTIL WS-FS-BOURSE = "10"
                   READ BOURSE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-BOURSE
                       NOT AT END
                           MOVE BO-CODE      TO WS-CUR-CODE
                           MOVE BO-LIBELLE   TO WS-CUR-LIBELLE
                           MOVE BO-ORGANISME TO WS-CUR-ORGANISME
                           PERFORM DEMANDE-PROGRAMME
                   END-READ
               END-PERFORM
               CLOSE BOURSE-FILE
           END-IF.

      * The claim number is only taken once a pending line turns
      * up, so a programme with nothing owed leaves no gap.
       DEMANDE-PROGRAMME.
           MOVE 0 TO WS-CUR-DEMANDE WS-CUR-LIGNES WS-CUR-HEURES
               WS-CUR-TOTAL WS-NB-BENEF.
           OPEN I-O BOURSLIG-FILE.
           IF WS-FS-BOURSLIG = "00"
               MOVE WS-CUR-CODE TO BL-CODE
               START BOURSLIG-FILE KEY IS EQUAL TO BL-CODE
                   INVALID KEY MOVE "10" TO WS-FS-BOURSLIG
               END-START
               PERFORM UNTIL WS-FS-BOURSLIG = "10"
                   READ BOURSLIG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-BOURSLIG
                       NOT AT END
                           IF BL-CODE NOT = WS-CUR-CODE
                               MOVE "10" TO WS-FS-BOURSLIG
                           ELSE
                               IF BL-ACQUISE
                                   PERFORM RECLAME-LIGNE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOURSLIG-FILE
           END-IF.
           IF WS-CUR-DEMANDE NOT = 0
               PERFORM ECRIT-RECAPITULATIF
           END-IF.

       RECLAME-LIGNE.
           IF WS-CUR-DEMANDE = 0
               PERFORM OUVRE-DEMANDE
           END-IF.
           PERFORM LIT-BENEFICIAIRE.
           MOVE SPACES TO DEMANDE-REC.
           STRING BL-NUMPIL "  " WS-CUR-NOM " " WS-CUR-PRENOM " "
               BL-NUMVOL "  " BL-DATE "  " BL-HEURES "  "
               BL-MONTANT
               DELIMITED BY SIZE INTO DEMANDE-REC.
           WRITE DEMANDE-REC.
           ADD 1 TO WS-CUR-LIGNES.
           ADD BL-HEURES TO WS-CUR-HEURES.
           ADD BL-MONTANT TO WS-CUR-TOTAL.
           PERFORM CUMULE-BENEFICIAIRE.
           MOVE "D"            TO BL-ETAT.
           MOVE WS-CUR-DEMANDE TO BL-DEMANDE.
           MOVE WS-CURR-DATE   TO BL-DATE-DEMANDE.
           REWRITE BOURSLIG-REC.

       OUVRE-DEMANDE.
           MOVE "DEMBRS" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-CUR-DEMANDE.
           ADD 1 TO WS-NB-DEMANDES.
           MOVE SPACES TO DEMANDE-REC.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           STRING "Demande " WS-CUR-DEMANDE " - " WS-CUR-ORGANISME
               " - programme " WS-CUR-CODE " " WS-CUR-LIBELLE
               DELIMITED BY SIZE INTO DEMANDE-REC.
           WRITE DEMANDE-REC.
           MOVE SPACES TO DEMANDE-REC.
           STRING "Adh.    Nom                  Prenom     Vol     "
               "Date      Heur.  Montant"
               DELIMITED BY SIZE INTO DEMANDE-REC.
           WRITE DEMANDE-REC.

       LIT-BENEFICIAIRE.
           MOVE SPACES TO WS-CUR-NOM WS-CUR-PRENOM.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE BL-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       MOVE "(inconnu)" TO WS-CUR-NOM
                   NOT INVALID KEY
                       MOVE PI-NOM    TO WS-CUR-NOM
                       MOVE PI-PRENOM TO WS-CUR-PRENOM
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

       CUMULE-BENEFICIAIRE.
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-NB-BENEF
                      OR WS-BN-NUMPIL (WS-BEN-IDX) = BL-NUMPIL
               CONTINUE
           END-PERFORM.
           IF WS-BEN-IDX > WS-NB-BENEF
               IF WS-NB-BENEF < 200
                   ADD 1 TO WS-NB-BENEF
                   MOVE WS-NB-BENEF TO WS-BEN-IDX
                   MOVE BL-NUMPIL     TO WS-BN-NUMPIL (WS-BEN-IDX)
                   MOVE WS-CUR-NOM    TO WS-BN-NOM (WS-BEN-IDX)
                   MOVE WS-CUR-PRENOM TO WS-BN-PRENOM (WS-BEN-IDX)
                   MOVE 0 TO WS-BN-LIGNES (WS-BEN-IDX)
                       WS-BN-HEURES (WS-BEN-IDX)
                       WS-BN-MONTANT (WS-BEN-IDX)
               ELSE
                   MOVE 0 TO WS-BEN-IDX
               END-IF
           END-IF.
           IF WS-BEN-IDX > 0
               ADD 1 TO WS-BN-LIGNES (WS-BEN-IDX)
               ADD BL-HEURES TO WS-BN-HEURES (WS-BEN-IDX)
               ADD BL-MONTANT TO WS-BN-MONTANT (WS-BEN-IDX)
           END-IF.

       ECRIT-RECAPITULATIF.
           MOVE SPACES TO DEMANDE-REC.
           STRING "  Recapitulatif par beneficiaire, demande "
               WS-CUR-DEMANDE
               DELIMITED BY SIZE INTO DEMANDE-REC.
           WRITE DEMANDE-REC.
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-NB-BENEF
               MOVE SPACES TO DEMANDE-REC
               STRING "  " WS-BN-NUMPIL (WS-BEN-IDX) "  "
                   WS-BN-NOM (WS-BEN-IDX) " "
                   WS-BN-PRENOM (WS-BEN-IDX) " "
                   WS-BN-LIGNES (WS-BEN-IDX) " ligne(s)  "
                   WS-BN-HEURES (WS-BEN-IDX) " h  "
                   WS-BN-MONTANT (WS-BEN-IDX) " EUR"
                   DELIMITED BY SIZE INTO DEMANDE-REC
               WRITE DEMANDE-REC
           END-PERFORM.
           MOVE SPACES TO DEMANDE-REC.
           STRING "  Total demande " WS-CUR-DEMANDE ": "
               WS-CUR-LIGNES " ligne(s), " WS-CUR-HEURES " h, "
               WS-CUR-TOTAL " EUR"
               DELIMITED BY SIZE INTO DEMANDE-REC.
           WRITE DEMANDE-REC.
           ADD WS-CUR-LIGNES TO WS-NB-LIGNES.
           ADD WS-CUR-TOTAL TO WS-TOTAL-GENERAL.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F91"              TO WS-AUDIT-PROGRAMME.
           MOVE "DEMANDE-PROGRAMME" TO WS-AUDIT-PARAGRAPHE.
           MOVE "DEMANDE"          TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "demande bourse " WS-CUR-DEMANDE " " WS-CUR-CODE
               " " WS-CUR-ORGANISME ": " WS-CUR-LIGNES
               " ligne(s), " WS-CUR-TOTAL " EUR"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           MOVE SPACES TO WS-AUDIT-RESUME.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"             TO WS-OPERATEUR.
           MOVE "F91"               TO WS-AUDIT-PROGRAMME.
           MOVE "BALAYE-PROGRAMMES" TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"           TO WS-AUDIT-ACTION.
           STRING WS-NB-DEMANDES " demande(s) de bourse, "
               WS-NB-LIGNES " ligne(s), " WS-TOTAL-GENERAL " EUR"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F91.

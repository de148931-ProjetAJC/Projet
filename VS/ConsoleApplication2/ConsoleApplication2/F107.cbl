       IDENTIFICATION DIVISION.
       PROGRAM-ID. F107.

      * Controle des adresses: lists every ADRESSE-REC whose postal
      * code and city do not agree with the CODEPOST.DAT reference
      * F106 loads - code absent from the national list, or a city
      * the code does not serve, with the spellings it does serve -
      * and the pilots living at each, so the secretary can put them
      * right through F3 before F44/F45's letters go out. Addresses
      * abroad are not checked. Written to a date-stamped
      * ADRESSES_INVALIDES output registered in the CATRPT catalog
      * like the other dated editions. Run once after the first
      * load of the reference, then whenever it is reloaded.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT ADRRPT-FILE ASSIGN TO WS-NOM-ADRRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ADRRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  ADRRPT-FILE.
       01  ADRRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "CODEPOST-WS.cpy" IN TEMPLATE.

           77  WS-FS-ADRRPT        PIC XX VALUE "00".
           77  WS-NOM-ADRRPT       PIC X(40) VALUE SPACES.
           77  WS-NB-ADRESSES      PIC 9(6) VALUE 0.
           77  WS-NB-INVALIDES     PIC 9(6) VALUE 0.
           77  WS-NB-NON-CONTROLE  PIC 9(6) VALUE 0.
           77  WS-NB-HABITANTS     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           OPEN INPUT CODEPOST-FILE.
           IF WS-FS-CODEPOST NOT = "00"
               DISPLAY "Referentiel CODEPOST.DAT absent - lancez "
                   "d'abord l'import des codes postaux (F106)."
               MOVE "Controle adresses: referentiel absent."
                   TO WS-ERR-TEXT
               MOVE "F107" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
               STOP RUN
           END-IF.
           CLOSE CODEPOST-FILE.
           PERFORM OUVRE-ETAT.
           PERFORM BALAYE-ADRESSES.
           PERFORM FERME-ETAT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       OUVRE-ETAT.
           MOVE SPACES TO WS-NOM-ADRRPT.
           STRING "ADRESSES_INVALIDES_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-ADRRPT.
           OPEN OUTPUT ADRRPT-FILE.
           MOVE SPACES TO ADRRPT-REC.
           STRING "Adresses non conformes au referentiel des codes "
               "postaux - edite le " WS-CURR-DAY "/" WS-CURR-MONTH
               "/" WS-CURR-YEAR DELIMITED BY SIZE INTO ADRRPT-REC.
           WRITE ADRRPT-REC.
           MOVE SPACES TO ADRRPT-REC.
           WRITE ADRRPT-REC.

       BALAYE-ADRESSES.
           OPEN INPUT ADRESSE-FILE.
           IF WS-FS-ADRESSE = "00"
               MOVE LOW-VALUES TO AD-ID
               START ADRESSE-FILE KEY IS NOT LESS THAN AD-ID
                   INVALID KEY MOVE "10" TO WS-FS-ADRESSE
               END-START
               PERFORM UNTIL WS-FS-ADRESSE = "10"
                   READ ADRESSE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ADRESSE
                       NOT AT END
                           ADD 1 TO WS-NB-ADRESSES
                           PERFORM CONTROLE-ADRESSE
                   END-READ
               END-PERFORM
               CLOSE ADRESSE-FILE
           END-IF.

       CONTROLE-ADRESSE.
           MOVE AD-CP    TO WS-PO-CP.
           MOVE AD-VILLE TO WS-PO-VILLE.
           MOVE AD-PAYS  TO WS-PO-PAYS.
           PERFORM CONTROLE-CODE-POSTAL.
           IF WS-PO-NON-CONTROLE
               ADD 1 TO WS-NB-NON-CONTROLE
           END-IF.
           IF WS-PO-CP-INCONNU OR WS-PO-VILLE-FAUSSE
               ADD 1 TO WS-NB-INVALIDES
               MOVE SPACES TO ADRRPT-REC
               STRING "Adresse " AD-ID " : " AD-CP " "
                   AD-VILLE(1:30) " - " AD-NUMVOIE(1:40)
                   DELIMITED BY SIZE INTO ADRRPT-REC
               WRITE ADRRPT-REC
               MOVE SPACES TO ADRRPT-REC
               IF WS-PO-CP-INCONNU
                   MOVE "    code postal absent du referentiel"
                       TO ADRRPT-REC
               ELSE
                   STRING "    ville hors code, valides : "
                       WS-PO-VALIDES
                       DELIMITED BY SIZE INTO ADRRPT-REC
               END-IF
               WRITE ADRRPT-REC
               PERFORM LISTE-HABITANTS
           END-IF.

      * PILOTE-FILE has no alternate key on PI-ID-ADRESSE; full
      * scan, same idiom as F3's COUNT-PILOTES-AT-ADRESSE.
       LISTE-HABITANTS.
           MOVE 0 TO WS-NB-HABITANTS.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE LOW-VALUES TO PI-NUMPIL
               START PILOTE-FILE KEY IS NOT LESS THAN PI-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-PILOTE
               END-START
               PERFORM UNTIL WS-FS-PILOTE = "10"
                   READ PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PILOTE
                       NOT AT END
                           IF PI-ID-ADRESSE = AD-ID
                               ADD 1 TO WS-NB-HABITANTS
                               MOVE SPACES TO ADRRPT-REC
                               STRING "    pilote " PI-NUMPIL " "
                                   PI-NOM " " PI-PRENOM
                                   DELIMITED BY SIZE INTO ADRRPT-REC
                               IF PI-PARTI
                                   MOVE "(parti)" TO ADRRPT-REC(50:7)
                               END-IF
                               WRITE ADRRPT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-NB-HABITANTS = 0
               MOVE "    aucun pilote a cette adresse" TO ADRRPT-REC
               WRITE ADRRPT-REC
           END-IF.

       FERME-ETAT.
           MOVE SPACES TO ADRRPT-REC.
           WRITE ADRRPT-REC.
           MOVE SPACES TO ADRRPT-REC.
           STRING WS-NB-INVALIDES " adresse(s) non conforme(s) sur "
               WS-NB-ADRESSES ", " WS-NB-NON-CONTROLE
               " non controlee(s) (etranger)"
               DELIMITED BY SIZE INTO ADRRPT-REC.
           WRITE ADRRPT-REC.
           CLOSE ADRRPT-FILE.
           MOVE "ADRESSES" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-CURR-DATE TO WS-RPT-PERIODE.
           MOVE WS-NOM-ADRRPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY WS-NB-INVALIDES " adresse(s) non conforme(s) - "
               "voir " WS-NOM-ADRRPT.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"            TO WS-OPERATEUR.
           MOVE "F107"             TO WS-AUDIT-PROGRAMME.
           MOVE "BALAYE-ADRESSES"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"          TO WS-AUDIT-ACTION.
           STRING WS-NB-INVALIDES " adresse(s) non conforme(s) sur "
               WS-NB-ADRESSES DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "CODEPOST-PROC.cpy" IN TEMPLATE.

       END PROGRAM F107.

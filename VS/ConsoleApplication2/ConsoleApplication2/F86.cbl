       IDENTIFICATION DIVISION.
       PROGRAM-ID. F86.

      * Vols exterieurs declares: members who also fly elsewhere
      * (employer's aircraft, rental abroad, a friend's ULM) had
      * those hours nowhere in the system, so F47's experience
      * report, F69's carnet and F1's recency gate all under-counted
      * them. This staff screen keys each declared flight into
      * VOLEXT.DAT - date, type, registration, hours, landings,
      * dual or solo, proof reference - as pending ("A"); the
      * secretariat (bureau, staff or admin account) then validates
      * or refuses it against the proof. Only validated rows are
      * read elsewhere, and never by the aircraft counters, the
      * billing chain or F10. All changes audited.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           77 WS-RETRY PIC 9 VALUE 3.
           77 WS-APP PIC X(20) VALUE "F86".
           77 WS-FUNC PIC X(20) VALUE "F86".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "7",
                                    "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The declaration being keyed or decided.
           77 WS-VX-ID PIC 9(6) VALUE 0.
           77 WS-VX-NUMPIL PIC 9(6) VALUE 0.
           77 WS-VX-DATE PIC 9(8) VALUE 0.
           77 WS-VX-TYPE PIC X(10) VALUE SPACES.
           77 WS-VX-IMMAT PIC X(10) VALUE SPACES.
           77 WS-VX-NBHVOL PIC 9(3)V9 VALUE 0.
           77 WS-VX-NB-ATTER PIC 9(2) VALUE 0.
           77 WS-VX-INSTRUCTION PIC X VALUE "N".
           77 WS-VX-PREUVE PIC X(30) VALUE SPACES.
           77 WS-DECISION PIC X VALUE SPACE.
               88 WS-DECISION-VALIDE VALUE "V", "v".
               88 WS-DECISION-REFUSE VALUE "R", "r".
           77 WS-FILTRE-NUMPIL PIC 9(6) VALUE 0.
           77 WS-NEXT-VX-ID PIC 9(6) VALUE 0.

      * Only the secretariat may validate: bureau, staff or
      * admin account, read once from OPERATEUR.DAT.
           77 WS-OPR-VALIDEUR PIC X VALUE "N".
               88 WS-EST-VALIDEUR VALUE "O".

           77 WS-REF-OK PIC X VALUE "N".
               88 WS-REF-TROUVE VALUE "O".
           77 K PIC 99.

           77 WS-NB-CHANGES PIC 9(3) VALUE 0.
           01 WS-CHANGELOG-TABLE.
               05 WS-CHANGELOG OCCURS 50 TIMES.
                   10 WS-CHG-ACTION PIC X(8).
                   10 WS-CHG-RESUME PIC X(60).
           77 WS-CHG-IDX  PIC 99.
           77 WS-CHG-MORE PIC 9(3) VALUE 0.

       LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
           77  LS_OPERATEUR    PIC X(10).

       SCREEN SECTION.
           01 DS-MENU.
               02 LINE 9  COL 5 "1. Declarations d'un pilote".
               02 LINE 10 COL 5 "2. Declarations en attente".
               02 LINE 11 COL 5 "3. Saisir une declaration".
               02 LINE 12 COL 5 "4. Valider / refuser".
               02 LINE 13 COL 5 "5. Supprimer (en attente)".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-FILTRE.
               02 LINE 8  COL 3 VALUE "Numero pilote:     ".

           01 AS-FILTRE REQUIRED UNDERLINE.
               02 LINE 8  COL 22 PIC 9(6) TO WS-FILTRE-NUMPIL.

           01 DS-VOLEXT.
               02 LINE 8  COL 3 VALUE "Numero pilote:       ".
               02 LINE 9  COL 3 VALUE "Date (AAAAMMJJ):     ".
               02 LINE 10 COL 3 VALUE "Type d'appareil:     ".
               02 LINE 11 COL 3 VALUE "Immatriculation:     ".
               02 LINE 12 COL 3 VALUE "Heures de vol:       ".
               02 LINE 13 COL 3 VALUE "Atterrissages:       ".
               02 LINE 14 COL 3 VALUE "Double commande O/N: ".
               02 LINE 15 COL 3 VALUE "Justificatif:        ".
               02 LINE 17 COL 3 VALUE "Valider ? (y/n)".

           01 AS-VOLEXT REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC 9(6)    TO WS-VX-NUMPIL.
               02 LINE 9  COL 25 PIC 9(8)    TO WS-VX-DATE.
               02 LINE 10 COL 25 PIC X(10)   TO WS-VX-TYPE.
               02 LINE 11 COL 25 PIC X(10)   TO WS-VX-IMMAT.
               02 LINE 12 COL 25 PIC 9(3).9  TO WS-VX-NBHVOL.
               02 LINE 13 COL 25 PIC 9(2)    TO WS-VX-NB-ATTER.
               02 LINE 14 COL 25 PIC X       TO WS-VX-INSTRUCTION.
               02 LINE 15 COL 25 PIC X(30)   TO WS-VX-PREUVE.
               02 LINE 17 COL 20 PIC X       TO WS-CHOIX.

           01 DS-DECISION.
               02 LINE 8  COL 3 VALUE "Numero declaration: ".
               02 LINE 9  COL 3 VALUE "Decision (V/R):     ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-DECISION REQUIRED UNDERLINE.
               02 LINE 8  COL 24 PIC 9(6) TO WS-VX-ID.
               02 LINE 9  COL 24 PIC X    TO WS-DECISION.
               02 LINE 12 COL 20 PIC X    TO WS-CHOIX.

           01 DS-SUPPR.
               02 LINE 8  COL 3 VALUE "Numero declaration: ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-SUPPR REQUIRED UNDERLINE.
               02 LINE 8  COL 24 PIC 9(6) TO WS-VX-ID.
               02 LINE 12 COL 20 PIC X    TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-ROLE.
           PERFORM MENU-F86.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       CHARGE-ROLE.
           MOVE "N" TO WS-OPR-VALIDEUR.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE WS-OPERATEUR TO OPR-ID
               READ OPERATEUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPR-ROLE-STAFF OR OPR-ROLE-ADMIN
                          OR OPR-ROLE-BUREAU
                           MOVE "O" TO WS-OPR-VALIDEUR
                       END-IF
               END-READ
               CLOSE OPERATEUR-FILE
           END-IF.

       BACK-OR-QUIT.
           MOVE "ReTOurner au Menu ou Quitter (Q)" TO WS-INVITE.
           PERFORM REFRESH.
           ACCEPT WS-CHOIX.
           IF WS-QUITTER
               PERFORM SESSION-SUMMARY
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           ELSE
               PERFORM MENU-F86
           END-IF.

       MENU-F86.
           MOVE "Vols exterieurs" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-PILOTE
                       WHEN "2"
                           PERFORM LISTE-ATTENTE
                       WHEN "3"
                           PERFORM SAISIE-VOLEXT
                       WHEN "4"
                           PERFORM DECIDE-VOLEXT
                       WHEN "5"
                           PERFORM SUPPRIME-VOLEXT
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F86
                   END-EVALUATE
                   MOVE "" TO WS-CHOIX
               ELSE
                   SUBTRACT 1 FROM WS-RETRY
                   MOVE "Choix non valide ! " TO WS-MSG
               END-IF
           END-PERFORM.
           IF WS-RETRY = 0
               PERFORM LOG-RETRY-EXHAUSTED
               PERFORM SESSION-SUMMARY
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           END-IF.

       LOG-RETRY-EXHAUSTED.
           MOVE "Trop de tentatives invalides. Fin de session."
               TO WS-MSG.
           PERFORM REFRESH.
           DISPLAY FOOTER.
           MOVE WS-MSG             TO WS-ERR-TEXT.
           MOVE "F86"              TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * One pilot's declarations, every state, through the
      * pilot alternate key.
       LISTE-PILOTE.
           PERFORM NEW-SCREEN.
           MOVE "Declarations pilote" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-FILTRE-NUMPIL.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           PERFORM ENTETE-LISTE.
           MOVE 8 TO K.
           OPEN INPUT VOLEXT-FILE.
           IF WS-FS-VOLEXT = "00"
               MOVE WS-FILTRE-NUMPIL TO VX-NUMPIL
               START VOLEXT-FILE KEY IS EQUAL TO VX-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOLEXT
               END-START
               PERFORM UNTIL WS-FS-VOLEXT = "10" OR K > 18
                   READ VOLEXT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLEXT
                       NOT AT END
                           IF VX-NUMPIL NOT = WS-FILTRE-NUMPIL
                               MOVE "10" TO WS-FS-VOLEXT
                           ELSE
                               PERFORM AFFICHE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLEXT-FILE
           END-IF.
           IF K = 8
               MOVE "Aucune declaration pour ce pilote." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F86.

      * The secretariat's work queue: everything still pending.
       LISTE-ATTENTE.
           PERFORM NEW-SCREEN.
           MOVE "Decl. en attente" TO WS-FUNC.
           PERFORM REFRESH.
           PERFORM ENTETE-LISTE.
           MOVE 8 TO K.
           OPEN INPUT VOLEXT-FILE.
           IF WS-FS-VOLEXT = "00"
               MOVE LOW-VALUES TO VX-ID
               START VOLEXT-FILE KEY IS NOT LESS THAN VX-ID
                   INVALID KEY MOVE "10" TO WS-FS-VOLEXT
               END-START
               PERFORM UNTIL WS-FS-VOLEXT = "10" OR K > 18
                   READ VOLEXT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLEXT
                       NOT AT END
                           IF VX-EN-ATTENTE
                               PERFORM AFFICHE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLEXT-FILE
           END-IF.
           IF K = 8
               MOVE "Aucune declaration en attente." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F86.

       ENTETE-LISTE.
           DISPLAY "Numero Pilote Date     Type       Immat.     Heures"
               LINE 7 COL 3.
           DISPLAY "Att DC Etat" LINE 7 COL 56.

       AFFICHE-LIGNE.
           DISPLAY VX-ID LINE K COL 3.
           DISPLAY VX-NUMPIL LINE K COL 10.
           DISPLAY VX-DATE LINE K COL 17.
           DISPLAY VX-TYPE LINE K COL 26.
           DISPLAY VX-IMMAT LINE K COL 37.
           DISPLAY VX-NBHVOL LINE K COL 48.
           DISPLAY VX-NB-ATTER LINE K COL 56.
           DISPLAY VX-INSTRUCTION LINE K COL 60.
           DISPLAY VX-ETAT LINE K COL 63.
           ADD 1 TO K.

      * A declaration names a known, still-active member; the
      * hours must be positive and the date not in the future.
       SAISIE-VOLEXT.
           PERFORM NEW-SCREEN.
           MOVE "Declaration vol ext." TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-VX-NUMPIL WS-VX-DATE WS-VX-NBHVOL.
           MOVE 0 TO WS-VX-NB-ATTER.
           MOVE SPACES TO WS-VX-TYPE WS-VX-IMMAT WS-VX-PREUVE.
           MOVE "N" TO WS-VX-INSTRUCTION.
           DISPLAY DS-VOLEXT.
           ACCEPT AS-VOLEXT.
           IF WS-VALIDER
               PERFORM CHECK-PILOTE
               IF NOT WS-REF-TROUVE
                   MOVE "Pilote inconnu ou parti." TO WS-MSG
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F86" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               ELSE
               IF WS-VX-DATE = 0 OR WS-VX-DATE > WS-CURR-DATE
                  OR WS-VX-NBHVOL = 0 OR WS-VX-TYPE = SPACES
                  OR WS-VX-PREUVE = SPACES
                   MOVE "Date, type, heures et justificatif requis."
                       TO WS-MSG
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F86" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               ELSE
                   PERFORM APPLY-VOLEXT
               END-IF
               END-IF
           ELSE
               MOVE "Declaration non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F86.

       CHECK-PILOTE.
           MOVE "N" TO WS-REF-OK.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-VX-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PI-PARTI
                           MOVE "O" TO WS-REF-OK
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

      * Ids come from the central VOLEXT counter, seeded from a
      * max-key scan on first use like every other counter.
       APPLY-VOLEXT.
           MOVE "VOLEXT" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-NEXT-VX-ID
               OPEN INPUT VOLEXT-FILE
               IF WS-FS-VOLEXT = "00"
                   MOVE LOW-VALUES TO VX-ID
                   START VOLEXT-FILE KEY IS NOT LESS THAN VX-ID
                       INVALID KEY MOVE "10" TO WS-FS-VOLEXT
                   END-START
                   PERFORM UNTIL WS-FS-VOLEXT = "10"
                       READ VOLEXT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-VOLEXT
                           NOT AT END
                               IF VX-ID > WS-NEXT-VX-ID
                                   MOVE VX-ID TO WS-NEXT-VX-ID
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VOLEXT-FILE
               END-IF
               MOVE WS-NEXT-VX-ID TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-NEXT-VX-ID.

           INITIALIZE VOLEXT-REC.
           MOVE WS-NEXT-VX-ID     TO VX-ID.
           MOVE WS-VX-NUMPIL      TO VX-NUMPIL.
           MOVE WS-VX-DATE        TO VX-DATE.
           MOVE WS-VX-TYPE        TO VX-TYPE.
           MOVE WS-VX-IMMAT       TO VX-IMMAT.
           MOVE WS-VX-NBHVOL      TO VX-NBHVOL.
           MOVE WS-VX-NB-ATTER    TO VX-NB-ATTER.
           IF WS-VX-INSTRUCTION = "O" OR WS-VX-INSTRUCTION = "o"
               MOVE "O" TO VX-INSTRUCTION
           ELSE
               MOVE "N" TO VX-INSTRUCTION
           END-IF.
           MOVE WS-VX-PREUVE      TO VX-PREUVE.
           MOVE "A"               TO VX-ETAT.
           MOVE WS-OPERATEUR      TO VX-SAISI-PAR.
           MOVE WS-CURR-DATE      TO VX-DATE-SAISIE.

           OPEN I-O VOLEXT-FILE.
           IF WS-FS-VOLEXT = "35"
               OPEN OUTPUT VOLEXT-FILE
               CLOSE VOLEXT-FILE
               OPEN I-O VOLEXT-FILE
           END-IF.
           IF WS-FS-VOLEXT = "00"
               WRITE VOLEXT-REC
               CLOSE VOLEXT-FILE
           END-IF.
           MOVE "F86"           TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-VOLEXT" TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"      TO WS-AUDIT-ACTION.
           STRING "vol ext. " WS-NEXT-VX-ID " pilote " WS-VX-NUMPIL
               " du " WS-VX-DATE " " WS-VX-NBHVOL " h ("
               WS-VX-PREUVE ")"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           STRING "Declaration " WS-NEXT-VX-ID
               " enregistree, a valider." DELIMITED BY SIZE
               INTO WS-MSG.

      * Only a pending declaration can be decided, and only by
      * the secretariat.
       DECIDE-VOLEXT.
           PERFORM NEW-SCREEN.
           MOVE "Validation vol ext." TO WS-FUNC.
           PERFORM REFRESH.
           IF NOT WS-EST-VALIDEUR
               MOVE "Validation reservee au secretariat." TO WS-MSG
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F86" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               MOVE 0 TO WS-VX-ID
               MOVE SPACE TO WS-DECISION
               DISPLAY DS-DECISION
               ACCEPT AS-DECISION
               IF WS-VALIDER
                   IF WS-DECISION-VALIDE OR WS-DECISION-REFUSE
                       PERFORM APPLY-DECISION
                   ELSE
                       MOVE "Decision V ou R attendue." TO WS-MSG
                   END-IF
               ELSE
                   MOVE "Decision abandonnee." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F86.

       APPLY-DECISION.
           OPEN I-O VOLEXT-FILE.
           IF WS-FS-VOLEXT = "00"
               MOVE WS-VX-ID TO VX-ID
               READ VOLEXT-FILE
                   INVALID KEY
                       MOVE "Declaration inconnue." TO WS-MSG
                   NOT INVALID KEY
                       IF NOT VX-EN-ATTENTE
                           MOVE "Declaration deja traitee." TO WS-MSG
                       ELSE
                           IF WS-DECISION-VALIDE
                               MOVE "V" TO VX-ETAT
                               MOVE "VALID" TO WS-AUDIT-ACTION
                               MOVE "Declaration validee." TO WS-MSG
                           ELSE
                               MOVE "R" TO VX-ETAT
                               MOVE "REFUS" TO WS-AUDIT-ACTION
                               MOVE "Declaration refusee." TO WS-MSG
                           END-IF
                           MOVE WS-OPERATEUR TO VX-VALIDE-PAR
                           MOVE WS-CURR-DATE TO VX-DATE-VALID
                           REWRITE VOLEXT-REC
                           MOVE "F86"            TO WS-AUDIT-PROGRAMME
                           MOVE "DECIDE-VOLEXT"  TO WS-AUDIT-PARAGRAPHE
                           STRING "vol ext. " VX-ID " pilote "
                               VX-NUMPIL " " VX-NBHVOL " h etat "
                               VX-ETAT DELIMITED BY SIZE
                               INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                       END-IF
               END-READ
               CLOSE VOLEXT-FILE
           ELSE
               MOVE "Aucune declaration enregistree." TO WS-MSG
           END-IF.

      * A validated declaration already counts in the reports
      * and the recency gate: only a pending one may be withdrawn.
       SUPPRIME-VOLEXT.
           PERFORM NEW-SCREEN.
           MOVE "Supprimer vol ext." TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-VX-ID.
           DISPLAY DS-SUPPR.
           ACCEPT AS-SUPPR.
           IF WS-VALIDER
               OPEN I-O VOLEXT-FILE
               IF WS-FS-VOLEXT = "00"
                   MOVE WS-VX-ID TO VX-ID
                   READ VOLEXT-FILE
                       INVALID KEY
                           MOVE "Declaration inconnue." TO WS-MSG
                       NOT INVALID KEY
                           IF NOT VX-EN-ATTENTE
                               MOVE "Declaration traitee - refus."
                                   TO WS-MSG
                               MOVE WS-MSG TO WS-ERR-TEXT
                               MOVE "F86" TO WS-AUDIT-PROGRAMME
                               PERFORM LOG-ERREUR
                           ELSE
                               DELETE VOLEXT-FILE RECORD
                               MOVE "F86"        TO WS-AUDIT-PROGRAMME
                               MOVE "DEL-VOLEXT" TO WS-AUDIT-PARAGRAPHE
                               MOVE "SUPPR"      TO WS-AUDIT-ACTION
                               STRING "vol ext. " WS-VX-ID
                                   " supprime" DELIMITED BY SIZE
                                   INTO WS-AUDIT-RESUME
                               PERFORM LOG-AUDIT
                               PERFORM RECORD-CHANGE
                               MOVE "Declaration supprimee." TO WS-MSG
                           END-IF
                   END-READ
                   CLOSE VOLEXT-FILE
               END-IF
           ELSE
               MOVE "Suppression abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F86.

       RECORD-CHANGE.
           IF WS-NB-CHANGES < 50
               ADD 1 TO WS-NB-CHANGES
               MOVE WS-AUDIT-ACTION TO WS-CHG-ACTION (WS-NB-CHANGES)
               MOVE WS-AUDIT-RESUME (1:60)
                   TO WS-CHG-RESUME (WS-NB-CHANGES)
           END-IF.

       SESSION-SUMMARY.
           PERFORM NEW-SCREEN.
           MOVE "Resume de session" TO WS-FUNC.
           IF WS-NB-CHANGES = 0
               MOVE "Aucune modification durant cette session."
                   TO WS-MSG
           ELSE
               MOVE 6 TO K
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-NB-CHANGES
                          OR WS-CHG-IDX > 12
                   ADD 1 TO K
                   DISPLAY WS-CHG-ACTION (WS-CHG-IDX) LINE K COL 3
                   DISPLAY WS-CHG-RESUME (WS-CHG-IDX) LINE K COL 14
               END-PERFORM
               IF WS-NB-CHANGES > 12
                   COMPUTE WS-CHG-MORE = WS-NB-CHANGES - 12
                   STRING "... et " WS-CHG-MORE " de plus."
                       DELIMITED BY SIZE INTO WS-MSG
               ELSE
                   MOVE SPACES TO WS-MSG
               END-IF
           END-IF.
           PERFORM REFRESH.
           MOVE "Appuyez sur une touche pour quitter" TO WS-INVITE.
           DISPLAY FOOTER.
           ACCEPT WS-CHOIX.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F86.

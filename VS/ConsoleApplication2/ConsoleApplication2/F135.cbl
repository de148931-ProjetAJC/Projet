       IDENTIFICATION DIVISION.
       PROGRAM-ID. F135.

      * Notes d'alerte: what the desk needs to know about a member
      * or an aircraft - "call the treasurer before letting him
      * fly", "left brake soft, mechanic to check", "mother must
      * sign for the minor" - lived on sticky notes round the
      * screen. This staff screen keys such a note on a PI-NUMPIL or
      * an AV-CODAV (ALERTE.DAT): text, validity dates, severity
      * (I info, A attention, B blocage) and visibility (S staff
      * only, P shown to the pilot too), lists the notes of a record
      * and closes one. ALERTE-PROC shows the notes in force in F0,
      * F1, F2, F23 and F41; a blocking note stops a plan in F1
      * until a staff member acknowledges it there. Same CRUD/retry
      * idiom as F131; all changes audited.

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
           77 WS-APP PIC X(20) VALUE "F135".
           77 WS-FUNC PIC X(20) VALUE "F135".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The note being keyed.
           77 WS-NA-CIBLE PIC X VALUE "P".
           77 WS-NA-NUMERO PIC 9(6) VALUE 0.
           77 WS-NA-GRAVITE PIC X VALUE "I".
           77 WS-NA-VISIBILITE PIC X VALUE "S".
           77 WS-NA-DEBUT PIC 9(8) VALUE 0.
           77 WS-NA-FIN PIC 9(8) VALUE 0.
           77 WS-NA-TEXTE PIC X(60) VALUE SPACES.
           77 WS-NA-ID PIC 9(6) VALUE 0.
           77 WS-NA-ID-STAGE PIC X(6) VALUE SPACES.
           77 WS-NA-OK PIC X VALUE "N".
               88 WS-NA-TROUVE VALUE "O".

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
               02 LINE 9  COL 5 "1. Nouvelle note".
               02 LINE 10 COL 5 "2. Notes d'un pilote ou d'un avion".
               02 LINE 11 COL 5 "3. Clore une note".
               02 LINE 12 COL 5 "4. Revenir au menu principal".
               02 LINE 13 COL 5 "5. Quitter le programme".
               02 LINE 15 COL 5 PIC X TO WS-CHOIX.

           01 DS-CIBLE.
               02 LINE 7  COL 3 VALUE "Pilote ou avion (P/A):    ".
               02 LINE 8  COL 3 VALUE "Numero (pilote / avion):  ".

           01 AS-CIBLE REQUIRED UNDERLINE.
               02 LINE 7  COL 31 PIC X       USING WS-NA-CIBLE.
               02 LINE 8  COL 31 PIC 9(6)    USING WS-NA-NUMERO.

           01 DS-NOTE.
               02 LINE 10 COL 3 VALUE "Gravite (I/A/B):          ".
               02 LINE 10 COL 40 VALUE "I info, A attention, B bloque".
               02 LINE 11 COL 3 VALUE "Visible (S staff/P pilote):".
               02 LINE 12 COL 3 VALUE "Du (AAAAMMJJ):            ".
               02 LINE 13 COL 3 VALUE "Au (AAAAMMJJ, 0 = sans):  ".
               02 LINE 14 COL 3 VALUE "Texte:".
               02 LINE 16 COL 3 VALUE "Valider ? (y/n)".

           01 AS-NOTE REQUIRED UNDERLINE.
               02 LINE 10 COL 31 PIC X       USING WS-NA-GRAVITE.
               02 LINE 11 COL 31 PIC X       USING WS-NA-VISIBILITE.
               02 LINE 12 COL 31 PIC 9(8)    USING WS-NA-DEBUT.
               02 LINE 13 COL 31 PIC 9(8)    USING WS-NA-FIN.
               02 LINE 14 COL 10 PIC X(60)   USING WS-NA-TEXTE.
               02 LINE 16 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F135.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       BACK-OR-QUIT.
           MOVE "Retourner au Menu ou Quitter (Q)" TO WS-INVITE.
           PERFORM REFRESH.
           ACCEPT WS-CHOIX.
           IF WS-QUITTER
               PERFORM SESSION-SUMMARY
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           ELSE
               PERFORM MENU-F135
           END-IF.

       MENU-F135.
           MOVE "Notes d'alerte" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM SAISIE-NOTE
                       WHEN "2"
                           PERFORM LISTE-NOTES
                       WHEN "3"
                           PERFORM CLOT-NOTE
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F135
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
           MOVE "F135"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * The record the note goes on must exist: a member on
      * PILOTE.DAT, an aircraft on AVION.DAT.
       SAISIE-CIBLE.
           MOVE "N" TO WS-NA-OK.
           DISPLAY DS-CIBLE.
           ACCEPT AS-CIBLE.
           MOVE FUNCTION UPPER-CASE(WS-NA-CIBLE) TO WS-NA-CIBLE.
           EVALUATE WS-NA-CIBLE
               WHEN "P"
                   OPEN INPUT PILOTE-FILE
                   IF WS-FS-PILOTE = "00"
                       MOVE WS-NA-NUMERO TO PI-NUMPIL
                       READ PILOTE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "O" TO WS-NA-OK
                               DISPLAY PI-NOM LINE 8 COL 40
                               DISPLAY PI-PRENOM LINE 8 COL 61
                       END-READ
                       CLOSE PILOTE-FILE
                   END-IF
                   IF NOT WS-NA-TROUVE
                       MOVE "Pilote inconnu." TO WS-MSG
                   END-IF
               WHEN "A"
                   OPEN INPUT AVION-FILE
                   IF WS-FS-AVION = "00"
                      AND WS-NA-NUMERO < 1000
                       MOVE WS-NA-NUMERO TO AV-CODAV
                       READ AVION-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "O" TO WS-NA-OK
                               DISPLAY AV-CODTYP LINE 8 COL 40
                       END-READ
                   END-IF
                   CLOSE AVION-FILE
                   IF NOT WS-NA-TROUVE
                       MOVE "Avion inconnu." TO WS-MSG
                   END-IF
               WHEN OTHER
                   MOVE "Repondre P (pilote) ou A (avion)." TO WS-MSG
           END-EVALUATE.

       SAISIE-NOTE.
           PERFORM NEW-SCREEN.
           MOVE "Nouvelle note" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE "P" TO WS-NA-CIBLE.
           MOVE 0 TO WS-NA-NUMERO.
           PERFORM SAISIE-CIBLE.
           IF WS-NA-TROUVE
               MOVE "I" TO WS-NA-GRAVITE
               MOVE "S" TO WS-NA-VISIBILITE
               MOVE WS-CURR-DATE TO WS-NA-DEBUT
               MOVE 0 TO WS-NA-FIN
               MOVE SPACES TO WS-NA-TEXTE
               DISPLAY DS-NOTE
               ACCEPT AS-NOTE
               IF WS-VALIDER
                   MOVE FUNCTION UPPER-CASE(WS-NA-GRAVITE)
                       TO WS-NA-GRAVITE
                   MOVE FUNCTION UPPER-CASE(WS-NA-VISIBILITE)
                       TO WS-NA-VISIBILITE
                   EVALUATE TRUE
                       WHEN WS-NA-GRAVITE NOT = "I" AND NOT = "A"
                                          AND NOT = "B"
                           MOVE "Gravite: I, A ou B." TO WS-MSG
                       WHEN WS-NA-VISIBILITE NOT = "S" AND NOT = "P"
                           MOVE "Visibilite: S ou P." TO WS-MSG
                       WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-NA-DEBUT)
                            NOT = 0
                         OR (WS-NA-FIN NOT = 0 AND
                             FUNCTION TEST-DATE-YYYYMMDD(WS-NA-FIN)
                             NOT = 0)
                           MOVE "Date invalide." TO WS-MSG
                       WHEN WS-NA-FIN NOT = 0
                        AND WS-NA-FIN < WS-NA-DEBUT
                           MOVE "Fin avant le debut." TO WS-MSG
                       WHEN WS-NA-TEXTE = SPACES
                           MOVE "Texte obligatoire." TO WS-MSG
                       WHEN OTHER
                           PERFORM APPLY-NOTE
                   END-EVALUATE
               ELSE
                   MOVE "Note non enregistree." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F135.

       APPLY-NOTE.
           PERFORM ALLOUE-NOTE.
           INITIALIZE ALERTE-REC.
           MOVE WS-NA-ID         TO NA-ID.
           MOVE WS-NA-CIBLE      TO NA-TYPE-CIBLE.
           MOVE WS-NA-NUMERO     TO NA-NUMERO.
           MOVE WS-NA-TEXTE      TO NA-TEXTE.
           MOVE WS-OPERATEUR     TO NA-AUTEUR.
           MOVE WS-CURR-DATE     TO NA-DATE-SAISIE.
           MOVE WS-NA-DEBUT      TO NA-DATE-DEBUT.
           MOVE WS-NA-FIN        TO NA-DATE-FIN.
           MOVE WS-NA-GRAVITE    TO NA-GRAVITE.
           MOVE WS-NA-VISIBILITE TO NA-VISIBILITE.
           MOVE "O"              TO NA-ETAT.
           OPEN I-O ALERTE-FILE.
           IF WS-FS-ALERTE = "35"
               OPEN OUTPUT ALERTE-FILE
           END-IF.
           WRITE ALERTE-REC.
           CLOSE ALERTE-FILE.
           MOVE "F135"        TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-NOTE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"    TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "note " WS-NA-ID " (" WS-NA-CIBLE " " WS-NA-NUMERO
               ") " WS-NA-GRAVITE "/" WS-NA-VISIBILITE " " WS-NA-TEXTE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Note " WS-NA-ID " enregistree."
               DELIMITED BY SIZE INTO WS-MSG.

       ALLOUE-NOTE.
           MOVE "ALERTE" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               OPEN INPUT ALERTE-FILE
               IF WS-FS-ALERTE = "00"
                   MOVE LOW-VALUES TO NA-ID
                   START ALERTE-FILE KEY IS NOT LESS THAN NA-ID
                       INVALID KEY MOVE "10" TO WS-FS-ALERTE
                   END-START
                   PERFORM UNTIL WS-FS-ALERTE = "10"
                       READ ALERTE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-ALERTE
                           NOT AT END
                               IF NA-ID > WS-SEQ-VALEUR
                                   MOVE NA-ID TO WS-SEQ-VALEUR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALERTE-FILE
               END-IF
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-NA-ID.

      * Every open note of the record, those not yet or no longer
      * in force included; a closed note is history, left out.
      * Columns: id, gravity, visibility, from, to, acknowledged
      * (K) for a blocking note, text.
       LISTE-NOTES.
           PERFORM NEW-SCREEN.
           MOVE "Notes d'un dossier" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE "P" TO WS-NA-CIBLE.
           MOVE 0 TO WS-NA-NUMERO.
           PERFORM SAISIE-CIBLE.
           IF WS-NA-TROUVE
               DISPLAY "No     G V Du       Au       K Texte"
                   LINE 9 COL 3
               MOVE 10 TO K
               OPEN INPUT ALERTE-FILE
               IF WS-FS-ALERTE = "00"
                   MOVE WS-NA-CIBLE  TO NA-TYPE-CIBLE
                   MOVE WS-NA-NUMERO TO NA-NUMERO
                   START ALERTE-FILE KEY IS EQUAL TO NA-CIBLE
                       INVALID KEY MOVE "10" TO WS-FS-ALERTE
                   END-START
                   PERFORM UNTIL WS-FS-ALERTE = "10" OR K > 18
                       READ ALERTE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-ALERTE
                           NOT AT END
                               IF NA-TYPE-CIBLE NOT = WS-NA-CIBLE
                                  OR NA-NUMERO NOT = WS-NA-NUMERO
                                   MOVE "10" TO WS-FS-ALERTE
                               ELSE
                                   IF NA-OUVERTE
                                       PERFORM AFFICHE-NOTE
                                       ADD 1 TO K
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALERTE-FILE
               END-IF
               IF K = 10
                   MOVE "Aucune note ouverte sur ce dossier."
                       TO WS-MSG
               ELSE
                   IF K > 18
                       MOVE "Affichage limite a neuf lignes."
                           TO WS-MSG
                   END-IF
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F135.

       AFFICHE-NOTE.
           DISPLAY NA-ID LINE K COL 3.
           DISPLAY NA-GRAVITE LINE K COL 10.
           DISPLAY NA-VISIBILITE LINE K COL 12.
           DISPLAY NA-DATE-DEBUT LINE K COL 14.
           DISPLAY NA-DATE-FIN LINE K COL 23.
           IF NA-BLOCAGE AND NA-DATE-ACQUIT > 0
               DISPLAY "K" LINE K COL 32
           END-IF.
           DISPLAY NA-TEXTE(1:45) LINE K COL 34.

      * A note is closed rather than deleted, so the record of who
      * knew what and when stays on file.
       CLOT-NOTE.
           PERFORM NEW-SCREEN.
           MOVE "Clore une note" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-NA-ID-STAGE.
           DISPLAY "Numero de la note:" LINE 8 COL 3.
           ACCEPT WS-NA-ID-STAGE LINE 8 COL 31.
           MOVE "N" TO WS-NA-OK.
           IF WS-NA-ID-STAGE IS NUMERIC
               MOVE WS-NA-ID-STAGE TO WS-NA-ID
               OPEN INPUT ALERTE-FILE
               IF WS-FS-ALERTE = "00"
                   MOVE WS-NA-ID TO NA-ID
                   READ ALERTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NA-OUVERTE
                               MOVE "O" TO WS-NA-OK
                           END-IF
                   END-READ
                   CLOSE ALERTE-FILE
               END-IF
           END-IF.
           IF NOT WS-NA-TROUVE
               MOVE "Note inconnue ou deja close." TO WS-MSG
           ELSE
               DISPLAY NA-TYPE-CIBLE LINE 9 COL 31
               DISPLAY NA-NUMERO LINE 9 COL 33
               DISPLAY NA-TEXTE LINE 10 COL 3
               DISPLAY "Confirmer la cloture ? (y/n)" LINE 12 COL 3
               ACCEPT WS-CHOIX LINE 12 COL 37
               IF WS-VALIDER
                   OPEN I-O ALERTE-FILE
                   IF WS-FS-ALERTE = "00"
                       MOVE WS-NA-ID TO NA-ID
                       READ ALERTE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "C" TO NA-ETAT
                               MOVE WS-OPERATEUR TO NA-CLOSE-PAR
                               MOVE WS-CURR-DATE TO NA-DATE-CLOSE
                               REWRITE ALERTE-REC
                       END-READ
                       CLOSE ALERTE-FILE
                   END-IF
                   MOVE "F135"      TO WS-AUDIT-PROGRAMME
                   MOVE "CLOT-NOTE" TO WS-AUDIT-PARAGRAPHE
                   MOVE "CLOTURE"   TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-RESUME
                   STRING "note " NA-ID " (" NA-TYPE-CIBLE " "
                       NA-NUMERO ") close: " NA-TEXTE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                   PERFORM LOG-AUDIT
                   PERFORM RECORD-CHANGE
                   MOVE "Note close." TO WS-MSG
               ELSE
                   MOVE "Cloture annulee." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F135.

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

       END PROGRAM F135.

      * here instead of by hand-editing the files, which is exactly
      * the drift F10's reconciliation keeps catching.
      * Same CRUD/retry/session-summary idiom as F4.
      * An order can demand a test flight: opened with "vol
      * d'essai requis", it only closes once a maintenance test
      * flight filed against it in F1 (category "M", flown on the
      * grounded aircraft) has been closed out by F2, and the order
      * keeps that flight's number. The default answer comes from
      * PARAMS (OT-ESSAI, 1 = required), which also applies to the
      * orders opened from a squawk.
      * An order can also be opened for a scheduled visit (50H, 100H,
      * ANNU...): the aircraft type's programme d'inspection, kept on
      * F51, is copied into task cards for the order. Each card is
      * signed off on its own with the mechanic and the date, the
      * order refuses to close - and so keeps the aircraft at "M" -
      * while a mandatory card is still open, and the order prints
      * with its cost lines and signed task list, at closure and on
      * demand.
      * While an order is open the mechanic can flag it waiting for
      * parts and clear the flag when they arrive; the span, and
      * the day a squawk is cleared or converted, feed the downtime
      * analysis (F125).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

      * Printed work order, one text file per order.
           SELECT EDITION-FILE ASSIGN TO WS-EDITION-NOM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-EDITION.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  EDITION-FILE.
       01  EDITION-REC     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                                      "7", "8", "9", "A", "a".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".
           77 WS-SAISIE-OK PIC X VALUE "N".
               88 WS-SAISIE-VALIDE VALUE "O".
           77 WS-OT-CODAV PIC 9(3) VALUE 0.
           77 WS-OT-CODTYP PIC X(2) VALUE SPACES.
           77 WS-OT-IMMAT PIC X(10) VALUE SPACES.

           77 WS-AVION-OK PIC X VALUE "N".
               88 WS-AVION-FOUND VALUE "O".
      * Entry fields for opening/closing an order.
           77 WS-OT-MECANICIEN PIC X(20).
           77 WS-OT-TRAVAUX    PIC X(60).
           77 WS-OT-ESSAI      PIC X VALUE "N".
           77 WS-OT-ESSAI-DEFAUT PIC X VALUE "N".
           77 WS-OT-ESSAI-REQ  PIC X VALUE "N".
           77 WS-OT-VISITE     PIC X(4) VALUE SPACES.
           77 WS-OT-DATE-OUVERT PIC 9(8) VALUE 0.
           77 WS-VOL-ESSAI     PIC 9(6) VALUE 0.
           77 WS-OT-EN-ATTENTE PIC X VALUE "N".
               88 WS-OT-ATTEND VALUE "O".

      * Itemized parts/labour entry against one order
      * (OTLIGNE.DAT), with the order's running total shown back.
           77 WS-OL-NUMLIGNE PIC 9(3) VALUE 0.
           77 WS-OL-TOTAL PIC 9(7)V99 VALUE 0.

      * Task cards of an order (TACHEOT.DAT): counts for the
      * closure gate and the print, and the sign-off entry.
           77 WS-TC-NUMOT PIC 9(6) VALUE 0.
           77 WS-TC-NB PIC 9(3) VALUE 0.
           77 WS-TC-SIGNEES PIC 9(3) VALUE 0.
           77 WS-TC-OUVERTES PIC 9(3) VALUE 0.
           77 WS-TC-STAGE PIC X(3) VALUE SPACES.
           77 WS-TC-NUMTACHE PIC 9(3) VALUE 0.
           77 WS-TC-MECANICIEN PIC X(20) VALUE SPACES.
           77 WS-TC-DATE PIC 9(8) VALUE 0.

      * Printed work order (OT_<avion>_<ordre>.TXT).
           77 WS-EDITION-NOM PIC X(40) VALUE SPACES.
           77 WS-FS-EDITION PIC XX VALUE "00".
           77 WS-ED-NUMOT PIC 9(6) VALUE 0.
           77 WS-ED-STAGE PIC X(6) VALUE SPACES.
           77 WS-ED-OK PIC X VALUE "N".
               88 WS-ED-TROUVE VALUE "O".
           77 WS-ED-CPT PIC ZZZZ9.9.
           77 WS-ED-MONTANT PIC ZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZ9.99.
           77 WS-ED-ETAT PIC X(9) VALUE SPACES.

      * Squawk handling on the carnet de route (DEFAUTS.DAT,
      * written by F2's close-out): the mechanic clears a defect or
      * converts it into a work order on this aircraft.
               02 LINE 13 COL 5 "5. Quitter le programme".
               02 LINE 14 COL 5 "6. Lignes piece/main d'oeuvre".
               02 LINE 15 COL 5 "7. Defauts signales (carnet)".
               02 LINE 16 COL 5 "8. Cartes de travail (signature)".
               02 LINE 17 COL 5 "9. Imprimer un ordre de travail".
               02 LINE 18 COL 5 "A. Attente pieces (debut/fin)".
               02 LINE 19 COL 5 PIC X TO WS-CHOIX.

           01 DS-OUVRE-OT.
               02 LINE 7  COL 3 VALUE "Visite programme: ".
               02 LINE 7  COL 29 VALUE "(50H, 100H, ANNU...".
               02 LINE 7  COL 49 VALUE "vide si aucune)".
               02 LINE 8  COL 3 VALUE "Mecanicien: ".
               02 LINE 9  COL 3 VALUE "Travaux prevus: ".
               02 LINE 10 COL 3 VALUE "Vol d'essai requis (O/N): ".
               02 LINE 11 COL 3 VALUE "L'avion sera mis au sol (M).".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

      * The visit is optional, so it sits outside the REQUIRED
      * group and is taken first.
           01 AS-VISITE-OT UNDERLINE.
               02 LINE 7  COL 22 PIC X(4)  USING WS-OT-VISITE.

           01 AS-OUVRE-OT REQUIRED UNDERLINE.
               02 LINE 8  COL 20 PIC X(20) TO WS-OT-MECANICIEN.
               02 LINE 9  COL 20 PIC X(60) TO WS-OT-TRAVAUX.
               02 LINE 10 COL 30 PIC X     USING WS-OT-ESSAI.
               02 LINE 13 COL 20 PIC X     TO WS-CHOIX.

           01 DS-SIGNE-TACHE.
               02 LINE 19 COL 3  VALUE "Tache:".
               02 LINE 19 COL 16 VALUE "Mecanicien:".
               02 LINE 20 COL 3  VALUE "Date (AAAAMMJJ):".
               02 LINE 20 COL 32 VALUE "Valider ? (y/n)".

           01 AS-SIGNE-TACHE REQUIRED UNDERLINE.
               02 LINE 19 COL 10 PIC X(3)  TO WS-TC-STAGE.
               02 LINE 19 COL 28 PIC X(20) TO WS-TC-MECANICIEN.
               02 LINE 20 COL 21 PIC 9(8)  USING WS-TC-DATE.
               02 LINE 20 COL 48 PIC X     TO WS-CHOIX.

           01 DS-ATTENTE-OT.
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-ATTENTE-OT REQUIRED UNDERLINE.
               02 LINE 13 COL 20 PIC X     TO WS-CHOIX.

           01 DS-CLOT-OT.
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-PARAMS.
           PERFORM MENU-F11.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       CHARGE-PARAMS.
           MOVE "OT-ESSAI" TO WS-PARAM-CODE.
           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           IF WS-PARAM-VALEUR > 0
               MOVE "O" TO WS-OT-ESSAI-DEFAUT
           ELSE
               MOVE "N" TO WS-OT-ESSAI-DEFAUT
           END-IF.
           MOVE WS-OT-ESSAI-DEFAUT TO WS-OT-ESSAI.

       BACK-OR-QUIT.
           MOVE "ReTOurner au Menu ou Quitter (Q)" TO WS-INVITE.
           PERFORM REFRESH.
                           PERFORM LIGNES-OT
                       WHEN "7"
                           PERFORM DEFAUTS-AVION
                       WHEN "8"
                           PERFORM CARTES-OT
                       WHEN "9"
                           PERFORM IMPRIME-OT
                       WHEN "A"
                       WHEN "a"
                           PERFORM ATTENTE-OT
                       WHEN OTHER
                           PERFORM MENU-F11
                   END-EVALUATE
               MOVE WS-OT-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY MOVE "N" TO WS-AVION-OK
                   NOT INVALID KEY
                       MOVE "O" TO WS-AVION-OK
                       MOVE AV-CODTYP TO WS-OT-CODTYP
                       MOVE AV-IMMAT TO WS-OT-IMMAT
               END-READ
           END-IF.
           CLOSE AVION-FILE.
       CHECK-OT-OUVERT.
           MOVE "N" TO WS-OT-OK.
           MOVE 0 TO WS-OT-OUVERT-NUM.
           MOVE "N" TO WS-OT-ESSAI-REQ.
           OPEN INPUT MAINT-FILE.
           IF WS-FS-MAINT = "00"
               MOVE WS-OT-CODAV TO OT-CODAV
                               IF OT-OUVERT
                                   MOVE "O" TO WS-OT-OK
                                   MOVE OT-NUMOT TO WS-OT-OUVERT-NUM
                                   MOVE OT-DATE-OUVERT
                                       TO WS-OT-DATE-OUVERT
                                   IF OT-ESSAI-EXIGE
                                       MOVE "O" TO WS-OT-ESSAI-REQ
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
                   PERFORM LOG-ERREUR
               ELSE
                   MOVE SPACES TO WS-OT-MECANICIEN WS-OT-TRAVAUX
                   MOVE SPACES TO WS-OT-VISITE
                   MOVE WS-OT-ESSAI-DEFAUT TO WS-OT-ESSAI
                   DISPLAY DS-OUVRE-OT
                   ACCEPT AS-VISITE-OT
                   ACCEPT AS-OUVRE-OT
                   MOVE FUNCTION UPPER-CASE(WS-OT-VISITE)
                       TO WS-OT-VISITE
                   MOVE 0 TO WS-TC-NB
                   IF WS-OT-VISITE NOT = SPACES
                       PERFORM COMPTE-PROGRAMME
                   END-IF
                   IF WS-VALIDER AND WS-OT-VISITE NOT = SPACES
                      AND WS-TC-NB = 0
                       STRING "Aucun programme " WS-OT-VISITE
                           " pour le type " WS-OT-CODTYP
                           " - ordre non ouvert." DELIMITED BY SIZE
                           INTO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F11" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   ELSE
                   IF WS-VALIDER
                       PERFORM APPLY-OUVRE-OT
                   ELSE
                       MOVE "Ordre non ouvert." TO WS-MSG
                   END-IF
                   END-IF
                   MOVE SPACES TO WS-CHOIX
               END-IF
           END-IF.
           MOVE WS-CURR-DATE    TO OT-DATE-OUVERT.
           MOVE WS-OT-MECANICIEN TO OT-MECANICIEN.
           MOVE WS-OT-TRAVAUX   TO OT-TRAVAUX.
           MOVE WS-OT-VISITE    TO OT-VISITE.
           MOVE "O"             TO OT-ETAT.
           IF WS-OT-ESSAI = "O" OR WS-OT-ESSAI = "o"
               MOVE "O" TO OT-ESSAI-REQUIS
           ELSE
               MOVE "N" TO OT-ESSAI-REQUIS
           END-IF.
           MOVE 0 TO OT-VOL-ESSAI.
           OPEN I-O AVION-FILE.
           MOVE WS-OT-CODAV TO AV-CODAV.
           READ AVION-FILE
           WRITE MAINT-REC.
           CLOSE MAINT-FILE.

           MOVE 0 TO WS-TC-NB.
           IF WS-OT-VISITE NOT = SPACES
               PERFORM GENERE-TACHES
           END-IF.

           MOVE "F11"         TO WS-AUDIT-PROGRAMME.
           MOVE "OUVRE-OT"    TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"    TO WS-AUDIT-ACTION.
           STRING "ordre " WS-NEXT-NUMOT " ouvert avion "
               WS-OT-CODAV ", avion au sol, visite " WS-OT-VISITE
               " " WS-TC-NB " cartes" DELIMITED BY SIZE
               INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           IF WS-TC-NB > 0
               STRING "Ordre " WS-NEXT-NUMOT " ouvert, avion au sol, "
                   WS-TC-NB " cartes." DELIMITED BY SIZE INTO WS-MSG
           ELSE
               STRING "Ordre " WS-NEXT-NUMOT
                   " ouvert, avion au sol (M)."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.

      * Tasks of the aircraft type's programme for this visit.
       COMPTE-PROGRAMME.
           MOVE 0 TO WS-TC-NB.
           OPEN INPUT PROGINSP-FILE.
           IF WS-FS-PROGINSP = "00"
               MOVE WS-OT-CODTYP TO IP-CODTYP
               MOVE WS-OT-VISITE TO IP-VISITE
               MOVE 0 TO IP-NUMTACHE
               START PROGINSP-FILE KEY IS NOT LESS THAN IP-CLE
                   INVALID KEY MOVE "10" TO WS-FS-PROGINSP
               END-START
               PERFORM UNTIL WS-FS-PROGINSP = "10"
                   READ PROGINSP-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PROGINSP
                       NOT AT END
                           IF IP-CODTYP NOT = WS-OT-CODTYP
                              OR IP-VISITE NOT = WS-OT-VISITE
                               MOVE "10" TO WS-FS-PROGINSP
                           ELSE
                               ADD 1 TO WS-TC-NB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGINSP-FILE
           END-IF.

      * One open card per programme task, under the new order's
      * key, carrying the task's text and mandatory flag as they
      * stand today.
       GENERE-TACHES.
           MOVE 0 TO WS-TC-NB.
           OPEN INPUT PROGINSP-FILE.
           IF WS-FS-PROGINSP = "00"
               OPEN I-O TACHEOT-FILE
               IF WS-FS-TACHEOT = "35"
                   OPEN OUTPUT TACHEOT-FILE
                   CLOSE TACHEOT-FILE
                   OPEN I-O TACHEOT-FILE
               END-IF
               MOVE WS-OT-CODTYP TO IP-CODTYP
               MOVE WS-OT-VISITE TO IP-VISITE
               MOVE 0 TO IP-NUMTACHE
               START PROGINSP-FILE KEY IS NOT LESS THAN IP-CLE
                   INVALID KEY MOVE "10" TO WS-FS-PROGINSP
               END-START
               PERFORM UNTIL WS-FS-PROGINSP = "10"
                   READ PROGINSP-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PROGINSP
                       NOT AT END
                           IF IP-CODTYP NOT = WS-OT-CODTYP
                              OR IP-VISITE NOT = WS-OT-VISITE
                               MOVE "10" TO WS-FS-PROGINSP
                           ELSE
                               PERFORM ECRIT-CARTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TACHEOT-FILE
               CLOSE PROGINSP-FILE
           END-IF.

       ECRIT-CARTE.
           INITIALIZE TACHEOT-REC.
           MOVE WS-OT-CODAV    TO TK-CODAV.
           MOVE WS-NEXT-NUMOT  TO TK-NUMOT.
           MOVE IP-NUMTACHE    TO TK-NUMTACHE.
           MOVE IP-TEXTE       TO TK-TEXTE.
           MOVE IP-OBLIGATOIRE TO TK-OBLIGATOIRE.
           MOVE "A"            TO TK-ETAT.
           WRITE TACHEOT-REC.
           ADD 1 TO WS-TC-NB.

       CLOTURE-OT.
           PERFORM NEW-SCREEN.
                   MOVE "F11" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               ELSE
                   PERFORM CHERCHE-VOL-ESSAI
                   MOVE WS-OT-OUVERT-NUM TO WS-TC-NUMOT
                   PERFORM COMPTE-CARTES
                   IF WS-OT-ESSAI-REQ = "O" AND WS-VOL-ESSAI = 0
                       STRING "Ordre " WS-OT-OUVERT-NUM " : essai "
                           "requis, aucun vol d'essai cloture."
                           DELIMITED BY SIZE INTO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F11" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   ELSE
                   IF WS-TC-OUVERTES > 0
                       STRING "Ordre " WS-OT-OUVERT-NUM " : "
                           WS-TC-OUVERTES " carte(s) obligatoire(s)"
                           " non signee(s)." DELIMITED BY SIZE
                           INTO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F11" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   ELSE
                   MOVE SPACES TO WS-OT-MECANICIEN WS-OT-TRAVAUX
                   DISPLAY DS-CLOT-OT
                   ACCEPT AS-CLOT-OT
                       MOVE "Ordre non cloture." TO WS-MSG
                   END-IF
                   MOVE SPACES TO WS-CHOIX
                   END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
                       MOVE WS-OT-TRAVAUX TO OT-TRAVAUX
                   END-IF
                   MOVE "C" TO OT-ETAT
                   MOVE WS-VOL-ESSAI TO OT-VOL-ESSAI
                   IF OT-ATTENTE-DEB > 0 AND OT-ATTENTE-FIN = 0
                       MOVE WS-CURR-DATE TO OT-ATTENTE-FIN
                   END-IF
                   REWRITE MAINT-REC
           END-READ.
           CLOSE MAINT-FILE.
           MOVE "CLOTURE-OT"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"         TO WS-AUDIT-ACTION.
           STRING "ordre " WS-OT-OUVERT-NUM " cloture avion "
               WS-OT-CODAV ", cptinter remis a 0, vol essai "
               WS-VOL-ESSAI DELIMITED BY SIZE
               INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE WS-OT-OUVERT-NUM TO WS-ED-NUMOT.
           PERFORM EDITE-OT.
           STRING "Ordre " WS-OT-OUVERT-NUM
               " cloture, avion remis en service, edite."
               DELIMITED BY SIZE INTO WS-MSG.

      * Waiting for parts on the aircraft's open order: starts the
      * span, or ends it when it is running. Restarting a finished
      * wait reopens the same span (see MAINT-RECORD).
       ATTENTE-OT.
           PERFORM NEW-SCREEN.
           MOVE "Attente pieces" TO WS-FUNC.
           MOVE "Numero de l'avion:" TO WS-MSG.
           PERFORM REFRESH.
           PERFORM SAISIE-CODAV.
           IF NOT WS-AVION-FOUND
               MOVE "Avion introuvable." TO WS-MSG
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F11" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               PERFORM CHECK-OT-OUVERT
               IF NOT WS-OT-FOUND
                   MOVE "Aucun ordre ouvert pour cet avion." TO WS-MSG
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F11" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               ELSE
                   PERFORM LIT-ATTENTE-OT
                   MOVE SPACES TO WS-MSG
                   IF WS-OT-ATTEND
                       STRING "Ordre " WS-OT-OUVERT-NUM
                           " en attente pieces : fin de l'attente ?"
                           DELIMITED BY SIZE INTO WS-MSG
                   ELSE
                       STRING "Ordre " WS-OT-OUVERT-NUM
                           " : mettre en attente pieces ?"
                           DELIMITED BY SIZE INTO WS-MSG
                   END-IF
                   PERFORM REFRESH
                   DISPLAY DS-ATTENTE-OT
                   ACCEPT AS-ATTENTE-OT
                   IF WS-VALIDER
                       PERFORM APPLY-ATTENTE-OT
                   ELSE
                       MOVE "Attente pieces inchangee." TO WS-MSG
                   END-IF
                   MOVE SPACES TO WS-CHOIX
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F11.

       LIT-ATTENTE-OT.
           MOVE "N" TO WS-OT-EN-ATTENTE.
           OPEN INPUT MAINT-FILE.
           IF WS-FS-MAINT = "00"
               MOVE WS-OT-CODAV      TO OT-CODAV
               MOVE WS-OT-OUVERT-NUM TO OT-NUMOT
               READ MAINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OT-ATTENTE-DEB > 0
                          AND OT-ATTENTE-FIN = 0
                           MOVE "O" TO WS-OT-EN-ATTENTE
                       END-IF
               END-READ
           END-IF.
           CLOSE MAINT-FILE.

       APPLY-ATTENTE-OT.
           OPEN I-O MAINT-FILE.
           MOVE WS-OT-CODAV      TO OT-CODAV.
           MOVE WS-OT-OUVERT-NUM TO OT-NUMOT.
           READ MAINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-OT-ATTEND
                       MOVE WS-CURR-DATE TO OT-ATTENTE-FIN
                   ELSE
                       IF OT-ATTENTE-DEB = 0
                           MOVE WS-CURR-DATE TO OT-ATTENTE-DEB
                       END-IF
                       MOVE 0 TO OT-ATTENTE-FIN
                   END-IF
                   REWRITE MAINT-REC
           END-READ.
           CLOSE MAINT-FILE.
           MOVE "F11"         TO WS-AUDIT-PROGRAMME.
           MOVE "ATTENTE-OT"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME WS-MSG.
           IF WS-OT-ATTEND
               STRING "ordre " WS-OT-OUVERT-NUM " avion "
                   WS-OT-CODAV " fin attente pieces"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               STRING "Ordre " WS-OT-OUVERT-NUM
                   " : pieces recues, attente terminee."
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               STRING "ordre " WS-OT-OUVERT-NUM " avion "
                   WS-OT-CODAV " en attente pieces"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               STRING "Ordre " WS-OT-OUVERT-NUM
                   " mis en attente pieces."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.

      * The maintenance test flight (category "M") filed against
      * the open order on this aircraft and already closed out by
      * F2 - the aircraft's flights through the VL-CODAV key.
       CHERCHE-VOL-ESSAI.
           MOVE 0 TO WS-VOL-ESSAI.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-OT-CODAV TO VL-CODAV
               START VOL-FILE KEY IS EQUAL TO VL-CODAV
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-CODAV NOT = WS-OT-CODAV
                               MOVE "10" TO WS-FS-VOL
                           ELSE
                               IF VL-CAT-ESSAI AND VL-TERMINE
                                  AND VL-OT-NUMOT = WS-OT-OUVERT-NUM
                                   MOVE VL-NUMVOL TO WS-VOL-ESSAI
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

      * Add one itemized cost line (part or labour) to an
      * existing order, then show the order's running total - the
      * number a work order costs from now on, instead of sixty
       TRAITE-DEFAUT.
           IF WS-DF-ACTION = "C"
               MOVE "C" TO DF-ETAT
               MOVE WS-CURR-DATE TO DF-DATE-CLOS
               REWRITE DEFAUT-REC
               MOVE "F11"            TO WS-AUDIT-PROGRAMME
               MOVE "DEFAUTS-AVION"  TO WS-AUDIT-PARAGRAPHE
           ELSE
               MOVE WS-OPERATEUR TO WS-OT-MECANICIEN
               MOVE DF-TEXTE TO WS-OT-TRAVAUX
               MOVE SPACES TO WS-OT-VISITE
               MOVE WS-OT-ESSAI-DEFAUT TO WS-OT-ESSAI
               PERFORM APPLY-OUVRE-OT
               MOVE "T" TO DF-ETAT
               MOVE WS-NEXT-NUMOT TO DF-NUMOT
               MOVE WS-CURR-DATE TO DF-DATE-CLOS
               REWRITE DEFAUT-REC
               STRING "Defaut " WS-DF-ID " converti en ordre "
                   WS-NEXT-NUMOT DELIMITED BY SIZE INTO WS-MSG
           END-IF.

      * Cards of order WS-TC-NUMOT on WS-OT-CODAV: how many, how
      * many signed, and how many mandatory ones are still open -
      * the closure gate.
       COMPTE-CARTES.
           MOVE 0 TO WS-TC-NB WS-TC-SIGNEES WS-TC-OUVERTES.
           OPEN INPUT TACHEOT-FILE.
           IF WS-FS-TACHEOT = "00"
               MOVE WS-OT-CODAV TO TK-CODAV
               MOVE WS-TC-NUMOT TO TK-NUMOT
               MOVE 0 TO TK-NUMTACHE
               START TACHEOT-FILE KEY IS NOT LESS THAN TK-CLE
                   INVALID KEY MOVE "10" TO WS-FS-TACHEOT
               END-START
               PERFORM UNTIL WS-FS-TACHEOT = "10"
                   READ TACHEOT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-TACHEOT
                       NOT AT END
                           IF TK-CODAV NOT = WS-OT-CODAV
                              OR TK-NUMOT NOT = WS-TC-NUMOT
                               MOVE "10" TO WS-FS-TACHEOT
                           ELSE
                               ADD 1 TO WS-TC-NB
                               IF TK-SIGNEE
                                   ADD 1 TO WS-TC-SIGNEES
                               ELSE
                                   IF TK-OBLIGE
                                       ADD 1 TO WS-TC-OUVERTES
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TACHEOT-FILE
           END-IF.

      * Cartes de travail: lists the open cards of the aircraft's
      * open order and signs one off with the mechanic and the date
      * the task was done (today by default, not before the order
      * was opened).
       CARTES-OT.
           PERFORM NEW-SCREEN.
           MOVE "Cartes de travail" TO WS-FUNC.
           MOVE "Numero de l'avion:" TO WS-MSG.
           PERFORM REFRESH.
           PERFORM SAISIE-CODAV.
           IF NOT WS-AVION-FOUND
               MOVE "Avion introuvable." TO WS-MSG
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F11" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               PERFORM CHECK-OT-OUVERT
               IF NOT WS-OT-FOUND
                   MOVE "Aucun ordre ouvert pour cet avion." TO WS-MSG
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F11" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               ELSE
                   MOVE WS-OT-OUVERT-NUM TO WS-TC-NUMOT
                   PERFORM COMPTE-CARTES
                   IF WS-TC-NB = WS-TC-SIGNEES
                       STRING "Ordre " WS-OT-OUVERT-NUM
                           " : aucune carte a signer."
                           DELIMITED BY SIZE INTO WS-MSG
                   ELSE
                       PERFORM LISTE-CARTES
                       PERFORM SAISIE-SIGNATURE
                   END-IF
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F11.

       LISTE-CARTES.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY "Ordre " LINE 6 COL 3.
           DISPLAY WS-OT-OUVERT-NUM LINE 6 COL 9.
           DISPLAY "cartes ouvertes (O = obligatoire)" LINE 6 COL 17.
           DISPLAY "Num O Tache" LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT TACHEOT-FILE.
           IF WS-FS-TACHEOT = "00"
               MOVE WS-OT-CODAV TO TK-CODAV
               MOVE WS-TC-NUMOT TO TK-NUMOT
               MOVE 0 TO TK-NUMTACHE
               START TACHEOT-FILE KEY IS NOT LESS THAN TK-CLE
                   INVALID KEY MOVE "10" TO WS-FS-TACHEOT
               END-START
               PERFORM UNTIL WS-FS-TACHEOT = "10" OR K > 17
                   READ TACHEOT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-TACHEOT
                       NOT AT END
                           IF TK-CODAV NOT = WS-OT-CODAV
                              OR TK-NUMOT NOT = WS-TC-NUMOT
                               MOVE "10" TO WS-FS-TACHEOT
                           ELSE
                               IF TK-A-FAIRE
                                   DISPLAY TK-NUMTACHE LINE K COL 3
                                   DISPLAY TK-OBLIGATOIRE LINE K COL 7
                                   DISPLAY TK-TEXTE LINE K COL 9
                                   ADD 1 TO K
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TACHEOT-FILE
           END-IF.
           COMPUTE WS-TC-NB = WS-TC-NB - WS-TC-SIGNEES.
           STRING WS-TC-NB " carte(s) ouverte(s) dont "
               WS-TC-OUVERTES " obligatoire(s)."
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM REFRESH.

       SAISIE-SIGNATURE.
           MOVE SPACES TO WS-TC-STAGE WS-TC-MECANICIEN.
           MOVE WS-CURR-DATE TO WS-TC-DATE.
           DISPLAY DS-SIGNE-TACHE.
           ACCEPT AS-SIGNE-TACHE.
           IF WS-VALIDER
               IF WS-TC-STAGE NOT NUMERIC
                  OR WS-TC-MECANICIEN = SPACES
                  OR WS-TC-DATE > WS-CURR-DATE
                  OR WS-TC-DATE < WS-OT-DATE-OUVERT
                   MOVE "Tache, mecanicien et date valide requis."
                       TO WS-MSG
               ELSE
                   MOVE WS-TC-STAGE TO WS-TC-NUMTACHE
                   PERFORM APPLY-SIGNE-TACHE
               END-IF
           ELSE
               MOVE "Carte non signee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.

       APPLY-SIGNE-TACHE.
           MOVE "N" TO WS-ED-OK.
           OPEN I-O TACHEOT-FILE.
           IF WS-FS-TACHEOT = "00"
               MOVE WS-OT-CODAV    TO TK-CODAV
               MOVE WS-TC-NUMOT    TO TK-NUMOT
               MOVE WS-TC-NUMTACHE TO TK-NUMTACHE
               READ TACHEOT-FILE
                   INVALID KEY
                       MOVE "Carte inconnue sur cet ordre." TO WS-MSG
                   NOT INVALID KEY
                       IF TK-SIGNEE
                           MOVE "Carte deja signee." TO WS-MSG
                       ELSE
                           MOVE "S"              TO TK-ETAT
                           MOVE WS-TC-MECANICIEN TO TK-MECANICIEN
                           MOVE WS-TC-DATE       TO TK-DATE
                           MOVE WS-OPERATEUR     TO TK-OPERATEUR
                           REWRITE TACHEOT-REC
                           MOVE "O" TO WS-ED-OK
                       END-IF
               END-READ
               CLOSE TACHEOT-FILE
           END-IF.
           IF WS-ED-TROUVE
               MOVE "F11"         TO WS-AUDIT-PROGRAMME
               MOVE "CARTES-OT"   TO WS-AUDIT-PARAGRAPHE
               MOVE "MAJ"         TO WS-AUDIT-ACTION
               STRING "carte " WS-TC-NUMTACHE " ordre " WS-TC-NUMOT
                   " avion " WS-OT-CODAV " signee " WS-TC-MECANICIEN
                   " le " WS-TC-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               PERFORM COMPTE-CARTES
               MOVE SPACES TO WS-MSG
               STRING "Carte " WS-TC-NUMTACHE " signee - "
                   WS-TC-OUVERTES " obligatoire(s) encore ouverte(s)."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.

      * Prints any order of the aircraft, open or closed.
       IMPRIME-OT.
           PERFORM NEW-SCREEN.
           MOVE "Imprimer ordre travail" TO WS-FUNC.
           MOVE "Numero de l'avion:" TO WS-MSG.
           PERFORM REFRESH.
           PERFORM SAISIE-CODAV.
           IF NOT WS-AVION-FOUND
               MOVE "Avion introuvable." TO WS-MSG
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F11" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               MOVE "Numero d'ordre:" TO WS-MSG
               PERFORM REFRESH
               MOVE SPACES TO WS-ED-STAGE
               ACCEPT WS-ED-STAGE LINE 22 COL 10
               IF WS-ED-STAGE NOT NUMERIC
                   MOVE "Saisie non numerique - rien fait." TO WS-MSG
               ELSE
                   MOVE WS-ED-STAGE TO WS-ED-NUMOT
                   PERFORM EDITE-OT
                   IF WS-ED-TROUVE
                       MOVE SPACES TO WS-MSG
                       STRING "Ordre edite dans " WS-EDITION-NOM
                           DELIMITED BY SIZE INTO WS-MSG
                   ELSE
                       MOVE "Ordre inconnu pour cet avion." TO WS-MSG
                   END-IF
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F11.

      * The work order as filed with the aircraft's papers: the
      * order itself, its cost lines and its task cards with who
      * signed each one and when. Order WS-ED-NUMOT of WS-OT-CODAV;
      * WS-ED-OK says whether the order was found.
       EDITE-OT.
           MOVE "N" TO WS-ED-OK.
           OPEN INPUT MAINT-FILE.
           IF WS-FS-MAINT = "00"
               MOVE WS-OT-CODAV TO OT-CODAV
               MOVE WS-ED-NUMOT TO OT-NUMOT
               READ MAINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-ED-OK
               END-READ
               IF WS-ED-TROUVE
                   PERFORM EDITE-OT-ENTETE
               END-IF
               CLOSE MAINT-FILE
           END-IF.
           IF WS-ED-TROUVE
               PERFORM EDITE-OT-LIGNES
               PERFORM EDITE-OT-CARTES
               MOVE SPACES TO EDITION-REC
               WRITE EDITION-REC
               MOVE SPACES TO EDITION-REC
               STRING "Edite le " WS-CURR-DATE " par " WS-OPERATEUR
                   DELIMITED BY SIZE INTO EDITION-REC
               WRITE EDITION-REC
               CLOSE EDITION-FILE
               MOVE "OT" TO WS-RPT-TYPE
               MOVE SPACES TO WS-RPT-PERIODE
               STRING WS-OT-CODAV "-" WS-ED-NUMOT DELIMITED BY SIZE
                   INTO WS-RPT-PERIODE
               MOVE WS-EDITION-NOM TO WS-RPT-NOM
               PERFORM CATALOGUE-RAPPORT
           END-IF.

       EDITE-OT-ENTETE.
           MOVE SPACES TO WS-EDITION-NOM.
           STRING "OT_" WS-OT-CODAV "_" WS-ED-NUMOT ".TXT"
               DELIMITED BY SIZE INTO WS-EDITION-NOM.
           OPEN OUTPUT EDITION-FILE.
           MOVE SPACES TO EDITION-REC.
           STRING "ORDRE DE TRAVAIL " WS-ED-NUMOT "   Avion "
               WS-OT-CODAV " " WS-OT-IMMAT "  Type " WS-OT-CODTYP
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           IF OT-VISITE = SPACES
               MOVE "Visite      : hors programme" TO EDITION-REC
           ELSE
               STRING "Visite      : " OT-VISITE DELIMITED BY SIZE
                   INTO EDITION-REC
           END-IF.
           WRITE EDITION-REC.
           MOVE OT-CPT-OUVERT TO WS-ED-CPT.
           MOVE SPACES TO EDITION-REC.
           STRING "Ouvert le   : " OT-DATE-OUVERT "  compteur "
               WS-ED-CPT " h" DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           IF OT-CLOTURE
               MOVE OT-CPT-CLOTURE TO WS-ED-CPT
               STRING "Cloture le  : " OT-DATE-CLOTURE "  compteur "
                   WS-ED-CPT " h" DELIMITED BY SIZE INTO EDITION-REC
           ELSE
               MOVE "Cloture le  : (ordre en cours)" TO EDITION-REC
           END-IF.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           STRING "Mecanicien  : " OT-MECANICIEN DELIMITED BY SIZE
               INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           STRING "Travaux     : " OT-TRAVAUX DELIMITED BY SIZE
               INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           IF OT-ESSAI-EXIGE
               STRING "Vol d'essai : requis, vol " OT-VOL-ESSAI
                   DELIMITED BY SIZE INTO EDITION-REC
           ELSE
               MOVE "Vol d'essai : non requis" TO EDITION-REC
           END-IF.
           WRITE EDITION-REC.

       EDITE-OT-LIGNES.
           MOVE SPACES TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE "LIGNES PIECES / MAIN D'OEUVRE" TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE 0 TO WS-OL-TOTAL.
           OPEN INPUT OTLIGNE-FILE.
           IF WS-FS-OTLIGNE = "00"
               MOVE WS-OT-CODAV TO OL-CODAV
               MOVE WS-ED-NUMOT TO OL-NUMOT
               MOVE LOW-VALUES  TO OL-NUMLIGNE
               START OTLIGNE-FILE KEY IS NOT LESS THAN OL-CLE
                   INVALID KEY MOVE "10" TO WS-FS-OTLIGNE
               END-START
               PERFORM UNTIL WS-FS-OTLIGNE = "10"
                   READ OTLIGNE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-OTLIGNE
                       NOT AT END
                           IF OL-CODAV NOT = WS-OT-CODAV
                              OR OL-NUMOT NOT = WS-ED-NUMOT
                               MOVE "10" TO WS-FS-OTLIGNE
                           ELSE
                               ADD OL-MONTANT TO WS-OL-TOTAL
                               MOVE OL-MONTANT TO WS-ED-MONTANT
                               MOVE SPACES TO EDITION-REC
                               STRING "  " OL-NUMLIGNE " " OL-TYPE
                                   " " OL-LIBELLE " " WS-ED-MONTANT
                                   DELIMITED BY SIZE INTO EDITION-REC
                               WRITE EDITION-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OTLIGNE-FILE
           END-IF.
           MOVE WS-OL-TOTAL TO WS-ED-TOTAL.
           MOVE SPACES TO EDITION-REC.
           STRING "  Total ordre" "                         "
               WS-ED-TOTAL " EUR" DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.

       EDITE-OT-CARTES.
           MOVE SPACES TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE "CARTES DE TRAVAIL (O = obligatoire)" TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE "  Num O Etat      Date     Mecanicien           Tache"
               TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE WS-ED-NUMOT TO WS-TC-NUMOT.
           OPEN INPUT TACHEOT-FILE.
           IF WS-FS-TACHEOT = "00"
               MOVE WS-OT-CODAV TO TK-CODAV
               MOVE WS-ED-NUMOT TO TK-NUMOT
               MOVE 0 TO TK-NUMTACHE
               START TACHEOT-FILE KEY IS NOT LESS THAN TK-CLE
                   INVALID KEY MOVE "10" TO WS-FS-TACHEOT
               END-START
               PERFORM UNTIL WS-FS-TACHEOT = "10"
                   READ TACHEOT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-TACHEOT
                       NOT AT END
                           IF TK-CODAV NOT = WS-OT-CODAV
                              OR TK-NUMOT NOT = WS-ED-NUMOT
                               MOVE "10" TO WS-FS-TACHEOT
                           ELSE
                               PERFORM EDITE-CARTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TACHEOT-FILE
           END-IF.
           PERFORM COMPTE-CARTES.
           MOVE SPACES TO EDITION-REC.
           IF WS-TC-NB = 0
               MOVE "  Aucune carte (ordre hors programme)."
                   TO EDITION-REC
           ELSE
               STRING "  " WS-TC-NB " carte(s), " WS-TC-SIGNEES
                   " signee(s), " WS-TC-OUVERTES
                   " obligatoire(s) non signee(s)."
                   DELIMITED BY SIZE INTO EDITION-REC
           END-IF.
           WRITE EDITION-REC.

       EDITE-CARTE.
           IF TK-SIGNEE
               MOVE "Signee" TO WS-ED-ETAT
           ELSE
               MOVE "Non faite" TO WS-ED-ETAT
           END-IF.
           MOVE SPACES TO EDITION-REC.
           IF TK-SIGNEE
               STRING "  " TK-NUMTACHE " " TK-OBLIGATOIRE " "
                   WS-ED-ETAT " " TK-DATE " " TK-MECANICIEN " "
                   TK-TEXTE DELIMITED BY SIZE INTO EDITION-REC
           ELSE
               STRING "  " TK-NUMTACHE " " TK-OBLIGATOIRE " "
                   WS-ED-ETAT "          " "                     "
                   TK-TEXTE DELIMITED BY SIZE INTO EDITION-REC
           END-IF.
           WRITE EDITION-REC.

       RECORD-CHANGE.
           IF WS-NB-CHANGES < 50
               ADD 1 TO WS-NB-CHANGES

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F11.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F127.

      * Clubs partenaires: under a reciprocal agreement the
      * neighbouring clubs' pilots fly our aircraft and ours fly
      * theirs. This staff screen keeps the partner clubs
      * (CLUBPART.DAT: name, billing contact and address, the rates
      * their pilots pay here - zero for our own tariff - the rate
      * they charge for ours, active or terminated) and records our
      * pilots' flights on a partner's aircraft from the club's
      * statement (CLUBVOL.DAT), which F128 sets against the guest
      * flights it bills each month. The partner's pilots themselves
      * are entered as guests through F3 (option G). Same CRUD/retry
      * idiom as F122; all changes audited.

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
           77 WS-APP PIC X(20) VALUE "F127".
           77 WS-FUNC PIC X(20) VALUE "F127".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The club being keyed.
           77 WS-CB-STAGE PIC X(4) VALUE SPACES.
           77 WS-CB-ID PIC 9(4) VALUE 0.
           77 WS-CB-NOM PIC X(30) VALUE SPACES.
           77 WS-CB-CONTACT PIC X(30) VALUE SPACES.
           77 WS-CB-EMAIL PIC X(30) VALUE SPACES.
           77 WS-CB-ADRESSE PIC X(50) VALUE SPACES.
           77 WS-CB-CP PIC 9(5) VALUE 0.
           77 WS-CB-VILLE PIC X(20) VALUE SPACES.
           77 WS-CB-TAUX-SOLO PIC 9(3) VALUE 0.
           77 WS-CB-TAUX-INSTR PIC 9(3) VALUE 0.
           77 WS-CB-TAUX-RECIP PIC 9(3) VALUE 0.
           77 WS-CB-ETAT PIC X VALUE "A".
           77 WS-CB-OK PIC X VALUE "N".
               88 WS-CB-TROUVE VALUE "O".

      * Our pilot's flight on the partner's aircraft.
           77 WS-CX-NUMPIL PIC 9(6) VALUE 0.
           77 WS-CX-DATE PIC 9(8) VALUE 0.
           77 WS-CX-IMMAT PIC X(10) VALUE SPACES.
           77 WS-CX-HEURES PIC 9(3)V9 VALUE 0.
           77 WS-CX-INSTRUCTION PIC X VALUE "N".
           77 WS-CX-MONTANT PIC 9(6)V99 VALUE 0.
           77 WS-PIL-OK PIC X VALUE "N".
               88 WS-PIL-MEMBRE VALUE "O".
           77 WS-CX-H-ED PIC ZZ9.9.
           77 WS-CX-MT-ED PIC ZZZZZ9.99.

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
               02 LINE 9  COL 5 "1. Liste des clubs partenaires".
               02 LINE 10 COL 5 "2. Ajouter / modifier un club".
               02 LINE 11 COL 5 "3. Vol d'un pilote chez un club".
               02 LINE 12 COL 5 "4. Vols chez un club".
               02 LINE 13 COL 5 "5. Revenir au menu principal".
               02 LINE 14 COL 5 "6. Quitter le programme".
               02 LINE 17 COL 5 PIC X TO WS-CHOIX.

           01 DS-CLUB.
               02 LINE 9  COL 3 VALUE "Nom du club:              ".
               02 LINE 10 COL 3 VALUE "Contact facturation:      ".
               02 LINE 11 COL 3 VALUE "Email:                    ".
               02 LINE 12 COL 3 VALUE "Adresse:                  ".
               02 LINE 13 COL 3 VALUE "Code postal / ville:      ".
               02 LINE 14 COL 3 VALUE "Taux solo / instr. (0=nous)".
               02 LINE 15 COL 3 VALUE "Taux qu'ils nous facturent:".
               02 LINE 16 COL 3 VALUE "Etat (A=actif R=resilie): ".
               02 LINE 18 COL 3 VALUE "Valider ? (y/n)".

      * Billing contact and address may stay blank at first, so
      * they sit outside the REQUIRED group and are taken first.
           01 AS-CLUB-OPT UNDERLINE.
               02 LINE 10 COL 31 PIC X(30)   USING WS-CB-CONTACT.
               02 LINE 11 COL 31 PIC X(30)   USING WS-CB-EMAIL.
               02 LINE 12 COL 31 PIC X(40)   USING WS-CB-ADRESSE.
               02 LINE 13 COL 31 PIC 9(5)    USING WS-CB-CP.
               02 LINE 13 COL 38 PIC X(20)   USING WS-CB-VILLE.

           01 AS-CLUB REQUIRED UNDERLINE.
               02 LINE 9  COL 31 PIC X(30)   USING WS-CB-NOM.
               02 LINE 14 COL 31 PIC 9(3)    USING WS-CB-TAUX-SOLO.
               02 LINE 14 COL 36 PIC 9(3)    USING WS-CB-TAUX-INSTR.
               02 LINE 15 COL 31 PIC 9(3)    USING WS-CB-TAUX-RECIP.
               02 LINE 16 COL 31 PIC X       USING WS-CB-ETAT.
               02 LINE 18 COL 20 PIC X       TO WS-CHOIX.

           01 DS-CLUBVOL.
               02 LINE 8  COL 3 VALUE "Club partenaire:          ".
               02 LINE 9  COL 3 VALUE "Pilote du club:           ".
               02 LINE 10 COL 3 VALUE "Date du vol (AAAAMMJJ):   ".
               02 LINE 11 COL 3 VALUE "Immatriculation:          ".
               02 LINE 12 COL 3 VALUE "Heures de vol:            ".
               02 LINE 13 COL 3 VALUE "Instruction (O/N):        ".
               02 LINE 14 COL 3 VALUE "Montant du club (0=taux): ".
               02 LINE 16 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CLUBVOL REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC 9(4)    USING WS-CB-ID.
               02 LINE 9  COL 31 PIC 9(6)    USING WS-CX-NUMPIL.
               02 LINE 10 COL 31 PIC 9(8)    USING WS-CX-DATE.
               02 LINE 11 COL 31 PIC X(10)   USING WS-CX-IMMAT.
               02 LINE 12 COL 31 PIC 999.9   USING WS-CX-HEURES.
               02 LINE 13 COL 31 PIC X       USING WS-CX-INSTRUCTION.
               02 LINE 14 COL 31 PIC 9(6).99 USING WS-CX-MONTANT.
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
           PERFORM MENU-F127.

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
               PERFORM MENU-F127
           END-IF.

       MENU-F127.
           MOVE "Clubs partenaires" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-CLUBS
                       WHEN "2"
                           PERFORM SAISIE-CLUB
                       WHEN "3"
                           PERFORM SAISIE-CLUBVOL
                       WHEN "4"
                           PERFORM LISTE-CLUBVOL
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "6"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F127
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
           MOVE "F127"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * The clubs in number order, "R" beside a terminated
      * agreement.
       LISTE-CLUBS.
           PERFORM NEW-SCREEN.
           MOVE "Clubs partenaires" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "No   Club                           Solo Inst"
               LINE 7 COL 3.
           DISPLAY "Recip Contact" LINE 7 COL 49.
           MOVE 8 TO K.
           OPEN INPUT CLUBPART-FILE.
           IF WS-FS-CLUBPART = "00"
               MOVE LOW-VALUES TO CB-ID
               START CLUBPART-FILE KEY IS NOT LESS THAN CB-ID
                   INVALID KEY MOVE "10" TO WS-FS-CLUBPART
               END-START
               PERFORM UNTIL WS-FS-CLUBPART = "10" OR K > 18
                   READ CLUBPART-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CLUBPART
                       NOT AT END
                           DISPLAY CB-ID LINE K COL 3
                           DISPLAY CB-NOM LINE K COL 8
                           DISPLAY CB-TAUX-SOLO LINE K COL 39
                           DISPLAY CB-TAUX-INSTR LINE K COL 44
                           DISPLAY CB-TAUX-RECIP LINE K COL 49
                           DISPLAY CB-CONTACT(1:20) LINE K COL 55
                           IF CB-RESILIE
                               DISPLAY "R" LINE K COL 76
                           END-IF
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE CLUBPART-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun club partenaire." TO WS-MSG
           ELSE
               IF K > 18
                   MOVE "Affichage limite a onze lignes." TO WS-MSG
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F127.

      * The club number is asked first so an existing club comes
      * back on screen for amendment; a new one starts blank and
      * active.
       SAISIE-CLUB.
           PERFORM NEW-SCREEN.
           MOVE "Saisie club" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-CB-STAGE.
           DISPLAY "Numero du club:" LINE 8 COL 3.
           ACCEPT WS-CB-STAGE LINE 8 COL 31.
           IF WS-CB-STAGE NOT NUMERIC OR WS-CB-STAGE = "0000"
               MOVE "Numero de club sur quatre chiffres, non nul."
                   TO WS-MSG
           ELSE
               MOVE WS-CB-STAGE TO WS-CB-ID
               PERFORM LIT-CLUB
               IF WS-CB-TROUVE
                   MOVE CB-NOM TO WS-CB-NOM
                   MOVE CB-CONTACT TO WS-CB-CONTACT
                   MOVE CB-EMAIL TO WS-CB-EMAIL
                   MOVE CB-ADRESSE TO WS-CB-ADRESSE
                   MOVE CB-CP TO WS-CB-CP
                   MOVE CB-VILLE TO WS-CB-VILLE
                   MOVE CB-TAUX-SOLO TO WS-CB-TAUX-SOLO
                   MOVE CB-TAUX-INSTR TO WS-CB-TAUX-INSTR
                   MOVE CB-TAUX-RECIP TO WS-CB-TAUX-RECIP
                   MOVE CB-ETAT TO WS-CB-ETAT
               ELSE
                   MOVE SPACES TO WS-CB-NOM WS-CB-CONTACT
                   MOVE SPACES TO WS-CB-EMAIL WS-CB-ADRESSE
                   MOVE SPACES TO WS-CB-VILLE
                   MOVE 0 TO WS-CB-CP WS-CB-TAUX-SOLO
                   MOVE 0 TO WS-CB-TAUX-INSTR WS-CB-TAUX-RECIP
                   MOVE "A" TO WS-CB-ETAT
               END-IF
               DISPLAY DS-CLUB
               ACCEPT AS-CLUB-OPT
               ACCEPT AS-CLUB
               IF WS-VALIDER
                   MOVE FUNCTION UPPER-CASE(WS-CB-ETAT)
                       TO WS-CB-ETAT
                   EVALUATE TRUE
                       WHEN WS-CB-NOM = SPACES
                           MOVE "Nom du club obligatoire." TO WS-MSG
                       WHEN WS-CB-ETAT NOT = "A" AND NOT = "R"
                           MOVE "Etat: A ou R." TO WS-MSG
                       WHEN OTHER
                           PERFORM APPLY-CLUB
                   END-EVALUATE
               ELSE
                   MOVE "Club non enregistre." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F127.

       LIT-CLUB.
           MOVE "N" TO WS-CB-OK.
           OPEN INPUT CLUBPART-FILE.
           IF WS-FS-CLUBPART = "00"
               MOVE WS-CB-ID TO CB-ID
               READ CLUBPART-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-CB-OK
               END-READ
               CLOSE CLUBPART-FILE
           END-IF.

       APPLY-CLUB.
           MOVE "N" TO WS-CB-OK.
           OPEN I-O CLUBPART-FILE.
           IF WS-FS-CLUBPART = "35"
               OPEN OUTPUT CLUBPART-FILE
               CLOSE CLUBPART-FILE
               OPEN I-O CLUBPART-FILE
           END-IF.
           IF WS-FS-CLUBPART = "00"
               MOVE WS-CB-ID TO CB-ID
               READ CLUBPART-FILE
                   INVALID KEY
                       INITIALIZE CLUBPART-REC
                       MOVE WS-CB-ID TO CB-ID
                   NOT INVALID KEY
                       MOVE "O" TO WS-CB-OK
               END-READ
               MOVE WS-CB-NOM TO CB-NOM
               MOVE WS-CB-CONTACT TO CB-CONTACT
               MOVE WS-CB-EMAIL TO CB-EMAIL
               MOVE WS-CB-ADRESSE TO CB-ADRESSE
               MOVE WS-CB-CP TO CB-CP
               MOVE WS-CB-VILLE TO CB-VILLE
               MOVE WS-CB-TAUX-SOLO TO CB-TAUX-SOLO
               MOVE WS-CB-TAUX-INSTR TO CB-TAUX-INSTR
               MOVE WS-CB-TAUX-RECIP TO CB-TAUX-RECIP
               MOVE WS-CB-ETAT TO CB-ETAT
               IF WS-CB-TROUVE
                   REWRITE CLUBPART-REC
               ELSE
                   WRITE CLUBPART-REC
               END-IF
               CLOSE CLUBPART-FILE
               MOVE "F127"          TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-CLUB"   TO WS-AUDIT-PARAGRAPHE
               IF WS-CB-TROUVE
                   MOVE "MAJ"       TO WS-AUDIT-ACTION
               ELSE
                   MOVE "CREATION"  TO WS-AUDIT-ACTION
               END-IF
               STRING "club " WS-CB-ID " taux " WS-CB-TAUX-SOLO "/"
                   WS-CB-TAUX-INSTR " recip " WS-CB-TAUX-RECIP
                   " etat " WS-CB-ETAT
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               MOVE "Club enregistre." TO WS-MSG
           END-IF.

      * One of our members' flights on the partner's aircraft, as
      * the club's statement gives it. The club must be on file
      * and the pilot one of ours - a guest flies here, not there.
       SAISIE-CLUBVOL.
           PERFORM NEW-SCREEN.
           MOVE "Vol chez un club" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-CB-ID WS-CX-NUMPIL WS-CX-HEURES.
           MOVE 0 TO WS-CX-MONTANT.
           MOVE WS-CURR-DATE TO WS-CX-DATE.
           MOVE SPACES TO WS-CX-IMMAT.
           MOVE "N" TO WS-CX-INSTRUCTION.
           DISPLAY DS-CLUBVOL.
           ACCEPT AS-CLUBVOL.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-CX-INSTRUCTION)
                   TO WS-CX-INSTRUCTION
               MOVE FUNCTION UPPER-CASE(WS-CX-IMMAT)
                   TO WS-CX-IMMAT
               PERFORM LIT-CLUB
               PERFORM CHECK-PILOTE
               EVALUATE TRUE
                   WHEN NOT WS-CB-TROUVE
                       MOVE "Club partenaire inconnu." TO WS-MSG
                   WHEN NOT WS-PIL-MEMBRE
                       MOVE "Pilote inconnu, parti ou invite."
                           TO WS-MSG
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-CX-DATE)
                        NOT = 0
                       MOVE "Date invalide." TO WS-MSG
                   WHEN WS-CX-DATE > WS-CURR-DATE
                       MOVE "Date dans le futur." TO WS-MSG
                   WHEN WS-CX-HEURES = 0
                       MOVE "Heures de vol obligatoires." TO WS-MSG
                   WHEN WS-CX-INSTRUCTION NOT = "O" AND NOT = "N"
                       MOVE "Instruction: O ou N." TO WS-MSG
                   WHEN OTHER
                       PERFORM APPLY-CLUBVOL
               END-EVALUATE
           ELSE
               MOVE "Vol non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F127.

       CHECK-PILOTE.
           MOVE "N" TO WS-PIL-OK.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-CX-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PI-PARTI AND NOT PI-EST-INVITE
                           MOVE "O" TO WS-PIL-OK
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

       APPLY-CLUBVOL.
           MOVE "CLUBVOL" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           INITIALIZE CLUBVOL-REC.
           MOVE WS-SEQ-VALEUR     TO CX-ID.
           MOVE WS-CB-ID          TO CX-CLUB.
           MOVE WS-CX-NUMPIL      TO CX-NUMPIL.
           MOVE WS-CX-DATE        TO CX-DATE.
           MOVE WS-CX-IMMAT       TO CX-IMMAT.
           MOVE WS-CX-HEURES      TO CX-HEURES.
           MOVE WS-CX-INSTRUCTION TO CX-INSTRUCTION.
           MOVE WS-CX-MONTANT     TO CX-MONTANT.
           OPEN I-O CLUBVOL-FILE.
           IF WS-FS-CLUBVOL = "35"
               OPEN OUTPUT CLUBVOL-FILE
           END-IF.
           WRITE CLUBVOL-REC.
           CLOSE CLUBVOL-FILE.
           MOVE WS-CX-HEURES TO WS-CX-H-ED.
           MOVE "F127"            TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-CLUBVOL"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"        TO WS-AUDIT-ACTION.
           STRING "vol club " WS-CB-ID " pilote " WS-CX-NUMPIL
               " le " WS-CX-DATE " " WS-CX-H-ED " h"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Vol chez le club enregistre." TO WS-MSG.

      * A club's recorded flights, oldest key first.
       LISTE-CLUBVOL.
           PERFORM NEW-SCREEN.
           MOVE "Vols chez un club" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-CB-STAGE.
           DISPLAY "Numero du club:" LINE 6 COL 3.
           ACCEPT WS-CB-STAGE LINE 6 COL 31.
           IF WS-CB-STAGE NOT NUMERIC
               MOVE "Numero de club sur quatre chiffres." TO WS-MSG
           ELSE
               MOVE WS-CB-STAGE TO WS-CB-ID
               DISPLAY "Date      Pilote  Avion       Heures I"
                   LINE 7 COL 3
               DISPLAY "Montant" LINE 7 COL 46
               MOVE 8 TO K
               OPEN INPUT CLUBVOL-FILE
               IF WS-FS-CLUBVOL = "00"
                   MOVE WS-CB-ID TO CX-CLUB
                   START CLUBVOL-FILE KEY IS EQUAL TO CX-CLUB
                       INVALID KEY MOVE "10" TO WS-FS-CLUBVOL
                   END-START
                   PERFORM UNTIL WS-FS-CLUBVOL = "10" OR K > 18
                       READ CLUBVOL-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-CLUBVOL
                           NOT AT END
                               IF CX-CLUB NOT = WS-CB-ID
                                   MOVE "10" TO WS-FS-CLUBVOL
                               ELSE
                                   MOVE CX-HEURES TO WS-CX-H-ED
                                   MOVE CX-MONTANT TO WS-CX-MT-ED
                                   DISPLAY CX-DATE LINE K COL 3
                                   DISPLAY CX-NUMPIL LINE K COL 13
                                   DISPLAY CX-IMMAT LINE K COL 21
                                   DISPLAY WS-CX-H-ED LINE K COL 33
                                   DISPLAY CX-INSTRUCTION
                                       LINE K COL 40
                                   DISPLAY WS-CX-MT-ED LINE K COL 44
                                   ADD 1 TO K
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLUBVOL-FILE
               END-IF
               IF K = 8
                   MOVE "Aucun vol enregistre pour ce club."
                       TO WS-MSG
               ELSE
                   IF K > 18
                       MOVE "Affichage limite a onze lignes."
                           TO WS-MSG
                   END-IF
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F127.

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

       END PROGRAM F127.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F90.

      * Bourses de formation: the federation and the region grant
      * young members and new student pilots an amount per dual
      * hour up to a cap, or a lump sum at first solo or at the
      * licence. The club advances the money and claims it back,
      * and the claim used to be a spreadsheet rebuilt every year.
      * This staff screen keeps the programme table (BOURSE.DAT:
      * eligibility by age from PI-DATE-NAISSANCE and by
      * EP-CATEGORIE, rate, cap, validity), lists a member's accrued
      * entitlements (BOURSLIG.DAT - accrued by F2 at close-out and
      * F9 at month end, claimed by F91) and records the grant when
      * the organisation pays a claim. Same CRUD and retry idiom as
      * F89; all changes audited.

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
           77 WS-APP PIC X(20) VALUE "F90".
           77 WS-FUNC PIC X(20) VALUE "F90".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "7", "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The programme being keyed.
           77 WS-BO-CODE PIC X(6) VALUE SPACES.
           77 WS-BO-LIBELLE PIC X(30) VALUE SPACES.
           77 WS-BO-ORGANISME PIC X(20) VALUE SPACES.
           77 WS-BO-NATURE PIC X VALUE "H".
           77 WS-BO-AGE-MAX PIC 9(2) VALUE 0.
           77 WS-BO-CATEGORIE PIC X(4) VALUE SPACES.
           77 WS-BO-TAUX PIC 9(4)V99 VALUE 0.
           77 WS-BO-PLAFOND PIC 9(6)V99 VALUE 0.
           77 WS-BO-DEBUT PIC 9(8) VALUE 0.
           77 WS-BO-FIN PIC 9(8) VALUE 0.
           77 WS-BO-ACTIF PIC X VALUE "O".

      * Grant received against a claim.
           77 WS-DEMANDE PIC 9(6) VALUE 0.
           77 WS-DATE-RECU PIC 9(8) VALUE 0.
           77 WS-MONTANT-RECU PIC 9(6)V99 VALUE 0.
           77 WS-MONTANT-DEMANDE PIC 9(6)V99 VALUE 0.
           77 WS-ECART PIC S9(6)V99 VALUE 0.
           77 WS-NB-LIGNES PIC 9(4) VALUE 0.
           77 WS-TOTAL-ACQUIS PIC 9(6)V99 VALUE 0.

           77 WS-FILTRE-CODE PIC X(6) VALUE SPACES.
           77 WS-FILTRE-ID PIC 9(6) VALUE 0.
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
               02 LINE 9  COL 5 "1. Liste des programmes de bourse".
               02 LINE 10 COL 5 "2. Creer/modifier un programme".
               02 LINE 11 COL 5 "3. Droits acquis par un adherent".
               02 LINE 12 COL 5 "4. Enregistrer un versement recu".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-FILTRE.
               02 LINE 8  COL 3 VALUE "Code programme:".

           01 AS-FILTRE REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC X(6) TO WS-FILTRE-CODE.

           01 DS-PROGRAMME.
               02 LINE 8  COL 3 VALUE "Code programme:       ".
               02 LINE 9  COL 3 VALUE "Libelle:              ".
               02 LINE 10 COL 3 VALUE "Organisme:            ".
               02 LINE 11 COL 3 VALUE "H=heure S=solo L=lic.:".
               02 LINE 12 COL 3 VALUE "Age maxi (0=tous):    ".
               02 LINE 13 COL 3 VALUE "Categorie (vide=tous):".
               02 LINE 14 COL 3 VALUE "Taux/h ou forfait:    ".
               02 LINE 15 COL 3 VALUE "Plafond (0=aucun):    ".
               02 LINE 16 COL 3 VALUE "Du (AAAAMMJJ):        ".
               02 LINE 17 COL 3 VALUE "Au (AAAAMMJJ, 0=fin): ".
               02 LINE 18 COL 3 VALUE "Actif O/N:            ".
               02 LINE 19 COL 3 VALUE "Valider ? (y/n)".
               02 LINE 8  COL 26 PIC X(6) FROM WS-BO-CODE.

           01 AS-PROGRAMME REQUIRED UNDERLINE.
               02 LINE 9  COL 26 PIC X(30)    USING WS-BO-LIBELLE.
               02 LINE 10 COL 26 PIC X(20)    USING WS-BO-ORGANISME.
               02 LINE 11 COL 26 PIC X        USING WS-BO-NATURE.
               02 LINE 12 COL 26 PIC 9(2)     USING WS-BO-AGE-MAX.
               02 LINE 13 COL 26 PIC X(4)     USING WS-BO-CATEGORIE.
               02 LINE 14 COL 26 PIC 9(4).99  USING WS-BO-TAUX.
               02 LINE 15 COL 26 PIC 9(6).99  USING WS-BO-PLAFOND.
               02 LINE 16 COL 26 PIC 9(8)     USING WS-BO-DEBUT.
               02 LINE 17 COL 26 PIC 9(8)     USING WS-BO-FIN.
               02 LINE 18 COL 26 PIC X        USING WS-BO-ACTIF.
               02 LINE 19 COL 20 PIC X        TO WS-CHOIX.

           01 DS-RECU.
               02 LINE 8  COL 3 VALUE "Demande numero:       ".
               02 LINE 9  COL 3 VALUE "Recu le (AAAAMMJJ):   ".
               02 LINE 10 COL 3 VALUE "Montant recu:         ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-RECU REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(6)    TO WS-DEMANDE.
               02 LINE 9  COL 26 PIC 9(8)    USING WS-DATE-RECU.
               02 LINE 10 COL 26 PIC 9(6).99 TO WS-MONTANT-RECU.
               02 LINE 12 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F90.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       BACK-OR-QUIT.
           MOVE "ReTOurner au Menu ou Quitter (Q)" TO WS-INVITE.
           PERFORM REFRESH.
           ACCEPT WS-CHOIX.
           IF WS-QUITTER
               PERFORM SESSION-SUMMARY
               MOVE ZEROES TO LS_QUIT
               EXIT PROGRAM
           ELSE
               PERFORM MENU-F90
           END-IF.

       MENU-F90.
           MOVE "Bourses de formation" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-PROGRAMMES
                       WHEN "2"
                           PERFORM SAISIE-PROGRAMME
                       WHEN "3"
                           PERFORM LISTE-DROITS
                       WHEN "4"
                           PERFORM SAISIE-VERSEMENT
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F90
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
           MOVE "F90"              TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * One page of the programme table, active or not.
       LISTE-PROGRAMMES.
           PERFORM NEW-SCREEN.
           MOVE "Programmes de bourse" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Code   Libelle                        N Age Cat."
               LINE 7 COL 3.
           DISPLAY "Taux    Du       Au       A" LINE 7 COL 52.
           MOVE 8 TO K.
           OPEN INPUT BOURSE-FILE.
           IF WS-FS-BOURSE = "00"
               MOVE LOW-VALUES TO BO-CODE
               START BOURSE-FILE KEY IS NOT LESS THAN BO-CODE
                   INVALID KEY MOVE "10" TO WS-FS-BOURSE
               END-START
               PERFORM UNTIL WS-FS-BOURSE = "10" OR K > 18
                   READ BOURSE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-BOURSE
                       NOT AT END
                           DISPLAY BO-CODE LINE K COL 3
                           DISPLAY BO-LIBELLE LINE K COL 10
                           DISPLAY BO-NATURE LINE K COL 41
                           DISPLAY BO-AGE-MAX LINE K COL 43
                           DISPLAY BO-CATEGORIE LINE K COL 47
                           DISPLAY BO-TAUX LINE K COL 52
                           DISPLAY BO-DEBUT LINE K COL 60
                           DISPLAY BO-FIN LINE K COL 69
                           DISPLAY BO-ACTIF LINE K COL 78
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE BOURSE-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun programme de bourse." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F90.

      * Code first, then the whole row pre-filled for correction;
      * a new code creates the programme.
       SAISIE-PROGRAMME.
           PERFORM NEW-SCREEN.
           MOVE "Programme de bourse" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-FILTRE-CODE.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           MOVE FUNCTION UPPER-CASE(WS-FILTRE-CODE) TO WS-FILTRE-CODE.
           IF WS-FILTRE-CODE = SPACES
               MOVE "Code programme requis." TO WS-MSG
           ELSE
               PERFORM CHARGE-PROGRAMME
               PERFORM NEW-SCREEN
               PERFORM REFRESH
               DISPLAY DS-PROGRAMME
               ACCEPT AS-PROGRAMME
               IF WS-VALIDER
                   MOVE FUNCTION UPPER-CASE(WS-BO-NATURE)
                       TO WS-BO-NATURE
                   MOVE FUNCTION UPPER-CASE(WS-BO-CATEGORIE)
                       TO WS-BO-CATEGORIE
                   MOVE FUNCTION UPPER-CASE(WS-BO-ACTIF) TO WS-BO-ACTIF
                   IF WS-BO-ACTIF NOT = "N"
                       MOVE "O" TO WS-BO-ACTIF
                   END-IF
                   IF (WS-BO-NATURE NOT = "H"
                       AND WS-BO-NATURE NOT = "S"
                       AND WS-BO-NATURE NOT = "L")
                      OR WS-BO-LIBELLE = SPACES
                      OR WS-BO-TAUX = 0
                      OR WS-BO-DEBUT = 0
                      OR (WS-BO-FIN NOT = 0
                          AND WS-BO-FIN < WS-BO-DEBUT)
                       MOVE "Saisie invalide (nature, taux, dates)."
                           TO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F90" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   ELSE
                       PERFORM APPLY-PROGRAMME
                   END-IF
               ELSE
                   MOVE "Programme non enregistre." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F90.

       CHARGE-PROGRAMME.
           MOVE "N" TO WS-REF-OK.
           MOVE WS-FILTRE-CODE TO WS-BO-CODE.
           MOVE SPACES TO WS-BO-LIBELLE WS-BO-ORGANISME.
           MOVE SPACES TO WS-BO-CATEGORIE.
           MOVE "H" TO WS-BO-NATURE.
           MOVE 0 TO WS-BO-AGE-MAX WS-BO-TAUX WS-BO-PLAFOND.
           MOVE WS-CURR-DATE TO WS-BO-DEBUT.
           MOVE 0 TO WS-BO-FIN.
           MOVE "O" TO WS-BO-ACTIF.
           OPEN INPUT BOURSE-FILE.
           IF WS-FS-BOURSE = "00"
               MOVE WS-FILTRE-CODE TO BO-CODE
               READ BOURSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-REF-OK
                       MOVE BO-LIBELLE   TO WS-BO-LIBELLE
                       MOVE BO-ORGANISME TO WS-BO-ORGANISME
                       MOVE BO-NATURE    TO WS-BO-NATURE
                       MOVE BO-AGE-MAX   TO WS-BO-AGE-MAX
                       MOVE BO-CATEGORIE TO WS-BO-CATEGORIE
                       MOVE BO-TAUX      TO WS-BO-TAUX
                       MOVE BO-PLAFOND   TO WS-BO-PLAFOND
                       MOVE BO-DEBUT     TO WS-BO-DEBUT
                       MOVE BO-FIN       TO WS-BO-FIN
                       MOVE BO-ACTIF     TO WS-BO-ACTIF
               END-READ
               CLOSE BOURSE-FILE
           END-IF.

       APPLY-PROGRAMME.
           OPEN I-O BOURSE-FILE.
           IF WS-FS-BOURSE = "35"
               OPEN OUTPUT BOURSE-FILE
               CLOSE BOURSE-FILE
               OPEN I-O BOURSE-FILE
           END-IF.
           IF WS-FS-BOURSE = "00"
               INITIALIZE BOURSE-REC
               MOVE WS-BO-CODE      TO BO-CODE
               MOVE WS-BO-LIBELLE   TO BO-LIBELLE
               MOVE WS-BO-ORGANISME TO BO-ORGANISME
               MOVE WS-BO-NATURE    TO BO-NATURE
               MOVE WS-BO-AGE-MAX   TO BO-AGE-MAX
               MOVE WS-BO-CATEGORIE TO BO-CATEGORIE
               MOVE WS-BO-TAUX      TO BO-TAUX
               MOVE WS-BO-PLAFOND   TO BO-PLAFOND
               MOVE WS-BO-DEBUT     TO BO-DEBUT
               MOVE WS-BO-FIN       TO BO-FIN
               MOVE WS-BO-ACTIF     TO BO-ACTIF
               IF WS-REF-TROUVE
                   REWRITE BOURSE-REC
               ELSE
                   WRITE BOURSE-REC
               END-IF
               CLOSE BOURSE-FILE
           END-IF.
           MOVE "F90"              TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-PROGRAMME" TO WS-AUDIT-PARAGRAPHE.
           IF WS-REF-TROUVE
               MOVE "MAJ"      TO WS-AUDIT-ACTION
           ELSE
               MOVE "CREATION" TO WS-AUDIT-ACTION
           END-IF.
           STRING "bourse " WS-BO-CODE " " WS-BO-NATURE " taux "
               WS-BO-TAUX " plafond " WS-BO-PLAFOND " age<"
               WS-BO-AGE-MAX " " WS-BO-DEBUT "-" WS-BO-FIN
               " actif " WS-BO-ACTIF
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Programme " WS-BO-CODE " enregistre."
               DELIMITED BY SIZE INTO WS-MSG.

      * A member's entitlement lines through the BL-NUMPIL
      * alternate key: programme, flight, hours, amount, the account
      * credited and where the claim stands.
       LISTE-DROITS.
           PERFORM NEW-SCREEN.
           MOVE "Droits acquis" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-FILTRE-ID.
           DISPLAY "Numero adherent:" LINE 8 COL 3.
           ACCEPT WS-FILTRE-ID LINE 8 COL 26.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY "Prog.  Vol    Date     Heur. Montant   Compte"
               LINE 7 COL 3.
           DISPLAY "Etat Demande" LINE 7 COL 53.
           MOVE 8 TO K.
           MOVE 0 TO WS-TOTAL-ACQUIS.
           OPEN INPUT BOURSLIG-FILE.
           IF WS-FS-BOURSLIG = "00"
               MOVE WS-FILTRE-ID TO BL-NUMPIL
               START BOURSLIG-FILE KEY IS EQUAL TO BL-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-BOURSLIG
               END-START
               PERFORM UNTIL WS-FS-BOURSLIG = "10"
                   READ BOURSLIG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-BOURSLIG
                       NOT AT END
                           IF BL-NUMPIL NOT = WS-FILTRE-ID
                               MOVE "10" TO WS-FS-BOURSLIG
                           ELSE
                               ADD BL-MONTANT TO WS-TOTAL-ACQUIS
                               IF K NOT > 18
                                   DISPLAY BL-CODE LINE K COL 3
                                   DISPLAY BL-NUMVOL LINE K COL 10
                                   DISPLAY BL-DATE LINE K COL 17
                                   DISPLAY BL-HEURES LINE K COL 26
                                   DISPLAY BL-MONTANT LINE K COL 32
                                   DISPLAY BL-COMPTE LINE K COL 42
                                   DISPLAY BL-ETAT LINE K COL 54
                                   DISPLAY BL-DEMANDE LINE K COL 58
                                   ADD 1 TO K
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOURSLIG-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun droit acquis pour cet adherent." TO WS-MSG
           ELSE
               MOVE SPACES TO WS-MSG
               STRING "Total acquis : " WS-TOTAL-ACQUIS " EUR"
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F90.

      * The organisation pays a claim: every line of it turns
      * received, and a short or excess payment is shown and
      * audited so the treasurer can chase the difference.
       SAISIE-VERSEMENT.
           PERFORM NEW-SCREEN.
           MOVE "Versement recu" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-DEMANDE WS-MONTANT-RECU.
           MOVE WS-CURR-DATE TO WS-DATE-RECU.
           DISPLAY DS-RECU.
           ACCEPT AS-RECU.
           IF WS-VALIDER
               IF WS-DEMANDE = 0 OR WS-DATE-RECU = 0
                   MOVE "Saisie invalide (demande, date)." TO WS-MSG
               ELSE
                   PERFORM APPLY-VERSEMENT
               END-IF
           ELSE
               MOVE "Versement non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F90.

       APPLY-VERSEMENT.
           MOVE 0 TO WS-NB-LIGNES WS-MONTANT-DEMANDE.
           OPEN I-O BOURSLIG-FILE.
           IF WS-FS-BOURSLIG = "00"
               MOVE WS-DEMANDE TO BL-DEMANDE
               START BOURSLIG-FILE KEY IS EQUAL TO BL-DEMANDE
                   INVALID KEY MOVE "10" TO WS-FS-BOURSLIG
               END-START
               PERFORM UNTIL WS-FS-BOURSLIG = "10"
                   READ BOURSLIG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-BOURSLIG
                       NOT AT END
                           IF BL-DEMANDE NOT = WS-DEMANDE
                               MOVE "10" TO WS-FS-BOURSLIG
                           ELSE
                               IF BL-DEMANDEE
                                   MOVE "R" TO BL-ETAT
                                   MOVE WS-DATE-RECU TO BL-DATE-RECU
                                   REWRITE BOURSLIG-REC
                                   ADD 1 TO WS-NB-LIGNES
                                   ADD BL-MONTANT
                                       TO WS-MONTANT-DEMANDE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOURSLIG-FILE
           END-IF.
           IF WS-NB-LIGNES = 0
               MOVE "Aucune ligne en attente pour cette demande."
                   TO WS-MSG
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F90" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               COMPUTE WS-ECART = WS-MONTANT-RECU - WS-MONTANT-DEMANDE
               MOVE "F90"              TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-VERSEMENT" TO WS-AUDIT-PARAGRAPHE
               MOVE "RECU"             TO WS-AUDIT-ACTION
               STRING "demande bourse " WS-DEMANDE " recue le "
                   WS-DATE-RECU ": " WS-NB-LIGNES " ligne(s), demande "
                   WS-MONTANT-DEMANDE " recu " WS-MONTANT-RECU
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               MOVE SPACES TO WS-MSG
               IF WS-ECART = 0
                   STRING "Demande " WS-DEMANDE " soldee: "
                       WS-NB-LIGNES " ligne(s)."
                       DELIMITED BY SIZE INTO WS-MSG
               ELSE
                   STRING "Demande " WS-DEMANDE " - ecart "
                       WS-ECART " EUR sur " WS-MONTANT-DEMANDE
                       DELIMITED BY SIZE INTO WS-MSG
               END-IF
           END-IF.

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

       END PROGRAM F90.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F116.

      * Demandes d'adhesion: a new member used to be keyed straight
      * into F3 by whoever was at the desk, with nothing to show the
      * bureau had agreed, that the dues were raised or that a
      * licence copy was in the file. This screen records the
      * application (ADHESION.DAT: the applicant's data, the sponsor
      * member, the documents received) and lists the pending ones
      * for the bureau meeting (ADHESIONS_BUREAU.TXT, catalog type
      * ADHESION). The bureau's decision is keyed here by a bureau,
      * staff or admin account; an acceptance needs every document
      * and an active sponsor, and creates the member the way F3
      * does (ADRESSE-REC shared with an identical address,
      * ETATPIL-REC, PILOTE-REC numbered from the PILOTE counter),
      * raises the year's dues pro rata of the months left - the
      * same "COTIS <annee>" invoice F15 raises, so F15 skips the
      * member and F1 lets them fly - and, when an id is keyed,
      * opens their F24 self-service account (role P, password to
      * change at first login).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT BUREAU-FILE ASSIGN TO "ADHESIONS_BUREAU.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-BUREAU.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  BUREAU-FILE.
       01  BUREAU-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "CODEPOST-WS.cpy" IN TEMPLATE.
           77 WS-RETRY PIC 9 VALUE 3.
           77 WS-APP PIC X(20) VALUE "F116".
           77 WS-FUNC PIC X(20) VALUE "F116".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The application as keyed on the screens.
           01 WS-AH.
               02 WS-AH-ID PIC 9(6).
               02 WS-AH-CIVILITE PIC 9(3).
               02 WS-AH-NOM PIC X(20).
               02 WS-AH-PRENOM PIC X(10).
               02 WS-AH-ADRESSE PIC X(50).
               02 WS-AH-CP PIC 9(5).
               02 WS-AH-VILLE PIC X(50).
               02 WS-AH-PAYS PIC X(50).
               02 WS-AH-HEURES PIC 9(5).
               02 WS-AH-CATEGORIE PIC X(4).
               02 WS-AH-EXAM-MED PIC 9(8).
               02 WS-AH-EXP-LICENCE PIC 9(8).
               02 WS-AH-EMAIL PIC X(30).
               02 WS-AH-NAISSANCE PIC 9(8).
               02 WS-AH-PARRAIN PIC 9(6).
               02 WS-AH-LICENCE PIC X.
               02 WS-AH-MEDICAL PIC X.
               02 WS-AH-BULLETIN PIC X.
           77 WS-AH-DEMANDEUR PIC X(31) VALUE SPACES.
           77 WS-AH-STATUT PIC X VALUE SPACE.
           77 WS-AH-TROUVE PIC X VALUE "N".
               88 WS-AH-CONNUE VALUE "O".
           77 WS-AH-DECISION PIC X VALUE SPACE.
               88 WS-AH-ACCEPTE VALUE "A", "a".
               88 WS-AH-REFUSE VALUE "R", "r".
           77 WS-AH-MOTIF PIC X(40) VALUE SPACES.
           77 WS-AH-OPR-ID PIC X(10) VALUE SPACES.
           77 WS-AH-OPR-MDP PIC X(12) VALUE SPACES.
           77 WS-AH-NB PIC 9(4) VALUE 0.
           77 WS-AH-PIECES PIC X(3) VALUE SPACES.

           77 WS-OPR-VALIDEUR PIC X VALUE "N".
               88 WS-OPERATEUR-BUREAU VALUE "O".
           77 WS-PARRAIN-OK PIC X VALUE "N".
               88 WS-PARRAIN-ACTIF VALUE "O".
           77 WS-COMPTE-OK PIC X VALUE "O".
               88 WS-COMPTE-LIBRE VALUE "O".
           77 WS-CIVILITE-OK PIC X VALUE "N".
               88 WS-CIVILITE-FOUND VALUE "O".
           77 WS-ADRESSE-OK PIC X VALUE "N".
               88 WS-ADRESSE-TROUVEE VALUE "O".
           77 WS-ADR-MATCH-ID PIC 9(6) VALUE 0.
           77 WS-NEXT-NUMPIL PIC 9(6) VALUE 0.
           77 WS-NEXT-ADID PIC 9(6) VALUE 0.
           77 WS-FS-BUREAU PIC XX VALUE "00".

      * Medical expiry derived as F3 does: 60 months under 40 at
      * the examination, 24 from 40, 12 from 50 or without a date
      * of birth.
           77 WS-EXP-DERIVEE PIC 9(8) VALUE 0.
           77 WS-AGE-EXAM PIC 9(3) VALUE 0.
           77 WS-MOIS-VALID PIC 9(2) VALUE 0.
           77 WS-EXP-AN PIC 9(4) VALUE 0.
           77 WS-EXP-MOIS PIC 9(3) VALUE 0.

      * Dues of the year, pro rata of the months left including
      * the current one.
           77 WS-COTIS-OK PIC X VALUE "N".
               88 WS-COTIS-TROUVEE VALUE "O".
           77 WS-MOIS-RESTANTS PIC 9(2) VALUE 0.
           77 WS-MONTANT-DU PIC 9(6)V99 VALUE 0.
           77 WS-TVA-DU PIC 9(6)V99 VALUE 0.
           77 WS-TTC-DU PIC 9(6)V99 VALUE 0.

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
               02 LINE 9  COL 5 "1. Nouvelle demande d'adhesion".
               02 LINE 10 COL 5 "2. Pieces recues / parrain".
               02 LINE 11 COL 5 "3. Decision du bureau".
               02 LINE 12 COL 5 "4. Demandes en attente (bureau)".
               02 LINE 13 COL 5 "5. Revenir au menu principal".
               02 LINE 14 COL 5 "6. Quitter le programme".
               02 LINE 16 COL 5 PIC X TO WS-CHOIX.

           01 SS-CRE-DEMANDE.
               02 LINE 6  COL 3 VALUE "Civilite (code): ".
               02 LINE 6  COL 35 VALUE "Naissance (AAAAMMJJ):".
               02 LINE 7  COL 3 VALUE "Nom: ".
               02 LINE 8  COL 3 VALUE "Prenom: ".
               02 LINE 9  COL 3 VALUE "Adresse: ".
               02 LINE 10 COL 3 VALUE "CP: ".
               02 LINE 11 COL 3 VALUE "Ville: ".
               02 LINE 12 COL 3 VALUE "Pays: ".
               02 LINE 13 COL 3 VALUE "Heures de vol: ".
               02 LINE 13 COL 42 VALUE "Parrain (membre):".
               02 LINE 14 COL 3 VALUE "Categorie: ".
               02 LINE 14 COL 42 VALUE "Copie licence (O/N):".
               02 LINE 15 COL 3 VALUE "Visite med. le (AAAAMMJJ):".
               02 LINE 15 COL 42 VALUE "Certificat med. (O/N):".
               02 LINE 16 COL 3 VALUE "Exp. licence (AAAAMMJJ): ".
               02 LINE 16 COL 42 VALUE "Bulletin signe (O/N):".
               02 LINE 17 COL 3 VALUE "Email: ".
               02 LINE 18 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CRE-DEMANDE REQUIRED UNDERLINE.
               02 LINE 6  COL 25 PIC 9(3)  TO WS-AH-CIVILITE.
               02 LINE 6  COL 57 PIC 9(8)  TO WS-AH-NAISSANCE.
               02 LINE 7  COL 20 PIC X(20) TO WS-AH-NOM.
               02 LINE 8  COL 20 PIC X(10) TO WS-AH-PRENOM.
               02 LINE 9  COL 20 PIC X(50) TO WS-AH-ADRESSE.
               02 LINE 10 COL 20 PIC 9(5)  TO WS-AH-CP.
               02 LINE 11 COL 20 PIC X(50) TO WS-AH-VILLE.
               02 LINE 12 COL 20 PIC X(50) TO WS-AH-PAYS.
               02 LINE 13 COL 20 PIC 9(5)  TO WS-AH-HEURES.
               02 LINE 13 COL 65 PIC 9(6)  TO WS-AH-PARRAIN.
               02 LINE 14 COL 30 PIC X(4)  TO WS-AH-CATEGORIE.
               02 LINE 14 COL 65 PIC X     TO WS-AH-LICENCE.
               02 LINE 15 COL 30 PIC 9(8)  TO WS-AH-EXAM-MED.
               02 LINE 15 COL 65 PIC X     TO WS-AH-MEDICAL.
               02 LINE 16 COL 30 PIC 9(8)  TO WS-AH-EXP-LICENCE.
               02 LINE 16 COL 65 PIC X     TO WS-AH-BULLETIN.
               02 LINE 17 COL 30 PIC X(30) TO WS-AH-EMAIL.
               02 LINE 18 COL 20 PIC X     TO WS-CHOIX.

           01 DS-FILTRE.
               02 LINE 8  COL 3 VALUE "Numero de demande:".

           01 AS-FILTRE REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(6) TO WS-AH-ID.

           01 DS-PIECES.
               02 LINE 8  COL 3 VALUE "Demande:".
               02 LINE 8  COL 15 PIC 9(6) FROM WS-AH-ID.
               02 LINE 8  COL 22 PIC X(31) FROM WS-AH-DEMANDEUR.
               02 LINE 10 COL 3 VALUE "Parrain (membre):".
               02 LINE 11 COL 3 VALUE "Copie licence (O/N):".
               02 LINE 12 COL 3 VALUE "Certificat med. (O/N):".
               02 LINE 13 COL 3 VALUE "Bulletin signe (O/N):".
               02 LINE 15 COL 3 VALUE "Valider ? (y/n)".

           01 AS-PIECES REQUIRED UNDERLINE.
               02 LINE 10 COL 27 PIC 9(6) USING WS-AH-PARRAIN.
               02 LINE 11 COL 27 PIC X    USING WS-AH-LICENCE.
               02 LINE 12 COL 27 PIC X    USING WS-AH-MEDICAL.
               02 LINE 13 COL 27 PIC X    USING WS-AH-BULLETIN.
               02 LINE 15 COL 20 PIC X    TO WS-CHOIX.

           01 DS-DECISION.
               02 LINE 8  COL 3 VALUE "Demande:".
               02 LINE 8  COL 15 PIC 9(6) FROM WS-AH-ID.
               02 LINE 8  COL 22 PIC X(31) FROM WS-AH-DEMANDEUR.
               02 LINE 9  COL 3 VALUE "Parrain:".
               02 LINE 9  COL 15 PIC 9(6) FROM WS-AH-PARRAIN.
               02 LINE 9  COL 25 VALUE "Pieces L/M/B:".
               02 LINE 9  COL 39 PIC X(3) FROM WS-AH-PIECES.
               02 LINE 11 COL 3 VALUE "Decision (A accepte/R refuse):".
               02 LINE 12 COL 3 VALUE "Motif:".
               02 LINE 14 COL 3 VALUE "Compte F24 (vide = aucun):".
               02 LINE 15 COL 3 VALUE "Mot de passe initial:".
               02 LINE 17 COL 3 VALUE "Valider ? (y/n)".

           01 AS-DECISION REQUIRED UNDERLINE.
               02 LINE 11 COL 35 PIC X     TO WS-AH-DECISION.
               02 LINE 12 COL 15 PIC X(40) TO WS-AH-MOTIF.
               02 LINE 14 COL 30 PIC X(10) TO WS-AH-OPR-ID.
               02 LINE 15 COL 30 PIC X(12) TO WS-AH-OPR-MDP SECURE.
               02 LINE 17 COL 20 PIC X     TO WS-CHOIX.

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
           MOVE "TVA-DEFAUT" TO WS-PARAM-CODE.
           MOVE 20 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TVA-DEFAUT.
           PERFORM MENU-F116.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

      * Only a bureau, staff or admin account may record the
      * bureau's decision; the desk records and completes the
      * applications.
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
               PERFORM MENU-F116
           END-IF.

       MENU-F116.
           MOVE "Demandes d'adhesion" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM CRE-DEMANDE
                       WHEN "2"
                           PERFORM MAJ-PIECES
                       WHEN "3"
                           PERFORM DECISION-BUREAU
                       WHEN "4"
                           PERFORM LISTE-ATTENTE
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "6"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F116
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
           MOVE "F116"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * The applicant's form, checked like F3 checks a new pilot
      * (civility code, postal code against the reference) plus
      * the sponsor, who must be an active member.
       CRE-DEMANDE.
           PERFORM NEW-SCREEN.
           MOVE "Nouvelle demande" TO WS-FUNC.
           PERFORM REFRESH.
           INITIALIZE WS-AH.
           MOVE "N" TO WS-AH-LICENCE WS-AH-MEDICAL WS-AH-BULLETIN.
           DISPLAY SS-CRE-DEMANDE.
           ACCEPT AS-CRE-DEMANDE.
           IF WS-VALIDER
               MOVE "N" TO WS-PO-RESULTAT
               PERFORM CHECK-CIVILITE
               IF WS-CIVILITE-FOUND
                   PERFORM CHECK-CODE-POSTAL
               END-IF
               PERFORM CHECK-PARRAIN
               IF NOT WS-CIVILITE-FOUND
                   MOVE "Code civilite inconnu - demande non creee."
                       TO WS-MSG
               ELSE
               IF WS-PO-CP-INCONNU OR WS-PO-VILLE-FAUSSE
                   CONTINUE
               ELSE
               IF NOT WS-PARRAIN-ACTIF
                   MOVE "Parrain inconnu ou parti - demande non creee."
                       TO WS-MSG
               ELSE
                   PERFORM APPLY-CRE-DEMANDE
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE "Demande non creee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F116.

       APPLY-CRE-DEMANDE.
           MOVE "ADHESION" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-AH-ID.
           INITIALIZE ADHESION-REC.
           MOVE WS-AH-ID TO AH-ID.
           MOVE WS-CURR-DATE TO AH-DATE-DEMANDE.
           MOVE WS-AH-CIVILITE TO AH-CIVILITE.
           MOVE WS-AH-NOM TO AH-NOM.
           MOVE WS-AH-PRENOM TO AH-PRENOM.
           MOVE WS-AH-ADRESSE TO AH-ADRESSE.
           MOVE WS-AH-CP TO AH-CP.
           MOVE WS-AH-VILLE TO AH-VILLE.
           MOVE WS-AH-PAYS TO AH-PAYS.
           MOVE WS-AH-EMAIL TO AH-EMAIL.
           MOVE WS-AH-NAISSANCE TO AH-NAISSANCE.
           MOVE FUNCTION UPPER-CASE(WS-AH-CATEGORIE) TO AH-CATEGORIE.
           MOVE WS-AH-HEURES TO AH-NBHVOL.
           MOVE WS-AH-EXAM-MED TO AH-EXAM-MED.
           MOVE WS-AH-EXP-LICENCE TO AH-EXP-LICENCE.
           MOVE WS-AH-PARRAIN TO AH-PARRAIN.
           PERFORM NORMALISE-PIECES.
           MOVE WS-AH-LICENCE TO AH-PIECE-LICENCE.
           MOVE WS-AH-MEDICAL TO AH-PIECE-MEDICAL.
           MOVE WS-AH-BULLETIN TO AH-PIECE-BULLETIN.
           MOVE "E" TO AH-STATUT.
           OPEN I-O ADHESION-FILE.
           IF WS-FS-ADHESION = "35"
               OPEN OUTPUT ADHESION-FILE
               CLOSE ADHESION-FILE
               OPEN I-O ADHESION-FILE
           END-IF.
           IF WS-FS-ADHESION = "00"
               WRITE ADHESION-REC
               CLOSE ADHESION-FILE
               MOVE "F116"           TO WS-AUDIT-PROGRAMME
               MOVE "CRE-DEMANDE"    TO WS-AUDIT-PARAGRAPHE
               MOVE "CREATION"       TO WS-AUDIT-ACTION
               STRING "demande " WS-AH-ID " " WS-AH-NOM
                   " parrain " WS-AH-PARRAIN DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               STRING "Demande enregistree, numero " WS-AH-ID
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               MOVE "Fichier des demandes indisponible." TO WS-MSG
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F116" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * Anything but O on a document flag reads as not received.
       NORMALISE-PIECES.
           IF WS-AH-LICENCE = "o"
               MOVE "O" TO WS-AH-LICENCE
           END-IF.
           IF WS-AH-MEDICAL = "o"
               MOVE "O" TO WS-AH-MEDICAL
           END-IF.
           IF WS-AH-BULLETIN = "o"
               MOVE "O" TO WS-AH-BULLETIN
           END-IF.
           IF WS-AH-LICENCE NOT = "O"
               MOVE "N" TO WS-AH-LICENCE
           END-IF.
           IF WS-AH-MEDICAL NOT = "O"
               MOVE "N" TO WS-AH-MEDICAL
           END-IF.
           IF WS-AH-BULLETIN NOT = "O"
               MOVE "N" TO WS-AH-BULLETIN
           END-IF.
           MOVE SPACES TO WS-AH-PIECES.
           STRING WS-AH-LICENCE WS-AH-MEDICAL WS-AH-BULLETIN
               DELIMITED BY SIZE INTO WS-AH-PIECES.

       CHECK-CIVILITE.
           MOVE "N" TO WS-CIVILITE-OK.
           MOVE WS-AH-CIVILITE TO CV-ID.
           OPEN INPUT CIVILITE-FILE.
           IF WS-FS-CIVILITE = "00"
               READ CIVILITE-FILE
                   INVALID KEY MOVE "N" TO WS-CIVILITE-OK
                   NOT INVALID KEY MOVE "O" TO WS-CIVILITE-OK
               END-READ
               CLOSE CIVILITE-FILE
           END-IF.

       CHECK-CODE-POSTAL.
           MOVE WS-AH-CP    TO WS-PO-CP.
           MOVE WS-AH-VILLE TO WS-PO-VILLE.
           MOVE WS-AH-PAYS  TO WS-PO-PAYS.
           PERFORM CONTROLE-CODE-POSTAL.
           IF WS-PO-CP-INCONNU
               MOVE SPACES TO WS-MSG
               STRING "Code postal " WS-AH-CP
                   " inconnu - demande non creee."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           IF WS-PO-VILLE-FAUSSE
               MOVE SPACES TO WS-MSG
               STRING "CP " WS-AH-CP " : " WS-PO-VALIDES
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.

       CHECK-PARRAIN.
           MOVE "N" TO WS-PARRAIN-OK.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-AH-PARRAIN TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PI-PARTI AND NOT PI-EST-INVITE
                           MOVE "O" TO WS-PARRAIN-OK
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

      * The application by number into WS-AH, for the documents
      * and decision screens.
       CHARGE-DEMANDE.
           MOVE "N" TO WS-AH-TROUVE.
           MOVE SPACES TO WS-AH-DEMANDEUR WS-AH-STATUT.
           OPEN INPUT ADHESION-FILE.
           IF WS-FS-ADHESION = "00"
               MOVE WS-AH-ID TO AH-ID
               READ ADHESION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-AH-TROUVE
                       PERFORM COPIE-DEMANDE
               END-READ
               CLOSE ADHESION-FILE
           END-IF.

       COPIE-DEMANDE.
           MOVE AH-CIVILITE TO WS-AH-CIVILITE.
           MOVE AH-NOM TO WS-AH-NOM.
           MOVE AH-PRENOM TO WS-AH-PRENOM.
           MOVE AH-ADRESSE TO WS-AH-ADRESSE.
           MOVE AH-CP TO WS-AH-CP.
           MOVE AH-VILLE TO WS-AH-VILLE.
           MOVE AH-PAYS TO WS-AH-PAYS.
           MOVE AH-EMAIL TO WS-AH-EMAIL.
           MOVE AH-NAISSANCE TO WS-AH-NAISSANCE.
           MOVE AH-CATEGORIE TO WS-AH-CATEGORIE.
           MOVE AH-NBHVOL TO WS-AH-HEURES.
           MOVE AH-EXAM-MED TO WS-AH-EXAM-MED.
           MOVE AH-EXP-LICENCE TO WS-AH-EXP-LICENCE.
           MOVE AH-PARRAIN TO WS-AH-PARRAIN.
           MOVE AH-PIECE-LICENCE TO WS-AH-LICENCE.
           MOVE AH-PIECE-MEDICAL TO WS-AH-MEDICAL.
           MOVE AH-PIECE-BULLETIN TO WS-AH-BULLETIN.
           MOVE AH-PIECES TO WS-AH-PIECES.
           MOVE AH-STATUT TO WS-AH-STATUT.
           STRING AH-NOM " " AH-PRENOM
               DELIMITED BY SIZE INTO WS-AH-DEMANDEUR.

      * Documents handed in after the form, or a change of sponsor,
      * on an application still pending.
       MAJ-PIECES.
           PERFORM NEW-SCREEN.
           MOVE "Pieces recues" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-AH-ID.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           PERFORM CHARGE-DEMANDE.
           IF NOT WS-AH-CONNUE
               MOVE "Demande inconnue." TO WS-MSG
           ELSE
           IF WS-AH-STATUT NOT = "E"
               MOVE "Demande deja tranchee par le bureau." TO WS-MSG
           ELSE
               PERFORM NEW-SCREEN
               PERFORM REFRESH
               DISPLAY DS-PIECES
               ACCEPT AS-PIECES
               IF WS-VALIDER
                   PERFORM CHECK-PARRAIN
                   IF WS-PARRAIN-ACTIF
                       PERFORM APPLY-PIECES
                   ELSE
                       MOVE "Parrain inconnu ou parti." TO WS-MSG
                   END-IF
               ELSE
                   MOVE "Demande non modifiee." TO WS-MSG
               END-IF
           END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F116.

       APPLY-PIECES.
           PERFORM NORMALISE-PIECES.
           OPEN I-O ADHESION-FILE.
           IF WS-FS-ADHESION = "00"
               MOVE WS-AH-ID TO AH-ID
               READ ADHESION-FILE
                   INVALID KEY
                       MOVE "Demande inconnue." TO WS-MSG
                   NOT INVALID KEY
                       MOVE WS-AH-PARRAIN TO AH-PARRAIN
                       MOVE WS-AH-LICENCE TO AH-PIECE-LICENCE
                       MOVE WS-AH-MEDICAL TO AH-PIECE-MEDICAL
                       MOVE WS-AH-BULLETIN TO AH-PIECE-BULLETIN
                       REWRITE ADHESION-REC
                       MOVE "F116"        TO WS-AUDIT-PROGRAMME
                       MOVE "MAJ-PIECES"  TO WS-AUDIT-PARAGRAPHE
                       MOVE "MAJ"         TO WS-AUDIT-ACTION
                       STRING "demande " WS-AH-ID " pieces "
                           WS-AH-PIECES " parrain " WS-AH-PARRAIN
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE "Demande mise a jour." TO WS-MSG
               END-READ
               CLOSE ADHESION-FILE
           END-IF.

      * The bureau's verdict on a pending application. A refusal
      * needs its reason; an acceptance all three documents, an
      * active sponsor and, if an account is asked for, a free id
      * and a password - checked before anything is written.
       DECISION-BUREAU.
           PERFORM NEW-SCREEN.
           MOVE "Decision du bureau" TO WS-FUNC.
           PERFORM REFRESH.
           IF NOT WS-OPERATEUR-BUREAU
               MOVE "Decision reservee au bureau (role D, S ou A)."
                   TO WS-MSG
           ELSE
               MOVE 0 TO WS-AH-ID
               DISPLAY DS-FILTRE
               ACCEPT AS-FILTRE
               PERFORM CHARGE-DEMANDE
               IF NOT WS-AH-CONNUE
                   MOVE "Demande inconnue." TO WS-MSG
               ELSE
               IF WS-AH-STATUT NOT = "E"
                   MOVE "Demande deja tranchee par le bureau."
                       TO WS-MSG
               ELSE
                   PERFORM SAISIE-DECISION
               END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F116.

       SAISIE-DECISION.
           MOVE SPACES TO WS-AH-DECISION WS-AH-MOTIF
                          WS-AH-OPR-ID WS-AH-OPR-MDP.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY DS-DECISION.
           ACCEPT AS-DECISION.
           IF NOT WS-VALIDER
               MOVE "Decision non enregistree." TO WS-MSG
           ELSE
           IF WS-AH-REFUSE
               IF WS-AH-MOTIF = SPACES
                   MOVE "Motif du refus requis." TO WS-MSG
               ELSE
                   PERFORM APPLY-REFUS
               END-IF
           ELSE
           IF NOT WS-AH-ACCEPTE
               MOVE "Decision A ou R." TO WS-MSG
           ELSE
               PERFORM CHECK-PARRAIN
               PERFORM CHECK-COMPTE
               IF WS-AH-PIECES NOT = "OOO"
                   MOVE "Pieces manquantes - acceptation impossible."
                       TO WS-MSG
               ELSE
               IF NOT WS-PARRAIN-ACTIF
                   MOVE "Parrain inconnu ou parti." TO WS-MSG
               ELSE
               IF NOT WS-COMPTE-LIBRE
                   CONTINUE
               ELSE
                   PERFORM APPLY-ACCEPTATION
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           MOVE SPACES TO WS-AH-OPR-MDP WS-MDP-CLAIR.

       CHECK-COMPTE.
           MOVE "O" TO WS-COMPTE-OK.
           IF WS-AH-OPR-ID NOT = SPACES
               IF WS-AH-OPR-MDP = SPACES
                   MOVE "N" TO WS-COMPTE-OK
                   MOVE "Mot de passe initial requis pour le compte."
                       TO WS-MSG
               ELSE
                   OPEN INPUT OPERATEUR-FILE
                   IF WS-FS-OPERATEUR = "00"
                       MOVE WS-AH-OPR-ID TO OPR-ID
                       READ OPERATEUR-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "N" TO WS-COMPTE-OK
                               MOVE "Identifiant deja utilise."
                                   TO WS-MSG
                       END-READ
                       CLOSE OPERATEUR-FILE
                   END-IF
               END-IF
           END-IF.

       APPLY-REFUS.
           MOVE 0 TO WS-NEXT-NUMPIL WS-FAC-NUMERO.
           MOVE "R" TO WS-AH-STATUT.
           PERFORM MARQUE-DEMANDE.
           MOVE "F116"            TO WS-AUDIT-PROGRAMME.
           MOVE "DECISION-BUREAU" TO WS-AUDIT-PARAGRAPHE.
           MOVE "REFUS"           TO WS-AUDIT-ACTION.
           STRING "demande " WS-AH-ID " refusee: " WS-AH-MOTIF
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Demande refusee." TO WS-MSG.

      * The member as F3 would create them, then the dues and the
      * account; the application keeps the pilot and invoice
      * numbers.
       APPLY-ACCEPTATION.
           PERFORM FIND-ADRESSE.
           IF WS-ADRESSE-TROUVEE
               MOVE WS-ADR-MATCH-ID TO WS-NEXT-ADID
           ELSE
               PERFORM CREATE-ADRESSE
           END-IF.
           PERFORM CREE-PILOTE.
           PERFORM APPEL-COTISATION.
           IF WS-AH-OPR-ID NOT = SPACES
               PERFORM CREE-COMPTE
           END-IF.
           MOVE "A" TO WS-AH-STATUT.
           PERFORM MARQUE-DEMANDE.
           MOVE "F116"            TO WS-AUDIT-PROGRAMME.
           MOVE "DECISION-BUREAU" TO WS-AUDIT-PARAGRAPHE.
           MOVE "ADHESION"        TO WS-AUDIT-ACTION.
           STRING "demande " WS-AH-ID " acceptee: pilote "
               WS-NEXT-NUMPIL " facture " WS-FAC-NUMERO
               " compte " WS-AH-OPR-ID
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           IF WS-COTIS-TROUVEE
               STRING "Membre " WS-NEXT-NUMPIL " cree, cotisation "
                   WS-TTC-DU " (facture " WS-FAC-NUMERO ")."
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               STRING "Membre " WS-NEXT-NUMPIL " cree - pas de tarif "
                   WS-CURR-YEAR ", cotisation a appeler (F15)."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.

       MARQUE-DEMANDE.
           OPEN I-O ADHESION-FILE.
           IF WS-FS-ADHESION = "00"
               MOVE WS-AH-ID TO AH-ID
               READ ADHESION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-AH-STATUT TO AH-STATUT
                       MOVE WS-CURR-DATE TO AH-DATE-DECISION
                       MOVE WS-OPERATEUR TO AH-DECIDEUR
                       MOVE WS-AH-MOTIF TO AH-MOTIF
                       MOVE WS-NEXT-NUMPIL TO AH-NUMPIL
                       MOVE WS-FAC-NUMERO TO AH-NUMFACT
                       REWRITE ADHESION-REC
               END-READ
               CLOSE ADHESION-FILE
           END-IF.

      * Same address text as an existing ADRESSE-REC: the new
      * member shares it, as F3 does for families.
       FIND-ADRESSE.
           MOVE "N" TO WS-ADRESSE-OK.
           MOVE 0   TO WS-ADR-MATCH-ID.
           OPEN INPUT ADRESSE-FILE.
           IF WS-FS-ADRESSE = "00"
               MOVE LOW-VALUES TO AD-ID
               START ADRESSE-FILE KEY IS NOT LESS THAN AD-ID
                   INVALID KEY MOVE "10" TO WS-FS-ADRESSE
               END-START
               PERFORM UNTIL WS-FS-ADRESSE = "10" OR WS-ADRESSE-TROUVEE
                   READ ADRESSE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ADRESSE
                       NOT AT END
                         IF AD-NUMVOIE = WS-AH-ADRESSE
                            AND AD-CP     = WS-AH-CP
                            AND AD-VILLE  = WS-AH-VILLE
                            AND AD-PAYS   = WS-AH-PAYS
                             MOVE AD-ID TO WS-ADR-MATCH-ID
                             MOVE "O"   TO WS-ADRESSE-OK
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE ADRESSE-FILE
           END-IF.

       CREATE-ADRESSE.
           MOVE 0 TO WS-NEXT-ADID.
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
                         IF AD-ID > WS-NEXT-ADID
                             MOVE AD-ID TO WS-NEXT-ADID
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE ADRESSE-FILE
           END-IF.
           ADD 1 TO WS-NEXT-ADID.
           INITIALIZE ADRESSE-REC.
           MOVE WS-NEXT-ADID  TO AD-ID.
           MOVE WS-AH-ADRESSE TO AD-NUMVOIE.
           MOVE WS-AH-CP      TO AD-CP.
           MOVE WS-AH-VILLE   TO AD-VILLE.
           MOVE WS-AH-PAYS    TO AD-PAYS.
           OPEN I-O ADRESSE-FILE.
           IF WS-FS-ADRESSE = "35"
               OPEN OUTPUT ADRESSE-FILE
           END-IF.
           WRITE ADRESSE-REC.
           CLOSE ADRESSE-FILE.

      * Pilot number from the PILOTE counter (seeded from the
      * highest number on file at first use, as F3 does); the
      * status row is keyed under it.
       CREE-PILOTE.
           MOVE "PILOTE" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-NEXT-NUMPIL
               OPEN INPUT PILOTE-FILE
               IF WS-FS-PILOTE = "00"
                   MOVE LOW-VALUES TO PI-NUMPIL
                   START PILOTE-FILE KEY IS NOT LESS THAN PI-NUMPIL
                       INVALID KEY MOVE "10" TO WS-FS-PILOTE
                   END-START
                   PERFORM UNTIL WS-FS-PILOTE = "10"
                       READ PILOTE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-PILOTE
                           NOT AT END
                             IF PI-NUMPIL > WS-NEXT-NUMPIL
                                 MOVE PI-NUMPIL TO WS-NEXT-NUMPIL
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PILOTE-FILE
               END-IF
               MOVE WS-NEXT-NUMPIL TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-NEXT-NUMPIL.

           INITIALIZE ETATPIL-REC.
           MOVE WS-NEXT-NUMPIL TO EP-ID.
           SET EP-SANTE-APTE      TO TRUE.
           SET EP-FINANCES-AJOUR  TO TRUE.
           SET EP-DISPONIBLE      TO TRUE.
           MOVE WS-AH-CATEGORIE   TO EP-CATEGORIE.
           PERFORM DERIVE-EXP-MEDICAL.
           MOVE WS-AH-EXAM-MED    TO EP-DATE-EXAM-MED.
           MOVE WS-EXP-DERIVEE    TO EP-EXP-MEDICAL.
           MOVE WS-AH-EXP-LICENCE TO EP-EXP-LICENCE.
           OPEN I-O ETATPIL-FILE.
           IF WS-FS-ETATPIL = "35"
               OPEN OUTPUT ETATPIL-FILE
           END-IF.
           WRITE ETATPIL-REC.
           CLOSE ETATPIL-FILE.

           INITIALIZE PILOTE-REC.
           MOVE WS-NEXT-NUMPIL  TO PI-NUMPIL.
           MOVE WS-AH-CIVILITE  TO PI-ID-CIVILITE.
           MOVE WS-AH-NOM       TO PI-NOM.
           MOVE WS-AH-PRENOM    TO PI-PRENOM.
           MOVE WS-NEXT-ADID    TO PI-ID-ADRESSE.
           MOVE WS-AH-HEURES    TO PI-NBHVOL.
           MOVE WS-NEXT-NUMPIL  TO PI-ID-ETATPILOTE.
           MOVE 0               TO PI-SOLDE.
           MOVE WS-AH-EMAIL     TO PI-EMAIL.
           MOVE WS-AH-NAISSANCE TO PI-DATE-NAISSANCE.
           OPEN I-O PILOTE-FILE.
           IF WS-FS-PILOTE = "35"
               OPEN OUTPUT PILOTE-FILE
           END-IF.
           WRITE PILOTE-REC.
           CLOSE PILOTE-FILE.

       DERIVE-EXP-MEDICAL.
           MOVE 0 TO WS-EXP-DERIVEE.
           IF WS-AH-EXAM-MED NUMERIC AND WS-AH-EXAM-MED > 0
               IF WS-AH-NAISSANCE NUMERIC
                  AND WS-AH-NAISSANCE > 0
                   COMPUTE WS-AGE-EXAM =
                       (WS-AH-EXAM-MED - WS-AH-NAISSANCE) / 10000
                   IF WS-AGE-EXAM < 40
                       MOVE 60 TO WS-MOIS-VALID
                   ELSE
                       IF WS-AGE-EXAM < 50
                           MOVE 24 TO WS-MOIS-VALID
                       ELSE
                           MOVE 12 TO WS-MOIS-VALID
                       END-IF
                   END-IF
               ELSE
                   MOVE 12 TO WS-MOIS-VALID
               END-IF
               MOVE WS-AH-EXAM-MED(1:4) TO WS-EXP-AN
               MOVE WS-AH-EXAM-MED(5:2) TO WS-EXP-MOIS
               ADD WS-MOIS-VALID TO WS-EXP-MOIS
               PERFORM UNTIL WS-EXP-MOIS <= 12
                   SUBTRACT 12 FROM WS-EXP-MOIS
                   ADD 1 TO WS-EXP-AN
               END-PERFORM
               COMPUTE WS-EXP-DERIVEE =
                   WS-EXP-AN * 10000 + WS-EXP-MOIS * 100
                   + FUNCTION NUMVAL(WS-AH-EXAM-MED(7:2))
           END-IF.

      * The year's dues row for the member's category (the "PILO"
      * row failing that, as in F15), billed for the months left
      * in the year under F15's "COTIS <annee>" period.
       APPEL-COTISATION.
           MOVE 0 TO WS-FAC-NUMERO WS-TTC-DU.
           MOVE "N" TO WS-COTIS-OK.
           OPEN INPUT COTISATION-FILE.
           IF WS-FS-COTISATION = "00"
               MOVE WS-CURR-YEAR    TO CT-ANNEE
               MOVE WS-AH-CATEGORIE TO CT-CATEGORIE
               READ COTISATION-FILE
                   INVALID KEY
                       MOVE WS-CURR-YEAR TO CT-ANNEE
                       MOVE "PILO"       TO CT-CATEGORIE
                       READ COTISATION-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "O" TO WS-COTIS-OK
                       END-READ
                   NOT INVALID KEY
                       MOVE "O" TO WS-COTIS-OK
               END-READ
               CLOSE COTISATION-FILE
           END-IF.
           IF WS-COTIS-TROUVEE
               PERFORM POSTE-COTISATION
           END-IF.

       POSTE-COTISATION.
           COMPUTE WS-MOIS-RESTANTS = 13 - WS-CURR-MONTH.
           COMPUTE WS-MONTANT-DU ROUNDED =
               (CT-MONTANT + CT-ASSURANCE) * WS-MOIS-RESTANTS / 12.
           COMPUTE WS-TVA-DU ROUNDED =
               WS-MONTANT-DU * WS-TVA-DEFAUT / 100.
           COMPUTE WS-TTC-DU = WS-MONTANT-DU + WS-TVA-DU.
           MOVE WS-NEXT-NUMPIL TO WS-FAC-NUMPIL.
           MOVE SPACES TO WS-FAC-PERIODE.
           STRING "COTIS " WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-FAC-PERIODE.
           MOVE WS-TTC-DU TO WS-FAC-MONTANT.
           MOVE WS-MONTANT-DU TO WS-FAC-MONTANT-HT.
           MOVE WS-TVA-DEFAUT TO WS-FAC-TAUX.
           PERFORM ALLOUE-NUMERO-FACTURE.
           OPEN I-O PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-NEXT-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-TTC-DU FROM PI-SOLDE
                       REWRITE PILOTE-REC
               END-READ
               CLOSE PILOTE-FILE
           END-IF.
           MOVE WS-NEXT-NUMPIL TO WS-MVT-NUMPIL.
           MOVE "F116" TO WS-MVT-PROGRAMME.
           MOVE "COTIS" TO WS-MVT-TYPE.
           COMPUTE WS-MVT-MONTANT = 0 - WS-TTC-DU.
           MOVE WS-FAC-NUMERO TO WS-MVT-REFERENCE.
           MOVE PI-SOLDE TO WS-MVT-SOLDE.
           PERFORM ENREGISTRE-MOUVEMENT.
           OPEN I-O ETATPIL-FILE.
           IF WS-FS-ETATPIL = "00"
               MOVE WS-NEXT-NUMPIL TO EP-ID
               READ ETATPIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PI-SOLDE >= 0
                           MOVE "A" TO EP-FINANCES
                       ELSE
                           MOVE "I" TO EP-FINANCES
                       END-IF
                       REWRITE ETATPIL-REC
               END-READ
               CLOSE ETATPIL-FILE
           END-IF.
           OPEN EXTEND INVOICE-FILE.
           IF WS-FS-INVOICE = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           MOVE SPACES TO INV-LIGNE.
           STRING "Facture n. " WS-FAC-NUMERO " - Pilote "
               WS-NEXT-NUMPIL " " WS-AH-NOM
               " adhesion, cotisation " WS-CURR-YEAR " "
               WS-MOIS-RESTANTS "/12 HT " WS-MONTANT-DU
               " TVA " WS-TVA-DU " TTC " WS-TTC-DU
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           CLOSE INVOICE-FILE.

      * The member's self-service account, as F24 opens one: role
      * P on their pilot number, password to change at first login.
       CREE-COMPTE.
           OPEN I-O OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "35"
               OPEN OUTPUT OPERATEUR-FILE
               CLOSE OPERATEUR-FILE
               OPEN I-O OPERATEUR-FILE
           END-IF.
           IF WS-FS-OPERATEUR = "00"
               MOVE WS-AH-OPR-MDP TO WS-MDP-CLAIR
               PERFORM HASH-MOT-DE-PASSE
               INITIALIZE OPERATEUR-REC
               MOVE WS-AH-OPR-ID TO OPR-ID
               MOVE WS-MDP-HASH TO OPR-HASH
               MOVE "P" TO OPR-ROLE
               MOVE "O" TO OPR-ACTIF
               MOVE WS-NEXT-NUMPIL TO OPR-NUMPIL
               MOVE "O" TO OPR-CHANGER-MDP
               MOVE SPACES TO OPR-RESERVE OPR-BASE OPR-BASE-SESSION
               WRITE OPERATEUR-REC
                   INVALID KEY
                       MOVE "Compte non cree (identifiant pris)."
                           TO WS-ERR-TEXT
                       MOVE "F116" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
               END-WRITE
               CLOSE OPERATEUR-FILE
           END-IF.

      * Pending applications in date order of the form, for the
      * bureau meeting: on screen and in ADHESIONS_BUREAU.TXT.
       LISTE-ATTENTE.
           PERFORM NEW-SCREEN.
           MOVE "Demandes en attente" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Num.   Depot    Nom                  Prenom"
               LINE 7 COL 3.
           DISPLAY "Parrain Pieces" LINE 7 COL 52.
           MOVE 8 TO K.
           MOVE 0 TO WS-AH-NB.
           OPEN OUTPUT BUREAU-FILE.
           MOVE SPACES TO BUREAU-REC.
           STRING "Demandes d'adhesion en attente au "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               " - pieces L(icence) M(edical) B(ulletin)"
               DELIMITED BY SIZE INTO BUREAU-REC.
           WRITE BUREAU-REC.
           OPEN INPUT ADHESION-FILE.
           IF WS-FS-ADHESION = "00"
               MOVE "E" TO AH-STATUT
               START ADHESION-FILE KEY IS EQUAL TO AH-STATUT
                   INVALID KEY MOVE "10" TO WS-FS-ADHESION
               END-START
               PERFORM UNTIL WS-FS-ADHESION = "10"
                   READ ADHESION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ADHESION
                       NOT AT END
                           IF NOT AH-EN-ATTENTE
                               MOVE "10" TO WS-FS-ADHESION
                           ELSE
                               PERFORM LIGNE-ATTENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADHESION-FILE
           END-IF.
           MOVE SPACES TO BUREAU-REC.
           STRING WS-AH-NB " demande(s) en attente."
               DELIMITED BY SIZE INTO BUREAU-REC.
           WRITE BUREAU-REC.
           CLOSE BUREAU-FILE.
           MOVE "ADHESION" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-CURR-DATE TO WS-RPT-PERIODE.
           MOVE "ADHESIONS_BUREAU.TXT" TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           MOVE SPACES TO WS-MSG.
           STRING WS-AH-NB " demande(s) - ADHESIONS_BUREAU.TXT."
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F116.

       LIGNE-ATTENTE.
           ADD 1 TO WS-AH-NB.
           MOVE SPACES TO BUREAU-REC.
           STRING "  " AH-ID " depot " AH-DATE-DEMANDE " "
               AH-NOM " " AH-PRENOM " cat. " AH-CATEGORIE
               " " AH-NBHVOL " h parrain " AH-PARRAIN
               " pieces " AH-PIECES DELIMITED BY SIZE
               INTO BUREAU-REC.
           WRITE BUREAU-REC.
           IF K <= 18
               DISPLAY AH-ID LINE K COL 3
               DISPLAY AH-DATE-DEMANDE LINE K COL 10
               DISPLAY AH-NOM LINE K COL 19
               DISPLAY AH-PRENOM LINE K COL 40
               DISPLAY AH-PARRAIN LINE K COL 52
               DISPLAY AH-PIECES LINE K COL 60
               ADD 1 TO K
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

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "CODEPOST-PROC.cpy" IN TEMPLATE.

           COPY "FACTURE-PROC.cpy" IN TEMPLATE.

           COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "OPERATEUR-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F116.

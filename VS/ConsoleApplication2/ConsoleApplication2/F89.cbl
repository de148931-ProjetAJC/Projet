       IDENTIFICATION DIVISION.
       PROGRAM-ID. F89.

      * Payeurs et parrainages: a junior's flying is paid by a
      * parent, a works council pays for a handful of members, one
      * member settles a spouse's account - and the treasurer was
      * re-addressing those invoices by hand every month. This staff
      * screen keeps the non-flying payers (PAYEUR.DAT: name,
      * address on ADRESSE.DAT, e-mail, IBAN/mandate on BANQUE.DAT
      * under the payer number, own balance) and the standing payer
      * link of a flying member (LIENPAY.DAT: another member or a
      * non-flying payer, start and end dates). While a link is in
      * force F9 invoices and debits the payer, F7/F55 credit the
      * payer's balance, F45 chases the payer and F56 reverses a
      * bounced debit on the payer; F23 keeps showing the member's
      * own flights. A junior's link ends by default on the eve of
      * the 18th birthday. Same CRUD and retry idiom as F87; all
      * changes audited.

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
           77 WS-APP PIC X(20) VALUE "F89".
           77 WS-FUNC PIC X(20) VALUE "F89".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "7",
                                    "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The non-flying payer being keyed.
           77 WS-PY-ID PIC 9(6) VALUE 0.
           77 WS-PY-NOM PIC X(30) VALUE SPACES.
           77 WS-PY-NUMVOIE PIC X(50) VALUE SPACES.
           77 WS-PY-CP PIC 9(5) VALUE 0.
           77 WS-PY-VILLE PIC X(50) VALUE SPACES.
           77 WS-PY-PAYS PIC X(50) VALUE SPACES.
           77 WS-PY-EMAIL PIC X(30) VALUE SPACES.
           77 WS-PY-IBAN PIC X(34) VALUE SPACES.
           77 WS-PY-BIC PIC X(11) VALUE SPACES.
           77 WS-PY-RUM PIC X(35) VALUE SPACES.
           77 WS-PY-ACTIF PIC X VALUE "O".
           77 WS-PY-ID-ADRESSE PIC 9(6) VALUE 0.
           77 WS-PY-SOLDE PIC S9(6)V99 VALUE 0.
           77 WS-NEXT-ADID PIC 9(6) VALUE 0.
           77 WS-MAX-ID PIC 9(6) VALUE 0.

      * The link being keyed.
           77 WS-LP-NUMPIL PIC 9(6) VALUE 0.
           77 WS-LP-PAYEUR PIC 9(6) VALUE 0.
           77 WS-LP-NATURE PIC X VALUE "M".
           77 WS-LP-DEBUT PIC 9(8) VALUE 0.
           77 WS-LP-FIN PIC 9(8) VALUE 0.
           77 WS-LP-MOTIF PIC X(30) VALUE SPACES.
           77 WS-LP-NOM PIC X(20) VALUE SPACES.
           77 WS-MAJORITE PIC 9(8) VALUE 0.
           77 WS-MAJORITE-INT PIC 9(7) VALUE 0.
           77 WS-NAISSANCE PIC 9(8) VALUE 0.

           77 WS-FILTRE-ID PIC 9(6) VALUE 0.
           77 WS-REF-OK PIC X VALUE "N".
               88 WS-REF-TROUVE VALUE "O".
           77 WS-LIEN-OK PIC X VALUE "N".
               88 WS-LIEN-VALIDE VALUE "O".
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
               02 LINE 9  COL 5 "1. Liste des payeurs tiers".
               02 LINE 10 COL 5 "2. Creer/modifier un payeur tiers".
               02 LINE 11 COL 5 "3. Lien payeur d'un adherent".
               02 LINE 12 COL 5 "4. Adherents pris en charge".
               02 LINE 13 COL 5 "5. Mettre fin a un lien".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-FILTRE.
               02 LINE 8  COL 3 VALUE "Numero (0 = nouveau):".

           01 AS-FILTRE REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(6) TO WS-FILTRE-ID.

           01 DS-PAYEUR.
               02 LINE 8  COL 3 VALUE "Payeur numero:       ".
               02 LINE 9  COL 3 VALUE "Nom / raison sociale:".
               02 LINE 10 COL 3 VALUE "Adresse:             ".
               02 LINE 11 COL 3 VALUE "Code postal:         ".
               02 LINE 12 COL 3 VALUE "Ville:               ".
               02 LINE 13 COL 3 VALUE "Pays:                ".
               02 LINE 14 COL 3 VALUE "E-mail:              ".
               02 LINE 15 COL 3 VALUE "IBAN:                ".
               02 LINE 16 COL 3 VALUE "BIC:                 ".
               02 LINE 17 COL 3 VALUE "Ref. mandat (RUM):   ".
               02 LINE 18 COL 3 VALUE "Actif O/N:           ".
               02 LINE 19 COL 3 VALUE "Valider ? (y/n)".
               02 LINE 8  COL 25 PIC 9(6) FROM WS-PY-ID.

           01 AS-PAYEUR REQUIRED UNDERLINE.
               02 LINE 9  COL 25 PIC X(30) USING WS-PY-NOM.
               02 LINE 10 COL 25 PIC X(50) USING WS-PY-NUMVOIE.
               02 LINE 11 COL 25 PIC 9(5)  USING WS-PY-CP.
               02 LINE 12 COL 25 PIC X(50) USING WS-PY-VILLE.
               02 LINE 13 COL 25 PIC X(50) USING WS-PY-PAYS.
               02 LINE 14 COL 25 PIC X(30) USING WS-PY-EMAIL.
               02 LINE 15 COL 25 PIC X(34) USING WS-PY-IBAN.
               02 LINE 16 COL 25 PIC X(11) USING WS-PY-BIC.
               02 LINE 17 COL 25 PIC X(35) USING WS-PY-RUM.
               02 LINE 18 COL 25 PIC X     USING WS-PY-ACTIF.
               02 LINE 19 COL 20 PIC X     TO WS-CHOIX.

           01 DS-LIEN.
               02 LINE 8  COL 3 VALUE "Adherent (numero):   ".
               02 LINE 9  COL 3 VALUE "Paye par (numero):   ".
               02 LINE 10 COL 3 VALUE "M=membre T=tiers:    ".
               02 LINE 11 COL 3 VALUE "Du (AAAAMMJJ):       ".
               02 LINE 12 COL 3 VALUE "Au (AAAAMMJJ, 0=fin):".
               02 LINE 13 COL 3 VALUE "Motif:               ".
               02 LINE 14 COL 3
                   VALUE "Mineur sans date de fin: veille des 18 ans.".
               02 LINE 16 COL 3 VALUE "Valider ? (y/n)".

           01 AS-LIEN REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC 9(6)  TO WS-LP-NUMPIL.
               02 LINE 9  COL 25 PIC 9(6)  TO WS-LP-PAYEUR.
               02 LINE 10 COL 25 PIC X     USING WS-LP-NATURE.
               02 LINE 11 COL 25 PIC 9(8)  USING WS-LP-DEBUT.
               02 LINE 12 COL 25 PIC 9(8)  USING WS-LP-FIN.
               02 LINE 13 COL 25 PIC X(30) TO WS-LP-MOTIF.
               02 LINE 16 COL 20 PIC X     TO WS-CHOIX.

           01 DS-FIN-LIEN.
               02 LINE 8  COL 3 VALUE "Adherent (numero):   ".
               02 LINE 9  COL 3 VALUE "Fin le (AAAAMMJJ):   ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-FIN-LIEN REQUIRED UNDERLINE.
               02 LINE 8  COL 25 PIC 9(6) TO WS-LP-NUMPIL.
               02 LINE 9  COL 25 PIC 9(8) USING WS-LP-FIN.
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
           PERFORM MENU-F89.

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
               PERFORM MENU-F89
           END-IF.

       MENU-F89.
           MOVE "Payeurs et parrainages" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-PAYEURS
                       WHEN "2"
                           PERFORM SAISIE-PAYEUR
                       WHEN "3"
                           PERFORM SAISIE-LIEN
                       WHEN "4"
                           PERFORM LISTE-LIENS
                       WHEN "5"
                           PERFORM FIN-LIEN
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F89
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
           MOVE "F89"              TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * One page of the non-flying payers from the number keyed,
      * with their balance and whether they are still active.
       LISTE-PAYEURS.
           PERFORM NEW-SCREEN.
           MOVE "Payeurs tiers" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-FILTRE-ID.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY "Numero Nom                            Solde"
               LINE 7 COL 3.
           DISPLAY "Actif  E-mail" LINE 7 COL 52.
           MOVE 8 TO K.
           OPEN INPUT PAYEUR-FILE.
           IF WS-FS-PAYEUR = "00"
               MOVE WS-FILTRE-ID TO PY-ID
               START PAYEUR-FILE KEY IS NOT LESS THAN PY-ID
                   INVALID KEY MOVE "10" TO WS-FS-PAYEUR
               END-START
               PERFORM UNTIL WS-FS-PAYEUR = "10" OR K > 18
                   READ PAYEUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PAYEUR
                       NOT AT END
                           DISPLAY PY-ID LINE K COL 3
                           DISPLAY PY-NOM LINE K COL 10
                           DISPLAY PY-SOLDE LINE K COL 41
                           DISPLAY PY-ACTIF LINE K COL 54
                           DISPLAY PY-EMAIL LINE K COL 59
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE PAYEUR-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun payeur tiers." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F89.

      * Number first (0 for a new payer), then the whole record
      * pre-filled for correction. The balance is never keyed
      * here: only billing, payments and debit returns move it.
       SAISIE-PAYEUR.
           PERFORM NEW-SCREEN.
           MOVE "Payeur tiers" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-FILTRE-ID.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           PERFORM CHARGE-PAYEUR.
           IF WS-FILTRE-ID NOT = 0 AND NOT WS-REF-TROUVE
               MOVE "Payeur inconnu." TO WS-MSG
           ELSE
               PERFORM NEW-SCREEN
               PERFORM REFRESH
               DISPLAY DS-PAYEUR
               ACCEPT AS-PAYEUR
               IF WS-VALIDER
                   MOVE FUNCTION UPPER-CASE(WS-PY-ACTIF) TO WS-PY-ACTIF
                   IF WS-PY-ACTIF NOT = "N"
                       MOVE "O" TO WS-PY-ACTIF
                   END-IF
                   IF WS-PY-NOM = SPACES
                       MOVE "Nom du payeur requis." TO WS-MSG
                   ELSE
                       PERFORM APPLY-PAYEUR
                   END-IF
               ELSE
                   MOVE "Payeur non enregistre." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F89.

       CHARGE-PAYEUR.
           MOVE "N" TO WS-REF-OK.
           MOVE WS-FILTRE-ID TO WS-PY-ID.
           MOVE SPACES TO WS-PY-NOM WS-PY-NUMVOIE WS-PY-VILLE.
           MOVE SPACES TO WS-PY-PAYS WS-PY-EMAIL WS-PY-IBAN.
           MOVE SPACES TO WS-PY-BIC WS-PY-RUM.
           MOVE 0 TO WS-PY-CP WS-PY-ID-ADRESSE WS-PY-SOLDE.
           MOVE "O" TO WS-PY-ACTIF.
           IF WS-FILTRE-ID NOT = 0
               OPEN INPUT PAYEUR-FILE
               IF WS-FS-PAYEUR = "00"
                   MOVE WS-FILTRE-ID TO PY-ID
                   READ PAYEUR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO WS-REF-OK
                           MOVE PY-NOM        TO WS-PY-NOM
                           MOVE PY-EMAIL      TO WS-PY-EMAIL
                           MOVE PY-ACTIF      TO WS-PY-ACTIF
                           MOVE PY-ID-ADRESSE TO WS-PY-ID-ADRESSE
                           MOVE PY-SOLDE      TO WS-PY-SOLDE
                   END-READ
                   CLOSE PAYEUR-FILE
               END-IF
           END-IF.
           IF WS-REF-TROUVE AND WS-PY-ID-ADRESSE > 0
               OPEN INPUT ADRESSE-FILE
               IF WS-FS-ADRESSE = "00"
                   MOVE WS-PY-ID-ADRESSE TO AD-ID
                   READ ADRESSE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AD-NUMVOIE TO WS-PY-NUMVOIE
                           MOVE AD-CP      TO WS-PY-CP
                           MOVE AD-VILLE   TO WS-PY-VILLE
                           MOVE AD-PAYS    TO WS-PY-PAYS
                   END-READ
                   CLOSE ADRESSE-FILE
               END-IF
           END-IF.
           IF WS-REF-TROUVE
               OPEN INPUT BANQUE-FILE
               IF WS-FS-BANQUE = "00"
                   MOVE WS-PY-ID TO BQ-NUMPIL
                   READ BANQUE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BQ-IBAN TO WS-PY-IBAN
                           MOVE BQ-BIC  TO WS-PY-BIC
                           MOVE BQ-RUM  TO WS-PY-RUM
                   END-READ
                   CLOSE BANQUE-FILE
               END-IF
           END-IF.

      * A new payer draws its number from the pilot sequence, so
      * the per-number stores (BANQUE, FACTNUM, MVT, RELANCE) never
      * see a payer and a pilot under the same key. Its address is
      * its own ADRESSE-REC, never shared with a pilot.
       APPLY-PAYEUR.
           IF NOT WS-REF-TROUVE
               PERFORM ALLOUE-NUMERO-PAYEUR
           END-IF.
           PERFORM RANGE-ADRESSE-PAYEUR.
           OPEN I-O PAYEUR-FILE.
           IF WS-FS-PAYEUR = "35"
               OPEN OUTPUT PAYEUR-FILE
               CLOSE PAYEUR-FILE
               OPEN I-O PAYEUR-FILE
           END-IF.
           IF WS-FS-PAYEUR = "00"
               MOVE WS-PY-ID TO PY-ID
               READ PAYEUR-FILE
                   INVALID KEY
                       INITIALIZE PAYEUR-REC
                       MOVE 0 TO PY-SOLDE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               MOVE WS-PY-ID         TO PY-ID
               MOVE WS-PY-NOM        TO PY-NOM
               MOVE WS-PY-ID-ADRESSE TO PY-ID-ADRESSE
               MOVE WS-PY-EMAIL      TO PY-EMAIL
               MOVE WS-PY-ACTIF      TO PY-ACTIF
               IF WS-REF-TROUVE
                   REWRITE PAYEUR-REC
               ELSE
                   WRITE PAYEUR-REC
               END-IF
               CLOSE PAYEUR-FILE
           END-IF.
           PERFORM RANGE-BANQUE-PAYEUR.
           MOVE "F89"          TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-PAYEUR" TO WS-AUDIT-PARAGRAPHE.
           IF WS-REF-TROUVE
               MOVE "MAJ"      TO WS-AUDIT-ACTION
           ELSE
               MOVE "CREATION" TO WS-AUDIT-ACTION
           END-IF.
           STRING "payeur " WS-PY-ID " = " WS-PY-NOM
               " actif " WS-PY-ACTIF
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Payeur " WS-PY-ID " enregistre."
               DELIMITED BY SIZE INTO WS-MSG.

      * Same first-use seeding as F3's pilot numbering: the
      * sequence starts from the highest pilot number on file.
       ALLOUE-NUMERO-PAYEUR.
           MOVE "PILOTE" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-MAX-ID
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
                             IF PI-NUMPIL > WS-MAX-ID
                                 MOVE PI-NUMPIL TO WS-MAX-ID
                             END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PILOTE-FILE
               MOVE WS-MAX-ID TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-PY-ID.

      * Payer's address row: rewritten in place when it has one,
      * otherwise a new row under max key + 1 (F3's CREATE-ADRESSE
      * idiom).
       RANGE-ADRESSE-PAYEUR.
           IF WS-PY-ID-ADRESSE = 0
               MOVE 0 TO WS-NEXT-ADID
               OPEN INPUT ADRESSE-FILE
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
               END-IF
               CLOSE ADRESSE-FILE
               ADD 1 TO WS-NEXT-ADID
               MOVE WS-NEXT-ADID TO WS-PY-ID-ADRESSE
           END-IF.
           INITIALIZE ADRESSE-REC.
           MOVE WS-PY-ID-ADRESSE TO AD-ID.
           MOVE WS-PY-NUMVOIE    TO AD-NUMVOIE.
           MOVE WS-PY-CP         TO AD-CP.
           MOVE WS-PY-VILLE      TO AD-VILLE.
           MOVE WS-PY-PAYS       TO AD-PAYS.
           OPEN I-O ADRESSE-FILE.
           IF WS-FS-ADRESSE = "35"
               OPEN OUTPUT ADRESSE-FILE
           END-IF.
           WRITE ADRESSE-REC
               INVALID KEY REWRITE ADRESSE-REC
           END-WRITE.
           CLOSE ADRESSE-FILE.

      * Bank details under the payer number, the key F9's debit
      * export reads; an empty IBAN leaves the payer to settle by
      * hand, as for a pilot. The mandate already on file keeps its
      * signature, status and collection history while the RUM is
      * unchanged; a new RUM is a new mandate signed today.
       RANGE-BANQUE-PAYEUR.
           IF WS-PY-IBAN NOT = SPACES
               OPEN I-O BANQUE-FILE
               IF WS-FS-BANQUE = "35"
                   OPEN OUTPUT BANQUE-FILE
                   CLOSE BANQUE-FILE
                   OPEN I-O BANQUE-FILE
               END-IF
               MOVE WS-PY-ID TO BQ-NUMPIL
               READ BANQUE-FILE
                   INVALID KEY
                       INITIALIZE BANQUE-REC
                   NOT INVALID KEY
                       IF BQ-RUM NOT = WS-PY-RUM
                           INITIALIZE BANQUE-REC
                       END-IF
               END-READ
               IF BQ-DATE-SIGNATURE = 0
                   MOVE WS-CURR-DATE TO BQ-DATE-SIGNATURE
                   MOVE "A" TO BQ-STATUT
                   MOVE 0 TO BQ-DERNIER-USAGE
               END-IF
               MOVE WS-PY-ID   TO BQ-NUMPIL
               MOVE WS-PY-IBAN TO BQ-IBAN
               MOVE WS-PY-BIC  TO BQ-BIC
               MOVE WS-PY-NOM  TO BQ-TITULAIRE
               MOVE WS-PY-RUM  TO BQ-RUM
               WRITE BANQUE-REC
                   INVALID KEY REWRITE BANQUE-REC
               END-WRITE
               CLOSE BANQUE-FILE
           END-IF.

      * One standing link per member; keying it again replaces
      * the previous one. The member and the payer must exist, no
      * account pays for itself and a paying member must not be
      * paid for in turn - charges are never passed along a chain.
       SAISIE-LIEN.
           PERFORM NEW-SCREEN.
           MOVE "Lien payeur" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-LP-NUMPIL WS-LP-PAYEUR WS-LP-FIN.
           MOVE WS-CURR-DATE TO WS-LP-DEBUT.
           MOVE "M" TO WS-LP-NATURE.
           MOVE SPACES TO WS-LP-MOTIF.
           DISPLAY DS-LIEN.
           ACCEPT AS-LIEN.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-LP-NATURE) TO WS-LP-NATURE
               PERFORM CONTROLE-LIEN
               IF WS-LIEN-VALIDE
                   PERFORM APPLY-LIEN
               END-IF
           ELSE
               MOVE "Lien non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F89.

       CONTROLE-LIEN.
           MOVE "N" TO WS-LIEN-OK.
           MOVE 0 TO WS-NAISSANCE.
           IF (WS-LP-NATURE NOT = "M" AND WS-LP-NATURE NOT = "T")
              OR WS-LP-NUMPIL = 0 OR WS-LP-PAYEUR = 0
              OR WS-LP-PAYEUR = WS-LP-NUMPIL
              OR WS-LP-DEBUT = 0
              OR (WS-LP-FIN NOT = 0 AND WS-LP-FIN < WS-LP-DEBUT)
               MOVE "Saisie invalide (nature M/T, numeros, dates)."
                   TO WS-MSG
           ELSE
               MOVE "O" TO WS-LIEN-OK
               OPEN INPUT PILOTE-FILE
               MOVE WS-LP-NUMPIL TO PI-NUMPIL
               IF WS-FS-PILOTE NOT = "00"
                   MOVE "N" TO WS-LIEN-OK
                   MOVE "Adherent inconnu." TO WS-MSG
               ELSE
                   READ PILOTE-FILE
                       INVALID KEY
                           MOVE "N" TO WS-LIEN-OK
                           MOVE "Adherent inconnu." TO WS-MSG
                       NOT INVALID KEY
                           MOVE PI-NOM TO WS-LP-NOM
                           MOVE PI-DATE-NAISSANCE TO WS-NAISSANCE
                   END-READ
               END-IF
               IF WS-LIEN-VALIDE AND WS-LP-NATURE = "M"
                   MOVE WS-LP-PAYEUR TO PI-NUMPIL
                   READ PILOTE-FILE
                       INVALID KEY
                           MOVE "N" TO WS-LIEN-OK
                           MOVE "Membre payeur inconnu." TO WS-MSG
                       NOT INVALID KEY
                           IF PI-PARTI
                               MOVE "N" TO WS-LIEN-OK
                               MOVE "Membre payeur parti du club."
                                   TO WS-MSG
                           END-IF
                   END-READ
               END-IF
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-LIEN-VALIDE AND WS-LP-NATURE = "T"
               MOVE "N" TO WS-LIEN-OK
               MOVE "Payeur tiers inconnu ou inactif." TO WS-MSG
               OPEN INPUT PAYEUR-FILE
               IF WS-FS-PAYEUR = "00"
                   MOVE WS-LP-PAYEUR TO PY-ID
                   READ PAYEUR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PY-EST-ACTIF
                               MOVE "O" TO WS-LIEN-OK
                           END-IF
                   END-READ
                   CLOSE PAYEUR-FILE
               END-IF
           END-IF.
           IF WS-LIEN-VALIDE AND WS-LP-NATURE = "M"
               MOVE WS-LP-PAYEUR TO WS-PAY-PILOTE
               PERFORM LIT-LIEN-PAYEUR
               IF WS-PAY-A-LIEN
                   MOVE "N" TO WS-LIEN-OK
                   MOVE "Ce membre payeur est deja pris en charge."
                       TO WS-MSG
               END-IF
           END-IF.
           IF WS-LIEN-VALIDE AND WS-LP-FIN = 0
               PERFORM CALCULE-MAJORITE
           END-IF.
           IF WS-LIEN-OK = "N"
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F89" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * A junior's link runs out on the eve of the 18th
      * birthday; a 29 February birthday comes of age on 1 March.
       CALCULE-MAJORITE.
           IF WS-NAISSANCE > 0
               COMPUTE WS-MAJORITE = WS-NAISSANCE + 180000
               IF WS-MAJORITE(5:4) = "0229"
                   COMPUTE WS-MAJORITE = WS-MAJORITE + 72
               END-IF
               IF WS-MAJORITE > WS-LP-DEBUT
                   COMPUTE WS-MAJORITE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-MAJORITE) - 1
                   COMPUTE WS-LP-FIN =
                       FUNCTION DATE-OF-INTEGER(WS-MAJORITE-INT)
               END-IF
           END-IF.

       APPLY-LIEN.
           OPEN I-O LIENPAY-FILE.
           IF WS-FS-LIENPAY = "35"
               OPEN OUTPUT LIENPAY-FILE
               CLOSE LIENPAY-FILE
               OPEN I-O LIENPAY-FILE
           END-IF.
           IF WS-FS-LIENPAY = "00"
               MOVE "N" TO WS-REF-OK
               MOVE WS-LP-NUMPIL TO LP-NUMPIL
               READ LIENPAY-FILE
                   INVALID KEY
                       INITIALIZE LIENPAY-REC
                   NOT INVALID KEY
                       MOVE "O" TO WS-REF-OK
               END-READ
               MOVE WS-LP-NUMPIL TO LP-NUMPIL
               MOVE WS-LP-PAYEUR TO LP-PAYEUR
               MOVE WS-LP-NATURE TO LP-NATURE
               MOVE WS-LP-DEBUT  TO LP-DEBUT
               MOVE WS-LP-FIN    TO LP-FIN
               MOVE WS-LP-MOTIF  TO LP-MOTIF
               IF WS-REF-TROUVE
                   REWRITE LIENPAY-REC
               ELSE
                   WRITE LIENPAY-REC
               END-IF
               CLOSE LIENPAY-FILE
           END-IF.
           MOVE "F89"         TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-LIEN" TO WS-AUDIT-PARAGRAPHE.
           MOVE "LIER"        TO WS-AUDIT-ACTION.
           STRING "adherent " WS-LP-NUMPIL " paye par " WS-LP-NATURE
               " " WS-LP-PAYEUR " du " WS-LP-DEBUT " au " WS-LP-FIN
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           IF WS-LP-FIN = 0
               STRING "Lien enregistre pour " WS-LP-NOM
                   " - sans date de fin."
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               STRING "Lien enregistre pour " WS-LP-NOM
                   " jusqu'au " WS-LP-FIN "."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.

      * Every member a payer (member or not) takes charge of,
      * through the LP-PAYEUR alternate key; "*" marks a link in
      * force today.
       LISTE-LIENS.
           PERFORM NEW-SCREEN.
           MOVE "Pris en charge" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-FILTRE-ID.
           DISPLAY "Numero du payeur:" LINE 8 COL 3.
           ACCEPT WS-FILTRE-ID LINE 8 COL 26.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY "Adherent Nat. Du       Au       Motif"
               LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT LIENPAY-FILE.
           IF WS-FS-LIENPAY = "00"
               MOVE WS-FILTRE-ID TO LP-PAYEUR
               START LIENPAY-FILE KEY IS EQUAL TO LP-PAYEUR
                   INVALID KEY MOVE "10" TO WS-FS-LIENPAY
               END-START
               PERFORM UNTIL WS-FS-LIENPAY = "10" OR K > 18
                   READ LIENPAY-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-LIENPAY
                       NOT AT END
                           IF LP-PAYEUR NOT = WS-FILTRE-ID
                               MOVE "10" TO WS-FS-LIENPAY
                           ELSE
                               IF LP-DEBUT NOT > WS-CURR-DATE
                                  AND (LP-FIN = 0
                                       OR LP-FIN NOT < WS-CURR-DATE)
                                   DISPLAY "*" LINE K COL 2
                               END-IF
                               DISPLAY LP-NUMPIL LINE K COL 3
                               DISPLAY LP-NATURE LINE K COL 13
                               DISPLAY LP-DEBUT LINE K COL 17
                               DISPLAY LP-FIN LINE K COL 26
                               DISPLAY LP-MOTIF LINE K COL 35
                               ADD 1 TO K
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENPAY-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun adherent pris en charge." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F89.

      * Ends a link on the date keyed (today by default); the
      * record stays on file so past invoices remain explained.
       FIN-LIEN.
           PERFORM NEW-SCREEN.
           MOVE "Fin de lien" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-LP-NUMPIL.
           MOVE WS-CURR-DATE TO WS-LP-FIN.
           DISPLAY DS-FIN-LIEN.
           ACCEPT AS-FIN-LIEN.
           IF WS-VALIDER
               OPEN I-O LIENPAY-FILE
               IF WS-FS-LIENPAY = "00"
                   MOVE WS-LP-NUMPIL TO LP-NUMPIL
                   READ LIENPAY-FILE
                       INVALID KEY
                           MOVE "Aucun lien pour cet adherent."
                               TO WS-MSG
                       NOT INVALID KEY
                           IF WS-LP-FIN < LP-DEBUT
                               MOVE "Fin avant le debut du lien."
                                   TO WS-MSG
                           ELSE
                               MOVE WS-LP-FIN TO LP-FIN
                               REWRITE LIENPAY-REC
                               MOVE "F89"      TO WS-AUDIT-PROGRAMME
                               MOVE "FIN-LIEN" TO WS-AUDIT-PARAGRAPHE
                               MOVE "FIN"      TO WS-AUDIT-ACTION
                               STRING "lien payeur adherent "
                                   WS-LP-NUMPIL " clos au " WS-LP-FIN
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-RESUME
                               PERFORM LOG-AUDIT
                               PERFORM RECORD-CHANGE
                               MOVE "Lien clos." TO WS-MSG
                           END-IF
                   END-READ
                   CLOSE LIENPAY-FILE
               ELSE
                   MOVE "Aucun lien enregistre." TO WS-MSG
               END-IF
           ELSE
               MOVE "Lien inchange." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F89.

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

           COPY "PAYEUR-PROC.cpy" IN TEMPLATE.

       END PROGRAM F89.

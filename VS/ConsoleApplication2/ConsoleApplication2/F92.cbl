       IDENTIFICATION DIVISION.
       PROGRAM-ID. F92.

      * Fournisseurs et factures d'achat: every supplier bill -
      * the avgas deliveries F49 books as stock, the Part-145
      * shop's invoices behind the F11 work orders, insurance,
      * hangar rent - lived in a drawer, so nobody could say what
      * the club owed or when. This staff screen keeps the supplier
      * master (FOURN.DAT: address, IBAN, default COMPTES.DAT poste,
      * payment term), registers purchase invoices (FACTFOUR.DAT:
      * supplier reference, due date, HT/TVA/TTC, poste, optional
      * link to a work order or a delivery) and records the
      * payments made against them (REGFOUR.DAT), keeping each
      * invoice's paid-to-date and state. F93 lists what is unpaid
      * by due date; F13 posts invoices and payments to the
      * accounting journal. Same CRUD and retry idiom as F89; all
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
           77 WS-APP PIC X(20) VALUE "F92".
           77 WS-FUNC PIC X(20) VALUE "F92".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "7",
                                    "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The supplier being keyed.
           77 WS-FO-CODE PIC X(8) VALUE SPACES.
           77 WS-FO-NOM PIC X(30) VALUE SPACES.
           77 WS-FO-ADRESSE PIC X(40) VALUE SPACES.
           77 WS-FO-CODEPOST PIC X(5) VALUE SPACES.
           77 WS-FO-VILLE PIC X(25) VALUE SPACES.
           77 WS-FO-IBAN PIC X(34) VALUE SPACES.
           77 WS-FO-CM-CODE PIC X(8) VALUE SPACES.
           77 WS-FO-DELAI PIC 9(3) VALUE 30.
           77 WS-FO-ACTIF PIC X VALUE "O".

      * The purchase invoice being keyed.
           77 WS-FF-NUMERO PIC 9(6) VALUE 0.
           77 WS-FF-FOURN PIC X(8) VALUE SPACES.
           77 WS-FF-REFERENCE PIC X(20) VALUE SPACES.
           77 WS-FF-DATE PIC 9(8) VALUE 0.
           77 WS-FF-ECHEANCE PIC 9(8) VALUE 0.
           77 WS-FF-LIBELLE PIC X(30) VALUE SPACES.
           77 WS-FF-HT PIC 9(7)V99 VALUE 0.
           77 WS-FF-TVA PIC 9(6)V99 VALUE 0.
           77 WS-FF-TTC PIC 9(7)V99 VALUE 0.
           77 WS-FF-CM-CODE PIC X(8) VALUE SPACES.
           77 WS-FF-LIEN-TYPE PIC X VALUE SPACE.
           77 WS-FF-CODAV PIC 9(3) VALUE 0.
           77 WS-FF-NUMOT PIC 9(6) VALUE 0.
           77 WS-FF-PRODUIT PIC X(6) VALUE SPACES.
           77 WS-FF-DATE-LIVR PIC 9(8) VALUE 0.

      * The payment being keyed.
           77 WS-RF-NUMERO PIC 9(6) VALUE 0.
           77 WS-RF-DATE PIC 9(8) VALUE 0.
           77 WS-RF-MONTANT PIC 9(7)V99 VALUE 0.
           77 WS-RF-MODE PIC X VALUE "V".
           77 WS-RF-REFERENCE PIC X(20) VALUE SPACES.
           77 WS-RESTE PIC S9(7)V99 VALUE 0.

           77 WS-FILTRE-CODE PIC X(8) VALUE SPACES.
           77 WS-REF-OK PIC X VALUE "N".
               88 WS-REF-TROUVE VALUE "O".
           77 WS-TROUVE PIC X VALUE "N".
               88 WS-EXISTE VALUE "O".
           77 WS-DOUBLON PIC X VALUE "N".
               88 WS-EN-DOUBLE VALUE "O".
           77 WS-TOTAL-DU PIC S9(8)V99 VALUE 0.
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
               02 LINE 9  COL 5 "1. Liste des fournisseurs".
               02 LINE 10 COL 5 "2. Creer/modifier un fournisseur".
               02 LINE 11 COL 5 "3. Saisir une facture d'achat".
               02 LINE 12 COL 5 "4. Factures d'un fournisseur".
               02 LINE 13 COL 5 "5. Enregistrer un reglement".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-FILTRE.
               02 LINE 8  COL 3 VALUE "Code fournisseur:".

           01 AS-FILTRE REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC X(8) TO WS-FILTRE-CODE.

           01 DS-FOURNISSEUR.
               02 LINE 8  COL 3 VALUE "Code fournisseur:     ".
               02 LINE 9  COL 3 VALUE "Raison sociale:       ".
               02 LINE 10 COL 3 VALUE "Adresse:              ".
               02 LINE 11 COL 3 VALUE "Code postal:          ".
               02 LINE 12 COL 3 VALUE "Ville:                ".
               02 LINE 13 COL 3 VALUE "IBAN:                 ".
               02 LINE 14 COL 3 VALUE "Poste (COMPTES):      ".
               02 LINE 15 COL 3 VALUE "Delai paiement (j):   ".
               02 LINE 16 COL 3 VALUE "Actif O/N:            ".
               02 LINE 18 COL 3 VALUE "Valider ? (y/n)".
               02 LINE 8  COL 26 PIC X(8) FROM WS-FO-CODE.

           01 AS-FOURNISSEUR REQUIRED UNDERLINE.
               02 LINE 9  COL 26 PIC X(30) USING WS-FO-NOM.
               02 LINE 10 COL 26 PIC X(40) USING WS-FO-ADRESSE.
               02 LINE 11 COL 26 PIC X(5)  USING WS-FO-CODEPOST.
               02 LINE 12 COL 26 PIC X(25) USING WS-FO-VILLE.
               02 LINE 13 COL 26 PIC X(34) USING WS-FO-IBAN.
               02 LINE 14 COL 26 PIC X(8)  USING WS-FO-CM-CODE.
               02 LINE 15 COL 26 PIC 9(3)  USING WS-FO-DELAI.
               02 LINE 16 COL 26 PIC X     USING WS-FO-ACTIF.
               02 LINE 18 COL 20 PIC X     TO WS-CHOIX.

           01 DS-FACTURE.
               02 LINE 7  COL 3 VALUE "Fournisseur:          ".
               02 LINE 8  COL 3 VALUE "Reference facture:    ".
               02 LINE 9  COL 3 VALUE "Date (AAAAMMJJ):      ".
               02 LINE 10 COL 3 VALUE "Echeance (0=terme):   ".
               02 LINE 11 COL 3 VALUE "Libelle:              ".
               02 LINE 12 COL 3 VALUE "Montant HT:           ".
               02 LINE 13 COL 3 VALUE "Montant TVA:          ".
               02 LINE 14 COL 3 VALUE "Poste (vide=defaut):  ".
               02 LINE 15 COL 3 VALUE "Lien O=OT L=livraison:".
               02 LINE 16 COL 3 VALUE "  Avion / no OT:      ".
               02 LINE 17 COL 3 VALUE "  Produit / livre le: ".
               02 LINE 19 COL 3 VALUE "Valider ? (y/n)".

           01 AS-FACTURE REQUIRED UNDERLINE.
               02 LINE 7  COL 26 PIC X(8)     TO WS-FF-FOURN.
               02 LINE 8  COL 26 PIC X(20)    TO WS-FF-REFERENCE.
               02 LINE 9  COL 26 PIC 9(8)     USING WS-FF-DATE.
               02 LINE 10 COL 26 PIC 9(8)     USING WS-FF-ECHEANCE.
               02 LINE 11 COL 26 PIC X(30)    TO WS-FF-LIBELLE.
               02 LINE 12 COL 26 PIC 9(7).99  TO WS-FF-HT.
               02 LINE 13 COL 26 PIC 9(6).99  TO WS-FF-TVA.
               02 LINE 14 COL 26 PIC X(8)     USING WS-FF-CM-CODE.
               02 LINE 15 COL 26 PIC X        USING WS-FF-LIEN-TYPE.
               02 LINE 16 COL 26 PIC 9(3)     USING WS-FF-CODAV.
               02 LINE 16 COL 32 PIC 9(6)     USING WS-FF-NUMOT.
               02 LINE 17 COL 26 PIC X(6)     USING WS-FF-PRODUIT.
               02 LINE 17 COL 34 PIC 9(8)     USING WS-FF-DATE-LIVR.
               02 LINE 19 COL 20 PIC X        TO WS-CHOIX.

           01 DS-REGLEMENT.
               02 LINE 8  COL 3 VALUE "Facture numero:       ".
               02 LINE 9  COL 3 VALUE "Date (AAAAMMJJ):      ".
               02 LINE 10 COL 3 VALUE "Montant (0=solde):    ".
               02 LINE 11 COL 3 VALUE "V=vir C=chq E=esp P=prl".
               02 LINE 12 COL 3 VALUE "Reference paiement:   ".
               02 LINE 14 COL 3 VALUE "Valider ? (y/n)".

           01 AS-REGLEMENT REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(6)     TO WS-RF-NUMERO.
               02 LINE 9  COL 26 PIC 9(8)     USING WS-RF-DATE.
               02 LINE 10 COL 26 PIC 9(7).99  TO WS-RF-MONTANT.
               02 LINE 11 COL 27 PIC X        USING WS-RF-MODE.
               02 LINE 12 COL 26 PIC X(20)    TO WS-RF-REFERENCE.
               02 LINE 14 COL 20 PIC X        TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM SEED-COMPTES-ACHAT.
           PERFORM MENU-F92.

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
               PERFORM MENU-F92
           END-IF.

       MENU-F92.
           MOVE "Fournisseurs/achats" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-FOURNISSEURS
                       WHEN "2"
                           PERFORM SAISIE-FOURNISSEUR
                       WHEN "3"
                           PERFORM SAISIE-FACTURE
                       WHEN "4"
                           PERFORM LISTE-FACTURES
                       WHEN "5"
                           PERFORM SAISIE-REGLEMENT
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F92
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
           MOVE "F92"              TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

       LISTE-FOURNISSEURS.
           PERFORM NEW-SCREEN.
           MOVE "Fournisseurs" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Code     Raison sociale                 Ville"
               LINE 7 COL 3.
           DISPLAY "Poste    Delai A" LINE 7 COL 62.
           MOVE 8 TO K.
           OPEN INPUT FOURN-FILE.
           IF WS-FS-FOURN = "00"
               MOVE LOW-VALUES TO FO-CODE
               START FOURN-FILE KEY IS NOT LESS THAN FO-CODE
                   INVALID KEY MOVE "10" TO WS-FS-FOURN
               END-START
               PERFORM UNTIL WS-FS-FOURN = "10" OR K > 18
                   READ FOURN-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FOURN
                       NOT AT END
                           DISPLAY FO-CODE LINE K COL 3
                           DISPLAY FO-NOM LINE K COL 12
                           DISPLAY FO-VILLE (1:18) LINE K COL 43
                           DISPLAY FO-CM-CODE LINE K COL 62
                           DISPLAY FO-DELAI LINE K COL 71
                           DISPLAY FO-ACTIF LINE K COL 77
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE FOURN-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun fournisseur enregistre." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F92.

      * Code first, then the whole row pre-filled for correction;
      * a new code creates the supplier.
       SAISIE-FOURNISSEUR.
           PERFORM NEW-SCREEN.
           MOVE "Fournisseur" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-FILTRE-CODE.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           MOVE FUNCTION UPPER-CASE(WS-FILTRE-CODE) TO WS-FILTRE-CODE.
           IF WS-FILTRE-CODE = SPACES
               MOVE "Code fournisseur requis." TO WS-MSG
           ELSE
               PERFORM CHARGE-FOURNISSEUR
               PERFORM NEW-SCREEN
               PERFORM REFRESH
               DISPLAY DS-FOURNISSEUR
               ACCEPT AS-FOURNISSEUR
               IF WS-VALIDER
                   MOVE FUNCTION UPPER-CASE(WS-FO-CM-CODE)
                       TO WS-FO-CM-CODE
                   MOVE FUNCTION UPPER-CASE(WS-FO-ACTIF) TO WS-FO-ACTIF
                   IF WS-FO-ACTIF NOT = "N"
                       MOVE "O" TO WS-FO-ACTIF
                   END-IF
                   MOVE WS-FO-CM-CODE TO WS-FF-CM-CODE
                   PERFORM CHERCHE-POSTE
                   IF WS-FO-NOM = SPACES OR NOT WS-EXISTE
                       MOVE "Saisie invalide (nom, poste COMPTES)."
                           TO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F92" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   ELSE
                       PERFORM APPLY-FOURNISSEUR
                   END-IF
               ELSE
                   MOVE "Fournisseur non enregistre." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F92.

       CHARGE-FOURNISSEUR.
           MOVE "N" TO WS-REF-OK.
           MOVE WS-FILTRE-CODE TO WS-FO-CODE.
           MOVE SPACES TO WS-FO-NOM WS-FO-ADRESSE WS-FO-CODEPOST
               WS-FO-VILLE WS-FO-IBAN.
           MOVE "ACHAT" TO WS-FO-CM-CODE.
           MOVE 30 TO WS-FO-DELAI.
           MOVE "O" TO WS-FO-ACTIF.
           OPEN INPUT FOURN-FILE.
           IF WS-FS-FOURN = "00"
               MOVE WS-FILTRE-CODE TO FO-CODE
               READ FOURN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-REF-OK
                       MOVE FO-NOM      TO WS-FO-NOM
                       MOVE FO-ADRESSE  TO WS-FO-ADRESSE
                       MOVE FO-CODEPOST TO WS-FO-CODEPOST
                       MOVE FO-VILLE    TO WS-FO-VILLE
                       MOVE FO-IBAN     TO WS-FO-IBAN
                       MOVE FO-CM-CODE  TO WS-FO-CM-CODE
                       MOVE FO-DELAI    TO WS-FO-DELAI
                       MOVE FO-ACTIF    TO WS-FO-ACTIF
               END-READ
               CLOSE FOURN-FILE
           END-IF.

       APPLY-FOURNISSEUR.
           OPEN I-O FOURN-FILE.
           IF WS-FS-FOURN = "35"
               OPEN OUTPUT FOURN-FILE
               CLOSE FOURN-FILE
               OPEN I-O FOURN-FILE
           END-IF.
           IF WS-FS-FOURN = "00"
               INITIALIZE FOURN-REC
               MOVE WS-FO-CODE     TO FO-CODE
               MOVE WS-FO-NOM      TO FO-NOM
               MOVE WS-FO-ADRESSE  TO FO-ADRESSE
               MOVE WS-FO-CODEPOST TO FO-CODEPOST
               MOVE WS-FO-VILLE    TO FO-VILLE
               MOVE WS-FO-IBAN     TO FO-IBAN
               MOVE WS-FO-CM-CODE  TO FO-CM-CODE
               MOVE WS-FO-DELAI    TO FO-DELAI
               MOVE WS-FO-ACTIF    TO FO-ACTIF
               IF WS-REF-TROUVE
                   REWRITE FOURN-REC
               ELSE
                   WRITE FOURN-REC
               END-IF
               CLOSE FOURN-FILE
           END-IF.
           MOVE "F92"                TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-FOURNISSEUR" TO WS-AUDIT-PARAGRAPHE.
           IF WS-REF-TROUVE
               MOVE "MAJ"      TO WS-AUDIT-ACTION
           ELSE
               MOVE "CREATION" TO WS-AUDIT-ACTION
           END-IF.
           STRING "fournisseur " WS-FO-CODE " " WS-FO-NOM
               " poste " WS-FO-CM-CODE " delai " WS-FO-DELAI
               " actif " WS-FO-ACTIF
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Fournisseur " WS-FO-CODE " enregistre."
               DELIMITED BY SIZE INTO WS-MSG.

      * The poste in WS-FF-CM-CODE must be a mnemonic of the
      * COMPTES.DAT mapping, or F13 could not post the invoice.
       CHERCHE-POSTE.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT COMPTE-FILE.
           IF WS-FS-COMPTE = "00"
               MOVE WS-FF-CM-CODE TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

       SAISIE-FACTURE.
           PERFORM NEW-SCREEN.
           MOVE "Facture d'achat" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-FF-FOURN WS-FF-REFERENCE WS-FF-LIBELLE
               WS-FF-CM-CODE WS-FF-LIEN-TYPE WS-FF-PRODUIT.
           MOVE WS-CURR-DATE TO WS-FF-DATE.
           MOVE 0 TO WS-FF-ECHEANCE WS-FF-HT WS-FF-TVA WS-FF-CODAV
               WS-FF-NUMOT WS-FF-DATE-LIVR.
           DISPLAY DS-FACTURE.
           ACCEPT AS-FACTURE.
           IF WS-VALIDER
               PERFORM CONTROLE-FACTURE
               IF WS-MSG = SPACES
                   PERFORM APPLY-FACTURE
               ELSE
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F92" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Facture non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F92.

      * Each check runs only while the previous ones passed, so
      * WS-MSG carries the first reason for refusal.
       CONTROLE-FACTURE.
           MOVE SPACES TO WS-MSG.
           MOVE FUNCTION UPPER-CASE(WS-FF-FOURN) TO WS-FF-FOURN.
           MOVE FUNCTION UPPER-CASE(WS-FF-CM-CODE) TO WS-FF-CM-CODE.
           MOVE FUNCTION UPPER-CASE(WS-FF-LIEN-TYPE)
               TO WS-FF-LIEN-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-FF-PRODUIT) TO WS-FF-PRODUIT.
           MOVE WS-FF-FOURN TO WS-FILTRE-CODE.
           PERFORM CHARGE-FOURNISSEUR.
           IF NOT WS-REF-TROUVE OR WS-FO-ACTIF NOT = "O"
               MOVE "Fournisseur inconnu ou inactif." TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES
               IF WS-FF-REFERENCE = SPACES OR WS-FF-DATE = 0
                  OR WS-FF-HT = 0
                   MOVE "Reference, date et montant HT requis."
                       TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FF-DATE) NOT = 0
                   MOVE "Date de facture invalide." TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               IF WS-FF-ECHEANCE = 0
                   COMPUTE WS-FF-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FF-DATE)
                       + WS-FO-DELAI)
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FF-ECHEANCE) NOT = 0
                  OR WS-FF-ECHEANCE < WS-FF-DATE
                   MOVE "Echeance invalide." TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               IF WS-FF-CM-CODE = SPACES
                   MOVE WS-FO-CM-CODE TO WS-FF-CM-CODE
               END-IF
               PERFORM CHERCHE-POSTE
               IF NOT WS-EXISTE
                   MOVE "Poste inconnu de COMPTES.DAT." TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               PERFORM CONTROLE-LIEN
           END-IF.
           IF WS-MSG = SPACES
               PERFORM CHERCHE-DOUBLON
               IF WS-EN-DOUBLE
                   MOVE "Facture deja saisie pour ce fournisseur."
                       TO WS-MSG
               END-IF
           END-IF.

      * The optional link must name a real work order (F11) or a
      * product held in the fuel stock (F49).
       CONTROLE-LIEN.
           EVALUATE WS-FF-LIEN-TYPE
               WHEN SPACE
                   CONTINUE
               WHEN "O"
                   MOVE "N" TO WS-TROUVE
                   OPEN INPUT MAINT-FILE
                   IF WS-FS-MAINT = "00"
                       MOVE WS-FF-CODAV TO OT-CODAV
                       MOVE WS-FF-NUMOT TO OT-NUMOT
                       READ MAINT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "O" TO WS-TROUVE
                       END-READ
                       CLOSE MAINT-FILE
                   END-IF
                   IF NOT WS-EXISTE
                       MOVE "Ordre de travail inconnu." TO WS-MSG
                   END-IF
               WHEN "L"
                   MOVE "N" TO WS-TROUVE
                   OPEN INPUT STOCK-FILE
                   IF WS-FS-STOCK = "00"
                       MOVE WS-FF-PRODUIT TO SK-PRODUIT
                       READ STOCK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "O" TO WS-TROUVE
                       END-READ
                       CLOSE STOCK-FILE
                   END-IF
                   IF NOT WS-EXISTE
                       MOVE "Produit inconnu au stock." TO WS-MSG
                   ELSE
                       IF WS-FF-DATE-LIVR = 0
                           MOVE SK-DERNIERE-LIVR TO WS-FF-DATE-LIVR
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "Lien: O, L ou vide." TO WS-MSG
           END-EVALUATE.

       CHERCHE-DOUBLON.
           MOVE "N" TO WS-DOUBLON.
           OPEN INPUT FACTFOUR-FILE.
           IF WS-FS-FACTFOUR = "00"
               MOVE WS-FF-FOURN TO FF-FOURN
               START FACTFOUR-FILE KEY IS EQUAL TO FF-FOURN
                   INVALID KEY MOVE "10" TO WS-FS-FACTFOUR
               END-START
               PERFORM UNTIL WS-FS-FACTFOUR = "10"
                   READ FACTFOUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTFOUR
                       NOT AT END
                           IF FF-FOURN NOT = WS-FF-FOURN
                               MOVE "10" TO WS-FS-FACTFOUR
                           ELSE
                               IF FF-REFERENCE = WS-FF-REFERENCE
                                   MOVE "O" TO WS-DOUBLON
                                   MOVE "10" TO WS-FS-FACTFOUR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTFOUR-FILE
           END-IF.

       APPLY-FACTURE.
           MOVE "FACTFOUR" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-FF-NUMERO.
           COMPUTE WS-FF-TTC = WS-FF-HT + WS-FF-TVA.
           OPEN I-O FACTFOUR-FILE.
           IF WS-FS-FACTFOUR = "35"
               OPEN OUTPUT FACTFOUR-FILE
               CLOSE FACTFOUR-FILE
               OPEN I-O FACTFOUR-FILE
           END-IF.
           IF WS-FS-FACTFOUR = "00"
               INITIALIZE FACTFOUR-REC
               MOVE WS-FF-NUMERO    TO FF-NUMERO
               MOVE WS-FF-FOURN     TO FF-FOURN
               MOVE WS-FF-REFERENCE TO FF-REFERENCE
               MOVE WS-FF-DATE      TO FF-DATE
               MOVE WS-FF-ECHEANCE  TO FF-ECHEANCE
               MOVE WS-FF-LIBELLE   TO FF-LIBELLE
               MOVE WS-FF-HT        TO FF-HT
               MOVE WS-FF-TVA       TO FF-TVA
               MOVE WS-FF-TTC       TO FF-TTC
               MOVE WS-FF-CM-CODE   TO FF-CM-CODE
               MOVE WS-FF-LIEN-TYPE TO FF-LIEN-TYPE
               MOVE SPACES TO FF-LIEN
               IF FF-LIEN-OT
                   MOVE WS-FF-CODAV TO FF-LIEN-CODAV
                   MOVE WS-FF-NUMOT TO FF-LIEN-NUMOT
               END-IF
               IF FF-LIEN-LIVRAISON
                   MOVE WS-FF-PRODUIT   TO FF-LIEN-PRODUIT
                   MOVE WS-FF-DATE-LIVR TO FF-LIEN-DATE
               END-IF
               MOVE 0 TO FF-REGLE
               MOVE "A" TO FF-ETAT
               MOVE WS-CURR-DATE TO FF-DATE-SAISIE
               WRITE FACTFOUR-REC
               CLOSE FACTFOUR-FILE
           END-IF.
           MOVE "F92"            TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-FACTURE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"       TO WS-AUDIT-ACTION.
           STRING "facture achat " WS-FF-NUMERO " " WS-FF-FOURN
               " ref " WS-FF-REFERENCE " TTC " WS-FF-TTC
               " ech " WS-FF-ECHEANCE " " WS-FF-CM-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Facture " WS-FF-NUMERO " enregistree, echeance "
               WS-FF-ECHEANCE "."
               DELIMITED BY SIZE INTO WS-MSG.

      * A supplier's invoices through the FF-FOURN alternate key,
      * with what remains due on the open ones.
       LISTE-FACTURES.
           PERFORM NEW-SCREEN.
           MOVE "Factures fournisseur" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-FILTRE-CODE.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           MOVE FUNCTION UPPER-CASE(WS-FILTRE-CODE) TO WS-FILTRE-CODE.
           PERFORM NEW-SCREEN.
           PERFORM REFRESH.
           DISPLAY "Numero Reference            Date     Echeance"
               LINE 7 COL 3.
           DISPLAY "TTC         Regle       E" LINE 7 COL 52.
           MOVE 8 TO K.
           MOVE 0 TO WS-TOTAL-DU.
           OPEN INPUT FACTFOUR-FILE.
           IF WS-FS-FACTFOUR = "00"
               MOVE WS-FILTRE-CODE TO FF-FOURN
               START FACTFOUR-FILE KEY IS EQUAL TO FF-FOURN
                   INVALID KEY MOVE "10" TO WS-FS-FACTFOUR
               END-START
               PERFORM UNTIL WS-FS-FACTFOUR = "10"
                   READ FACTFOUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTFOUR
                       NOT AT END
                           IF FF-FOURN NOT = WS-FILTRE-CODE
                               MOVE "10" TO WS-FS-FACTFOUR
                           ELSE
                               COMPUTE WS-TOTAL-DU = WS-TOTAL-DU
                                   + FF-TTC - FF-REGLE
                               IF K NOT > 18
                                   DISPLAY FF-NUMERO LINE K COL 3
                                   DISPLAY FF-REFERENCE LINE K COL 10
                                   DISPLAY FF-DATE LINE K COL 31
                                   DISPLAY FF-ECHEANCE LINE K COL 40
                                   DISPLAY FF-TTC LINE K COL 52
                                   DISPLAY FF-REGLE LINE K COL 64
                                   DISPLAY FF-ETAT LINE K COL 76
                                   ADD 1 TO K
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTFOUR-FILE
           END-IF.
           IF K = 8
               MOVE "Aucune facture pour ce fournisseur." TO WS-MSG
           ELSE
               MOVE SPACES TO WS-MSG
               STRING "Reste du au fournisseur : " WS-TOTAL-DU " EUR"
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F92.

      * A payment never exceeds what remains due; a zero amount
      * settles the balance in one go.
       SAISIE-REGLEMENT.
           PERFORM NEW-SCREEN.
           MOVE "Reglement fournisseur" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-RF-NUMERO WS-RF-MONTANT.
           MOVE WS-CURR-DATE TO WS-RF-DATE.
           MOVE "V" TO WS-RF-MODE.
           MOVE SPACES TO WS-RF-REFERENCE.
           DISPLAY DS-REGLEMENT.
           ACCEPT AS-REGLEMENT.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-RF-MODE) TO WS-RF-MODE
               IF (WS-RF-MODE NOT = "V" AND WS-RF-MODE NOT = "C"
                   AND WS-RF-MODE NOT = "E" AND WS-RF-MODE NOT = "P")
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-RF-DATE) NOT = 0
                   MOVE "Saisie invalide (mode, date)." TO WS-MSG
               ELSE
                   PERFORM APPLY-REGLEMENT
               END-IF
           ELSE
               MOVE "Reglement non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F92.

       APPLY-REGLEMENT.
           MOVE "N" TO WS-TROUVE.
           OPEN I-O FACTFOUR-FILE.
           IF WS-FS-FACTFOUR = "00"
               MOVE WS-RF-NUMERO TO FF-NUMERO
               READ FACTFOUR-FILE
                   INVALID KEY
                       MOVE "Facture inconnue." TO WS-MSG
                   NOT INVALID KEY
                       COMPUTE WS-RESTE = FF-TTC - FF-REGLE
                       IF WS-RF-MONTANT = 0
                           MOVE WS-RESTE TO WS-RF-MONTANT
                       END-IF
                       IF FF-SOLDEE OR WS-RESTE NOT > 0
                           MOVE "Facture deja soldee." TO WS-MSG
                       ELSE
                           IF WS-RF-MONTANT > WS-RESTE
                               MOVE SPACES TO WS-MSG
                               STRING "Montant superieur au reste du "
                                   "(" WS-RESTE ")."
                                   DELIMITED BY SIZE INTO WS-MSG
                           ELSE
                               MOVE "O" TO WS-TROUVE
                               ADD WS-RF-MONTANT TO FF-REGLE
                               IF FF-REGLE < FF-TTC
                                   MOVE "P" TO FF-ETAT
                               ELSE
                                   MOVE "S" TO FF-ETAT
                               END-IF
                               REWRITE FACTFOUR-REC
                               MOVE FF-FOURN TO WS-FF-FOURN
                           END-IF
                       END-IF
               END-READ
               CLOSE FACTFOUR-FILE
           ELSE
               MOVE "Aucune facture enregistree." TO WS-MSG
           END-IF.
           IF WS-EXISTE
               PERFORM ECRIT-REGLEMENT
           ELSE
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F92" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

       ECRIT-REGLEMENT.
           MOVE "REGFOUR" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           OPEN I-O REGFOUR-FILE.
           IF WS-FS-REGFOUR = "35"
               OPEN OUTPUT REGFOUR-FILE
               CLOSE REGFOUR-FILE
               OPEN I-O REGFOUR-FILE
           END-IF.
           IF WS-FS-REGFOUR = "00"
               INITIALIZE REGFOUR-REC
               MOVE WS-SEQ-VALEUR   TO RF-ID
               MOVE WS-RF-NUMERO    TO RF-NUMERO
               MOVE WS-FF-FOURN     TO RF-FOURN
               MOVE WS-RF-DATE      TO RF-DATE
               MOVE WS-RF-MONTANT   TO RF-MONTANT
               MOVE WS-RF-MODE      TO RF-MODE
               MOVE WS-RF-REFERENCE TO RF-REFERENCE
               MOVE WS-OPERATEUR    TO RF-OPERATEUR
               WRITE REGFOUR-REC
               CLOSE REGFOUR-FILE
           END-IF.
           MOVE "F92"              TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-REGLEMENT" TO WS-AUDIT-PARAGRAPHE.
           MOVE "REGLEMT"          TO WS-AUDIT-ACTION.
           STRING "reglement " WS-SEQ-VALEUR " facture achat "
               WS-RF-NUMERO " " WS-FF-FOURN " " WS-RF-MONTANT
               " mode " WS-RF-MODE " " WS-RF-REFERENCE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Reglement " WS-SEQ-VALEUR " enregistre ("
               WS-RF-MONTANT " EUR)."
               DELIMITED BY SIZE INTO WS-MSG.

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

           COPY "COMPTES-ACHAT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F92.

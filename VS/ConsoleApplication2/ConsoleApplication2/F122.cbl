       IDENTIFICATION DIVISION.
       PROGRAM-ID. F122.

      * Magasin pieces: OTLIGNE.DAT says what a repair cost, but the
      * club's own shelf of spark plugs, filters, tyres and oil was
      * kept nowhere - reorders came too late or twice. This staff
      * screen keeps the parts catalogue (PIECEMAG.DAT: part number,
      * description, applicable aircraft types, average unit cost,
      * quantity on hand, minimum level, serialised or not), books
      * receipts against a supplier's delivery note, issues parts to
      * an open F11 work order and records the stock count. Every
      * move is a MAGMVT.DAT movement; an issue also writes the
      * order's parts line on OTLIGNE.DAT at the part's average
      * cost, the same line F11's option 6 keys by hand, so F11 and
      * the F58 cost report see it. The average is reweighted at
      * each receipt. A serialised part moves one unit at a time
      * under its serial number, which must be on the shelf to go
      * out. F123 prints the reorder list and the yearly count
      * variance. Same CRUD/retry idiom as F104; all changes
      * audited.

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
           77 WS-APP PIC X(20) VALUE "F122".
           77 WS-FUNC PIC X(20) VALUE "F122".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                                      "7".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The part being keyed.
           77 WS-PC-REFERENCE PIC X(15) VALUE SPACES.
           77 WS-PC-LIBELLE PIC X(30) VALUE SPACES.
           77 WS-PC-TYPE-1 PIC X(2) VALUE SPACES.
           77 WS-PC-TYPE-2 PIC X(2) VALUE SPACES.
           77 WS-PC-TYPE-3 PIC X(2) VALUE SPACES.
           77 WS-PC-TYPE-4 PIC X(2) VALUE SPACES.
           77 WS-PC-MINIMUM PIC 9(5) VALUE 0.
           77 WS-PC-SERIALISE PIC X VALUE "N".
           77 WS-PC-FOURN PIC X(8) VALUE SPACES.
           77 WS-PC-OK PIC X VALUE "N".
               88 WS-PC-TROUVE VALUE "O".
           77 WS-PC-IDX PIC 9 VALUE 0.
           77 WS-FOURN-OK PIC X VALUE "N".
               88 WS-FOURN-CONNU VALUE "O".
           77 WS-TYPE-OK PIC X VALUE "N".
               88 WS-TYPE-APPLICABLE VALUE "O".
           77 WS-PC-QTE-ED PIC -(5)9.
           77 WS-PC-COUT-ED PIC ZZZZ9.99.

      * The movement being keyed: receipt, issue or count.
           77 WS-MG-QUANTITE PIC 9(5) VALUE 0.
           77 WS-MG-COUT PIC 9(5)V99 VALUE 0.
           77 WS-MG-FOURN PIC X(8) VALUE SPACES.
           77 WS-MG-BL PIC X(15) VALUE SPACES.
           77 WS-MG-SERIE PIC X(12) VALUE SPACES.
           77 WS-MG-TYPE PIC X VALUE SPACE.
           77 WS-MG-ECART PIC S9(5) VALUE 0.
           77 WS-MG-LIVRE PIC S9(5) VALUE 0.
           77 WS-MG-COUT-MVT PIC 9(5)V99 VALUE 0.
           77 WS-MG-CODAV PIC 9(3) VALUE 0.
           77 WS-MG-NUMOT PIC 9(6) VALUE 0.
           77 WS-MG-SOLDE-SERIE PIC S9(3) VALUE 0.
           77 WS-MG-MONTANT PIC 9(6)V99 VALUE 0.
           77 WS-MG-QTE-ED PIC ZZZZ9.
           77 WS-MG-AV-STAGE PIC X(3) VALUE SPACES.
           77 WS-MG-OT-STAGE PIC X(6) VALUE SPACES.
           77 WS-MG-CODTYP PIC X(2) VALUE SPACES.
           77 WS-MG-NUMLIGNE PIC 9(3) VALUE 0.
           77 WS-MG-ERREUR PIC X(60) VALUE SPACES.

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
               02 LINE 9  COL 5 "1. Catalogue des pieces".
               02 LINE 10 COL 5 "2. Ajouter / modifier une piece".
               02 LINE 11 COL 5 "3. Reception fournisseur".
               02 LINE 12 COL 5 "4. Sortie sur ordre de travail".
               02 LINE 13 COL 5 "5. Comptage d'inventaire".
               02 LINE 14 COL 5 "6. Revenir au menu principal".
               02 LINE 15 COL 5 "7. Quitter le programme".
               02 LINE 17 COL 5 PIC X TO WS-CHOIX.

           01 DS-PIECE.
               02 LINE 9  COL 3 VALUE "Types avion (vide=tous):  ".
               02 LINE 10 COL 3 VALUE "Fournisseur habituel:     ".
               02 LINE 11 COL 3 VALUE "Libelle:                  ".
               02 LINE 12 COL 3 VALUE "Stock minimum:            ".
               02 LINE 13 COL 3 VALUE "Piece serialisee (O/N):   ".
               02 LINE 15 COL 3 VALUE "Valider ? (y/n)".

      * Types and usual supplier may stay blank, so they sit
      * outside the REQUIRED group and are taken first.
           01 AS-PIECE-OPT UNDERLINE.
               02 LINE 9  COL 31 PIC X(2)    USING WS-PC-TYPE-1.
               02 LINE 9  COL 34 PIC X(2)    USING WS-PC-TYPE-2.
               02 LINE 9  COL 37 PIC X(2)    USING WS-PC-TYPE-3.
               02 LINE 9  COL 40 PIC X(2)    USING WS-PC-TYPE-4.
               02 LINE 10 COL 31 PIC X(8)    USING WS-PC-FOURN.

           01 AS-PIECE REQUIRED UNDERLINE.
               02 LINE 11 COL 31 PIC X(30)   USING WS-PC-LIBELLE.
               02 LINE 12 COL 31 PIC 9(5)    USING WS-PC-MINIMUM.
               02 LINE 13 COL 31 PIC X       USING WS-PC-SERIALISE.
               02 LINE 15 COL 20 PIC X       TO WS-CHOIX.

           01 DS-RECEPTION.
               02 LINE 8  COL 3 VALUE "Piece:                    ".
               02 LINE 9  COL 3 VALUE "Quantite recue:           ".
               02 LINE 10 COL 3 VALUE "Cout unitaire HT:         ".
               02 LINE 11 COL 3 VALUE "Fournisseur:              ".
               02 LINE 12 COL 3 VALUE "Bon de livraison:         ".
               02 LINE 13 COL 3 VALUE "No de serie (serialisee): ".
               02 LINE 15 COL 3 VALUE "Valider ? (y/n)".

           01 AS-RECEPTION REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC X(15)   USING WS-PC-REFERENCE.
               02 LINE 9  COL 31 PIC 9(5)    USING WS-MG-QUANTITE.
               02 LINE 10 COL 31 PIC 9(5).99 USING WS-MG-COUT.
               02 LINE 11 COL 31 PIC X(8)    USING WS-MG-FOURN.
               02 LINE 12 COL 31 PIC X(15)   USING WS-MG-BL.

           01 AS-SERIE UNDERLINE.
               02 LINE 13 COL 31 PIC X(12)   USING WS-MG-SERIE.

           01 AS-CONFIRME REQUIRED UNDERLINE.
               02 LINE 15 COL 20 PIC X       TO WS-CHOIX.

           01 DS-SORTIE.
               02 LINE 8  COL 3 VALUE "Avion:                    ".
               02 LINE 9  COL 3 VALUE "Ordre de travail:         ".
               02 LINE 10 COL 3 VALUE "Piece:                    ".
               02 LINE 11 COL 3 VALUE "Quantite sortie:          ".
               02 LINE 13 COL 3 VALUE "No de serie (serialisee): ".
               02 LINE 15 COL 3 VALUE "Valider ? (y/n)".

           01 AS-SORTIE REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC X(3)    USING WS-MG-AV-STAGE.
               02 LINE 9  COL 31 PIC X(6)    USING WS-MG-OT-STAGE.
               02 LINE 10 COL 31 PIC X(15)   USING WS-PC-REFERENCE.
               02 LINE 11 COL 31 PIC 9(5)    USING WS-MG-QUANTITE.

           01 DS-COMPTAGE.
               02 LINE 8  COL 3 VALUE "Piece:                    ".
               02 LINE 9  COL 3 VALUE "Quantite comptee:         ".
               02 LINE 11 COL 3 VALUE "Valider ? (y/n)".

           01 AS-COMPTAGE REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC X(15)   USING WS-PC-REFERENCE.
               02 LINE 9  COL 31 PIC 9(5)    USING WS-MG-QUANTITE.
               02 LINE 11 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F122.

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
               PERFORM MENU-F122
           END-IF.

       MENU-F122.
           MOVE "Magasin pieces" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-PIECES
                       WHEN "2"
                           PERFORM SAISIE-PIECE
                       WHEN "3"
                           PERFORM SAISIE-RECEPTION
                       WHEN "4"
                           PERFORM SAISIE-SORTIE
                       WHEN "5"
                           PERFORM SAISIE-COMPTAGE
                       WHEN "6"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F122
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
           MOVE "F122"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * Catalogue in part-number order from the reference keyed
      * (blank = the start), "!" beside a part under its minimum,
      * "S" beside a serialised one.
       LISTE-PIECES.
           PERFORM NEW-SCREEN.
           MOVE "Catalogue pieces" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-PC-REFERENCE.
           DISPLAY "A partir de la reference:" LINE 6 COL 3.
           ACCEPT WS-PC-REFERENCE LINE 6 COL 31.
           MOVE FUNCTION UPPER-CASE(WS-PC-REFERENCE)
               TO WS-PC-REFERENCE.
           DISPLAY "Reference       Libelle               Stock"
               LINE 7 COL 3.
           DISPLAY "Mini  Cout moy." LINE 7 COL 48.
           MOVE 8 TO K.
           OPEN INPUT PIECEMAG-FILE.
           IF WS-FS-PIECEMAG = "00"
               MOVE WS-PC-REFERENCE TO PC-REFERENCE
               START PIECEMAG-FILE KEY IS NOT LESS THAN PC-REFERENCE
                   INVALID KEY MOVE "10" TO WS-FS-PIECEMAG
               END-START
               PERFORM UNTIL WS-FS-PIECEMAG = "10" OR K > 18
                   READ PIECEMAG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PIECEMAG
                       NOT AT END
                           MOVE PC-QUANTITE TO WS-PC-QTE-ED
                           MOVE PC-COUT-MOYEN TO WS-PC-COUT-ED
                           DISPLAY PC-REFERENCE LINE K COL 3
                           DISPLAY PC-LIBELLE(1:20) LINE K COL 19
                           DISPLAY WS-PC-QTE-ED LINE K COL 40
                           DISPLAY PC-MINIMUM LINE K COL 48
                           DISPLAY WS-PC-COUT-ED LINE K COL 54
                           IF PC-EST-SERIALISE
                               DISPLAY "S" LINE K COL 64
                           END-IF
                           IF PC-QUANTITE < PC-MINIMUM
                               DISPLAY "!" LINE K COL 66
                           END-IF
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE PIECEMAG-FILE
           END-IF.
           IF K = 8
               MOVE "Aucune piece a partir de cette reference."
                   TO WS-MSG
           ELSE
               IF K > 18
                   MOVE "Affichage limite a onze lignes." TO WS-MSG
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F122.

      * The part number is asked first so an existing part comes
      * back on screen for amendment; a new one starts blank. Cost
      * and quantity are never keyed here - only movements set
      * them.
       SAISIE-PIECE.
           PERFORM NEW-SCREEN.
           MOVE "Saisie piece" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-PC-REFERENCE.
           DISPLAY "Reference piece:" LINE 8 COL 3.
           ACCEPT WS-PC-REFERENCE LINE 8 COL 31.
           MOVE FUNCTION UPPER-CASE(WS-PC-REFERENCE)
               TO WS-PC-REFERENCE.
           IF WS-PC-REFERENCE = SPACES
               MOVE "Reference obligatoire." TO WS-MSG
           ELSE
               PERFORM LIT-PIECE
               IF WS-PC-TROUVE
                   MOVE PC-LIBELLE TO WS-PC-LIBELLE
                   MOVE PC-TYPE(1) TO WS-PC-TYPE-1
                   MOVE PC-TYPE(2) TO WS-PC-TYPE-2
                   MOVE PC-TYPE(3) TO WS-PC-TYPE-3
                   MOVE PC-TYPE(4) TO WS-PC-TYPE-4
                   MOVE PC-MINIMUM TO WS-PC-MINIMUM
                   MOVE PC-SERIALISE TO WS-PC-SERIALISE
                   MOVE PC-FOURN TO WS-PC-FOURN
               ELSE
                   MOVE SPACES TO WS-PC-LIBELLE WS-PC-FOURN
                   MOVE SPACES TO WS-PC-TYPE-1 WS-PC-TYPE-2
                   MOVE SPACES TO WS-PC-TYPE-3 WS-PC-TYPE-4
                   MOVE 0 TO WS-PC-MINIMUM
                   MOVE "N" TO WS-PC-SERIALISE
               END-IF
               DISPLAY DS-PIECE
               ACCEPT AS-PIECE-OPT
               ACCEPT AS-PIECE
               IF WS-VALIDER
                   MOVE FUNCTION UPPER-CASE(WS-PC-SERIALISE)
                       TO WS-PC-SERIALISE
                   MOVE FUNCTION UPPER-CASE(WS-PC-FOURN)
                       TO WS-PC-FOURN
                   MOVE "O" TO WS-FOURN-OK
                   IF WS-PC-FOURN NOT = SPACES
                       MOVE WS-PC-FOURN TO WS-MG-FOURN
                       PERFORM CHECK-FOURN
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-PC-LIBELLE = SPACES
                           MOVE "Libelle obligatoire." TO WS-MSG
                       WHEN WS-PC-SERIALISE NOT = "O" AND NOT = "N"
                           MOVE "Serialisee: O ou N." TO WS-MSG
                       WHEN NOT WS-FOURN-CONNU
                           MOVE "Fournisseur inconnu." TO WS-MSG
                       WHEN OTHER
                           PERFORM APPLY-PIECE
                   END-EVALUATE
               ELSE
                   MOVE "Piece non enregistree." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F122.

       LIT-PIECE.
           MOVE "N" TO WS-PC-OK.
           OPEN INPUT PIECEMAG-FILE.
           IF WS-FS-PIECEMAG = "00"
               MOVE WS-PC-REFERENCE TO PC-REFERENCE
               READ PIECEMAG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-PC-OK
               END-READ
               CLOSE PIECEMAG-FILE
           END-IF.

      * WS-FOURN-OK says whether supplier WS-MG-FOURN is on file.
       CHECK-FOURN.
           MOVE "N" TO WS-FOURN-OK.
           OPEN INPUT FOURN-FILE.
           IF WS-FS-FOURN = "00"
               MOVE WS-MG-FOURN TO FO-CODE
               READ FOURN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-FOURN-OK
               END-READ
               CLOSE FOURN-FILE
           END-IF.

       APPLY-PIECE.
           MOVE "N" TO WS-PC-OK.
           OPEN I-O PIECEMAG-FILE.
           IF WS-FS-PIECEMAG = "35"
               OPEN OUTPUT PIECEMAG-FILE
               CLOSE PIECEMAG-FILE
               OPEN I-O PIECEMAG-FILE
           END-IF.
           IF WS-FS-PIECEMAG = "00"
               MOVE WS-PC-REFERENCE TO PC-REFERENCE
               READ PIECEMAG-FILE
                   INVALID KEY
                       INITIALIZE PIECEMAG-REC
                       MOVE WS-PC-REFERENCE TO PC-REFERENCE
                   NOT INVALID KEY
                       MOVE "O" TO WS-PC-OK
               END-READ
               MOVE WS-PC-LIBELLE TO PC-LIBELLE
               MOVE FUNCTION UPPER-CASE(WS-PC-TYPE-1) TO PC-TYPE(1)
               MOVE FUNCTION UPPER-CASE(WS-PC-TYPE-2) TO PC-TYPE(2)
               MOVE FUNCTION UPPER-CASE(WS-PC-TYPE-3) TO PC-TYPE(3)
               MOVE FUNCTION UPPER-CASE(WS-PC-TYPE-4) TO PC-TYPE(4)
               MOVE WS-PC-MINIMUM TO PC-MINIMUM
               MOVE WS-PC-SERIALISE TO PC-SERIALISE
               MOVE WS-PC-FOURN TO PC-FOURN
               IF WS-PC-TROUVE
                   REWRITE PIECEMAG-REC
               ELSE
                   WRITE PIECEMAG-REC
               END-IF
               CLOSE PIECEMAG-FILE
               MOVE "F122"          TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-PIECE"  TO WS-AUDIT-PARAGRAPHE
               IF WS-PC-TROUVE
                   MOVE "MAJ"       TO WS-AUDIT-ACTION
               ELSE
                   MOVE "CREATION"  TO WS-AUDIT-ACTION
               END-IF
               STRING "piece " WS-PC-REFERENCE " types " PC-TYPES
                   " mini " WS-PC-MINIMUM " serie " WS-PC-SERIALISE
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               MOVE "Piece enregistree." TO WS-MSG
           END-IF.

      * A receipt against a supplier's delivery note. The average
      * cost is reweighted over the quantity already on the shelf;
      * a serialised part comes in one unit at a time under a serial
      * number not already in stock.
       SAISIE-RECEPTION.
           PERFORM NEW-SCREEN.
           MOVE "Reception pieces" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-PC-REFERENCE WS-MG-FOURN WS-MG-BL.
           MOVE SPACES TO WS-MG-SERIE.
           MOVE 0 TO WS-MG-QUANTITE WS-MG-COUT.
           DISPLAY DS-RECEPTION.
           ACCEPT AS-RECEPTION.
           ACCEPT AS-SERIE.
           ACCEPT AS-CONFIRME.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-PC-REFERENCE)
                   TO WS-PC-REFERENCE
               MOVE FUNCTION UPPER-CASE(WS-MG-FOURN) TO WS-MG-FOURN
               MOVE FUNCTION UPPER-CASE(WS-MG-SERIE) TO WS-MG-SERIE
               PERFORM CONTROLE-RECEPTION
               IF WS-MG-ERREUR = SPACES
                   PERFORM APPLY-RECEPTION
               ELSE
                   MOVE WS-MG-ERREUR TO WS-MSG
               END-IF
           ELSE
               MOVE "Reception abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F122.

       CONTROLE-RECEPTION.
           MOVE SPACES TO WS-MG-ERREUR.
           PERFORM LIT-PIECE.
           IF NOT WS-PC-TROUVE
               MOVE "Piece inconnue au catalogue." TO WS-MG-ERREUR
           ELSE
               IF WS-MG-QUANTITE = 0 OR WS-MG-COUT = 0
                   MOVE "Quantite et cout unitaire requis."
                       TO WS-MG-ERREUR
               ELSE
                   IF WS-MG-BL = SPACES
                       MOVE "Bon de livraison requis." TO WS-MG-ERREUR
                   ELSE
                       PERFORM CHECK-FOURN
                       IF NOT WS-FOURN-CONNU
                           MOVE "Fournisseur inconnu."
                               TO WS-MG-ERREUR
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MG-ERREUR = SPACES
               IF PC-EST-SERIALISE
                   PERFORM CONTROLE-SERIE-ENTREE
               ELSE
                   MOVE SPACES TO WS-MG-SERIE
               END-IF
           END-IF.

       CONTROLE-SERIE-ENTREE.
           IF WS-MG-QUANTITE NOT = 1 OR WS-MG-SERIE = SPACES
               MOVE "Piece serialisee: une unite, no de serie requis."
                   TO WS-MG-ERREUR
           ELSE
               PERFORM SOLDE-SERIE
               IF WS-MG-SOLDE-SERIE > 0
                   MOVE "Ce numero de serie est deja en stock."
                       TO WS-MG-ERREUR
               END-IF
           END-IF.

      * Units of serial WS-MG-SERIE of part WS-PC-REFERENCE on the
      * shelf: its receipts less its issues, from the part's
      * movement history.
       SOLDE-SERIE.
           MOVE 0 TO WS-MG-SOLDE-SERIE.
           OPEN INPUT MAGMVT-FILE.
           IF WS-FS-MAGMVT = "00"
               MOVE WS-PC-REFERENCE TO MG-REFERENCE
               START MAGMVT-FILE KEY IS EQUAL TO MG-REFERENCE
                   INVALID KEY MOVE "10" TO WS-FS-MAGMVT
               END-START
               PERFORM UNTIL WS-FS-MAGMVT = "10"
                   READ MAGMVT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-MAGMVT
                       NOT AT END
                           IF MG-REFERENCE NOT = WS-PC-REFERENCE
                               MOVE "10" TO WS-FS-MAGMVT
                           ELSE
                               IF MG-SERIE = WS-MG-SERIE
                                   IF MG-RECEPTION
                                       ADD 1 TO WS-MG-SOLDE-SERIE
                                   END-IF
                                   IF MG-SORTIE
                                       SUBTRACT 1
                                           FROM WS-MG-SOLDE-SERIE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAGMVT-FILE
           END-IF.

       APPLY-RECEPTION.
           OPEN I-O PIECEMAG-FILE.
           IF WS-FS-PIECEMAG = "00"
               MOVE WS-PC-REFERENCE TO PC-REFERENCE
               READ PIECEMAG-FILE
                   INVALID KEY
                       MOVE "Piece inconnue au catalogue." TO WS-MSG
                   NOT INVALID KEY
                       IF PC-QUANTITE > 0
                           COMPUTE PC-COUT-MOYEN ROUNDED =
                               (PC-QUANTITE * PC-COUT-MOYEN
                                + WS-MG-QUANTITE * WS-MG-COUT)
                               / (PC-QUANTITE + WS-MG-QUANTITE)
                       ELSE
                           MOVE WS-MG-COUT TO PC-COUT-MOYEN
                       END-IF
                       MOVE PC-QUANTITE TO WS-MG-LIVRE
                       ADD WS-MG-QUANTITE TO PC-QUANTITE
                       MOVE WS-CURR-DATE TO PC-DERNIERE-ENTREE
                       REWRITE PIECEMAG-REC
                       MOVE "R" TO WS-MG-TYPE
                       MOVE WS-MG-QUANTITE TO WS-MG-ECART
                       MOVE WS-MG-COUT TO WS-MG-COUT-MVT
                       MOVE 0 TO WS-MG-CODAV WS-MG-NUMOT
                       PERFORM ECRIT-MOUVEMENT
                       MOVE "F122"             TO WS-AUDIT-PROGRAMME
                       MOVE "SAISIE-RECEPTION" TO WS-AUDIT-PARAGRAPHE
                       MOVE "MAJ"              TO WS-AUDIT-ACTION
                       STRING "reception " WS-PC-REFERENCE " + "
                           WS-MG-QUANTITE " a " WS-MG-COUT " "
                           WS-MG-FOURN " BL " WS-MG-BL
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE PC-QUANTITE TO WS-PC-QTE-ED
                       MOVE PC-COUT-MOYEN TO WS-PC-COUT-ED
                       STRING "Reception enregistree - stock "
                           WS-PC-QTE-ED ", cout moyen " WS-PC-COUT-ED
                           DELIMITED BY SIZE INTO WS-MSG
               END-READ
               CLOSE PIECEMAG-FILE
           ELSE
               MOVE "Catalogue vide." TO WS-MSG
           END-IF.

      * An issue to an open work order on an aircraft the part
      * applies to, valued at the part's average cost and carried
      * onto the order as a parts line.
       SAISIE-SORTIE.
           PERFORM NEW-SCREEN.
           MOVE "Sortie sur ordre" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-MG-AV-STAGE WS-MG-OT-STAGE.
           MOVE SPACES TO WS-PC-REFERENCE WS-MG-SERIE.
           MOVE 0 TO WS-MG-QUANTITE.
           DISPLAY DS-SORTIE.
           ACCEPT AS-SORTIE.
           ACCEPT AS-SERIE.
           ACCEPT AS-CONFIRME.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-PC-REFERENCE)
                   TO WS-PC-REFERENCE
               MOVE FUNCTION UPPER-CASE(WS-MG-SERIE) TO WS-MG-SERIE
               PERFORM CONTROLE-SORTIE
               IF WS-MG-ERREUR = SPACES
                   PERFORM APPLY-SORTIE
               ELSE
                   MOVE WS-MG-ERREUR TO WS-MSG
               END-IF
           ELSE
               MOVE "Sortie abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F122.

       CONTROLE-SORTIE.
           MOVE SPACES TO WS-MG-ERREUR.
           IF WS-MG-AV-STAGE NOT NUMERIC
              OR WS-MG-OT-STAGE NOT NUMERIC
               MOVE "Avion et ordre: saisie numerique." TO WS-MG-ERREUR
           ELSE
               MOVE WS-MG-AV-STAGE TO WS-MG-CODAV
               MOVE WS-MG-OT-STAGE TO WS-MG-NUMOT
               PERFORM CHECK-ORDRE
           END-IF.
           IF WS-MG-ERREUR = SPACES
               PERFORM LIT-PIECE
               EVALUATE TRUE
                   WHEN NOT WS-PC-TROUVE
                       MOVE "Piece inconnue au catalogue."
                           TO WS-MG-ERREUR
                   WHEN WS-MG-QUANTITE = 0
                       MOVE "Quantite nulle." TO WS-MG-ERREUR
                   WHEN WS-MG-QUANTITE > PC-QUANTITE
                       MOVE PC-QUANTITE TO WS-PC-QTE-ED
                       STRING "Stock insuffisant (" WS-PC-QTE-ED
                           " en stock)." DELIMITED BY SIZE
                           INTO WS-MG-ERREUR
                   WHEN OTHER
                       PERFORM CONTROLE-TYPE
               END-EVALUATE
           END-IF.
           IF WS-MG-ERREUR = SPACES
               IF PC-EST-SERIALISE
                   IF WS-MG-QUANTITE NOT = 1 OR WS-MG-SERIE = SPACES
                       MOVE "Serialisee: une unite, no de serie requis."
                           TO WS-MG-ERREUR
                   ELSE
                       PERFORM SOLDE-SERIE
                       IF WS-MG-SOLDE-SERIE NOT > 0
                           MOVE "Ce numero de serie n'est pas en stock."
                               TO WS-MG-ERREUR
                       END-IF
                   END-IF
               ELSE
                   MOVE SPACES TO WS-MG-SERIE
               END-IF
           END-IF.

      * The aircraft must exist and the order must be one of its
      * open orders; keeps the aircraft's type for CONTROLE-TYPE.
       CHECK-ORDRE.
           MOVE SPACES TO WS-MG-CODTYP.
           MOVE "Avion introuvable." TO WS-MG-ERREUR.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE WS-MG-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MG-ERREUR
                       MOVE AV-CODTYP TO WS-MG-CODTYP
               END-READ
               CLOSE AVION-FILE
           END-IF.
           IF WS-MG-ERREUR = SPACES
               MOVE "Ordre inconnu pour cet avion." TO WS-MG-ERREUR
               OPEN INPUT MAINT-FILE
               IF WS-FS-MAINT = "00"
                   MOVE WS-MG-CODAV TO OT-CODAV
                   MOVE WS-MG-NUMOT TO OT-NUMOT
                   READ MAINT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OT-OUVERT
                               MOVE SPACES TO WS-MG-ERREUR
                           ELSE
                               MOVE "Ordre deja cloture."
                                   TO WS-MG-ERREUR
                           END-IF
                   END-READ
                   CLOSE MAINT-FILE
               END-IF
           END-IF.

      * A part with no type listed fits any aircraft.
       CONTROLE-TYPE.
           IF PC-TYPES NOT = SPACES
               MOVE "N" TO WS-TYPE-OK
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                       UNTIL WS-PC-IDX > 4
                   IF PC-TYPE(WS-PC-IDX) = WS-MG-CODTYP
                       MOVE "O" TO WS-TYPE-OK
                   END-IF
               END-PERFORM
               IF NOT WS-TYPE-APPLICABLE
                   STRING "Piece non applicable au type "
                       WS-MG-CODTYP "." DELIMITED BY SIZE
                       INTO WS-MG-ERREUR
               END-IF
           END-IF.

       APPLY-SORTIE.
           OPEN I-O PIECEMAG-FILE.
           IF WS-FS-PIECEMAG = "00"
               MOVE WS-PC-REFERENCE TO PC-REFERENCE
               READ PIECEMAG-FILE
                   INVALID KEY
                       MOVE "Piece inconnue au catalogue." TO WS-MSG
                   NOT INVALID KEY
                       MOVE PC-QUANTITE TO WS-MG-LIVRE
                       SUBTRACT WS-MG-QUANTITE FROM PC-QUANTITE
                       REWRITE PIECEMAG-REC
                       MOVE "S" TO WS-MG-TYPE
                       COMPUTE WS-MG-ECART = 0 - WS-MG-QUANTITE
                       MOVE PC-COUT-MOYEN TO WS-MG-COUT-MVT
                       MOVE SPACES TO WS-MG-FOURN WS-MG-BL
                       PERFORM ECRIT-MOUVEMENT
                       COMPUTE WS-MG-MONTANT ROUNDED =
                           WS-MG-QUANTITE * PC-COUT-MOYEN
                       PERFORM ECRIT-LIGNE-OT
                       MOVE "F122"          TO WS-AUDIT-PROGRAMME
                       MOVE "SAISIE-SORTIE" TO WS-AUDIT-PARAGRAPHE
                       MOVE "MAJ"           TO WS-AUDIT-ACTION
                       STRING "sortie " WS-PC-REFERENCE " - "
                           WS-MG-QUANTITE " ordre " WS-MG-NUMOT
                           " avion " WS-MG-CODAV " " WS-MG-MONTANT
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE WS-MG-MONTANT TO WS-PC-COUT-ED
                       STRING "Sortie enregistree, ligne "
                           WS-MG-NUMLIGNE " sur l'ordre: "
                           WS-PC-COUT-ED " EUR." DELIMITED BY SIZE
                           INTO WS-MSG
               END-READ
               CLOSE PIECEMAG-FILE
           ELSE
               MOVE "Catalogue vide." TO WS-MSG
           END-IF.

      * The order's parts line, numbered after its last line the
      * way F11's NEXT-NUMLIGNE does.
       ECRIT-LIGNE-OT.
           MOVE 0 TO WS-MG-NUMLIGNE.
           OPEN INPUT OTLIGNE-FILE.
           IF WS-FS-OTLIGNE = "00"
               MOVE WS-MG-CODAV TO OL-CODAV
               MOVE WS-MG-NUMOT TO OL-NUMOT
               MOVE LOW-VALUES  TO OL-NUMLIGNE
               START OTLIGNE-FILE KEY IS NOT LESS THAN OL-CLE
                   INVALID KEY MOVE "10" TO WS-FS-OTLIGNE
               END-START
               PERFORM UNTIL WS-FS-OTLIGNE = "10"
                   READ OTLIGNE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-OTLIGNE
                       NOT AT END
                           IF OL-CODAV NOT = WS-MG-CODAV
                              OR OL-NUMOT NOT = WS-MG-NUMOT
                               MOVE "10" TO WS-FS-OTLIGNE
                           ELSE
                               IF OL-NUMLIGNE > WS-MG-NUMLIGNE
                                   MOVE OL-NUMLIGNE TO WS-MG-NUMLIGNE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OTLIGNE-FILE
           END-IF.
           ADD 1 TO WS-MG-NUMLIGNE.
           OPEN I-O OTLIGNE-FILE.
           IF WS-FS-OTLIGNE = "35"
               OPEN OUTPUT OTLIGNE-FILE
               CLOSE OTLIGNE-FILE
               OPEN I-O OTLIGNE-FILE
           END-IF.
           IF WS-FS-OTLIGNE = "00"
               INITIALIZE OTLIGNE-REC
               MOVE WS-MG-CODAV    TO OL-CODAV
               MOVE WS-MG-NUMOT    TO OL-NUMOT
               MOVE WS-MG-NUMLIGNE TO OL-NUMLIGNE
               MOVE "P"            TO OL-TYPE
               MOVE WS-MG-QUANTITE TO WS-MG-QTE-ED
               IF WS-MG-SERIE NOT = SPACES
                   STRING "S/N " WS-MG-SERIE " " WS-PC-REFERENCE
                       DELIMITED BY SIZE INTO OL-LIBELLE
               ELSE
                   STRING WS-MG-QTE-ED " x " WS-PC-REFERENCE " "
                       PC-LIBELLE DELIMITED BY SIZE INTO OL-LIBELLE
               END-IF
               MOVE WS-MG-MONTANT  TO OL-MONTANT
               WRITE OTLIGNE-REC
               CLOSE OTLIGNE-FILE
           END-IF.

      * A blind count: the book quantity is not shown, the count
      * replaces it and the movement keeps both and the variance
      * for F123's yearly count report.
       SAISIE-COMPTAGE.
           PERFORM NEW-SCREEN.
           MOVE "Comptage inventaire" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-PC-REFERENCE.
           MOVE 0 TO WS-MG-QUANTITE.
           DISPLAY DS-COMPTAGE.
           ACCEPT AS-COMPTAGE.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-PC-REFERENCE)
                   TO WS-PC-REFERENCE
               PERFORM APPLY-COMPTAGE
           ELSE
               MOVE "Comptage abandonne." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F122.

       APPLY-COMPTAGE.
           OPEN I-O PIECEMAG-FILE.
           IF WS-FS-PIECEMAG = "00"
               MOVE WS-PC-REFERENCE TO PC-REFERENCE
               READ PIECEMAG-FILE
                   INVALID KEY
                       MOVE "Piece inconnue au catalogue." TO WS-MSG
                   NOT INVALID KEY
                       MOVE PC-QUANTITE TO WS-MG-LIVRE
                       COMPUTE WS-MG-ECART =
                           WS-MG-QUANTITE - PC-QUANTITE
                       MOVE WS-MG-QUANTITE TO PC-QUANTITE
                       MOVE WS-CURR-DATE TO PC-DERNIER-INVENT
                       REWRITE PIECEMAG-REC
                       MOVE "I" TO WS-MG-TYPE
                       MOVE PC-COUT-MOYEN TO WS-MG-COUT-MVT
                       MOVE SPACES TO WS-MG-FOURN WS-MG-BL WS-MG-SERIE
                       MOVE 0 TO WS-MG-CODAV WS-MG-NUMOT
                       PERFORM ECRIT-MOUVEMENT
                       MOVE "F122"            TO WS-AUDIT-PROGRAMME
                       MOVE "SAISIE-COMPTAGE" TO WS-AUDIT-PARAGRAPHE
                       MOVE "MAJ"             TO WS-AUDIT-ACTION
                       STRING "comptage " WS-PC-REFERENCE " livre "
                           WS-MG-LIVRE " compte " WS-MG-QUANTITE
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE WS-MG-ECART TO WS-PC-QTE-ED
                       STRING "Comptage enregistre, ecart "
                           WS-PC-QTE-ED "." DELIMITED BY SIZE
                           INTO WS-MSG
               END-READ
               CLOSE PIECEMAG-FILE
           ELSE
               MOVE "Catalogue vide." TO WS-MSG
           END-IF.

      * One MAGMVT.DAT row for the movement just applied to the
      * part: WS-MG-TYPE, the signed quantity in WS-MG-ECART, the
      * book quantity before it in WS-MG-LIVRE.
       ECRIT-MOUVEMENT.
           MOVE "MAGMVT" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           INITIALIZE MAGMVT-REC.
           MOVE WS-SEQ-VALEUR   TO MG-ID.
           MOVE WS-PC-REFERENCE TO MG-REFERENCE.
           MOVE WS-MG-TYPE      TO MG-TYPE.
           MOVE WS-CURR-DATE    TO MG-DATE.
           MOVE WS-MG-ECART     TO MG-QUANTITE.
           MOVE WS-MG-COUT-MVT  TO MG-COUT-UNIT.
           MOVE WS-MG-SERIE     TO MG-SERIE.
           MOVE WS-MG-FOURN     TO MG-FOURN.
           MOVE WS-MG-BL        TO MG-BON-LIVRAISON.
           MOVE WS-MG-CODAV     TO MG-CODAV.
           MOVE WS-MG-NUMOT     TO MG-NUMOT.
           MOVE WS-MG-LIVRE     TO MG-QTE-LIVRE.
           MOVE WS-OPERATEUR    TO MG-OPERATEUR.
           OPEN I-O MAGMVT-FILE.
           IF WS-FS-MAGMVT = "35"
               OPEN OUTPUT MAGMVT-FILE
           END-IF.
           WRITE MAGMVT-REC.
           CLOSE MAGMVT-FILE.

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

       END PROGRAM F122.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F104.

      * Boutique du club: charts, logbooks, headsets, plotters and
      * club polos were sold from a drawer and written in a
      * notebook. This staff screen keeps the article catalogue
      * (ARTICLE.DAT: price HT, VAT rate, stock, reorder threshold),
      * books stock received, and sells: a ticket of up to four
      * articles is either put on the member's account (mode A -
      * PI-SOLDE debited through a MVT.DAT movement, as F62/F83 do)
      * or paid at the desk (E/C/B through the PAIEMENT journal; an
      * especes ticket needs the operator's F60 till open). Either
      * way a FACTNUM invoice is issued and printed to FACTURE_*.TXT,
      * the stock is drawn down (journaled for F66) and each line is
      * kept in VENTEBOUT.DAT for the F105 monthly report and the
      * F13 export. The register carries one VAT rate per invoice,
      * so a ticket holds articles of a single rate. Same CRUD/retry
      * idiom as F60; all changes audited.

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
           77 WS-APP PIC X(20) VALUE "F104".
           77 WS-FUNC PIC X(20) VALUE "F104".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The article being keyed.
           77 WS-AE-CODE PIC X(6) VALUE SPACES.
           77 WS-AE-LIBELLE PIC X(30) VALUE SPACES.
           77 WS-AE-PRIX PIC 9(4)V99 VALUE 0.
           77 WS-AE-TAUX PIC 99V99 VALUE 0.
           77 WS-AE-SEUIL PIC 9(5) VALUE 0.
           77 WS-AE-ETAT PIC X VALUE "V".
           77 WS-AE-ENTREE PIC 9(5) VALUE 0.
           77 WS-AE-OK PIC X VALUE "N".
               88 WS-AE-TROUVE VALUE "O".

      * The ticket as keyed on screen, then valued line by line.
           77 WS-TK-NUMPIL PIC 9(6) VALUE 0.
           77 WS-TK-MODE PIC X VALUE "A".
           77 WS-TK-CODE-1 PIC X(6) VALUE SPACES.
           77 WS-TK-CODE-2 PIC X(6) VALUE SPACES.
           77 WS-TK-CODE-3 PIC X(6) VALUE SPACES.
           77 WS-TK-CODE-4 PIC X(6) VALUE SPACES.
           77 WS-TK-QTE-1 PIC 9(3) VALUE 0.
           77 WS-TK-QTE-2 PIC 9(3) VALUE 0.
           77 WS-TK-QTE-3 PIC 9(3) VALUE 0.
           77 WS-TK-QTE-4 PIC 9(3) VALUE 0.
           01 WS-TK-TABLE.
               05 WS-TK-LIGNE OCCURS 4 TIMES.
                   10 WS-TK-CODE PIC X(6).
                   10 WS-TK-QTE PIC 9(3).
                   10 WS-TK-LIBELLE PIC X(30).
                   10 WS-TK-PRIX PIC 9(4)V99.
                   10 WS-TK-HT PIC 9(6)V99.
                   10 WS-TK-TVA PIC 9(6)V99.
           77 WS-TK-NB PIC 9 VALUE 0.
           77 WS-TK-I PIC 9 VALUE 0.
           77 WS-TK-J PIC 9 VALUE 0.
           77 WS-TK-TAUX PIC 99V99 VALUE 0.
           77 WS-TK-TAUX-LIGNE PIC 99V99 VALUE 0.
           77 WS-TK-HT-TOTAL PIC 9(6)V99 VALUE 0.
           77 WS-TK-TVA-TOTAL PIC 9(6)V99 VALUE 0.
           77 WS-TK-TTC PIC 9(6)V99 VALUE 0.
           77 WS-TK-MONT-ED PIC Z(5)9.99.
           77 WS-TK-NOM PIC X(31) VALUE SPACES.
           77 WS-TK-RECU PIC 9(6) VALUE 0.
           77 WS-TK-REAPPRO PIC X(30) VALUE SPACES.
           77 WS-TK-PTR PIC 99 VALUE 1.

           77 WS-SAISIE-OK PIC X VALUE "N".
               88 WS-SAISIE-VALIDE VALUE "O".
           77 WS-CAISSE-OK PIC X VALUE "N".
               88 WS-CAISSE-OUVERTE VALUE "O".
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
               02 LINE 9  COL 5 "1. Catalogue des articles".
               02 LINE 10 COL 5 "2. Ajouter / modifier un article".
               02 LINE 11 COL 5 "3. Entree en stock".
               02 LINE 12 COL 5 "4. Vente".
               02 LINE 13 COL 5 "5. Revenir au menu principal".
               02 LINE 14 COL 5 "6. Quitter le programme".
               02 LINE 16 COL 5 PIC X TO WS-CHOIX.

           01 DS-ARTICLE.
               02 LINE 9  COL 3 VALUE "Libelle:                  ".
               02 LINE 10 COL 3 VALUE "Prix de vente HT:         ".
               02 LINE 11 COL 3 VALUE "TVA % (0 = taux general): ".
               02 LINE 12 COL 3 VALUE "Seuil de reappro:         ".
               02 LINE 13 COL 3 VALUE "V=en vente R=retire:      ".
               02 LINE 15 COL 3 VALUE "Valider ? (y/n)".

           01 AS-ARTICLE REQUIRED UNDERLINE.
               02 LINE 9  COL 31 PIC X(30)   USING WS-AE-LIBELLE.
               02 LINE 10 COL 31 PIC 9(4).99 USING WS-AE-PRIX.
               02 LINE 11 COL 31 PIC 99.99   USING WS-AE-TAUX.
               02 LINE 12 COL 31 PIC 9(5)    USING WS-AE-SEUIL.
               02 LINE 13 COL 31 PIC X       USING WS-AE-ETAT.
               02 LINE 15 COL 20 PIC X       TO WS-CHOIX.

           01 DS-ENTREE.
               02 LINE 8  COL 3 VALUE "Article:                  ".
               02 LINE 9  COL 3 VALUE "Quantite recue:           ".
               02 LINE 11 COL 3 VALUE "Valider ? (y/n)".

           01 AS-ENTREE REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC X(6)    USING WS-AE-CODE.
               02 LINE 9  COL 31 PIC 9(5)    USING WS-AE-ENTREE.
               02 LINE 11 COL 20 PIC X       TO WS-CHOIX.

           01 DS-VENTE.
               02 LINE 8  COL 3 VALUE "Pilote (0 = non membre):  ".
               02 LINE 9  COL 3 VALUE "A=au compte E/C/B=comptant:".
               02 LINE 10 COL 3 VALUE "Article  Qte".
               02 LINE 15 COL 3 VALUE "Calculer ? (y/n)".

           01 AS-VENTE REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC 9(6)    USING WS-TK-NUMPIL.
               02 LINE 9  COL 31 PIC X       USING WS-TK-MODE.
               02 LINE 11 COL 3  PIC X(6)    USING WS-TK-CODE-1.
               02 LINE 11 COL 12 PIC 9(3)    USING WS-TK-QTE-1.
               02 LINE 12 COL 3  PIC X(6)    USING WS-TK-CODE-2.
               02 LINE 12 COL 12 PIC 9(3)    USING WS-TK-QTE-2.
               02 LINE 13 COL 3  PIC X(6)    USING WS-TK-CODE-3.
               02 LINE 13 COL 12 PIC 9(3)    USING WS-TK-QTE-3.
               02 LINE 14 COL 3  PIC X(6)    USING WS-TK-CODE-4.
               02 LINE 14 COL 12 PIC 9(3)    USING WS-TK-QTE-4.
               02 LINE 15 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           MOVE "TVA-DEFAUT" TO WS-PARAM-CODE.
           MOVE 20 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TVA-DEFAUT.
           PERFORM MENU-F104.

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
               PERFORM MENU-F104
           END-IF.

       MENU-F104.
           MOVE "Boutique" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-ARTICLES
                       WHEN "2"
                           PERFORM SAISIE-ARTICLE
                       WHEN "3"
                           PERFORM SAISIE-ENTREE
                       WHEN "4"
                           PERFORM SAISIE-VENTE
                       WHEN "5"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "6"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F104
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
           MOVE "F104"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * Catalogue in code order, "!" beside an article at or
      * under its reorder threshold.
       LISTE-ARTICLES.
           PERFORM NEW-SCREEN.
           MOVE "Catalogue boutique" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Code   Libelle                  Prix HT  TVA  "
               LINE 7 COL 3.
           DISPLAY "Stock Seuil E" LINE 7 COL 50.
           MOVE 8 TO K.
           OPEN INPUT ARTICLE-FILE.
           IF WS-FS-ARTICLE = "00"
               MOVE LOW-VALUES TO AE-CODE
               START ARTICLE-FILE KEY IS NOT LESS THAN AE-CODE
                   INVALID KEY MOVE "10" TO WS-FS-ARTICLE
               END-START
               PERFORM UNTIL WS-FS-ARTICLE = "10" OR K > 18
                   READ ARTICLE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ARTICLE
                       NOT AT END
                           MOVE AE-PRIX-HT TO WS-TK-MONT-ED
                           DISPLAY AE-CODE LINE K COL 3
                           DISPLAY AE-LIBELLE(1:24) LINE K COL 10
                           DISPLAY WS-TK-MONT-ED LINE K COL 34
                           DISPLAY AE-TAUX-TVA LINE K COL 44
                           DISPLAY AE-QUANTITE LINE K COL 50
                           DISPLAY AE-SEUIL LINE K COL 56
                           DISPLAY AE-ETAT LINE K COL 62
                           IF AE-QUANTITE NOT > AE-SEUIL
                              AND AE-EN-VENTE
                               DISPLAY "!" LINE K COL 64
                           END-IF
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE ARTICLE-FILE
           END-IF.
           IF K = 8
               MOVE "Catalogue vide." TO WS-MSG
           ELSE
               IF K > 18
                   MOVE "Affichage limite a onze lignes."
                       TO WS-MSG
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F104.

      * The code is asked first so an existing article comes
      * back on screen for amendment; a new one starts blank.
       SAISIE-ARTICLE.
           PERFORM NEW-SCREEN.
           MOVE "Saisie article" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-AE-CODE.
           DISPLAY "Code article:" LINE 8 COL 3.
           ACCEPT WS-AE-CODE LINE 8 COL 31.
           MOVE FUNCTION UPPER-CASE(WS-AE-CODE) TO WS-AE-CODE.
           IF WS-AE-CODE = SPACES
               MOVE "Code article obligatoire." TO WS-MSG
           ELSE
               PERFORM LIT-ARTICLE
               IF WS-AE-TROUVE
                   MOVE AE-LIBELLE TO WS-AE-LIBELLE
                   MOVE AE-PRIX-HT TO WS-AE-PRIX
                   MOVE AE-TAUX-TVA TO WS-AE-TAUX
                   MOVE AE-SEUIL TO WS-AE-SEUIL
                   MOVE AE-ETAT TO WS-AE-ETAT
               ELSE
                   MOVE SPACES TO WS-AE-LIBELLE
                   MOVE 0 TO WS-AE-PRIX WS-AE-TAUX WS-AE-SEUIL
                   MOVE "V" TO WS-AE-ETAT
               END-IF
               DISPLAY DS-ARTICLE
               ACCEPT AS-ARTICLE
               IF WS-VALIDER
                   MOVE FUNCTION UPPER-CASE(WS-AE-ETAT) TO WS-AE-ETAT
                   EVALUATE TRUE
                       WHEN WS-AE-LIBELLE = SPACES
                           MOVE "Libelle obligatoire." TO WS-MSG
                       WHEN WS-AE-ETAT NOT = "V" AND NOT = "R"
                           MOVE "Etat: V ou R." TO WS-MSG
                       WHEN OTHER
                           PERFORM APPLY-ARTICLE
                   END-EVALUATE
               ELSE
                   MOVE "Article non enregistre." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F104.

       LIT-ARTICLE.
           MOVE "N" TO WS-AE-OK.
           OPEN INPUT ARTICLE-FILE.
           IF WS-FS-ARTICLE = "00"
               MOVE WS-AE-CODE TO AE-CODE
               READ ARTICLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-AE-OK
               END-READ
               CLOSE ARTICLE-FILE
           END-IF.

      * Stock on hand is never keyed here - only entries and
      * sales move it.
       APPLY-ARTICLE.
           MOVE "N" TO WS-AE-OK.
           OPEN I-O ARTICLE-FILE.
           IF WS-FS-ARTICLE = "35"
               OPEN OUTPUT ARTICLE-FILE
               CLOSE ARTICLE-FILE
               OPEN I-O ARTICLE-FILE
           END-IF.
           IF WS-FS-ARTICLE = "00"
               MOVE WS-AE-CODE TO AE-CODE
               READ ARTICLE-FILE
                   INVALID KEY
                       INITIALIZE ARTICLE-REC
                       MOVE WS-AE-CODE TO AE-CODE
                   NOT INVALID KEY
                       MOVE "O" TO WS-AE-OK
               END-READ
               MOVE WS-AE-LIBELLE TO AE-LIBELLE
               MOVE WS-AE-PRIX    TO AE-PRIX-HT
               MOVE WS-AE-TAUX    TO AE-TAUX-TVA
               MOVE WS-AE-SEUIL   TO AE-SEUIL
               MOVE WS-AE-ETAT    TO AE-ETAT
               IF WS-AE-TROUVE
                   REWRITE ARTICLE-REC
               ELSE
                   WRITE ARTICLE-REC
               END-IF
               CLOSE ARTICLE-FILE
               MOVE "F104"           TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-ARTICLE" TO WS-AUDIT-PARAGRAPHE
               IF WS-AE-TROUVE
                   MOVE "MAJ"        TO WS-AUDIT-ACTION
               ELSE
                   MOVE "CREATION"   TO WS-AUDIT-ACTION
               END-IF
               STRING "article " WS-AE-CODE " prix HT " WS-AE-PRIX
                   " TVA " WS-AE-TAUX " seuil " WS-AE-SEUIL " "
                   WS-AE-ETAT DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               MOVE "Article enregistre." TO WS-MSG
           END-IF.

       SAISIE-ENTREE.
           PERFORM NEW-SCREEN.
           MOVE "Entree en stock" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-AE-CODE.
           MOVE 0 TO WS-AE-ENTREE.
           DISPLAY DS-ENTREE.
           ACCEPT AS-ENTREE.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-AE-CODE) TO WS-AE-CODE
               IF WS-AE-ENTREE = 0
                   MOVE "Quantite nulle." TO WS-MSG
               ELSE
                   PERFORM APPLY-ENTREE
               END-IF
           ELSE
               MOVE "Entree abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F104.

       APPLY-ENTREE.
           OPEN I-O ARTICLE-FILE.
           IF WS-FS-ARTICLE = "00"
               MOVE WS-AE-CODE TO AE-CODE
               READ ARTICLE-FILE
                   INVALID KEY
                       MOVE "Article inconnu au catalogue." TO WS-MSG
                   NOT INVALID KEY
                       ADD WS-AE-ENTREE TO AE-QUANTITE
                       MOVE WS-CURR-DATE TO AE-DERNIERE-ENTREE
                       REWRITE ARTICLE-REC
                       MOVE "F104"          TO WS-AUDIT-PROGRAMME
                       MOVE "SAISIE-ENTREE" TO WS-AUDIT-PARAGRAPHE
                       MOVE "MAJ"           TO WS-AUDIT-ACTION
                       STRING "entree stock " WS-AE-CODE " + "
                           WS-AE-ENTREE " = " AE-QUANTITE
                           DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE "Entree en stock enregistree." TO WS-MSG
               END-READ
               CLOSE ARTICLE-FILE
           ELSE
               MOVE "Catalogue vide." TO WS-MSG
           END-IF.

      * Keyed, checked and valued first; the recap is shown and
      * only a second confirmation commits the ticket.
       SAISIE-VENTE.
           PERFORM NEW-SCREEN.
           MOVE "Vente boutique" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-TK-NUMPIL.
           MOVE "A" TO WS-TK-MODE.
           MOVE SPACES TO WS-TK-CODE-1 WS-TK-CODE-2 WS-TK-CODE-3
               WS-TK-CODE-4.
           MOVE 0 TO WS-TK-QTE-1 WS-TK-QTE-2 WS-TK-QTE-3
               WS-TK-QTE-4.
           DISPLAY DS-VENTE.
           ACCEPT AS-VENTE.
           IF WS-VALIDER
               PERFORM CONTROLE-VENTE
               IF WS-SAISIE-VALIDE
                   PERFORM CONFIRME-VENTE
               ELSE
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F104" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Vente abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F104.

      * The keyed lines are packed into the ticket table, then
      * checked: a known member for an account sale, an open till
      * for cash, articles on sale with the stock to cover them,
      * no article twice and one VAT rate across the ticket.
       CONTROLE-VENTE.
           MOVE "O" TO WS-SAISIE-OK.
           MOVE FUNCTION UPPER-CASE(WS-TK-MODE) TO WS-TK-MODE.
           INITIALIZE WS-TK-TABLE.
           MOVE 0 TO WS-TK-NB.
           MOVE WS-TK-CODE-1 TO WS-AE-CODE.
           MOVE WS-TK-QTE-1 TO WS-AE-ENTREE.
           PERFORM AJOUTE-LIGNE-TICKET.
           MOVE WS-TK-CODE-2 TO WS-AE-CODE.
           MOVE WS-TK-QTE-2 TO WS-AE-ENTREE.
           PERFORM AJOUTE-LIGNE-TICKET.
           MOVE WS-TK-CODE-3 TO WS-AE-CODE.
           MOVE WS-TK-QTE-3 TO WS-AE-ENTREE.
           PERFORM AJOUTE-LIGNE-TICKET.
           MOVE WS-TK-CODE-4 TO WS-AE-CODE.
           MOVE WS-TK-QTE-4 TO WS-AE-ENTREE.
           PERFORM AJOUTE-LIGNE-TICKET.

           MOVE SPACES TO WS-TK-NOM.
           EVALUATE TRUE
               WHEN WS-TK-MODE NOT = "A" AND NOT = "E"
                                  AND NOT = "C" AND NOT = "B"
                   MOVE "Reglement: A, E, C ou B." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               WHEN WS-TK-MODE = "A" AND WS-TK-NUMPIL = 0
                   MOVE "Vente au compte: numero de pilote requis."
                       TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               WHEN WS-TK-NB = 0
                   MOVE "Aucun article saisi." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
           END-EVALUATE.
           IF WS-SAISIE-VALIDE AND WS-TK-NUMPIL > 0
               PERFORM CHERCHE-PILOTE
           END-IF.
           IF WS-SAISIE-VALIDE AND WS-TK-MODE = "E"
               PERFORM CHERCHE-CAISSE-OUVERTE
               IF NOT WS-CAISSE-OUVERTE
                   MOVE "Especes: ouvrez d'abord votre caisse (F60)."
                       TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               END-IF
           END-IF.
           IF WS-SAISIE-VALIDE
               PERFORM VALORISE-TICKET
           END-IF.

       AJOUTE-LIGNE-TICKET.
           MOVE FUNCTION UPPER-CASE(WS-AE-CODE) TO WS-AE-CODE.
           IF WS-AE-CODE NOT = SPACES
               ADD 1 TO WS-TK-NB
               MOVE WS-AE-CODE TO WS-TK-CODE(WS-TK-NB)
               MOVE WS-AE-ENTREE TO WS-TK-QTE(WS-TK-NB)
           END-IF.

       CHERCHE-PILOTE.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-TK-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       MOVE "Pilote inconnu." TO WS-MSG
                       MOVE "N" TO WS-SAISIE-OK
                   NOT INVALID KEY
                       STRING PI-PRENOM DELIMITED BY SPACE
                           " " PI-NOM DELIMITED BY SIZE
                           INTO WS-TK-NOM
               END-READ
               CLOSE PILOTE-FILE
           ELSE
               MOVE "Fichier pilotes indisponible." TO WS-MSG
               MOVE "N" TO WS-SAISIE-OK
           END-IF.

       CHERCHE-CAISSE-OUVERTE.
           MOVE "N" TO WS-CAISSE-OK.
           OPEN INPUT CAISSE-FILE.
           IF WS-FS-CAISSE = "00"
               MOVE LOW-VALUES TO CA-ID
               START CAISSE-FILE KEY IS NOT LESS THAN CA-ID
                   INVALID KEY MOVE "10" TO WS-FS-CAISSE
               END-START
               PERFORM UNTIL WS-FS-CAISSE = "10"
                   READ CAISSE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CAISSE
                       NOT AT END
                           IF CA-OUVERTE
                              AND CA-OPERATEUR = WS-OPERATEUR
                               MOVE "O" TO WS-CAISSE-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAISSE-FILE
           END-IF.

      * Each line priced from the catalogue, VAT per line.
       VALORISE-TICKET.
           MOVE 0 TO WS-TK-HT-TOTAL WS-TK-TVA-TOTAL WS-TK-TAUX.
           OPEN INPUT ARTICLE-FILE.
           IF WS-FS-ARTICLE NOT = "00"
               MOVE "Catalogue vide." TO WS-MSG
               MOVE "N" TO WS-SAISIE-OK
           ELSE
               PERFORM VARYING WS-TK-I FROM 1 BY 1
                       UNTIL WS-TK-I > WS-TK-NB
                          OR NOT WS-SAISIE-VALIDE
                   PERFORM VALORISE-LIGNE
               END-PERFORM
               CLOSE ARTICLE-FILE
           END-IF.
           COMPUTE WS-TK-TTC = WS-TK-HT-TOTAL + WS-TK-TVA-TOTAL.

       VALORISE-LIGNE.
           MOVE WS-TK-CODE(WS-TK-I) TO AE-CODE.
           READ ARTICLE-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MSG
                   STRING "Article inconnu: " WS-TK-CODE(WS-TK-I)
                       DELIMITED BY SIZE INTO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
           END-READ.
           IF WS-SAISIE-VALIDE
               IF AE-TAUX-TVA = 0
                   MOVE WS-TVA-DEFAUT TO WS-TK-TAUX-LIGNE
               ELSE
                   MOVE AE-TAUX-TVA TO WS-TK-TAUX-LIGNE
               END-IF
               IF WS-TK-I = 1
                   MOVE WS-TK-TAUX-LIGNE TO WS-TK-TAUX
               END-IF
               PERFORM VARYING WS-TK-J FROM 1 BY 1
                       UNTIL WS-TK-J >= WS-TK-I
                   IF WS-TK-CODE(WS-TK-J) = WS-TK-CODE(WS-TK-I)
                       MOVE "N" TO WS-SAISIE-OK
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-MSG
               EVALUATE TRUE
                   WHEN NOT WS-SAISIE-VALIDE
                       STRING "Article en double: " AE-CODE
                           DELIMITED BY SIZE INTO WS-MSG
                   WHEN NOT AE-EN-VENTE
                       STRING "Article retire de la vente: " AE-CODE
                           DELIMITED BY SIZE INTO WS-MSG
                       MOVE "N" TO WS-SAISIE-OK
                   WHEN WS-TK-QTE(WS-TK-I) = 0
                       STRING "Quantite nulle: " AE-CODE
                           DELIMITED BY SIZE INTO WS-MSG
                       MOVE "N" TO WS-SAISIE-OK
                   WHEN AE-QUANTITE < WS-TK-QTE(WS-TK-I)
                       STRING "Stock insuffisant: " AE-CODE " ("
                           AE-QUANTITE " en stock)"
                           DELIMITED BY SIZE INTO WS-MSG
                       MOVE "N" TO WS-SAISIE-OK
                   WHEN WS-TK-TAUX-LIGNE NOT = WS-TK-TAUX
                       MOVE "Un ticket par taux de TVA - scindez."
                           TO WS-MSG
                       MOVE "N" TO WS-SAISIE-OK
               END-EVALUATE
           END-IF.
           IF WS-SAISIE-VALIDE
               MOVE AE-LIBELLE TO WS-TK-LIBELLE(WS-TK-I)
               MOVE AE-PRIX-HT TO WS-TK-PRIX(WS-TK-I)
               COMPUTE WS-TK-HT(WS-TK-I) =
                   WS-TK-QTE(WS-TK-I) * AE-PRIX-HT
               COMPUTE WS-TK-TVA(WS-TK-I) ROUNDED =
                   WS-TK-HT(WS-TK-I) * WS-TK-TAUX / 100
               ADD WS-TK-HT(WS-TK-I) TO WS-TK-HT-TOTAL
               ADD WS-TK-TVA(WS-TK-I) TO WS-TK-TVA-TOTAL
           END-IF.

       CONFIRME-VENTE.
           PERFORM VARYING WS-TK-I FROM 1 BY 1
                   UNTIL WS-TK-I > WS-TK-NB
               COMPUTE K = 10 + WS-TK-I
               MOVE WS-TK-HT(WS-TK-I) TO WS-TK-MONT-ED
               DISPLAY WS-TK-LIBELLE(WS-TK-I)(1:24) LINE K COL 20
               DISPLAY WS-TK-MONT-ED LINE K COL 46
           END-PERFORM.
           IF WS-TK-NOM NOT = SPACES
               DISPLAY WS-TK-NOM LINE 8 COL 40
           END-IF.
           MOVE WS-TK-TVA-TOTAL TO WS-TK-MONT-ED.
           DISPLAY "TVA:" LINE 16 COL 3.
           DISPLAY WS-TK-MONT-ED LINE 16 COL 9.
           MOVE WS-TK-TTC TO WS-TK-MONT-ED.
           DISPLAY "TOTAL TTC:" LINE 16 COL 22.
           DISPLAY WS-TK-MONT-ED LINE 16 COL 34.
           DISPLAY "Facturer ? (y/n)" LINE 17 COL 3.
           MOVE SPACES TO WS-CHOIX.
           ACCEPT WS-CHOIX LINE 17 COL 21.
           IF WS-VALIDER
               PERFORM APPLY-VENTE
           ELSE
               MOVE "Vente abandonnee." TO WS-MSG
           END-IF.

      * Invoice number first, then the money side (account or
      * receipt), then stock and sale lines in one journaled unit
      * of work, and the printed invoice last.
       APPLY-VENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE WS-TK-NUMPIL TO WS-FAC-NUMPIL.
           MOVE "BOUTIQUE" TO WS-FAC-PERIODE.
           MOVE WS-TK-TTC TO WS-FAC-MONTANT.
           MOVE WS-TK-HT-TOTAL TO WS-FAC-MONTANT-HT.
           MOVE WS-TK-TAUX TO WS-FAC-TAUX.
           PERFORM ALLOUE-NUMERO-FACTURE.

           MOVE 0 TO WS-TK-RECU.
           IF WS-TK-MODE = "A"
               PERFORM DEBITE-COMPTE
           ELSE
      * Paid on the spot: the receipt settles the ticket, not
      * the member's account, so it carries no pilot number.
               MOVE 0 TO WS-PAIE-NUMPIL
               MOVE WS-TK-TTC TO WS-PAIE-MONTANT
               MOVE WS-TK-MODE TO WS-PAIE-MODE
               MOVE 0 TO WS-PAIE-NBVOLS
               PERFORM ENREGISTRE-PAIEMENT
               MOVE WS-PAIE-NUMRECU TO WS-TK-RECU
           END-IF.

           MOVE SPACES TO WS-TK-REAPPRO.
           MOVE 1 TO WS-TK-PTR.
           MOVE "F104" TO WS-JRN-PROGRAMME.
           PERFORM DEBUT-UOW.
           OPEN I-O ARTICLE-FILE.
           OPEN I-O VENTEBOUT-FILE.
           IF WS-FS-VENTEBOUT = "35"
               OPEN OUTPUT VENTEBOUT-FILE
               CLOSE VENTEBOUT-FILE
               OPEN I-O VENTEBOUT-FILE
           END-IF.
           PERFORM VARYING WS-TK-I FROM 1 BY 1
                   UNTIL WS-TK-I > WS-TK-NB
               PERFORM SORT-LIGNE-STOCK
           END-PERFORM.
           CLOSE VENTEBOUT-FILE.
           CLOSE ARTICLE-FILE.
           PERFORM FIN-UOW.

           PERFORM IMPRIME-FACTURE-BOUTIQUE.

           MOVE "F104"         TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-VENTE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"     TO WS-AUDIT-ACTION.
           STRING "vente boutique fact. " WS-FAC-NUMERO " pilote "
               WS-TK-NUMPIL " TTC " WS-TK-TTC " mode " WS-TK-MODE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           IF WS-TK-REAPPRO = SPACES
               STRING "Vente enregistree - facture " WS-FAC-NUMERO
                   "." DELIMITED BY SIZE INTO WS-MSG
           ELSE
               STRING "Facture " WS-FAC-NUMERO " - a reapprovisionner:"
                   WS-TK-REAPPRO DELIMITED BY SIZE INTO WS-MSG
           END-IF.

       SORT-LIGNE-STOCK.
           MOVE WS-TK-CODE(WS-TK-I) TO AE-CODE.
           READ ARTICLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ARTICLE" TO WS-JRN-FICHIER
                   MOVE AE-CODE TO WS-JRN-CLE
                   MOVE ARTICLE-REC TO WS-JRN-IMAGE
                   PERFORM IMAGE-AVANT
                   SUBTRACT WS-TK-QTE(WS-TK-I) FROM AE-QUANTITE
                   REWRITE ARTICLE-REC
                   IF AE-QUANTITE NOT > AE-SEUIL
                       STRING " " AE-CODE DELIMITED BY SIZE
                           INTO WS-TK-REAPPRO WITH POINTER WS-TK-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
           END-READ.
           INITIALIZE VENTEBOUT-REC.
           MOVE WS-FAC-NUMERO        TO BT-FACTURE.
           MOVE WS-TK-I              TO BT-LIGNE.
           MOVE WS-CURR-DATE         TO BT-DATE.
           MOVE WS-TK-NUMPIL         TO BT-NUMPIL.
           MOVE WS-TK-CODE(WS-TK-I)  TO BT-CODE.
           MOVE WS-TK-QTE(WS-TK-I)   TO BT-QUANTITE.
           MOVE WS-TK-PRIX(WS-TK-I)  TO BT-PRIX-HT.
           MOVE WS-TK-TAUX           TO BT-TAUX-TVA.
           MOVE WS-TK-HT(WS-TK-I)    TO BT-MONTANT-HT.
           MOVE WS-TK-TVA(WS-TK-I)   TO BT-MONTANT-TVA.
           MOVE WS-TK-MODE           TO BT-MODE.
           MOVE WS-TK-RECU           TO BT-RECU.
           MOVE WS-OPERATEUR         TO BT-OPERATEUR.
           WRITE VENTEBOUT-REC.

      * Same account debit as the F83 simulator sessions: balance,
      * movement ledger, then the financial status flag.
       DEBITE-COMPTE.
           OPEN I-O PILOTE-FILE.
           OPEN I-O ETATPIL-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-TK-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-TK-TTC FROM PI-SOLDE
                       REWRITE PILOTE-REC
                       MOVE PI-NUMPIL TO WS-MVT-NUMPIL
                       MOVE "F104" TO WS-MVT-PROGRAMME
                       MOVE "BOUTIQUE" TO WS-MVT-TYPE
                       COMPUTE WS-MVT-MONTANT = 0 - WS-TK-TTC
                       MOVE WS-FAC-NUMERO TO WS-MVT-REFERENCE
                       MOVE PI-SOLDE TO WS-MVT-SOLDE
                       PERFORM ENREGISTRE-MOUVEMENT
                       IF WS-FS-ETATPIL = "00"
                           MOVE PI-ID-ETATPILOTE TO EP-ID
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
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-FS-ETATPIL = "00"
               CLOSE ETATPIL-FILE
           END-IF.

       IMPRIME-FACTURE-BOUTIQUE.
           MOVE SPACES TO WS-NOM-INVOICE.
           STRING "FACTURE_" FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-INVOICE.
           OPEN EXTEND INVOICE-FILE.
           IF WS-FS-INVOICE = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           MOVE SPACES TO INV-LIGNE.
           STRING "Facture n. " WS-FAC-NUMERO " du " WS-CURR-DAY "/"
               WS-CURR-MONTH "/" WS-CURR-YEAR " - boutique du club"
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           MOVE SPACES TO INV-LIGNE.
           STRING "Aeroclub - SIRET 123 456 789 00012"
               " - TVA intracom. FR12 345678901"
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           IF WS-TK-NUMPIL > 0
               MOVE SPACES TO INV-LIGNE
               STRING "Client : pilote " WS-TK-NUMPIL " " WS-TK-NOM
                   DELIMITED BY SIZE INTO INV-LIGNE
               WRITE INVOICE-REC
           END-IF.
           PERFORM VARYING WS-TK-I FROM 1 BY 1
                   UNTIL WS-TK-I > WS-TK-NB
               MOVE SPACES TO INV-LIGNE
               STRING WS-TK-CODE(WS-TK-I) " "
                   WS-TK-LIBELLE(WS-TK-I) " " WS-TK-QTE(WS-TK-I)
                   " x " WS-TK-PRIX(WS-TK-I) " HT "
                   WS-TK-HT(WS-TK-I) " TVA " WS-TK-TVA(WS-TK-I)
                   DELIMITED BY SIZE INTO INV-LIGNE
               WRITE INVOICE-REC
           END-PERFORM.
           MOVE SPACES TO INV-LIGNE.
           STRING "Total HT " WS-TK-HT-TOTAL " TVA " WS-TK-TAUX "% "
               WS-TK-TVA-TOTAL " TTC " WS-TK-TTC
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           MOVE SPACES TO INV-LIGNE.
           IF WS-TK-MODE = "A"
               STRING "Porte au compte du pilote " WS-TK-NUMPIL
                   " - operateur " WS-OPERATEUR
                   DELIMITED BY SIZE INTO INV-LIGNE
           ELSE
               STRING "Acquittee - recu n. " WS-TK-RECU " - mode "
                   WS-TK-MODE " - operateur " WS-OPERATEUR
                   DELIMITED BY SIZE INTO INV-LIGNE
           END-IF.
           WRITE INVOICE-REC.
           MOVE SPACES TO INV-LIGNE.
           WRITE INVOICE-REC.
           CLOSE INVOICE-FILE.
           MOVE "FACTURE" TO WS-RPT-TYPE.
           MOVE "BOUTIQUE" TO WS-RPT-PERIODE.
           MOVE WS-NOM-INVOICE TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.

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

           COPY "FACTURE-PROC.cpy" IN TEMPLATE.

           COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

           COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "JOURNAL-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F104.

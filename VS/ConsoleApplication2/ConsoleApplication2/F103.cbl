       IDENTIFICATION DIVISION.
       PROGRAM-ID. F103.

      * Ventes comptoir aux visiteurs: a visiting aircraft lands,
      * fuels at our pump and pays its landing fee, and none of it
      * reached the system - F76 could only note "avion visiteur"
      * as free text, F49's stock went down with no sale behind it
      * and F74 showed the litres as unexplained. This staff screen
      * takes the registration, the pilot's name, the litres served
      * and the number of landings, prices them at the visitor rates
      * (PARAMS VIS-PRIX-L per litre, VIS-TAXE-AT per landing, HT,
      * plus TVA-DEFAUT), then in one go: issues a numbered invoice
      * through the FACTNUM register (printed to FACTURE_*.TXT),
      * journals the payment in PAIEMENT.DAT (an especes sale needs
      * the operator's F60 till open, and is stamped with it by
      * ENREGISTRE-PAIEMENT), draws the litres off the AVGAS book
      * stock, keeps the sale in VENTEVIS.DAT for F74's pump
      * matching and F13's export, and logs it to the main courante.
      * Same CRUD/retry idiom as F60; all sales audited. The sale,
      * its litres and its log line belong to the base the session
      * works on (the principal on an all-bases session).

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
           77 WS-APP PIC X(20) VALUE "F103".
           77 WS-FUNC PIC X(20) VALUE "F103".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * Visitor rates, read from PARAMS at start.
           77 WS-VIS-PRIX-LITRE PIC 9(3)V99 VALUE 3.20.
           77 WS-VIS-TAXE-ATTER PIC 9(4)V99 VALUE 15.

      * The sale being keyed and its valuation.
           77 WS-VV-IMMAT PIC X(8) VALUE SPACES.
           77 WS-VV-PILOTE PIC X(30) VALUE SPACES.
           77 WS-VV-LITRES PIC 9(4)V9 VALUE 0.
           77 WS-VV-NB-ATTER PIC 9(2) VALUE 0.
           77 WS-VV-MODE PIC X VALUE "E".
           77 WS-VV-NUMERO PIC 9(6) VALUE 0.
           77 WS-VV-BASE PIC X(4) VALUE SPACES.
           77 WS-VV-CARBURANT PIC 9(6)V99 VALUE 0.
           77 WS-VV-ATTERRISSAGE PIC 9(6)V99 VALUE 0.
           77 WS-VV-HT PIC 9(6)V99 VALUE 0.
           77 WS-VV-TVA PIC 9(6)V99 VALUE 0.
           77 WS-VV-TTC PIC 9(6)V99 VALUE 0.
           77 WS-VV-MONT-ED PIC Z(5)9.99.
           77 WS-VV-JOUR PIC 9(8) VALUE 0.
           77 WS-VV-TOTAL-JOUR PIC 9(7)V99 VALUE 0.

           77 WS-SAISIE-OK PIC X VALUE "N".
               88 WS-SAISIE-VALIDE VALUE "O".
           77 WS-CAISSE-OK PIC X VALUE "N".
               88 WS-CAISSE-OUVERTE VALUE "O".
           77 WS-MC-SEQ PIC 9(3) VALUE 0.
           77 WS-SEQ-LIBRE PIC X VALUE "N".
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
               02 LINE 9  COL 5 "1. Nouvelle vente visiteur".
               02 LINE 10 COL 5 "2. Ventes du jour".
               02 LINE 11 COL 5 "3. Revenir au menu principal".
               02 LINE 12 COL 5 "4. Quitter le programme".
               02 LINE 15 COL 5 PIC X TO WS-CHOIX.

           01 DS-VENTE.
               02 LINE 8  COL 3 VALUE "Immatriculation:          ".
               02 LINE 9  COL 3 VALUE "Nom du pilote:            ".
               02 LINE 10 COL 3 VALUE "Litres AVGAS servis:      ".
               02 LINE 11 COL 3 VALUE "Atterrissages:            ".
               02 LINE 12 COL 3 VALUE "Reglement E/C/B:          ".
               02 LINE 13 COL 3 VALUE "(E=especes C=cheque B=carte)".
               02 LINE 14 COL 3 VALUE "Calculer ? (y/n)".

           01 AS-VENTE REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC X(8)   USING WS-VV-IMMAT.
               02 LINE 9  COL 31 PIC X(30)  USING WS-VV-PILOTE.
               02 LINE 10 COL 31 PIC 9(4).9 USING WS-VV-LITRES.
               02 LINE 11 COL 31 PIC 99     USING WS-VV-NB-ATTER.
               02 LINE 12 COL 31 PIC X      USING WS-VV-MODE.
               02 LINE 14 COL 20 PIC X      TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-PARAMS.
           PERFORM CHARGE-BASES.
           PERFORM BASE-SESSION.
           MOVE WS-BA-SESSION TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           MOVE WS-BA-CODE TO WS-VV-BASE.
           PERFORM MENU-F103.

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
               PERFORM MENU-F103
           END-IF.

       MENU-F103.
           MOVE "Ventes visiteurs" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM SAISIE-VENTE
                       WHEN "2"
                           PERFORM LISTE-VENTES
                       WHEN "3"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F103
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
           MOVE "F103"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * Visitor rates come from the PARAMS file (seeded on first
      * read), maintained through F38 instead of a recompile.
       CHARGE-PARAMS.
           MOVE "VIS-PRIX-L" TO WS-PARAM-CODE.
           MOVE 3.20 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-VIS-PRIX-LITRE.
           MOVE "VIS-TAXE-AT" TO WS-PARAM-CODE.
           MOVE 15 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-VIS-TAXE-ATTER.
           MOVE "TVA-DEFAUT" TO WS-PARAM-CODE.
           MOVE 20 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TVA-DEFAUT.

      * Keyed, checked and valued first; the recap is shown and
      * only a second confirmation commits the sale.
       SAISIE-VENTE.
           PERFORM NEW-SCREEN.
           MOVE "Vente visiteur" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-VV-IMMAT WS-VV-PILOTE.
           MOVE 0 TO WS-VV-LITRES WS-VV-NB-ATTER.
           MOVE "E" TO WS-VV-MODE.
           DISPLAY DS-VENTE.
           ACCEPT AS-VENTE.
           IF WS-VALIDER
               PERFORM CONTROLE-SAISIE
               IF WS-SAISIE-VALIDE
                   PERFORM CALCULE-VENTE
                   PERFORM CONFIRME-VENTE
               ELSE
                   MOVE WS-MSG TO WS-ERR-TEXT
                   MOVE "F103" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           ELSE
               MOVE "Vente abandonnee." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F103.

      * Cash goes into a drawer someone answers for: an especes
      * sale is refused until the operator's F60 till is open.
       CONTROLE-SAISIE.
           MOVE "O" TO WS-SAISIE-OK.
           MOVE FUNCTION UPPER-CASE(WS-VV-IMMAT) TO WS-VV-IMMAT.
           MOVE FUNCTION UPPER-CASE(WS-VV-MODE) TO WS-VV-MODE.
           EVALUATE TRUE
               WHEN WS-VV-IMMAT = SPACES
                   MOVE "Immatriculation obligatoire." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               WHEN WS-VV-PILOTE = SPACES
                   MOVE "Nom du pilote obligatoire." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               WHEN WS-VV-LITRES = 0 AND WS-VV-NB-ATTER = 0
                   MOVE "Ni carburant ni atterrissage a facturer."
                       TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               WHEN WS-VV-MODE NOT = "E" AND NOT = "C"
                                    AND NOT = "B"
                   MOVE "Reglement: E, C ou B." TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
           END-EVALUATE.
           IF WS-SAISIE-VALIDE AND WS-VV-MODE = "E"
               PERFORM CHERCHE-CAISSE-OUVERTE
               IF NOT WS-CAISSE-OUVERTE
                   MOVE "Especes: ouvrez d'abord votre caisse (F60)."
                       TO WS-MSG
                   MOVE "N" TO WS-SAISIE-OK
               END-IF
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

      * Fuel and landings both at the visitor rate, HT; one VAT
      * rate over the whole ticket.
       CALCULE-VENTE.
           COMPUTE WS-VV-CARBURANT ROUNDED =
               WS-VV-LITRES * WS-VIS-PRIX-LITRE.
           COMPUTE WS-VV-ATTERRISSAGE =
               WS-VV-NB-ATTER * WS-VIS-TAXE-ATTER.
           COMPUTE WS-VV-HT = WS-VV-CARBURANT + WS-VV-ATTERRISSAGE.
           COMPUTE WS-VV-TVA ROUNDED =
               WS-VV-HT * WS-TVA-DEFAUT / 100.
           COMPUTE WS-VV-TTC = WS-VV-HT + WS-VV-TVA.

       CONFIRME-VENTE.
           MOVE WS-VV-CARBURANT TO WS-VV-MONT-ED.
           DISPLAY "Carburant HT:" LINE 15 COL 3.
           DISPLAY WS-VV-MONT-ED LINE 15 COL 17.
           MOVE WS-VV-ATTERRISSAGE TO WS-VV-MONT-ED.
           DISPLAY "Atterr. HT:" LINE 15 COL 30.
           DISPLAY WS-VV-MONT-ED LINE 15 COL 42.
           MOVE WS-VV-TVA TO WS-VV-MONT-ED.
           DISPLAY "TVA:" LINE 16 COL 3.
           DISPLAY WS-VV-MONT-ED LINE 16 COL 17.
           MOVE WS-VV-TTC TO WS-VV-MONT-ED.
           DISPLAY "TOTAL TTC:" LINE 16 COL 30.
           DISPLAY WS-VV-MONT-ED LINE 16 COL 42.
           DISPLAY "Encaisser et facturer ? (y/n)" LINE 17 COL 3.
           MOVE SPACES TO WS-CHOIX.
           ACCEPT WS-CHOIX LINE 17 COL 34.
           IF WS-VALIDER
               PERFORM APPLY-VENTE
           ELSE
               MOVE "Vente abandonnee." TO WS-MSG
           END-IF.

      * The sale's own number, then the legal invoice number and
      * the receipt; stock, sale record, main courante and the
      * printed invoice follow.
       APPLY-VENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "VENTEVIS" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-VV-NUMERO.

           MOVE 0 TO WS-FAC-NUMPIL.
           MOVE SPACES TO WS-FAC-PERIODE.
           STRING "VIS " WS-VV-IMMAT DELIMITED BY SIZE
               INTO WS-FAC-PERIODE.
           MOVE WS-VV-TTC TO WS-FAC-MONTANT.
           MOVE WS-VV-HT TO WS-FAC-MONTANT-HT.
           MOVE WS-TVA-DEFAUT TO WS-FAC-TAUX.
           PERFORM ALLOUE-NUMERO-FACTURE.

           MOVE 0 TO WS-PAIE-NUMPIL.
           MOVE WS-VV-TTC TO WS-PAIE-MONTANT.
           MOVE WS-VV-MODE TO WS-PAIE-MODE.
           MOVE 0 TO WS-PAIE-NBVOLS.
           PERFORM ENREGISTRE-PAIEMENT.

           IF WS-VV-LITRES > 0
               PERFORM DEBIT-STOCK
           END-IF.

           OPEN I-O VENTEVIS-FILE.
           IF WS-FS-VENTEVIS = "35"
               OPEN OUTPUT VENTEVIS-FILE
               CLOSE VENTEVIS-FILE
               OPEN I-O VENTEVIS-FILE
           END-IF.
           IF WS-FS-VENTEVIS = "00"
               INITIALIZE VENTEVIS-REC
               MOVE WS-VV-NUMERO        TO VV-NUMERO
               MOVE WS-CURR-DATE        TO VV-DATE
               MOVE WS-CURR-TIME(1:4)   TO VV-HEURE
               MOVE WS-VV-IMMAT         TO VV-IMMAT
               MOVE WS-VV-PILOTE        TO VV-PILOTE
               MOVE WS-VV-LITRES        TO VV-LITRES
               MOVE WS-VV-NB-ATTER      TO VV-NB-ATTER
               MOVE WS-VIS-PRIX-LITRE   TO VV-PRIX-LITRE
               MOVE WS-VIS-TAXE-ATTER   TO VV-TAXE-ATTER
               MOVE WS-VV-HT            TO VV-MONTANT-HT
               MOVE WS-TVA-DEFAUT       TO VV-TAUX-TVA
               MOVE WS-VV-TTC           TO VV-MONTANT
               MOVE WS-FAC-NUMERO       TO VV-FACTURE
               MOVE WS-PAIE-NUMRECU     TO VV-RECU
               MOVE WS-VV-MODE          TO VV-MODE
               MOVE WS-OPERATEUR        TO VV-OPERATEUR
               MOVE WS-VV-BASE          TO VV-BASE
               WRITE VENTEVIS-REC
               CLOSE VENTEVIS-FILE
           END-IF.

           PERFORM NOTE-MAIN-COURANTE.
           PERFORM IMPRIME-FACTURE-VISITEUR.

           MOVE "F103"         TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-VENTE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"     TO WS-AUDIT-ACTION.
           STRING "vente visiteur " WS-VV-IMMAT " fact. "
               WS-FAC-NUMERO " TTC " WS-VV-TTC " mode " WS-VV-MODE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Vente enregistree - facture " WS-FAC-NUMERO
               ", recu " WS-PAIE-NUMRECU "."
               DELIMITED BY SIZE INTO WS-MSG.

      * Same draw-down as the F2 close-out (record created
      * negative if the product is unknown), journaled so F66 can
      * back it out.
       DEBIT-STOCK.
           MOVE "F103" TO WS-JRN-PROGRAMME.
           PERFORM DEBUT-UOW.
           OPEN I-O STOCK-FILE.
           IF WS-FS-STOCK = "35"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           IF WS-FS-STOCK = "00"
               MOVE "AVGAS" TO SK-PRODUIT
               READ STOCK-FILE
                   INVALID KEY
                       INITIALIZE STOCK-REC
                       MOVE "AVGAS" TO SK-PRODUIT
                       MOVE 0 TO SK-SEUIL-REAPPRO
                       MOVE 0 TO SK-DERNIERE-LIVR
                       MOVE WS-VV-BASE TO WS-BA-CODE
                       COMPUTE WS-BA-QTE = 0 - WS-VV-LITRES
                       PERFORM STOCK-BASE-MAJ
                       WRITE STOCK-REC
                   NOT INVALID KEY
                       MOVE "STOCK" TO WS-JRN-FICHIER
                       MOVE SK-PRODUIT TO WS-JRN-CLE
                       MOVE STOCK-REC TO WS-JRN-IMAGE
                       PERFORM IMAGE-AVANT
                       MOVE WS-VV-BASE TO WS-BA-CODE
                       COMPUTE WS-BA-QTE = 0 - WS-VV-LITRES
                       PERFORM STOCK-BASE-MAJ
                       REWRITE STOCK-REC
               END-READ
               CLOSE STOCK-FILE
           END-IF.
           PERFORM FIN-UOW.

      * The visitor now shows in the chef de piste's log without
      * anyone retyping it, under its own category.
       NOTE-MAIN-COURANTE.
           OPEN I-O MAINCOUR-FILE.
           IF WS-FS-MAINCOUR = "35"
               OPEN OUTPUT MAINCOUR-FILE
               CLOSE MAINCOUR-FILE
               OPEN I-O MAINCOUR-FILE
           END-IF.
           IF WS-FS-MAINCOUR = "00"
               MOVE 0 TO WS-MC-SEQ
               PERFORM TROUVE-SEQ-LIBRE
               INITIALIZE MAINCOUR-REC
               MOVE WS-CURR-DATE TO MC-DATE
               MOVE WS-MC-SEQ TO MC-SEQ
               MOVE WS-CURR-TIME(1:4) TO MC-HEURE
               MOVE "VISITEUR" TO MC-CATEGORIE
               MOVE WS-VV-BASE TO MC-BASE
               STRING WS-VV-IMMAT " " WS-VV-LITRES " L, "
                   WS-VV-NB-ATTER " att., fact. " WS-FAC-NUMERO
                   " - " WS-VV-PILOTE
                   DELIMITED BY SIZE INTO MC-TEXTE
               MOVE WS-OPERATEUR TO MC-OPERATEUR
               WRITE MAINCOUR-REC
               CLOSE MAINCOUR-FILE
           END-IF.

       TROUVE-SEQ-LIBRE.
           MOVE "N" TO WS-SEQ-LIBRE.
           PERFORM UNTIL WS-SEQ-LIBRE = "O"
               ADD 1 TO WS-MC-SEQ
               MOVE WS-CURR-DATE TO MC-DATE
               MOVE WS-MC-SEQ TO MC-SEQ
               READ MAINCOUR-FILE
                   INVALID KEY
                       MOVE "O" TO WS-SEQ-LIBRE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-MAINCOUR.

      * One invoice per sale, date/time-stamped and catalogued
      * like F7's, so the counter can hand it over on the spot.
       IMPRIME-FACTURE-VISITEUR.
           MOVE SPACES TO WS-NOM-INVOICE.
           STRING "FACTURE_" FUNCTION CURRENT-DATE(1:14) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-INVOICE.
           OPEN EXTEND INVOICE-FILE.
           IF WS-FS-INVOICE = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           MOVE SPACES TO INV-LIGNE.
           STRING "Facture n. " WS-FAC-NUMERO " du " WS-CURR-DAY "/"
               WS-CURR-MONTH "/" WS-CURR-YEAR " - vente comptoir"
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           MOVE SPACES TO INV-LIGNE.
           STRING "Aeroclub - SIRET 123 456 789 00012"
               " - TVA intracom. FR12 345678901"
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           MOVE SPACES TO INV-LIGNE.
           STRING "Client : " WS-VV-PILOTE " - aeronef "
               WS-VV-IMMAT DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           IF WS-VV-LITRES > 0
               MOVE SPACES TO INV-LIGNE
               STRING "AVGAS " WS-VV-LITRES " L x "
                   WS-VIS-PRIX-LITRE " HT " WS-VV-CARBURANT
                   DELIMITED BY SIZE INTO INV-LIGNE
               WRITE INVOICE-REC
           END-IF.
           IF WS-VV-NB-ATTER > 0
               MOVE SPACES TO INV-LIGNE
               STRING "Atterrissage(s) " WS-VV-NB-ATTER " x "
                   WS-VIS-TAXE-ATTER " HT " WS-VV-ATTERRISSAGE
                   DELIMITED BY SIZE INTO INV-LIGNE
               WRITE INVOICE-REC
           END-IF.
           MOVE SPACES TO INV-LIGNE.
           STRING "Total HT " WS-VV-HT " TVA " WS-TVA-DEFAUT "% "
               WS-VV-TVA " TTC " WS-VV-TTC
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           MOVE SPACES TO INV-LIGNE.
           STRING "Acquittee - recu n. " WS-PAIE-NUMRECU " - mode "
               WS-VV-MODE " - operateur " WS-OPERATEUR
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           MOVE SPACES TO INV-LIGNE.
           WRITE INVOICE-REC.
           CLOSE INVOICE-FILE.
           MOVE "FACTURE" TO WS-RPT-TYPE.
           MOVE WS-FAC-PERIODE TO WS-RPT-PERIODE.
           MOVE WS-NOM-INVOICE TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.

      * The day's counter sales through the sale-date key, with
      * the day's total taken.
       LISTE-VENTES.
           PERFORM NEW-SCREEN.
           MOVE "Ventes du jour" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE WS-CURR-DATE TO WS-VV-JOUR.
           MOVE 0 TO WS-VV-TOTAL-JOUR.
           DISPLAY "Heure Immat.   Litres Att  TTC      Fact.  Mode"
               LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT VENTEVIS-FILE.
           IF WS-FS-VENTEVIS = "00"
               MOVE WS-VV-JOUR TO VV-DATE
               START VENTEVIS-FILE KEY IS NOT LESS THAN VV-DATE
                   INVALID KEY MOVE "10" TO WS-FS-VENTEVIS
               END-START
               PERFORM UNTIL WS-FS-VENTEVIS = "10"
                   READ VENTEVIS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VENTEVIS
                       NOT AT END
                           IF VV-DATE NOT = WS-VV-JOUR
                               MOVE "10" TO WS-FS-VENTEVIS
                           ELSE
                               ADD VV-MONTANT TO WS-VV-TOTAL-JOUR
                               IF K < 18
                                   PERFORM AFFICHE-VENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTEVIS-FILE
           END-IF.
           IF K = 8
               MOVE "Aucune vente visiteur aujourd'hui." TO WS-MSG
           ELSE
               MOVE WS-VV-TOTAL-JOUR TO WS-VV-MONT-ED
               MOVE SPACES TO WS-MSG
               STRING "Total du jour TTC: " WS-VV-MONT-ED
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F103.

       AFFICHE-VENTE.
           MOVE VV-MONTANT TO WS-VV-MONT-ED.
           DISPLAY VV-HEURE LINE K COL 3.
           DISPLAY VV-IMMAT LINE K COL 9.
           DISPLAY VV-LITRES LINE K COL 18.
           DISPLAY VV-NB-ATTER LINE K COL 25.
           DISPLAY WS-VV-MONT-ED LINE K COL 29.
           DISPLAY VV-FACTURE LINE K COL 39.
           DISPLAY VV-MODE LINE K COL 47.
           ADD 1 TO K.

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

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "JOURNAL-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F103.

      * physical dip reading (RAPPORT_STOCK.TXT). The draw-down
      * itself happens at every F2 close-out. Same CRUD/retry idiom
      * as F4/F14.
      * A delivery is keyed with its price per litre excluding VAT
      * (0 when the invoice is not to hand): priced litres and
      * amount add up per product and month in PRIXCARB.DAT, whose
      * AVGAS average drives the fuel indexation of the hourly
      * rates (INDEXCARB-PROC).
      * Each base has its own pump: the state lists every base's
      * stock, and a delivery or a dip is keyed against a base (the
      * session's by default); the satellites' figures ride in the
      * product's record beside the principal's (STOCK-BASE-LIT /
      * -MAJ in BASE-PROC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           77 WS-SK-PRODUIT PIC X(6) VALUE SPACES.
           77 WS-SK-LITRES PIC 9(5)V9 VALUE 0.
           77 WS-SK-PRIX PIC 9(2)V999 VALUE 0.
           77 WS-SK-MONTANT PIC 9(7)V99 VALUE 0.
           77 WS-SK-SEUIL PIC 9(5)V9 VALUE 0.
           77 WS-SK-DIP PIC 9(6)V9 VALUE 0.
           77 WS-SK-ECART PIC S9(6)V9 VALUE 0.
           77 WS-SK-BASE PIC X(4) VALUE SPACES.
           77 WS-SK-BASE-DEF PIC X(4) VALUE SPACES.
           77 WS-SK-OK PIC X VALUE "N".
               88 WS-SK-TROUVE VALUE "O".
           77 K PIC 99.
           77 WS-SK-IDX PIC 9 VALUE 0.

           77 WS-NB-CHANGES PIC 9(3) VALUE 0.
           01 WS-CHANGELOG-TABLE.
               02 LINE 8  COL 3 VALUE "Produit (AVGAS/HUILE): ".
               02 LINE 9  COL 3 VALUE "Litres livres:         ".
               02 LINE 10 COL 3 VALUE "Seuil reappro (0=idem):".
               02 LINE 11 COL 3 VALUE "Prix/L HT (0=inconnu): ".
               02 LINE 12 COL 3 VALUE "Base (OACI):           ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-LIVRAISON REQUIRED UNDERLINE.
               02 LINE 8  COL 28 PIC X(6)    TO WS-SK-PRODUIT.
               02 LINE 9  COL 28 PIC 9(5).9  TO WS-SK-LITRES.
               02 LINE 10 COL 28 PIC 9(5).9  TO WS-SK-SEUIL.
               02 LINE 11 COL 28 PIC 99.999  TO WS-SK-PRIX.
               02 LINE 12 COL 28 PIC X(4)    USING WS-SK-BASE.
               02 LINE 13 COL 20 PIC X       TO WS-CHOIX.

           01 DS-JAUGE.
               02 LINE 8  COL 3 VALUE "Produit (AVGAS/HUILE): ".
               02 LINE 9  COL 3 VALUE "Jauge physique (L):    ".
               02 LINE 10 COL 3 VALUE "Base (OACI):           ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-JAUGE REQUIRED UNDERLINE.
               02 LINE 8  COL 28 PIC X(6)    TO WS-SK-PRODUIT.
               02 LINE 9  COL 28 PIC 9(6).9  TO WS-SK-DIP.
               02 LINE 10 COL 28 PIC X(4)    USING WS-SK-BASE.
               02 LINE 13 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-BASES.
           PERFORM BASE-SESSION.
           MOVE WS-BA-SESSION TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           MOVE WS-BA-CODE TO WS-SK-BASE-DEF.
           PERFORM MENU-F49.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.
           PERFORM NEW-SCREEN.
           MOVE "Etat du stock" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Produit  Base Quantite   Seuil     Dern.livraison"
               LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT STOCK-FILE.
               START STOCK-FILE KEY IS NOT LESS THAN SK-PRODUIT
                   INVALID KEY MOVE "10" TO WS-FS-STOCK
               END-START
               PERFORM UNTIL WS-FS-STOCK = "10" OR K > 18
                   READ STOCK-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-STOCK
                       NOT AT END
                           MOVE WS-BA-PRINCIPALE TO WS-BA-CODE
                           PERFORM AFFICHE-POMPE
                           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
                                   UNTIL WS-SK-IDX > 3
                               IF SK-SAT-BASE (WS-SK-IDX) NOT = SPACES
                                  AND SK-SAT-BASE (WS-SK-IDX)
                                      NOT = LOW-VALUES
                                   MOVE SK-SAT-BASE (WS-SK-IDX)
                                       TO WS-BA-CODE
                                   PERFORM AFFICHE-POMPE
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F49.

      * One pump: the product's figures at the base in WS-BA-CODE.
       AFFICHE-POMPE.
           IF K <= 19
               PERFORM STOCK-BASE-LIT
               DISPLAY SK-PRODUIT LINE K COL 3
               DISPLAY WS-BA-CODE LINE K COL 12
               DISPLAY WS-BA-STK-QTE LINE K COL 17
               DISPLAY WS-BA-STK-SEUIL LINE K COL 28
               DISPLAY WS-BA-STK-LIVR LINE K COL 38
               IF WS-BA-STK-QTE < WS-BA-STK-SEUIL
                   DISPLAY "A REAPPROVISIONNER" LINE K COL 50
               END-IF
               ADD 1 TO K
           END-IF.

       SAISIE-LIVRAISON.
           PERFORM NEW-SCREEN.
           MOVE "Livraison" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-SK-PRODUIT.
           MOVE 0 TO WS-SK-LITRES WS-SK-SEUIL WS-SK-PRIX.
           MOVE WS-SK-BASE-DEF TO WS-SK-BASE.
           DISPLAY DS-LIVRAISON.
           ACCEPT AS-LIVRAISON.
           IF WS-VALIDER
               PERFORM CONTROLE-BASE-SAISIE
               IF WS-SK-PRODUIT = SPACES OR WS-SK-LITRES = 0
                   MOVE "Produit et litres requis." TO WS-MSG
               ELSE
               IF NOT WS-BA-CONNUE
                   MOVE "Base inconnue (terrain non base du club)."
                       TO WS-MSG
               ELSE
                   PERFORM APPLY-LIVRAISON
               END-IF
               END-IF
           ELSE
               MOVE "Livraison non enregistree." TO WS-MSG
           END-IF.
               MOVE WS-SK-PRODUIT TO SK-PRODUIT
               READ STOCK-FILE
                   INVALID KEY
                       INITIALIZE STOCK-REC
                       MOVE WS-SK-PRODUIT TO SK-PRODUIT
                       PERFORM LIVRE-POMPE
                       WRITE STOCK-REC
                   NOT INVALID KEY
                       PERFORM LIVRE-POMPE
                       REWRITE STOCK-REC
               END-READ
               CLOSE STOCK-FILE
           END-IF.
           IF WS-SK-PRIX > 0
               PERFORM CUMULE-PRIX-LIVRAISON
           END-IF.
           MOVE "F49"             TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-LIVRAISON" TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"             TO WS-AUDIT-ACTION.
           STRING "livraison " WS-SK-LITRES " L de "
               WS-SK-PRODUIT " a " WS-SK-PRIX " EUR/L HT base "
               WS-SK-BASE DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           IF WS-BA-OK = "N"
               MOVE "Pompes satellites pleines: portee a la principale."
                   TO WS-MSG
           ELSE
               MOVE "Livraison enregistree." TO WS-MSG
           END-IF.

      * The delivered litres go to the pump of WS-SK-BASE; a new
      * threshold replaces that pump's own.
       LIVRE-POMPE.
           MOVE WS-SK-BASE TO WS-BA-CODE.
           PERFORM STOCK-BASE-SLOT.
           IF WS-BA-SAT = 0
               ADD WS-SK-LITRES TO SK-QUANTITE
               IF WS-SK-SEUIL > 0
                   MOVE WS-SK-SEUIL TO SK-SEUIL-REAPPRO
               END-IF
               MOVE WS-CURR-DATE TO SK-DERNIERE-LIVR
           ELSE
               ADD WS-SK-LITRES TO SK-SAT-QUANTITE (WS-BA-SAT)
               IF WS-SK-SEUIL > 0
                   MOVE WS-SK-SEUIL TO SK-SAT-SEUIL (WS-BA-SAT)
               END-IF
               MOVE WS-CURR-DATE TO SK-SAT-DERN-LIVR (WS-BA-SAT)
           END-IF.

      * Base keyed on a delivery or dip screen, blank for the
      * principal.
       CONTROLE-BASE-SAISIE.
           MOVE WS-SK-BASE TO WS-BA-CODE.
           PERFORM CONTROLE-BASE.
           MOVE WS-BA-CODE TO WS-SK-BASE.

      * The priced delivery adds to the product's row for the
      * current month; the month's average is worked out by the
      * readers from the two running totals.
       CUMULE-PRIX-LIVRAISON.
           COMPUTE WS-SK-MONTANT ROUNDED = WS-SK-LITRES * WS-SK-PRIX.
           OPEN I-O PRIXCARB-FILE.
           IF WS-FS-PRIXCARB = "35"
               OPEN OUTPUT PRIXCARB-FILE
               CLOSE PRIXCARB-FILE
               OPEN I-O PRIXCARB-FILE
           END-IF.
           IF WS-FS-PRIXCARB = "00"
               MOVE WS-SK-PRODUIT TO PX-PRODUIT
               MOVE WS-CURR-DATE(1:6) TO PX-MOIS
               READ PRIXCARB-FILE
                   INVALID KEY
                       MOVE WS-SK-LITRES  TO PX-LITRES
                       MOVE WS-SK-MONTANT TO PX-MONTANT
                       MOVE 1 TO PX-NB-LIVR
                       MOVE FUNCTION CURRENT-DATE(1:14) TO PX-MAJ
                       WRITE PRIXCARB-REC
                   NOT INVALID KEY
                       ADD WS-SK-LITRES  TO PX-LITRES
                       ADD WS-SK-MONTANT TO PX-MONTANT
                       ADD 1 TO PX-NB-LIVR
                       MOVE FUNCTION CURRENT-DATE(1:14) TO PX-MAJ
                       REWRITE PRIXCARB-REC
               END-READ
               CLOSE PRIXCARB-FILE
           END-IF.

      * The monthly reconciliation: the keyed dip reading is
      * compared to the book quantity and the difference reported;
           PERFORM REFRESH.
           MOVE SPACES TO WS-SK-PRODUIT.
           MOVE 0 TO WS-SK-DIP.
           MOVE WS-SK-BASE-DEF TO WS-SK-BASE.
           DISPLAY DS-JAUGE.
           ACCEPT AS-JAUGE.
           IF WS-VALIDER
               PERFORM CONTROLE-BASE-SAISIE
           END-IF.
           IF WS-VALIDER AND NOT WS-BA-CONNUE
               MOVE "Base inconnue (terrain non base du club)."
                   TO WS-MSG
           ELSE
           IF WS-VALIDER
               PERFORM APPLY-RAPPROCHEMENT
           ELSE
               MOVE "Rapprochement abandonne." TO WS-MSG
           END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
                       MOVE "Produit inconnu au stock." TO WS-MSG
                   NOT INVALID KEY
                       MOVE "O" TO WS-SK-OK
                       MOVE WS-SK-BASE TO WS-BA-CODE
                       PERFORM STOCK-BASE-LIT
                       COMPUTE WS-SK-ECART =
                           WS-SK-DIP - WS-BA-STK-QTE
                       MOVE WS-SK-ECART TO WS-BA-QTE
                       PERFORM STOCK-BASE-MAJ
                       REWRITE STOCK-REC
               END-READ
               CLOSE STOCK-FILE
                   OPEN OUTPUT STOCKREP-FILE
               END-IF
               MOVE SPACES TO STOCKREP-REC
               STRING "Rapprochement " WS-SK-PRODUIT " " WS-SK-BASE
                   " le " WS-CURR-DATE(1:8) " : jauge " WS-SK-DIP
                   " L, ecart livre/jauge " WS-SK-ECART " L"
                   DELIMITED BY SIZE INTO STOCKREP-REC
               WRITE STOCKREP-REC
               MOVE "F49"          TO WS-AUDIT-PROGRAMME
               MOVE "RAPPROCHEMENT" TO WS-AUDIT-PARAGRAPHE
               MOVE "MAJ"          TO WS-AUDIT-ACTION
               STRING "stock " WS-SK-PRODUIT " " WS-SK-BASE
                   " ajuste sur jauge, ecart " WS-SK-ECART " L"
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F49.

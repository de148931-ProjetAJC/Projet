       IDENTIFICATION DIVISION.
       PROGRAM-ID. F114.

      * Pret de materiel: headsets, life jackets, ELTs and the
      * aircraft keys were handed out from the desk drawer with no
      * trace of who had what. This staff screen keeps the
      * inventory (EQUIP.DAT, one row per serial number), lends an
      * item to a member directly, checks items back in and lists
      * everything still out. Items also go out against a flight at
      * F1 deposit and come back at F2 close-out (PRETEQ-PROC); F30's
      * daily close lists what is still out. A loan older than
      * PARAMS EQUIP-DELAI days (7 by default) can be billed at the
      * item's replacement price: invoice number from the legal
      * register and the TTC debited to the member's balance, as
      * F83 does for a simulator session. Same CRUD/retry idiom as
      * F49.

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
           77 WS-APP PIC X(20) VALUE "F114".
           77 WS-FUNC PIC X(20) VALUE "F114".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                                      "7", "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

           77 WS-MT-NUMSERIE PIC X(12) VALUE SPACES.
           77 WS-MT-TYPE PIC X VALUE SPACE.
               88 WS-MT-TYPE-OK VALUE "C", "G", "E", "K".
           77 WS-MT-LIBELLE PIC X(30) VALUE SPACES.
           77 WS-MT-CODAV PIC 9(3) VALUE 0.
           77 WS-MT-VALEUR PIC 9(5)V99 VALUE 0.
           77 WS-MT-REFORME PIC X VALUE "N".
           77 WS-MT-NUMPIL PIC 9(6) VALUE 0.
           77 WS-MT-NOUVEAU PIC X VALUE "N".
           77 WS-MT-DELAI PIC 9(3) VALUE 7.
           77 WS-MT-JOURS PIC S9(5) VALUE 0.
           77 WS-MT-AUJOURDHUI PIC 9(8) VALUE 0.
           77 WS-MT-NB-FACT PIC 9(4) VALUE 0.
           77 WS-MT-TOTAL PIC 9(7)V99 VALUE 0.
           77 WS-MONTANT-HT PIC S9(6)V99 VALUE 0.
           77 WS-MONTANT-TTC PIC S9(6)V99 VALUE 0.
           77 WS-MT-PILOTE-OK PIC X VALUE "N".
               88 WS-MT-PILOTE-CONNU VALUE "O".
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
               02 LINE 9  COL 5 "1. Inventaire du materiel".
               02 LINE 10 COL 5 "2. Ajouter / modifier un materiel".
               02 LINE 11 COL 5 "3. Preter a un membre".
               02 LINE 12 COL 5 "4. Retour de materiel".
               02 LINE 13 COL 5 "5. Materiel sorti".
               02 LINE 14 COL 5 "6. Facturer le materiel non rendu".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-MATERIEL.
               02 LINE 8  COL 3 VALUE "N. de serie:           ".
               02 LINE 9  COL 3 VALUE "Type (C/G/E/K):        ".
               02 LINE 9  COL 33
                   VALUE "C casque G gilet E balise K cles".
               02 LINE 10 COL 3 VALUE "Libelle:               ".
               02 LINE 11 COL 3 VALUE "Avion (cles, 0=aucun): ".
               02 LINE 12 COL 3 VALUE "Valeur remplac. TTC:   ".
               02 LINE 13 COL 3 VALUE "Reforme (O/N):         ".
               02 LINE 15 COL 3 VALUE "Valider ? (y/n)".

           01 AS-MATERIEL REQUIRED UNDERLINE.
               02 LINE 8  COL 28 PIC X(12)   TO WS-MT-NUMSERIE.
               02 LINE 9  COL 28 PIC X       TO WS-MT-TYPE.
               02 LINE 10 COL 28 PIC X(30)   TO WS-MT-LIBELLE.
               02 LINE 11 COL 28 PIC 9(3)    TO WS-MT-CODAV.
               02 LINE 12 COL 28 PIC 9(5).99 TO WS-MT-VALEUR.
               02 LINE 13 COL 28 PIC X       TO WS-MT-REFORME.
               02 LINE 15 COL 20 PIC X       TO WS-CHOIX.

           01 DS-PRET.
               02 LINE 8  COL 3 VALUE "N. de serie:           ".
               02 LINE 9  COL 3 VALUE "N. pilote:             ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-PRET REQUIRED UNDERLINE.
               02 LINE 8  COL 28 PIC X(12)   TO WS-MT-NUMSERIE.
               02 LINE 9  COL 28 PIC 9(6)    TO WS-MT-NUMPIL.
               02 LINE 13 COL 20 PIC X       TO WS-CHOIX.

           01 DS-RETOUR.
               02 LINE 8  COL 3 VALUE "N. de serie:           ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-RETOUR REQUIRED UNDERLINE.
               02 LINE 8  COL 28 PIC X(12)   TO WS-MT-NUMSERIE.
               02 LINE 13 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           MOVE WS-CURR-DATE TO WS-MT-AUJOURDHUI.
           MOVE "EQUIP-DELAI" TO WS-PARAM-CODE.
           MOVE 7 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MT-DELAI.
           MOVE "TVA-DEFAUT" TO WS-PARAM-CODE.
           MOVE 20 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TVA-DEFAUT.
           PERFORM MENU-F114.

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
               PERFORM MENU-F114
           END-IF.

       MENU-F114.
           MOVE "Pret de materiel" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM INVENTAIRE
                       WHEN "2"
                           PERFORM SAISIE-MATERIEL
                       WHEN "3"
                           PERFORM PRET-MEMBRE
                       WHEN "4"
                           PERFORM RETOUR-SAISIE
                       WHEN "5"
                           PERFORM LISTE-SORTIS
                       WHEN "6"
                           PERFORM FACTURE-RETARDS
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F114
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
           MOVE "F114"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

       INVENTAIRE.
           PERFORM NEW-SCREEN.
           MOVE "Inventaire materiel" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "N. serie     T Libelle                  Avion"
               LINE 7 COL 3.
           DISPLAY "Valeur   Etat" LINE 7 COL 51.
           MOVE 8 TO K.
           OPEN INPUT EQUIP-FILE.
           IF WS-FS-EQUIP = "00"
               MOVE LOW-VALUES TO EQ-NUMSERIE
               START EQUIP-FILE KEY IS NOT LESS THAN EQ-NUMSERIE
                   INVALID KEY MOVE "10" TO WS-FS-EQUIP
               END-START
               PERFORM UNTIL WS-FS-EQUIP = "10" OR K > 20
                   READ EQUIP-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-EQUIP
                       NOT AT END
                           DISPLAY EQ-NUMSERIE LINE K COL 3
                           DISPLAY EQ-TYPE LINE K COL 16
                           DISPLAY EQ-LIBELLE(1:24) LINE K COL 18
                           IF EQ-CODAV NOT = 0
                               DISPLAY EQ-CODAV LINE K COL 43
                           END-IF
                           DISPLAY EQ-VALEUR LINE K COL 49
                           EVALUATE TRUE
                               WHEN EQ-DISPO
                                   DISPLAY "dispo" LINE K COL 60
                               WHEN EQ-SORTI
                                   DISPLAY "sorti" LINE K COL 60
                               WHEN EQ-FACTURE
                                   DISPLAY "facture" LINE K COL 60
                               WHEN OTHER
                                   DISPLAY "reforme" LINE K COL 60
                           END-EVALUATE
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE EQUIP-FILE
           END-IF.
           IF K = 8
               MOVE "Inventaire vide - ajouter du materiel (2)."
                   TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F114.

      * Keying an existing serial amends it; the loan status is
      * left alone, except that a shelved item can be retired (R)
      * or put back into service.
       SAISIE-MATERIEL.
           PERFORM NEW-SCREEN.
           MOVE "Fiche materiel" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-MT-NUMSERIE WS-MT-TYPE WS-MT-LIBELLE.
           MOVE 0 TO WS-MT-CODAV WS-MT-VALEUR.
           MOVE "N" TO WS-MT-REFORME.
           DISPLAY DS-MATERIEL.
           ACCEPT AS-MATERIEL.
           MOVE FUNCTION UPPER-CASE(WS-MT-TYPE) TO WS-MT-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-MT-REFORME) TO WS-MT-REFORME.
           IF WS-VALIDER
               EVALUATE TRUE
                   WHEN WS-MT-NUMSERIE = SPACES
                       MOVE "Numero de serie requis." TO WS-MSG
                   WHEN NOT WS-MT-TYPE-OK
                       MOVE "Type C, G, E ou K." TO WS-MSG
                   WHEN WS-MT-TYPE = "K" AND WS-MT-CODAV = 0
                       MOVE "Cles: numero d'avion requis." TO WS-MSG
                   WHEN OTHER
                       PERFORM APPLY-MATERIEL
               END-EVALUATE
           ELSE
               MOVE "Fiche non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F114.

       APPLY-MATERIEL.
           MOVE "N" TO WS-MT-NOUVEAU.
           OPEN I-O EQUIP-FILE.
           IF WS-FS-EQUIP = "35"
               OPEN OUTPUT EQUIP-FILE
               CLOSE EQUIP-FILE
               OPEN I-O EQUIP-FILE
           END-IF.
           IF WS-FS-EQUIP = "00"
               MOVE WS-MT-NUMSERIE TO EQ-NUMSERIE
               READ EQUIP-FILE
                   INVALID KEY
                       MOVE "O" TO WS-MT-NOUVEAU
                       INITIALIZE EQUIP-REC
                       MOVE WS-MT-NUMSERIE TO EQ-NUMSERIE
                       MOVE "D" TO EQ-STATUT
               END-READ
               MOVE WS-MT-TYPE    TO EQ-TYPE
               MOVE WS-MT-LIBELLE TO EQ-LIBELLE
               IF WS-MT-TYPE = "K"
                   MOVE WS-MT-CODAV TO EQ-CODAV
               ELSE
                   MOVE 0 TO EQ-CODAV
               END-IF
               MOVE WS-MT-VALEUR  TO EQ-VALEUR
               IF WS-MT-REFORME = "O" AND EQ-DISPO
                   MOVE "R" TO EQ-STATUT
               END-IF
               IF WS-MT-REFORME NOT = "O" AND EQ-REFORME
                   MOVE "D" TO EQ-STATUT
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO EQ-MAJ
               IF WS-MT-NOUVEAU = "O"
                   WRITE EQUIP-REC
                   MOVE "CREATION" TO WS-AUDIT-ACTION
                   MOVE "Materiel ajoute a l'inventaire." TO WS-MSG
               ELSE
                   REWRITE EQUIP-REC
                   MOVE "MAJ" TO WS-AUDIT-ACTION
                   MOVE "Fiche materiel mise a jour." TO WS-MSG
               END-IF
               CLOSE EQUIP-FILE
               MOVE "F114"            TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-MATERIEL" TO WS-AUDIT-PARAGRAPHE
               STRING "materiel " WS-MT-NUMSERIE " type " EQ-TYPE
                   " valeur " EQ-VALEUR " statut " EQ-STATUT
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
           END-IF.

       PRET-MEMBRE.
           PERFORM NEW-SCREEN.
           MOVE "Pret a un membre" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-MT-NUMSERIE.
           MOVE 0 TO WS-MT-NUMPIL.
           DISPLAY DS-PRET.
           ACCEPT AS-PRET.
           IF WS-VALIDER
               PERFORM CHERCHE-PILOTE
               IF WS-MT-PILOTE-CONNU
                   PERFORM APPLY-PRET
               ELSE
                   MOVE "Pilote inconnu." TO WS-MSG
               END-IF
           ELSE
               MOVE "Pret non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F114.

       CHERCHE-PILOTE.
           MOVE "N" TO WS-MT-PILOTE-OK.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-MT-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-MT-PILOTE-OK
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

       APPLY-PRET.
           MOVE WS-MT-NUMSERIE TO WS-EQ-NUMSERIE.
           MOVE WS-MT-NUMPIL   TO WS-EQ-NUMPIL.
           MOVE 0 TO WS-EQ-NUMVOL WS-EQ-CODAV.
           PERFORM SORTIE-MATERIEL.
           EVALUATE TRUE
               WHEN WS-EQ-OK
                   MOVE "F114"         TO WS-AUDIT-PROGRAMME
                   MOVE "PRET-MEMBRE"  TO WS-AUDIT-PARAGRAPHE
                   MOVE "CREATION"     TO WS-AUDIT-ACTION
                   STRING "pret " WS-EQ-PRET-ID " materiel "
                       WS-MT-NUMSERIE " a pilote " WS-MT-NUMPIL
                       DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                   PERFORM LOG-AUDIT
                   PERFORM RECORD-CHANGE
                   STRING "Pret n. " WS-EQ-PRET-ID " enregistre."
                       DELIMITED BY SIZE INTO WS-MSG
               WHEN WS-EQ-INDISPO
                   MOVE "Materiel deja sorti, facture ou reforme."
                       TO WS-MSG
               WHEN OTHER
                   MOVE "Numero de serie inconnu." TO WS-MSG
           END-EVALUATE.

       RETOUR-SAISIE.
           PERFORM NEW-SCREEN.
           MOVE "Retour de materiel" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-MT-NUMSERIE.
           DISPLAY DS-RETOUR.
           ACCEPT AS-RETOUR.
           IF WS-VALIDER
               PERFORM APPLY-RETOUR
           ELSE
               MOVE "Retour non enregistre." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F114.

       APPLY-RETOUR.
           MOVE WS-MT-NUMSERIE TO WS-EQ-NUMSERIE.
           PERFORM RETOUR-MATERIEL.
           EVALUATE TRUE
               WHEN WS-EQ-OK
                   MOVE "F114"          TO WS-AUDIT-PROGRAMME
                   MOVE "RETOUR-SAISIE" TO WS-AUDIT-PARAGRAPHE
                   MOVE "MAJ"           TO WS-AUDIT-ACTION
                   STRING "retour materiel " WS-MT-NUMSERIE
                       " pret " WS-EQ-PRET-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                   PERFORM LOG-AUDIT
                   PERFORM RECORD-CHANGE
                   IF LQ-FACTURE
                       MOVE "Retour enregistre - la facture reste due."
                           TO WS-MSG
                   ELSE
                       MOVE "Retour enregistre." TO WS-MSG
                   END-IF
               WHEN WS-EQ-PAS-SORTI
                   MOVE "Ce materiel n'etait pas sorti." TO WS-MSG
               WHEN OTHER
                   MOVE "Numero de serie inconnu." TO WS-MSG
           END-EVALUATE.

      * Open loans, oldest first (loan numbers are allocated in
      * order); the day count is flagged past EQUIP-DELAI.
       LISTE-SORTIS.
           PERFORM NEW-SCREEN.
           MOVE "Materiel sorti" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Pret   N. serie     Pilote Vol    Sorti le Jours"
               LINE 7 COL 3.
           MOVE 8 TO K.
           OPEN INPUT PRETEQ-FILE.
           IF WS-FS-PRETEQ = "00"
               MOVE LOW-VALUES TO LQ-ID
               START PRETEQ-FILE KEY IS NOT LESS THAN LQ-ID
                   INVALID KEY MOVE "10" TO WS-FS-PRETEQ
               END-START
               PERFORM UNTIL WS-FS-PRETEQ = "10" OR K > 20
                   READ PRETEQ-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PRETEQ
                       NOT AT END
                           IF LQ-SORTI
                               PERFORM AFFICHE-SORTI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETEQ-FILE
           END-IF.
           IF K = 8
               MOVE "Aucun materiel sorti." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F114.

       AFFICHE-SORTI.
           COMPUTE WS-MT-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-MT-AUJOURDHUI)
               - FUNCTION INTEGER-OF-DATE(LQ-DATE-SORTIE).
           DISPLAY LQ-ID LINE K COL 3.
           DISPLAY LQ-NUMSERIE LINE K COL 10.
           DISPLAY LQ-NUMPIL LINE K COL 23.
           IF LQ-NUMVOL NOT = 0
               DISPLAY LQ-NUMVOL LINE K COL 30
           END-IF.
           DISPLAY LQ-DATE-SORTIE LINE K COL 37.
           DISPLAY WS-MT-JOURS LINE K COL 46.
           IF WS-MT-JOURS > WS-MT-DELAI
               DISPLAY "A FACTURER" LINE K COL 53
           END-IF.
           ADD 1 TO K.

      * Every loan out longer than EQUIP-DELAI days is billed at
      * the item's replacement value. The value is TTC; the HT is
      * worked back at TVA-DEFAUT for the invoice register.
       FACTURE-RETARDS.
           PERFORM NEW-SCREEN.
           MOVE "Facturation materiel" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-MT-NB-FACT WS-MT-TOTAL.
           OPEN I-O PRETEQ-FILE.
           IF WS-FS-PRETEQ = "00"
               MOVE LOW-VALUES TO LQ-ID
               START PRETEQ-FILE KEY IS NOT LESS THAN LQ-ID
                   INVALID KEY MOVE "10" TO WS-FS-PRETEQ
               END-START
               PERFORM UNTIL WS-FS-PRETEQ = "10"
                   READ PRETEQ-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PRETEQ
                       NOT AT END
                           IF LQ-SORTI
                               COMPUTE WS-MT-JOURS =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-MT-AUJOURDHUI)
                                   - FUNCTION INTEGER-OF-DATE
                                       (LQ-DATE-SORTIE)
                               IF WS-MT-JOURS > WS-MT-DELAI
                                   PERFORM FACTURE-PRET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETEQ-FILE
           END-IF.
           MOVE "F114"            TO WS-AUDIT-PROGRAMME.
           MOVE "FACTURE-RETARDS" TO WS-AUDIT-PARAGRAPHE.
           MOVE "FACTURE"         TO WS-AUDIT-ACTION.
           STRING WS-MT-NB-FACT " pret(s) facture(s) pour "
               WS-MT-TOTAL " EUR TTC, delai " WS-MT-DELAI " j"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           IF WS-MT-NB-FACT > 0
               PERFORM RECORD-CHANGE
           END-IF.
           STRING WS-MT-NB-FACT " pret(s) facture(s), total "
               WS-MT-TOTAL " EUR TTC."
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F114.

      * PRETEQ-REC's buffer is the loan being billed; only the
      * other files are opened underneath it.
       FACTURE-PRET.
           MOVE 0 TO WS-MONTANT-TTC.
           OPEN I-O EQUIP-FILE.
           IF WS-FS-EQUIP = "00"
               MOVE LQ-NUMSERIE TO EQ-NUMSERIE
               READ EQUIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EQ-VALEUR TO WS-MONTANT-TTC
                       MOVE "F" TO EQ-STATUT
                       MOVE FUNCTION CURRENT-DATE(1:14) TO EQ-MAJ
                       REWRITE EQUIP-REC
               END-READ
               CLOSE EQUIP-FILE
           END-IF.
           IF WS-MONTANT-TTC > 0
               COMPUTE WS-MONTANT-HT ROUNDED =
                   WS-MONTANT-TTC * 100 / (100 + WS-TVA-DEFAUT)
               MOVE LQ-NUMPIL TO WS-FAC-NUMPIL
               MOVE "MATERIEL" TO WS-FAC-PERIODE
               MOVE WS-MONTANT-TTC TO WS-FAC-MONTANT
               MOVE WS-MONTANT-HT TO WS-FAC-MONTANT-HT
               MOVE WS-TVA-DEFAUT TO WS-FAC-TAUX
               PERFORM ALLOUE-NUMERO-FACTURE
               PERFORM DEBITE-SOLDE
               MOVE WS-FAC-NUMERO TO LQ-NUMFACT
               MOVE WS-MONTANT-TTC TO LQ-MONTANT-FACT
               ADD 1 TO WS-MT-NB-FACT
               ADD WS-MONTANT-TTC TO WS-MT-TOTAL
           END-IF.
           MOVE "F" TO LQ-STATUT.
           REWRITE PRETEQ-REC.

       DEBITE-SOLDE.
           OPEN I-O PILOTE-FILE.
           OPEN I-O ETATPIL-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE LQ-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-MONTANT-TTC FROM PI-SOLDE
                       REWRITE PILOTE-REC
                       MOVE PI-NUMPIL TO WS-MVT-NUMPIL
                       MOVE "F114" TO WS-MVT-PROGRAMME
                       MOVE "MATERIEL" TO WS-MVT-TYPE
                       COMPUTE WS-MVT-MONTANT =
                           0 - WS-MONTANT-TTC
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

           COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "FACTURE-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "PRETEQ-PROC.cpy" IN TEMPLATE.

       END PROGRAM F114.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F94.

      * Registre des immobilisations: the aircraft, their engines
      * and propellers, the pump and the simulator are the club's
      * largest assets, and their depreciation was worked out by
      * hand at year end. This staff screen keeps IMMO.DAT - one
      * row per asset with its link to an airframe (AV-CODAV) or a
      * component (CP-SERIE), acquisition date and cost, residual
      * value, method and duration - and records disposals (date and
      * price); archiving an aircraft in F4 opens the disposal of its
      * airframe asset at zero price for correction here. Once F95
      * has charged a year, the depreciation plan is frozen and only
      * the label may change. Same CRUD and retry idiom as F89; all
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
           77 WS-APP PIC X(20) VALUE "F94".
           77 WS-FUNC PIC X(20) VALUE "F94".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "7", "8".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The asset being keyed.
           77 WS-IB-ID PIC 9(6) VALUE 0.
           77 WS-IB-LIBELLE PIC X(30) VALUE SPACES.
           77 WS-IB-NATURE PIC X VALUE "A".
           77 WS-IB-CODAV PIC 9(3) VALUE 0.
           77 WS-IB-SERIE PIC X(12) VALUE SPACES.
           77 WS-IB-DATE-ACQ PIC 9(8) VALUE 0.
           77 WS-IB-COUT PIC 9(8)V99 VALUE 0.
           77 WS-IB-RESIDUELLE PIC 9(8)V99 VALUE 0.
           77 WS-IB-METHODE PIC X VALUE "L".
           77 WS-IB-DUREE PIC 9(2) VALUE 0.
           77 WS-IB-CUMUL PIC 9(8)V99 VALUE 0.
           77 WS-IB-ETAT PIC X VALUE "A".
           77 WS-IB-DATE-CESSION PIC 9(8) VALUE 0.
           77 WS-IB-PRIX-CESSION PIC 9(8)V99 VALUE 0.
           77 WS-VNC PIC S9(8)V99 VALUE 0.

      * The plan as first read, to detect a change of a charged plan.
           01 WS-PLAN-AVANT.
               05 WS-PA-NATURE PIC X.
               05 WS-PA-CODAV PIC 9(3).
               05 WS-PA-SERIE PIC X(12).
               05 WS-PA-DATE-ACQ PIC 9(8).
               05 WS-PA-COUT PIC 9(8)V99.
               05 WS-PA-RESIDUELLE PIC 9(8)V99.
               05 WS-PA-METHODE PIC X.
               05 WS-PA-DUREE PIC 9(2).
           01 WS-PLAN-APRES.
               05 WS-PP-NATURE PIC X.
               05 WS-PP-CODAV PIC 9(3).
               05 WS-PP-SERIE PIC X(12).
               05 WS-PP-DATE-ACQ PIC 9(8).
               05 WS-PP-COUT PIC 9(8)V99.
               05 WS-PP-RESIDUELLE PIC 9(8)V99.
               05 WS-PP-METHODE PIC X.
               05 WS-PP-DUREE PIC 9(2).

           77 WS-FILTRE-ID PIC 9(6) VALUE 0.
           77 WS-REF-OK PIC X VALUE "N".
               88 WS-REF-TROUVE VALUE "O".
           77 WS-TROUVE PIC X VALUE "N".
               88 WS-EXISTE VALUE "O".
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
               02 LINE 9  COL 5 "1. Liste des immobilisations".
               02 LINE 10 COL 5 "2. Creer/modifier une immobilisation".
               02 LINE 11 COL 5 "3. Enregistrer une cession".
               02 LINE 15 COL 5 "7. Revenir au menu principal".
               02 LINE 16 COL 5 "8. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-FILTRE.
               02 LINE 8  COL 3 VALUE "Numero (0=nouvelle):".

           01 AS-FILTRE REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(6) TO WS-FILTRE-ID.

           01 DS-IMMO.
               02 LINE 7  COL 3 VALUE "Numero:               ".
               02 LINE 8  COL 3 VALUE "Libelle:              ".
               02 LINE 9  COL 3 VALUE "A=avion C=comp. D=div:".
               02 LINE 10 COL 3 VALUE "Avion (code):         ".
               02 LINE 11 COL 3 VALUE "Composant (serie):    ".
               02 LINE 12 COL 3 VALUE "Acquis le (AAAAMMJJ): ".
               02 LINE 13 COL 3 VALUE "Cout d'acquisition:   ".
               02 LINE 14 COL 3 VALUE "Valeur residuelle:    ".
               02 LINE 15 COL 3 VALUE "L=lineaire D=degressif".
               02 LINE 16 COL 3 VALUE "Duree (annees):       ".
               02 LINE 18 COL 3 VALUE "Valider ? (y/n)".
               02 LINE 7  COL 26 PIC 9(6) FROM WS-IB-ID.

           01 AS-IMMO REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC X(30)    USING WS-IB-LIBELLE.
               02 LINE 9  COL 26 PIC X        USING WS-IB-NATURE.
               02 LINE 10 COL 26 PIC 9(3)     USING WS-IB-CODAV.
               02 LINE 11 COL 26 PIC X(12)    USING WS-IB-SERIE.
               02 LINE 12 COL 26 PIC 9(8)     USING WS-IB-DATE-ACQ.
               02 LINE 13 COL 26 PIC 9(8).99  USING WS-IB-COUT.
               02 LINE 14 COL 26 PIC 9(8).99  USING WS-IB-RESIDUELLE.
               02 LINE 15 COL 26 PIC X        USING WS-IB-METHODE.
               02 LINE 16 COL 26 PIC 9(2)     USING WS-IB-DUREE.
               02 LINE 18 COL 20 PIC X        TO WS-CHOIX.

           01 DS-CESSION.
               02 LINE 8  COL 3 VALUE "Numero immobilisation:".
               02 LINE 9  COL 3 VALUE "Cedee le (AAAAMMJJ):  ".
               02 LINE 10 COL 3 VALUE "Prix de cession:      ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CESSION REQUIRED UNDERLINE.
               02 LINE 8  COL 26 PIC 9(6)    TO WS-IB-ID.
               02 LINE 9  COL 26 PIC 9(8)    USING WS-IB-DATE-CESSION.
               02 LINE 10 COL 26 PIC 9(8).99 TO WS-IB-PRIX-CESSION.
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
           PERFORM MENU-F94.

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
               PERFORM MENU-F94
           END-IF.

       MENU-F94.
           MOVE "Immobilisations" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-IMMOS
                       WHEN "2"
                           PERFORM SAISIE-IMMO
                       WHEN "3"
                           PERFORM SAISIE-CESSION
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "8"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F94
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
           MOVE "F94"              TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * One page of the register with the net book value as of
      * the last year charged.
       LISTE-IMMOS.
           PERFORM NEW-SCREEN.
           MOVE "Immobilisations" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Numero Libelle                 N Av. Acquis"
               LINE 7 COL 2.
           DISPLAY "Cout        VNC         Ex.  E" LINE 7 COL 48.
           MOVE 8 TO K.
           OPEN INPUT IMMO-FILE.
           IF WS-FS-IMMO = "00"
               MOVE LOW-VALUES TO IB-ID
               START IMMO-FILE KEY IS NOT LESS THAN IB-ID
                   INVALID KEY MOVE "10" TO WS-FS-IMMO
               END-START
               PERFORM UNTIL WS-FS-IMMO = "10" OR K > 18
                   READ IMMO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-IMMO
                       NOT AT END
                           COMPUTE WS-VNC = IB-COUT - IB-CUMUL
                           DISPLAY IB-ID LINE K COL 2
                           DISPLAY IB-LIBELLE (1:23) LINE K COL 9
                           DISPLAY IB-NATURE LINE K COL 33
                           DISPLAY IB-CODAV LINE K COL 35
                           DISPLAY IB-DATE-ACQ LINE K COL 39
                           DISPLAY IB-COUT LINE K COL 48
                           DISPLAY WS-VNC LINE K COL 60
                           DISPLAY IB-DERNIER-EXERCICE LINE K COL 72
                           DISPLAY IB-ETAT LINE K COL 77
                           ADD 1 TO K
                   END-READ
               END-PERFORM
               CLOSE IMMO-FILE
           END-IF.
           IF K = 8
               MOVE "Aucune immobilisation enregistree." TO WS-MSG
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F94.

      * Number first (0 draws a new one on validation), then the
      * whole row pre-filled for correction.
       SAISIE-IMMO.
           PERFORM NEW-SCREEN.
           MOVE "Immobilisation" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-FILTRE-ID.
           DISPLAY DS-FILTRE.
           ACCEPT AS-FILTRE.
           PERFORM CHARGE-IMMO.
           IF WS-FILTRE-ID NOT = 0 AND NOT WS-REF-TROUVE
               MOVE "Immobilisation inconnue." TO WS-MSG
           ELSE
               PERFORM NEW-SCREEN
               PERFORM REFRESH
               DISPLAY DS-IMMO
               ACCEPT AS-IMMO
               IF WS-VALIDER
                   PERFORM CONTROLE-IMMO
                   IF WS-MSG = SPACES
                       PERFORM APPLY-IMMO
                   ELSE
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F94" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   END-IF
               ELSE
                   MOVE "Immobilisation non enregistree." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F94.

       CHARGE-IMMO.
           MOVE "N" TO WS-REF-OK.
           MOVE WS-FILTRE-ID TO WS-IB-ID.
           MOVE SPACES TO WS-IB-LIBELLE WS-IB-SERIE.
           MOVE "A" TO WS-IB-NATURE WS-IB-ETAT.
           MOVE "L" TO WS-IB-METHODE.
           MOVE 0 TO WS-IB-CODAV WS-IB-COUT WS-IB-RESIDUELLE
               WS-IB-DUREE WS-IB-CUMUL WS-IB-DATE-CESSION
               WS-IB-PRIX-CESSION.
           MOVE WS-CURR-DATE TO WS-IB-DATE-ACQ.
           IF WS-FILTRE-ID NOT = 0
               OPEN INPUT IMMO-FILE
               IF WS-FS-IMMO = "00"
                   MOVE WS-FILTRE-ID TO IB-ID
                   READ IMMO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO WS-REF-OK
                           MOVE IB-LIBELLE    TO WS-IB-LIBELLE
                           MOVE IB-NATURE     TO WS-IB-NATURE
                           MOVE IB-CODAV      TO WS-IB-CODAV
                           MOVE IB-SERIE      TO WS-IB-SERIE
                           MOVE IB-DATE-ACQ   TO WS-IB-DATE-ACQ
                           MOVE IB-COUT       TO WS-IB-COUT
                           MOVE IB-RESIDUELLE TO WS-IB-RESIDUELLE
                           MOVE IB-METHODE    TO WS-IB-METHODE
                           MOVE IB-DUREE      TO WS-IB-DUREE
                           MOVE IB-CUMUL      TO WS-IB-CUMUL
                           MOVE IB-ETAT       TO WS-IB-ETAT
                   END-READ
                   CLOSE IMMO-FILE
               END-IF
           END-IF.
           MOVE WS-IB-NATURE     TO WS-PA-NATURE.
           MOVE WS-IB-CODAV      TO WS-PA-CODAV.
           MOVE WS-IB-SERIE      TO WS-PA-SERIE.
           MOVE WS-IB-DATE-ACQ   TO WS-PA-DATE-ACQ.
           MOVE WS-IB-COUT       TO WS-PA-COUT.
           MOVE WS-IB-RESIDUELLE TO WS-PA-RESIDUELLE.
           MOVE WS-IB-METHODE    TO WS-PA-METHODE.
           MOVE WS-IB-DUREE      TO WS-PA-DUREE.

      * Each check runs only while the previous ones passed, so
      * WS-MSG carries the first reason for refusal.
       CONTROLE-IMMO.
           MOVE SPACES TO WS-MSG.
           MOVE FUNCTION UPPER-CASE(WS-IB-NATURE) TO WS-IB-NATURE.
           MOVE FUNCTION UPPER-CASE(WS-IB-METHODE) TO WS-IB-METHODE.
           MOVE FUNCTION UPPER-CASE(WS-IB-SERIE) TO WS-IB-SERIE.
           IF WS-IB-LIBELLE = SPACES OR WS-IB-COUT = 0
              OR WS-IB-DUREE = 0
              OR WS-IB-RESIDUELLE NOT < WS-IB-COUT
               MOVE "Saisie invalide (libelle, cout, duree)."
                   TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES
               IF (WS-IB-METHODE NOT = "L" AND WS-IB-METHODE NOT = "D")
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-IB-DATE-ACQ)
                     NOT = 0
                   MOVE "Methode (L/D) ou date d'acquisition invalide."
                       TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               EVALUATE WS-IB-NATURE
                   WHEN "A"
                       MOVE SPACES TO WS-IB-SERIE
                       PERFORM CHERCHE-AVION
                       IF NOT WS-EXISTE
                           MOVE "Avion inconnu." TO WS-MSG
                       END-IF
                   WHEN "C"
                       PERFORM CHERCHE-COMPOSANT
                       IF NOT WS-EXISTE
                           MOVE "Composant inconnu." TO WS-MSG
                       END-IF
                   WHEN "D"
                       MOVE 0 TO WS-IB-CODAV
                       MOVE SPACES TO WS-IB-SERIE
                   WHEN OTHER
                       MOVE "Nature: A, C ou D." TO WS-MSG
               END-EVALUATE
           END-IF.
           IF WS-MSG = SPACES AND WS-REF-TROUVE AND WS-IB-CUMUL > 0
               MOVE WS-IB-NATURE     TO WS-PP-NATURE
               MOVE WS-IB-CODAV      TO WS-PP-CODAV
               MOVE WS-IB-SERIE      TO WS-PP-SERIE
               MOVE WS-IB-DATE-ACQ   TO WS-PP-DATE-ACQ
               MOVE WS-IB-COUT       TO WS-PP-COUT
               MOVE WS-IB-RESIDUELLE TO WS-PP-RESIDUELLE
               MOVE WS-IB-METHODE    TO WS-PP-METHODE
               MOVE WS-IB-DUREE      TO WS-PP-DUREE
               IF WS-PLAN-APRES NOT = WS-PLAN-AVANT
                   MOVE "Plan entame: seul le libelle est modifiable."
                       TO WS-MSG
               END-IF
           END-IF.

       CHERCHE-AVION.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE WS-IB-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
               END-READ
               CLOSE AVION-FILE
           END-IF.

      * A component asset carries the airframe it is fitted to at
      * the time, for information; F57 may move it later.
       CHERCHE-COMPOSANT.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT COMPOSANT-FILE.
           IF WS-FS-COMPOSANT = "00"
               MOVE WS-IB-SERIE TO CP-SERIE
               READ COMPOSANT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-TROUVE
                       MOVE CP-CODAV TO WS-IB-CODAV
               END-READ
               CLOSE COMPOSANT-FILE
           END-IF.

       APPLY-IMMO.
           IF NOT WS-REF-TROUVE
               MOVE "IMMO" TO WS-SEQ-NOM
               PERFORM NEXT-SEQUENCE
               IF NOT WS-SEQ-TROUVE
                   MOVE 0 TO WS-SEQ-VALEUR
                   PERFORM SEED-SEQUENCE
                   PERFORM NEXT-SEQUENCE
               END-IF
               MOVE WS-SEQ-VALEUR TO WS-IB-ID
           END-IF.
           OPEN I-O IMMO-FILE.
           IF WS-FS-IMMO = "35"
               OPEN OUTPUT IMMO-FILE
               CLOSE IMMO-FILE
               OPEN I-O IMMO-FILE
           END-IF.
           IF WS-FS-IMMO = "00"
               IF WS-REF-TROUVE
                   MOVE WS-IB-ID TO IB-ID
                   READ IMMO-FILE
                       INVALID KEY CONTINUE
                   END-READ
               ELSE
                   INITIALIZE IMMO-REC
                   MOVE WS-IB-ID TO IB-ID
                   MOVE 0 TO IB-CUMUL IB-DOTATION-AN
                       IB-DERNIER-EXERCICE IB-DATE-CESSION
                       IB-PRIX-CESSION
                   MOVE "A" TO IB-ETAT
               END-IF
               MOVE WS-IB-LIBELLE    TO IB-LIBELLE
               MOVE WS-IB-NATURE     TO IB-NATURE
               MOVE WS-IB-CODAV      TO IB-CODAV
               MOVE WS-IB-SERIE      TO IB-SERIE
               MOVE WS-IB-DATE-ACQ   TO IB-DATE-ACQ
               MOVE WS-IB-COUT       TO IB-COUT
               MOVE WS-IB-RESIDUELLE TO IB-RESIDUELLE
               MOVE WS-IB-METHODE    TO IB-METHODE
               MOVE WS-IB-DUREE      TO IB-DUREE
               IF WS-REF-TROUVE
                   REWRITE IMMO-REC
               ELSE
                   WRITE IMMO-REC
               END-IF
               CLOSE IMMO-FILE
           END-IF.
           MOVE "F94"          TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-IMMO"  TO WS-AUDIT-PARAGRAPHE.
           IF WS-REF-TROUVE
               MOVE "MAJ"      TO WS-AUDIT-ACTION
           ELSE
               MOVE "CREATION" TO WS-AUDIT-ACTION
           END-IF.
           STRING "immo " WS-IB-ID " " WS-IB-NATURE " av "
               WS-IB-CODAV " " WS-IB-SERIE " acq " WS-IB-DATE-ACQ
               " cout " WS-IB-COUT " " WS-IB-METHODE " " WS-IB-DUREE
               " ans"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Immobilisation " WS-IB-ID " enregistree."
               DELIMITED BY SIZE INTO WS-MSG.

      * A disposal is recorded here and posted by F95 at the
      * year-end run; until then date and price may be corrected
      * (an aircraft archived by F4 arrives at zero price).
       SAISIE-CESSION.
           PERFORM NEW-SCREEN.
           MOVE "Cession" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-IB-ID WS-IB-PRIX-CESSION.
           MOVE WS-CURR-DATE TO WS-IB-DATE-CESSION.
           DISPLAY DS-CESSION.
           ACCEPT AS-CESSION.
           IF WS-VALIDER
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-IB-DATE-CESSION)
                  NOT = 0
                   MOVE "Date de cession invalide." TO WS-MSG
               ELSE
                   PERFORM APPLY-CESSION
               END-IF
           ELSE
               MOVE "Cession non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F94.

       APPLY-CESSION.
           MOVE "N" TO WS-TROUVE.
           OPEN I-O IMMO-FILE.
           IF WS-FS-IMMO = "00"
               MOVE WS-IB-ID TO IB-ID
               READ IMMO-FILE
                   INVALID KEY
                       MOVE "Immobilisation inconnue." TO WS-MSG
                   NOT INVALID KEY
                       IF IB-SORTIE
                           MOVE "Sortie deja comptabilisee." TO WS-MSG
                       ELSE
                           IF WS-IB-DATE-CESSION < IB-DATE-ACQ
                              OR (IB-DERNIER-EXERCICE > 0
                                  AND WS-IB-DATE-CESSION (1:4)
                                      NOT > IB-DERNIER-EXERCICE)
                               MOVE "Date hors exercice ouvert."
                                   TO WS-MSG
                           ELSE
                               MOVE "O" TO WS-TROUVE
                               MOVE "C" TO IB-ETAT
                               MOVE WS-IB-DATE-CESSION
                                   TO IB-DATE-CESSION
                               MOVE WS-IB-PRIX-CESSION
                                   TO IB-PRIX-CESSION
                               REWRITE IMMO-REC
                           END-IF
                       END-IF
               END-READ
               CLOSE IMMO-FILE
           ELSE
               MOVE "Aucune immobilisation enregistree." TO WS-MSG
           END-IF.
           IF WS-EXISTE
               MOVE "F94"            TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-CESSION" TO WS-AUDIT-PARAGRAPHE
               MOVE "CESSION"        TO WS-AUDIT-ACTION
               STRING "immo " WS-IB-ID " cedee le "
                   WS-IB-DATE-CESSION " pour " WS-IB-PRIX-CESSION
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               PERFORM RECORD-CHANGE
               MOVE SPACES TO WS-MSG
               STRING "Cession " WS-IB-ID " enregistree - sortie "
                   "passee par l'amortissement annuel."
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F94" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
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

       END PROGRAM F94.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F133.

      * Cloture de mon vol, libre-service: a pilot landing on a
      * weekday evening with the desk shut left a paper slip, the
      * flight stayed "D" until it was keyed in F2 next day and F39
      * raised overdue alerts meanwhile. From MENU's pilot profile
      * the member now closes out their own open flight (the pilot
      * bound to the login, OPR-NUMPIL, as in F23): arrival counter,
      * fuel and oil added, landings, a defect if any - the same
      * plausibility rules as F2's CHECK_CPTARR_F2. The entry goes
      * to CLOTPIL.DAT and the flight to VL-CLOTURE-PILOTE, which
      * frees the aircraft and stops the overdue watch; nothing is
      * posted or billed until the desk countersigns it in F2. A
      * major defect still grounds the aircraft on the spot, since
      * it is bookable again as soon as the entry is saved.

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
           77 WS-APP PIC X(20) VALUE "F133".
           77 WS-FUNC PIC X(20) VALUE "Cloture de mon vol".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).
           77 WS-CHOIX PIC X.
               88 WS-VALIDER VALUE "Y", "y", "O", "o".

           77 WS-NUMPIL PIC 9(6) VALUE 0.

      * The pilot's open flight, as found on VOL.DAT.
           77 WS-VOL-OK PIC X VALUE "N".
               88 WS-VOL-TROUVE VALUE "O".
           77 WS-CL-NUMVOL PIC 9(6) VALUE 0.
           77 WS-CL-CODAV PIC 9(3) VALUE 0.
           77 WS-CL-CPTDEP PIC 9(5)V9 VALUE 0.
           77 WS-CL-DATEDEP PIC 9(8) VALUE 0.
           77 WS-CL-HDEP PIC 9(4) VALUE 0.
           77 WS-CL-DEST PIC X(25) VALUE SPACES.

      * What the pilot keys, F2's return-screen fields.
           77 WS-CL-CPTARR PIC 9(5)V9 VALUE 0.
           77 WS-CL-FUEL PIC 9(3)V9 VALUE 0.
           77 WS-CL-OIL PIC 9(2)V9 VALUE 0.
           77 WS-CL-ATTER PIC 9(2) VALUE 0.
           77 WS-CL-DEFAUT PIC X(48) VALUE SPACES.
           77 WS-CL-DEF-SEV PIC X VALUE "N".

      * Same sanity check as F2 on the arrival counter.
           77 WS-MAX-TPSVOL PIC 9(3) VALUE 010.
           77 WS-TPSVOL PIC 9(5)V9 VALUE 0.
           77 WS-SAISIE-OK PIC X VALUE "N".
               88 WS-SAISIE-VALIDE VALUE "O".

       LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
           77  LS_OPERATEUR    PIC X(10).

       SCREEN SECTION.
           01 DS-CLOTURE.
               02 LINE 12 COL 3 VALUE "Compteur a l'arrivee:     ".
               02 LINE 13 COL 3 VALUE "Carburant ajoute (L):     ".
               02 LINE 14 COL 3 VALUE "Huile ajoutee (L):        ".
               02 LINE 15 COL 3 VALUE "Atterrissages:            ".
               02 LINE 16 COL 3 VALUE "Defaut (vide = aucun):    ".
               02 LINE 17 COL 3 VALUE "Defaut majeur (M/N):      ".
               02 LINE 19 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CLOTURE REQUIRED UNDERLINE.
               02 LINE 12 COL 29 PIC 9(5).9  USING WS-CL-CPTARR.
               02 LINE 13 COL 29 PIC 9(3).9  USING WS-CL-FUEL.
               02 LINE 14 COL 29 PIC 9(2).9  USING WS-CL-OIL.
               02 LINE 15 COL 29 PIC 9(2)    USING WS-CL-ATTER.
               02 LINE 16 COL 29 PIC X(48)   USING WS-CL-DEFAUT.
               02 LINE 17 COL 29 PIC X       USING WS-CL-DEF-SEV.
               02 LINE 19 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM CHARGE-PARAMS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F133.
           EXIT PROGRAM.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       CHARGE-PARAMS.
           MOVE "MAX-TPSVOL" TO WS-PARAM-CODE.
           MOVE 10 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MAX-TPSVOL.

      * The flight closed is the logged-in pilot's own, never a
      * number typed in, as for F23.
       MENU-F133.
           PERFORM CHERCHE-COMPTE-LIE.
           IF WS-NUMPIL = 0
               PERFORM NEW-SCREEN
               MOVE "Compte non relie a un dossier pilote." TO WS-MSG
               MOVE "Voir le secretariat (F24)." TO WS-INVITE
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F133" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
               PERFORM REFRESH
               ACCEPT WS-CHOIX LINE 23 COL 10
           ELSE
               PERFORM CHERCHE-VOL-OUVERT
               IF WS-VOL-TROUVE
                   PERFORM SAISIE-CLOTURE
               ELSE
                   PERFORM NEW-SCREEN
                   MOVE "Aucun vol ouvert a votre nom." TO WS-MSG
                   MOVE "Appuyez sur Entree pour revenir." TO WS-INVITE
                   PERFORM REFRESH
                   ACCEPT WS-CHOIX LINE 23 COL 10
               END-IF
           END-IF.

       CHERCHE-COMPTE-LIE.
           MOVE 0 TO WS-NUMPIL.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE LS_OPERATEUR TO OPR-ID
               READ OPERATEUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPR-NUMPIL TO WS-NUMPIL
               END-READ
               CLOSE OPERATEUR-FILE
           END-IF.

      * The oldest open flight already departed: a plan filed for
      * a later day cannot be closed out ahead of time.
       CHERCHE-VOL-OUVERT.
           MOVE "N" TO WS-VOL-OK.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-NUMPIL TO VL-NUMPIL
               START VOL-FILE KEY IS EQUAL TO VL-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10" OR WS-VOL-TROUVE
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-NUMPIL NOT = WS-NUMPIL
                               MOVE "10" TO WS-FS-VOL
                           ELSE
                               PERFORM VOL-VERS-LOCALE
                               IF VL-DEPOSE
                                  AND VL-DATEDEP NOT > WS-CURR-DATE
                                   MOVE "O" TO WS-VOL-OK
                                   MOVE VL-NUMVOL TO WS-CL-NUMVOL
                                   MOVE VL-CODAV TO WS-CL-CODAV
                                   MOVE VL-CPTDEP TO WS-CL-CPTDEP
                                   MOVE VL-DATEDEP TO WS-CL-DATEDEP
                                   MOVE VL-HDEP TO WS-CL-HDEP
                                   MOVE VL-DEST TO WS-CL-DEST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

       SAISIE-CLOTURE.
           PERFORM NEW-SCREEN.
           MOVE 0 TO WS-CL-CPTARR WS-CL-FUEL WS-CL-OIL WS-CL-ATTER.
           MOVE SPACES TO WS-CL-DEFAUT.
           MOVE "N" TO WS-CL-DEF-SEV.
           DISPLAY "Vol n." LINE 7 COL 3.
           DISPLAY WS-CL-NUMVOL LINE 7 COL 10.
           DISPLAY "Avion" LINE 7 COL 20.
           DISPLAY WS-CL-CODAV LINE 7 COL 26.
           DISPLAY "Destination" LINE 7 COL 33.
           DISPLAY WS-CL-DEST LINE 7 COL 45.
           DISPLAY "Depart (h locale):" LINE 8 COL 3.
           DISPLAY WS-CL-DATEDEP LINE 8 COL 22.
           DISPLAY WS-CL-HDEP LINE 8 COL 31.
           DISPLAY "Compteur au depart:" LINE 9 COL 3.
           DISPLAY WS-CL-CPTDEP LINE 9 COL 29.
           DISPLAY "Le bureau contresignera et facturera ce vol."
               LINE 10 COL 3.
           DISPLAY DS-CLOTURE.
           ACCEPT AS-CLOTURE.
           IF WS-VALIDER
               PERFORM CONTROLE-SAISIE
               IF WS-SAISIE-VALIDE
                   PERFORM APPLY-CLOTURE
               END-IF
           ELSE
               MOVE "Cloture non enregistree." TO WS-MSG
           END-IF.
           MOVE "Appuyez sur Entree pour revenir." TO WS-INVITE.
           PERFORM REFRESH.
           ACCEPT WS-CHOIX LINE 23 COL 10.

      * F2's CHECK_CPTARR_F2 rules: the arrival counter after the
      * departure one, the flight time within MAX-TPSVOL.
       CONTROLE-SAISIE.
           MOVE "O" TO WS-SAISIE-OK.
           MOVE FUNCTION UPPER-CASE(WS-CL-DEF-SEV) TO WS-CL-DEF-SEV.
           EVALUATE TRUE
               WHEN WS-CL-CPTARR <= WS-CL-CPTDEP
                   MOVE "N" TO WS-SAISIE-OK
                   MOVE "Compteur d'arrivee invalide, verifiez."
                       TO WS-MSG
               WHEN WS-CL-CPTARR - WS-CL-CPTDEP > WS-MAX-TPSVOL
                   MOVE "N" TO WS-SAISIE-OK
                   MOVE "Duree de vol implausible." TO WS-MSG
               WHEN WS-CL-DEF-SEV NOT = "M" AND NOT = "N"
                   MOVE "N" TO WS-SAISIE-OK
                   MOVE "Defaut majeur: repondre M ou N." TO WS-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-SAISIE-VALIDE
               MOVE WS-MSG TO WS-ERR-TEXT
               MOVE "F133" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * The flight is re-read and must still be open: the desk may
      * have closed it in F2 meanwhile.
       APPLY-CLOTURE.
           MOVE "N" TO WS-VOL-OK.
           OPEN I-O VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-CL-NUMVOL TO VL-NUMVOL
               READ VOL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VL-DEPOSE
                           MOVE "C" TO VL-ETATVOL
                           REWRITE VOL-REC
                           MOVE "O" TO WS-VOL-OK
                       END-IF
               END-READ
               CLOSE VOL-FILE
           END-IF.
           IF WS-VOL-TROUVE
               PERFORM ENREGISTRE-ATTENTE
               IF WS-CL-DEFAUT NOT = SPACES AND WS-CL-DEF-SEV = "M"
                   PERFORM IMMOBILISE-AVION
               END-IF
               MOVE "F133"            TO WS-AUDIT-PROGRAMME
               MOVE "APPLY-CLOTURE"   TO WS-AUDIT-PARAGRAPHE
               MOVE "CLOTPIL"         TO WS-AUDIT-ACTION
               COMPUTE WS-TPSVOL = WS-CL-CPTARR - WS-CL-CPTDEP
               STRING "vol " WS-CL-NUMVOL " cloture par le pilote, "
                   WS-TPSVOL " h, a contresigner"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               MOVE "Cloture enregistree, a contresigner au bureau."
                   TO WS-MSG
           ELSE
               MOVE "Vol deja cloture ou annule." TO WS-MSG
           END-IF.

       ENREGISTRE-ATTENTE.
           OPEN I-O CLOTPIL-FILE.
           IF WS-FS-CLOTPIL = "35"
               OPEN OUTPUT CLOTPIL-FILE
               CLOSE CLOTPIL-FILE
               OPEN I-O CLOTPIL-FILE
           END-IF.
           INITIALIZE CLOTPIL-REC.
           MOVE WS-CL-NUMVOL  TO CQ-NUMVOL.
           MOVE WS-CL-CODAV   TO CQ-CODAV.
           MOVE WS-NUMPIL     TO CQ-NUMPIL.
           MOVE WS-CURR-DATE  TO CQ-DATE-SAISIE.
           MOVE WS-CURR-TIME(1:4) TO CQ-HEURE-SAISIE.
           MOVE WS-OPERATEUR  TO CQ-OPERATEUR.
           MOVE WS-CL-CPTARR  TO CQ-CPTARR.
           MOVE WS-CL-FUEL    TO CQ-FUEL.
           MOVE WS-CL-OIL     TO CQ-OIL.
           MOVE WS-CL-ATTER   TO CQ-NB-ATTER.
           MOVE WS-CL-DEFAUT  TO CQ-DEFAUT.
           MOVE WS-CL-DEF-SEV TO CQ-DEF-SEV.
           MOVE "A"           TO CQ-ETAT.
           MOVE "N"           TO CQ-CORRIGE.
           WRITE CLOTPIL-REC
               INVALID KEY
                   REWRITE CLOTPIL-REC
           END-WRITE.
           CLOSE CLOTPIL-FILE.

      * The defect itself is logged on DEFAUTS.DAT at
      * countersignature; the aircraft is grounded now.
       IMMOBILISE-AVION.
           OPEN I-O AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE WS-CL-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET AV-HORS-SERVICE TO TRUE
                       REWRITE AVION-REC
               END-READ
               CLOSE AVION-FILE
           END-IF.
           MOVE "F133"             TO WS-AUDIT-PROGRAMME.
           MOVE "IMMOBILISE-AVION" TO WS-AUDIT-PARAGRAPHE.
           MOVE "DEFAUT"           TO WS-AUDIT-ACTION.
           STRING "defaut MAJEUR signale par le pilote, avion "
               WS-CL-CODAV " mis hors service"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.
           COPY "PARAMS-PROC.cpy" IN TEMPLATE.
           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F133.

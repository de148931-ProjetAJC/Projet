      * LS_OPERATEUR in their own LINKAGE SECTION for exactly this
      * kind of caller; F5-F10 take no parameters, same as when run
      * standalone.
      * Passwords age out after PARAMS MDP-AGE-MAX days (or when F24
      * flags the account): the login then insists on a new password
      * that is none of the last few. An idle menu (PARAMS INACTIVITE
      * minutes without a choice) closes the session, logs it to the
      * audit trail and goes back to the login prompt.
      * A club with more than one base asks, once logged in, which
      * base the session works on (the account's default base from
      * F24 unless another is keyed, "*" for all of them); the
      * base-aware screens read it back from the account.
       AUTHOR. SERVICE INFORMATIQUE AEROCLUB.

       ENVIRONMENT DIVISION.
           77 WS-LOCK-SEUIL PIC 9 VALUE 5.
           77 WS-MENU-PAGE PIC 9 VALUE 1.

      * Password ageing: maximum age in days (0 = no ageing), the
      * forced-change switch raised by VERIFIE-MOT-DE-PASSE and the
      * work fields of the change screen.
           77 WS-MDP-AGE-MAX PIC 9(4) VALUE 90.
           77 WS-MDP-AGE PIC S9(7) VALUE 0.
           77 WS-MDP-JOUR PIC 9(8) VALUE 0.
           77 WS-MDP-A-CHANGER PIC X VALUE "N".
               88 WS-CHANGE-MDP VALUE "O".
           77 WS-MDP-CHANGE-OK PIC X VALUE "N".
               88 WS-MDP-CHANGE VALUE "O".
           77 WS-MDP-REUTILISE PIC X VALUE "N".
           77 WS-MDP-NOUVEAU PIC X(12) VALUE SPACES.
           77 WS-MDP-CONFIRME PIC X(12) VALUE SPACES.
           77 WS-MDP-ESSAIS PIC 9 VALUE 0.
           77 WS-MDP-H PIC 9 VALUE 0.

      * Idle-session lockout: the menu ACCEPT gives up after
      * WS-INACT-SECONDES, and the wall-clock gap since the screen
      * was shown decides whether the session has expired (a choice
      * typed just in time still goes through). 0 minutes = never.
           77 WS-INACT-MINUTES PIC 9(3) VALUE 15.
           77 WS-INACT-SECONDES PIC 9(5) VALUE 900.
           77 WS-INACT-DEBUT PIC 9(5) VALUE 0.
           77 WS-INACT-ECART PIC S9(6) VALUE 0.
           01 WS-INACT-HEURE.
               05 WS-INACT-HH PIC 99.
               05 WS-INACT-MN PIC 99.
               05 WS-INACT-SS PIC 99.
           77 WS-INACT-EXPIRE PIC X VALUE "N".
               88 WS-SESSION-EXPIREE VALUE "O".
           77 WS-RELOGIN PIC X VALUE "O".
               88 WS-RETOUR-LOGIN VALUE "O".
           77 WS-REP-PARENT PIC X(2) VALUE "..".

      * Two characters wide so the second menu page can list
      * functions by their two-digit number once the letters ran
      * out; single-letter choices still match (the literal pads).
      * Three since the functions went past F99.
           01 WS-CHOIX PIC X(3) VALUE SPACES.
               88 WS-QUITTER VALUE "Q", "q".

      * LS_QUIT is reset to 1 before every CALL since the
               88 WS-SESSION-EXERCICE VALUE "O".
           77 WS-REP-EXERCICE PIC X(8) VALUE "EXERCICE".

      * Base keyed at login; blank keeps the account's default.
           77 WS-MENU-BASE PIC X(4) VALUE SPACES.

      * Startup health check, run at login and on demand from
      * the staff menu: the main stores open cleanly, the PARAMS
      * layout-version stamp matches what this build expects (an
      * file is refused rather than garbled), the last F30 close
      * and F33 backup are recent, no CHECKPOINT restart is pending
      * and the recovery journal shows no unfinished unit of work.
           77 WS-SANTE-VERSION PIC 9(2) VALUE 5.
           77 WS-SANTE-NB PIC 9(2) VALUE 0.
           77 WS-SANTE-LIGNE PIC 99 VALUE 0.
           77 WS-SANTE-TEXTE PIC X(60) VALUE SPACES.
               02 LINE 9  COL 30 PIC X(10) TO WS-MENU-OPERATEUR.
               02 LINE 10 COL 30 PIC X(12) TO WS-MENU-MDP SECURE.

           01 DS-CHG-MDP.
               02 LINE 9  COL 5 VALUE "Nouveau mot de passe requis".
               02 LINE 11 COL 5 VALUE "Nouveau mot de passe  : ".
               02 LINE 12 COL 5 VALUE "Confirmation          : ".

           01 AS-CHG-MDP REQUIRED UNDERLINE.
               02 LINE 11 COL 30 PIC X(12) TO WS-MDP-NOUVEAU SECURE.
               02 LINE 12 COL 30 PIC X(12) TO WS-MDP-CONFIRME SECURE.

      * The staff list has outgrown one screen: page 1 keeps
      * the original F0-F10 functions, page 2 (option S) lists the
      * newer ones. Any letter works from either page - the pages
               02 LINE 19 COL 5 VALUE "A. Reconciliation (F10)".
               02 LINE 20 COL 5 VALUE "S. Suite des fonctions...".
               02 LINE 21 COL 5 VALUE "Q. Quitter".
               02 LINE 22 COL 5 PIC XXX TO WS-CHOIX.

           01 DS-MENU-STAFF2.
               02 LINE 9  COL 5 VALUE "B. Ordres de travail (F11)".
               02 LINE 21 COL 42 VALUE "34. Restauration (F34)".
               02 LINE 20 COL 5 VALUE "S. Page suivante".
               02 LINE 21 COL 5 VALUE "Q. Quitter".
               02 LINE 22 COL 5 PIC XXX TO WS-CHOIX.

           01 DS-MENU-STAFF3.
               02 LINE 9  COL 5 VALUE "35. Catalogue editions (F35)".
               02 LINE 19 COL 42 VALUE "56. Retours prelev. (F56)".
               02 LINE 20 COL 5 VALUE "S. Page suivante".
               02 LINE 21 COL 5 VALUE "Q. Quitter".
               02 LINE 22 COL 5 PIC XXX TO WS-CHOIX.

           01 DS-MENU-STAFF4.
               02 LINE 9  COL 5 VALUE "57. Composants mot/hel (F57)".
               02 LINE 21 COL 42 VALUE "81. Dossier RGPD (F81)".
               02 LINE 20 COL 5 VALUE "S. Page suivante".
               02 LINE 21 COL 5 VALUE "Q. Quitter".
               02 LINE 22 COL 5 PIC XXX TO WS-CHOIX.

           01 DS-MENU-STAFF5.
               02 LINE 9  COL 5 VALUE "82. Directives AD/SB (F82)".
               02 LINE 10 COL 5 VALUE "83. Simulateur (F83)".
               02 LINE 11 COL 5 VALUE "84. Releve de compte (F84)".
               02 LINE 12 COL 5 VALUE "85. Migration formats (F85)".
               02 LINE 13 COL 5 VALUE "86. Vols exterieurs (F86)".
               02 LINE 14 COL 5 VALUE "87. Terrains OACI (F87)".
               02 LINE 15 COL 5 VALUE "88. Migration v4 (F88)".
               02 LINE 16 COL 5 VALUE "89. Payeurs/parrainages (F89)".
               02 LINE 17 COL 5 VALUE "90. Bourses/subventions (F90)".
               02 LINE 18 COL 5 VALUE "91. Demande de bourses (F91)".
               02 LINE 9  COL 42 VALUE "92. Fournisseurs/achats (F92)".
               02 LINE 10 COL 42 VALUE "93. Echeancier fourn. (F93)".
               02 LINE 11 COL 42 VALUE "94. Immobilisations (F94)".
               02 LINE 12 COL 42 VALUE "95. Amortissements (F95)".
               02 LINE 13 COL 42 VALUE "96. Grand livre/balance (F96)".
               02 LINE 14 COL 42 VALUE "97. Permanences (F97)".
               02 LINE 15 COL 42 VALUE "98. Controle permanences (F98)".
               02 LINE 16 COL 42 VALUE "100. Aptitude PPL (F100)".
               02 LINE 17 COL 42 VALUE "101. Quotas mouvements (F101)".
               02 LINE 18 COL 42 VALUE "102. Releve mouvements (F102)".
               02 LINE 19 COL 42 VALUE "142. Migration v5 (F142)".
               02 LINE 19 COL 5 VALUE "99. Controle de sante".
               02 LINE 20 COL 5 VALUE "S. Page suivante".
               02 LINE 21 COL 5 VALUE "Q. Quitter".
               02 LINE 22 COL 5 PIC XXX TO WS-CHOIX.

           01 DS-MENU-STAFF6.
               02 LINE 9  COL 5 VALUE "103. Ventes visiteurs (F103)".
               02 LINE 10 COL 5 VALUE "104. Boutique (F104)".
               02 LINE 11 COL 5 VALUE "105. Etat boutique (F105)".
               02 LINE 12 COL 5 VALUE "106. Import CP (F106)".
               02 LINE 13 COL 5 VALUE "107. Controle CP (F107)".
               02 LINE 14 COL 5 VALUE "108. Chaine audit (F108)".
               02 LINE 15 COL 5 VALUE "109. Abonnements (F109)".
               02 LINE 16 COL 5 VALUE "110. Diffusion rapports (F110)".
               02 LINE 17 COL 5 VALUE "111. Resume mensuel (F111)".
               02 LINE 18 COL 5 VALUE "112. Agenda instructeur (F112)".
               02 LINE 19 COL 5 VALUE "113. Index carburant (F113)".
               02 LINE 9  COL 42 VALUE "114. Pret materiel (F114)".
               02 LINE 10 COL 42 VALUE "115. Contacts urgence (F115)".
               02 LINE 11 COL 42 VALUE "116. Adhesions (F116)".
               02 LINE 12 COL 42 VALUE "117. Registre des dons (F117)".
               02 LINE 13 COL 42 VALUE "118. Recus fiscaux dons (F118)".
               02 LINE 14 COL 42 VALUE "119. Fidelisation (F119)".
               02 LINE 15 COL 42 VALUE "120. Securite (F120)".
               02 LINE 16 COL 42 VALUE "121. Livrets avion (F121)".
               02 LINE 17 COL 42 VALUE "122. Magasin pieces (F122)".
               02 LINE 18 COL 42 VALUE "123. Reappro/inventaire (F123)".
               02 LINE 19 COL 42 VALUE "124. Agendas iCal (F124)".
               02 LINE 20 COL 5 VALUE "S. Page suivante".
               02 LINE 21 COL 5 VALUE "Q. Quitter".
               02 LINE 22 COL 5 PIC XXX TO WS-CHOIX.

           01 DS-MENU-STAFF7.
               02 LINE 9  COL 5 VALUE "125. Indispo. avions (F125)".
               02 LINE 10 COL 5 VALUE "126. Controle tarifs (F126)".
               02 LINE 11 COL 5 VALUE "127. Clubs partenaires (F127)".
               02 LINE 12 COL 5 VALUE "128. Facturation clubs (F128)".
               02 LINE 13 COL 5 VALUE "129. Notes de frais (F129)".
               02 LINE 14 COL 5 VALUE "130. Calendrier annuel (F130)".
               02 LINE 15 COL 5 VALUE "131. Calendrier club (F131)".
               02 LINE 16 COL 5 VALUE "132. Vols en UTC (F132)".
               02 LINE 17 COL 5 VALUE "134. Diffusion (F134)".
               02 LINE 18 COL 5 VALUE "135. Notes d'alerte (F135)".
               02 LINE 19 COL 5 VALUE "136. Consultations (F136)".
               02 LINE 9  COL 42 VALUE "137. Periodes closes (F137)".
               02 LINE 10 COL 42 VALUE "138. Tresorerie prev. (F138)".
               02 LINE 11 COL 42 VALUE "139. Cles repart. (F139)".
               02 LINE 12 COL 42 VALUE "140. Marge activite (F140)".
               02 LINE 13 COL 42 VALUE "141. Enregistreurs (F141)".
               02 LINE 20 COL 5 VALUE "S. Retour premiere page".
               02 LINE 21 COL 5 VALUE "Q. Quitter".
               02 LINE 22 COL 5 PIC XXX TO WS-CHOIX.

           01 DS-MENU-PILOTE.
               02 LINE 9  COL 5 VALUE "0. Etat flotte et pilotes (F0)".
               02 LINE 10 COL 5 VALUE "1. Depot plan de vol (F1)".
               02 LINE 11 COL 5 VALUE "2. Mon compte (F23)".
               02 LINE 12 COL 5 VALUE "3. Cloturer mon vol (F133)".
               02 LINE 13 COL 5 VALUE "Q. Quitter".
               02 LINE 22 COL 5 PIC XXX TO WS-CHOIX.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM CHARGE-PARAMS-SESSION.
           PERFORM OUVRE-SESSION UNTIL NOT WS-RETOUR-LOGIN.
           STOP RUN.

      * One operator session, from the login prompt to the menu's
      * Q. An inactivity timeout raises WS-RELOGIN on the way out so
      * DEBUT comes straight back here for the next operator.
       OUVRE-SESSION.
           MOVE "N" TO WS-RELOGIN.
           MOVE "N" TO WS-LOGIN-OK.
           MOVE 0 TO WS-LOGIN-ESSAIS.
           MOVE SPACES TO WS-CHOIX.
           PERFORM SAISIE-LOGIN
               UNTIL WS-LOGIN-VALIDE OR WS-LOGIN-ESSAIS >= 3.
           IF NOT WS-LOGIN-VALIDE
               PERFORM REFRESH
           ELSE
               PERFORM CHOIX-MODE-EXERCICE
               PERFORM CHOIX-BASE-SESSION
               PERFORM CONTROLE-SANTE
               IF WS-SANTE-NB > 0
                   DISPLAY "Appuyez sur Entree pour continuer."
                   PERFORM MENU-PILOTE
               END-IF
           END-IF.

       CHARGE-PARAMS-SESSION.
           MOVE "MDP-AGE-MAX" TO WS-PARAM-CODE.
           MOVE 90 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MDP-AGE-MAX.
           MOVE "INACTIVITE" TO WS-PARAM-CODE.
           MOVE 15 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-INACT-MINUTES.
           IF WS-INACT-MINUTES = 0
               MOVE 86399 TO WS-INACT-SECONDES
           ELSE
               COMPUTE WS-INACT-SECONDES = WS-INACT-MINUTES * 60
           END-IF.

      * Each finding is shown on its own banner line and goes to
      * the error log; a clean system shows nothing and the session
           END-IF.
           IF WS-SANTE-TROUVE = "O"
               IF WS-PARAM-VALEUR < WS-SANTE-VERSION
      * Version 4 datasets take the F142 step, version 3 the F88
      * one; anything older goes through F85. All three land on
      * the current layouts.
                   MOVE SPACES TO WS-SANTE-TEXTE
                   EVALUATE WS-PARAM-VALEUR
                       WHEN 4
                           STRING "Version des fichiers "
                               WS-PARAM-VALEUR " < attendue "
                               WS-SANTE-VERSION
                               " - lancer la migration F142."
                               DELIMITED BY SIZE INTO WS-SANTE-TEXTE
                       WHEN 3
                           STRING "Version des fichiers "
                               WS-PARAM-VALEUR " < attendue "
                               WS-SANTE-VERSION
                               " - lancer la migration F88."
                               DELIMITED BY SIZE INTO WS-SANTE-TEXTE
                       WHEN OTHER
                           STRING "Version des fichiers "
                               WS-PARAM-VALEUR " < attendue "
                               WS-SANTE-VERSION
                               " - lancer la migration F85."
                               DELIMITED BY SIZE INTO WS-SANTE-TEXTE
                   END-EVALUATE
                   PERFORM SANTE-ALERTE
               END-IF
           ELSE
               MOVE "N" TO WS-MODE-EXERCICE
           END-IF.

      * The base of this session, kept on the account in
      * OPR-BASE-SESSION for the screens CALLed from the menu. A
      * club with a single base is not asked: the session covers it.
       CHOIX-BASE-SESSION.
           PERFORM CHARGE-BASES.
           OPEN I-O OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE WS-OPERATEUR TO OPR-ID
               READ OPERATEUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPR-BASE TO WS-BA-SESSION
                       IF WS-BA-NB > 1
                           PERFORM SAISIE-BASE-SESSION
                       ELSE
                           MOVE SPACES TO WS-BA-SESSION
                       END-IF
                       MOVE WS-BA-SESSION TO OPR-BASE-SESSION
                       REWRITE OPERATEUR-REC
               END-READ
               CLOSE OPERATEUR-FILE
           END-IF.

       SAISIE-BASE-SESSION.
           DISPLAY "Base de la session (* = toutes):" LINE 13 COL 5.
           IF WS-BA-SESSION = SPACES
               DISPLAY "[*]   " LINE 13 COL 38
           ELSE
               DISPLAY "[" WS-BA-SESSION "]" LINE 13 COL 38
           END-IF.
           MOVE SPACES TO WS-MENU-BASE.
           ACCEPT WS-MENU-BASE LINE 13 COL 45.
           EVALUATE TRUE
               WHEN WS-MENU-BASE = SPACES
                   CONTINUE
               WHEN WS-MENU-BASE = "*"
                   MOVE SPACES TO WS-BA-SESSION
               WHEN OTHER
                   MOVE WS-MENU-BASE TO WS-BA-CODE
                   PERFORM CONTROLE-BASE
                   IF WS-BA-CONNUE
                       MOVE WS-BA-CODE TO WS-BA-SESSION
                   ELSE
                       DISPLAY "Base inconnue - base par defaut."
                           LINE 14 COL 5
                   END-IF
           END-EVALUATE.
           MOVE "MENU"           TO WS-AUDIT-PROGRAMME.
           MOVE "CHOIX-BASE"     TO WS-AUDIT-PARAGRAPHE.
           MOVE "BASE"           TO WS-AUDIT-ACTION.
           IF WS-BA-SESSION = SPACES
               MOVE "session toutes bases" TO WS-AUDIT-RESUME
           ELSE
               STRING "session base " WS-BA-SESSION
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
           END-IF.
           PERFORM LOG-AUDIT.

      * One login attempt: the id/password pair is checked
      * against OPERATEUR-FILE, the role comes from the account (no
      * more self-declared profile letter), and WS-OPERATEUR is only
           ADD 1 TO WS-LOGIN-ESSAIS.
           MOVE "CONNEXION" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           IF WS-SESSION-EXPIREE
               MOVE "Session precedente fermee pour inactivite."
                   TO WS-MSG
               DISPLAY FOOTER
               MOVE "N" TO WS-INACT-EXPIRE
           END-IF.
           DISPLAY DS-LOGIN.
           ACCEPT AS-LOGIN.
           PERFORM VERIFIE-OPERATEUR.
           IF WS-LOGIN-VALIDE
               MOVE WS-MENU-OPERATEUR TO WS-OPERATEUR
               IF WS-CHANGE-MDP
                   PERFORM CHANGE-MOT-DE-PASSE
               END-IF
           END-IF.
           IF WS-LOGIN-VALIDE
               MOVE "MENU"            TO WS-AUDIT-PROGRAMME
               MOVE "SAISIE-LOGIN"    TO WS-AUDIT-PARAGRAPHE
               MOVE "LOGIN"           TO WS-AUDIT-ACTION
               MOVE 0 TO OPR-LAST-LOGIN
               MOVE 0 TO OPR-ECHECS
               MOVE 0 TO OPR-NUMPIL
               MOVE 0 TO OPR-DATE-MDP
               MOVE "O" TO OPR-CHANGER-MDP
               MOVE 0 TO OPR-HIST-MDP (1) OPR-HIST-MDP (2)
                         OPR-HIST-MDP (3)
               MOVE SPACES TO OPR-RESERVE
               MOVE SPACES TO OPR-BASE OPR-BASE-SESSION
               WRITE OPERATEUR-REC
               CLOSE OPERATEUR-FILE
               OPEN I-O OPERATEUR-FILE
                       TO OPR-LAST-LOGIN
                   MOVE 0 TO OPR-ECHECS
                   REWRITE OPERATEUR-REC
                   PERFORM CONTROLE-AGE-MDP
               ELSE
                   ADD 1 TO OPR-ECHECS
                   IF OPR-ECHECS >= WS-LOCK-SEUIL
               END-IF
           END-IF.

      * A password set by F24 (or never changed since the account
      * was opened) must be replaced now, and so must one older than
      * the PARAMS limit.
       CONTROLE-AGE-MDP.
           MOVE "N" TO WS-MDP-A-CHANGER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MDP-JOUR.
           IF OPR-MDP-A-CHANGER OR OPR-DATE-MDP = 0
               MOVE "O" TO WS-MDP-A-CHANGER
           ELSE
               IF WS-MDP-AGE-MAX > 0
                   COMPUTE WS-MDP-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-MDP-JOUR)
                       - FUNCTION INTEGER-OF-DATE(OPR-DATE-MDP)
                   IF WS-MDP-AGE > WS-MDP-AGE-MAX
                       MOVE "O" TO WS-MDP-A-CHANGER
                   END-IF
               END-IF
           END-IF.

      * Three tries at a new password; giving up leaves the login
      * refused (and counted as one of the session's attempts), the
      * account untouched.
       CHANGE-MOT-DE-PASSE.
           MOVE "N" TO WS-MDP-CHANGE-OK.
           MOVE 0 TO WS-MDP-ESSAIS.
           MOVE "CHANGEMENT MDP" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM SAISIE-NOUVEAU-MDP
               UNTIL WS-MDP-CHANGE OR WS-MDP-ESSAIS >= 3.
           IF NOT WS-MDP-CHANGE
               MOVE "N" TO WS-LOGIN-OK
               MOVE "Mot de passe non change - connexion refusee."
                   TO WS-MSG
               MOVE "Connexion refusee: changement mdp non fait."
                   TO WS-ERR-TEXT
               MOVE "MENU" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
               MOVE SPACES TO WS-OPERATEUR
           END-IF.

      * REFRESH, not NEW-SCREEN, so the reason the previous try
      * was refused stays on the footer.
       SAISIE-NOUVEAU-MDP.
           ADD 1 TO WS-MDP-ESSAIS.
           PERFORM REFRESH.
           MOVE SPACES TO WS-MDP-NOUVEAU WS-MDP-CONFIRME.
           DISPLAY DS-CHG-MDP.
           ACCEPT AS-CHG-MDP.
           MOVE SPACES TO WS-MSG.
           IF WS-MDP-NOUVEAU = SPACES
              OR WS-MDP-NOUVEAU NOT = WS-MDP-CONFIRME
               MOVE "Mots de passe vides ou differents." TO WS-MSG
           ELSE
               PERFORM ENREGISTRE-NOUVEAU-MDP
           END-IF.
           MOVE SPACES TO WS-MDP-NOUVEAU WS-MDP-CONFIRME.
           MOVE SPACES TO WS-MDP-CLAIR.

       ENREGISTRE-NOUVEAU-MDP.
           MOVE WS-MDP-NOUVEAU TO WS-MDP-CLAIR.
           PERFORM HASH-MOT-DE-PASSE.
           OPEN I-O OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE WS-MENU-OPERATEUR TO OPR-ID
               READ OPERATEUR-FILE
                   INVALID KEY
                       MOVE "Operateur inconnu." TO WS-MSG
                   NOT INVALID KEY
                       PERFORM REMPLACE-MOT-DE-PASSE
               END-READ
               CLOSE OPERATEUR-FILE
           END-IF.

      * The current password and the three before it are refused;
      * an accepted change pushes the old hash onto the history.
       REMPLACE-MOT-DE-PASSE.
           MOVE "N" TO WS-MDP-REUTILISE.
           IF WS-MDP-HASH = OPR-HASH
               MOVE "O" TO WS-MDP-REUTILISE
           END-IF.
           PERFORM VARYING WS-MDP-H FROM 1 BY 1 UNTIL WS-MDP-H > 3
               IF OPR-HIST-MDP (WS-MDP-H) > 0
                  AND WS-MDP-HASH = OPR-HIST-MDP (WS-MDP-H)
                   MOVE "O" TO WS-MDP-REUTILISE
               END-IF
           END-PERFORM.
           IF WS-MDP-REUTILISE = "O"
               MOVE "Mot de passe deja utilise recemment." TO WS-MSG
           ELSE
               MOVE OPR-HIST-MDP (2) TO OPR-HIST-MDP (3)
               MOVE OPR-HIST-MDP (1) TO OPR-HIST-MDP (2)
               MOVE OPR-HASH         TO OPR-HIST-MDP (1)
               MOVE WS-MDP-HASH      TO OPR-HASH
               MOVE WS-MDP-JOUR      TO OPR-DATE-MDP
               MOVE "N"              TO OPR-CHANGER-MDP
               REWRITE OPERATEUR-REC
               MOVE "O" TO WS-MDP-CHANGE-OK
               MOVE "MENU"            TO WS-AUDIT-PROGRAMME
               MOVE "CHANGE-MDP"      TO WS-AUDIT-PARAGRAPHE
               MOVE "MDP"             TO WS-AUDIT-ACTION
               STRING "Mot de passe renouvele par " WS-MENU-OPERATEUR
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
           END-IF.

      * Inactivity clock for the menu ACCEPTs: DEBUT-ATTENTE notes
      * the time the menu went up, FIN-ATTENTE measures the gap once
      * the ACCEPT returns (choice or time-out) and, past the limit,
      * closes the session.
       DEBUT-ATTENTE.
           MOVE SPACES TO WS-CHOIX.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-INACT-HEURE.
           COMPUTE WS-INACT-DEBUT = WS-INACT-HH * 3600
               + WS-INACT-MN * 60 + WS-INACT-SS.

       FIN-ATTENTE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-INACT-HEURE.
           COMPUTE WS-INACT-ECART = WS-INACT-HH * 3600
               + WS-INACT-MN * 60 + WS-INACT-SS - WS-INACT-DEBUT.
           IF WS-INACT-ECART < 0
               ADD 86400 TO WS-INACT-ECART
           END-IF.
           IF WS-INACT-MINUTES > 0
              AND WS-INACT-ECART >= WS-INACT-SECONDES
               PERFORM EXPIRE-SESSION
           END-IF.

      * A practice session is first taken back to the live
      * directory, so the timeout lands on the real audit trail and
      * the next login starts from the real stores.
       EXPIRE-SESSION.
           IF WS-SESSION-EXERCICE
               CALL "CBL_CHANGE_DIR" USING WS-REP-PARENT
               MOVE "MENU" TO WS-APP
               MOVE "N" TO WS-MODE-EXERCICE
           END-IF.
           MOVE "MENU"            TO WS-AUDIT-PROGRAMME.
           MOVE "EXPIRE-SESSION"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "TIMEOUT"         TO WS-AUDIT-ACTION.
           STRING "Session fermee apres " WS-INACT-MINUTES
               " min d'inactivite" DELIMITED BY SIZE
               INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           MOVE SPACES TO WS-OPERATEUR WS-MENU-OPERATEUR.
           MOVE SPACES TO WS-MENU-ROLE.
           MOVE 1 TO WS-MENU-PAGE.
           MOVE "O" TO WS-INACT-EXPIRE.
           MOVE "O" TO WS-RELOGIN.
           MOVE "Q" TO WS-CHOIX.

       MENU-STAFF.
           PERFORM UNTIL WS-QUITTER
               IF WS-SESSION-EXERCICE
                   MOVE "MENU PRINCIPAL" TO WS-FUNC
               END-IF
               PERFORM NEW-SCREEN
               PERFORM DEBUT-ATTENTE
               EVALUATE WS-MENU-PAGE
                   WHEN 1
                       DISPLAY DS-MENU-STAFF
                       ACCEPT DS-MENU-STAFF
                           WITH TIME-OUT WS-INACT-SECONDES
                       END-ACCEPT
                   WHEN 2
                       DISPLAY DS-MENU-STAFF2
                       ACCEPT DS-MENU-STAFF2
                           WITH TIME-OUT WS-INACT-SECONDES
                       END-ACCEPT
                   WHEN 3
                       DISPLAY DS-MENU-STAFF3
                       ACCEPT DS-MENU-STAFF3
                           WITH TIME-OUT WS-INACT-SECONDES
                       END-ACCEPT
                   WHEN 4
                       DISPLAY DS-MENU-STAFF4
                       ACCEPT DS-MENU-STAFF4
                           WITH TIME-OUT WS-INACT-SECONDES
                       END-ACCEPT
                   WHEN 5
                       DISPLAY DS-MENU-STAFF5
                       ACCEPT DS-MENU-STAFF5
                           WITH TIME-OUT WS-INACT-SECONDES
                       END-ACCEPT
                   WHEN 6
                       DISPLAY DS-MENU-STAFF6
                       ACCEPT DS-MENU-STAFF6
                           WITH TIME-OUT WS-INACT-SECONDES
                       END-ACCEPT
                   WHEN OTHER
                       DISPLAY DS-MENU-STAFF7
                       ACCEPT DS-MENU-STAFF7
                           WITH TIME-OUT WS-INACT-SECONDES
                       END-ACCEPT
               END-EVALUATE
               PERFORM FIN-ATTENTE
               EVALUATE WS-CHOIX
                   WHEN "0" PERFORM LANCE-F0
                   WHEN "1" PERFORM LANCE-F1
                   WHEN "83" PERFORM LANCE-F83
                   WHEN "84" PERFORM LANCE-F84
                   WHEN "85" PERFORM LANCE-F85
                   WHEN "86" PERFORM LANCE-F86
                   WHEN "87" PERFORM LANCE-F87
                   WHEN "88" PERFORM LANCE-F88
                   WHEN "89" PERFORM LANCE-F89
                   WHEN "90" PERFORM LANCE-F90
                   WHEN "91" PERFORM LANCE-F91
                   WHEN "92" PERFORM LANCE-F92
                   WHEN "93" PERFORM LANCE-F93
                   WHEN "94" PERFORM LANCE-F94
                   WHEN "95" PERFORM LANCE-F95
                   WHEN "96" PERFORM LANCE-F96
                   WHEN "97" PERFORM LANCE-F97
                   WHEN "98" PERFORM LANCE-F98
                   WHEN "100" PERFORM LANCE-F100
                   WHEN "101" PERFORM LANCE-F101
                   WHEN "102" PERFORM LANCE-F102
                   WHEN "103" PERFORM LANCE-F103
                   WHEN "104" PERFORM LANCE-F104
                   WHEN "105" PERFORM LANCE-F105
                   WHEN "106" PERFORM LANCE-F106
                   WHEN "107" PERFORM LANCE-F107
                   WHEN "108" PERFORM LANCE-F108
                   WHEN "109" PERFORM LANCE-F109
                   WHEN "110" PERFORM LANCE-F110
                   WHEN "111" PERFORM LANCE-F111
                   WHEN "112" PERFORM LANCE-F112
                   WHEN "113" PERFORM LANCE-F113
                   WHEN "114" PERFORM LANCE-F114
                   WHEN "115" PERFORM LANCE-F115
                   WHEN "116" PERFORM LANCE-F116
                   WHEN "117" PERFORM LANCE-F117
                   WHEN "118" PERFORM LANCE-F118
                   WHEN "119" PERFORM LANCE-F119
                   WHEN "120" PERFORM LANCE-F120
                   WHEN "121" PERFORM LANCE-F121
                   WHEN "122" PERFORM LANCE-F122
                   WHEN "123" PERFORM LANCE-F123
                   WHEN "124" PERFORM LANCE-F124
                   WHEN "125" PERFORM LANCE-F125
                   WHEN "126" PERFORM LANCE-F126
                   WHEN "127" PERFORM LANCE-F127
                   WHEN "128" PERFORM LANCE-F128
                   WHEN "129" PERFORM LANCE-F129
                   WHEN "130" PERFORM LANCE-F130
                   WHEN "131" PERFORM LANCE-F131
                   WHEN "132" PERFORM LANCE-F132
                   WHEN "134" PERFORM LANCE-F134
                   WHEN "135" PERFORM LANCE-F135
                   WHEN "136" PERFORM LANCE-F136
                   WHEN "137" PERFORM LANCE-F137
                   WHEN "138" PERFORM LANCE-F138
                   WHEN "139" PERFORM LANCE-F139
                   WHEN "140" PERFORM LANCE-F140
                   WHEN "141" PERFORM LANCE-F141
                   WHEN "142" PERFORM LANCE-F142
                   WHEN "99"
                       PERFORM NEW-SCREEN
                       PERFORM CONTROLE-SANTE
                       MOVE SPACES TO WS-CHOIX
                   WHEN "S"
                       ADD 1 TO WS-MENU-PAGE
                       IF WS-MENU-PAGE > 7
                           MOVE 1 TO WS-MENU-PAGE
                       END-IF
                   WHEN "s"
                       ADD 1 TO WS-MENU-PAGE
                       IF WS-MENU-PAGE > 7
                           MOVE 1 TO WS-MENU-PAGE
                       END-IF
                   WHEN "Q" CONTINUE
               END-IF
               PERFORM NEW-SCREEN
               DISPLAY DS-MENU-PILOTE
               PERFORM DEBUT-ATTENTE
               ACCEPT DS-MENU-PILOTE
                   WITH TIME-OUT WS-INACT-SECONDES
               END-ACCEPT
               PERFORM FIN-ATTENTE
               EVALUATE WS-CHOIX
                   WHEN "0" PERFORM LANCE-F0
                   WHEN "1" PERFORM LANCE-F1
                   WHEN "2" PERFORM LANCE-F23
                   WHEN "3" PERFORM LANCE-F133
                   WHEN "Q" CONTINUE
                   WHEN "q" CONTINUE
                   WHEN OTHER
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F133.
           MOVE "F133" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F133" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F24.
           MOVE "F24" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           END-IF.

      * May the logged-in role reach WS-LANCE-PROG? S and A may
      * reach everything, P the self-service screens, the
      * fine-grained roles whatever row the DROITS.DAT matrix carries
      * for (role, program). A refusal tells the operator, goes to
      * the error log and leaves a REFUS line on the audit trail.
       CONTROLE-DROIT.
           MOVE "O" TO WS-DROIT-OK.
           IF WS-ROLE-STAFF OR WS-ROLE-ADMIN
               IF WS-ROLE-PILOTE
                   IF WS-LANCE-PROG = "F0" OR WS-LANCE-PROG = "F1"
                      OR WS-LANCE-PROG = "F23"
                      OR WS-LANCE-PROG = "F133"
                       CONTINUE
                   ELSE
                       MOVE "N" TO WS-DROIT-OK
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F86.
           MOVE "F86" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F86" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F87.
           MOVE "F87" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F87" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F88.
           MOVE "F88" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F88"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F89.
           MOVE "F89" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F89" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F90.
           MOVE "F90" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F90" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F91.
           MOVE "F91" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F91"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F92.
           MOVE "F92" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F92" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F93.
           MOVE "F93" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F93"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F94.
           MOVE "F94" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F94" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F95.
           MOVE "F95" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F95"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F96.
           MOVE "F96" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F96"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F97.
           MOVE "F97" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F97" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F98.
           MOVE "F98" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F98"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F100.
           MOVE "F100" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F100"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F101.
           MOVE "F101" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F101" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F102.
           MOVE "F102" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F102"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F103.
           MOVE "F103" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F103" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F104.
           MOVE "F104" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F104" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F105.
           MOVE "F105" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F105"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F106.
           MOVE "F106" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F106"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F107.
           MOVE "F107" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F107"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F108.
           MOVE "F108" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F108"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F109.
           MOVE "F109" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F109" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F110.
           MOVE "F110" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F110"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F111.
           MOVE "F111" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F111"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F112.
           MOVE "F112" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F112" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F113.
           MOVE "F113" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F113"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F114.
           MOVE "F114" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F114" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F115.
           MOVE "F115" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F115" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F116.
           MOVE "F116" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F116" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F117.
           MOVE "F117" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F117" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F118.
           MOVE "F118" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F118"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F119.
           MOVE "F119" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F119"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F120.
           MOVE "F120" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F120"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F121.
           MOVE "F121" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F121"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F122.
           MOVE "F122" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F122" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F123.
           MOVE "F123" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F123"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F124.
           MOVE "F124" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F124"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F125.
           MOVE "F125" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F125"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F126.
           MOVE "F126" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F126"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F127.
           MOVE "F127" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F127" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F128.
           MOVE "F128" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F128"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F129.
           MOVE "F129" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F129" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F130.
           MOVE "F130" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F130"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F131.
           MOVE "F131" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F131" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F132.
           MOVE "F132" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F132"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F134.
           MOVE "F134" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F134" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F135.
           MOVE "F135" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F135" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F136.
           MOVE "F136" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F136" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F137.
           MOVE "F137" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F137" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F138.
           MOVE "F138" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F138"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F139.
           MOVE "F139" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               MOVE 1 TO WS-MENU-QUIT
               CALL "F139" USING WS-MENU-QUIT WS-MENU-OPERATEUR
               IF WS-MENU-QUIT = 0
                   MOVE "Q" TO WS-CHOIX
               END-IF
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F140.
           MOVE "F140" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F140"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F141.
           MOVE "F141" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F141"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       LANCE-F142.
           MOVE "F142" TO WS-LANCE-PROG.
           PERFORM CONTROLE-DROIT.
           IF WS-DROIT-OK = "O"
               CALL "F142"
               PERFORM AUDIT-LANCEMENT
           END-IF.

       AUDIT-LANCEMENT.
           MOVE "MENU"            TO WS-AUDIT-PROGRAMME.
           MOVE "MENU-STAFF"      TO WS-AUDIT-PARAGRAPHE.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM MENU.

      * against (id, hashed password via OPERATEUR-PROC's fold, role
      * S/P, active flag, last login). Staff-only, reached from the
      * staff menu. Same CRUD/retry/session-summary idiom as F4/F22.
      * The list shows each password's age in days; option 9 flags
      * an account so MENU insists on a new password at its next
      * login (new accounts start flagged, their password being the
      * one staff typed here). Each account carries a default base
      * (blank for all bases), offered by MENU at login as the base
      * the session works on.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5",
                                      "6", "7", "8", "9".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".
           77 WS-OPR-MDP PIC X(12) VALUE SPACES.
           77 WS-OPR-ROLE PIC X VALUE "S".
           77 WS-OPR-NUMPIL PIC 9(6) VALUE 0.
           77 WS-OPR-BASE PIC X(4) VALUE SPACES.
           77 WS-OPR-OK PIC X VALUE "N".
               88 WS-OPR-TROUVE VALUE "O".
           01 WS-ROLE-VALIDE-X PIC X VALUE "N".
           77 WS-DT-LIBELLE PIC X(20) VALUE SPACES.
           77 K PIC 99.

           77 WS-AGE-JOUR PIC 9(8) VALUE 0.
           77 WS-AGE-MDP PIC S9(7) VALUE 0.
           77 WS-AGE-AFF PIC Z(5)9.

           77 WS-NB-CHANGES PIC 9(3) VALUE 0.
           01 WS-CHANGELOG-TABLE.
               05 WS-CHANGELOG OCCURS 50 TIMES.
               02 LINE 9  COL 45 "6. Droits: donner".
               02 LINE 10 COL 45 "7. Droits: retirer".
               02 LINE 11 COL 45 "8. Droits: lister".
               02 LINE 12 COL 45 "9. Forcer changement mdp".
               02 LINE 16 COL 5 PIC X TO WS-CHOIX.

           01 DS-CRE-OPR.
               02 LINE 9  COL 3 VALUE "Mot de passe: ".
               02 LINE 10 COL 3 VALUE "Role (S/P/A/M/T/I/D):".
               02 LINE 11 COL 3 VALUE "Pilote lie (role P): ".
               02 LINE 12 COL 3 VALUE "Base (vide=toutes):  ".
               02 LINE 13 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CRE-OPR REQUIRED UNDERLINE.
               02 LINE 9  COL 18 PIC X(12) TO WS-OPR-MDP SECURE.
               02 LINE 10 COL 18 PIC X     TO WS-OPR-ROLE.
               02 LINE 11 COL 25 PIC 9(6)  TO WS-OPR-NUMPIL.
               02 LINE 12 COL 25 PIC X(4)  USING WS-OPR-BASE.
               02 LINE 13 COL 20 PIC X     TO WS-CHOIX.

           01 DS-TOGGLE-OPR.
                           PERFORM RETIRE-DROIT
                       WHEN "8"
                           PERFORM LISTE-DROITS
                       WHEN "9"
                           PERFORM FORCE-MDP-OPERATEUR
                       WHEN "4"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
           MOVE "Liste des operateurs" TO WS-FUNC.
           PERFORM REFRESH.
           DISPLAY "Id         Role Actif Dern.connexion Echecs"
               " Pilote Mdp(j) Chg Base" LINE 7 COL 3.
           MOVE 8 TO K.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AGE-JOUR.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE LOW-VALUES TO OPR-ID
                           DISPLAY OPR-LAST-LOGIN LINE K COL 25
                           DISPLAY OPR-ECHECS LINE K COL 40
                           DISPLAY OPR-NUMPIL LINE K COL 48
                           PERFORM AFFICHE-AGE-MDP
                           DISPLAY OPR-CHANGER-MDP LINE K COL 63
                           DISPLAY OPR-BASE LINE K COL 67
                           ADD 1 TO K
                   END-READ
               END-PERFORM
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F24.

      * Days since the password was last set; an account whose
      * owner never chose a password shows "-".
       AFFICHE-AGE-MDP.
           IF OPR-DATE-MDP = 0
               DISPLAY "     -" LINE K COL 55
           ELSE
               COMPUTE WS-AGE-MDP =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-JOUR)
                   - FUNCTION INTEGER-OF-DATE(OPR-DATE-MDP)
               MOVE WS-AGE-MDP TO WS-AGE-AFF
               DISPLAY WS-AGE-AFF LINE K COL 55
           END-IF.

       CRE-OPERATEUR.
           PERFORM NEW-SCREEN.
           MOVE "Nouvel operateur" TO WS-FUNC.
           MOVE SPACES TO WS-OPR-ID WS-OPR-MDP.
           MOVE "S" TO WS-OPR-ROLE.
           MOVE 0 TO WS-OPR-NUMPIL.
           PERFORM CHARGE-BASES.
           MOVE SPACES TO WS-OPR-BASE.
           DISPLAY DS-CRE-OPR.
           ACCEPT AS-CRE-OPR.
           IF WS-VALIDER
               MOVE "O" TO WS-BA-OK
               IF WS-OPR-BASE NOT = SPACES
                   MOVE WS-OPR-BASE TO WS-BA-CODE
                   PERFORM CONTROLE-BASE
                   MOVE WS-BA-CODE TO WS-OPR-BASE
               END-IF
               IF WS-OPR-ID = SPACES OR WS-OPR-MDP = SPACES
                   MOVE "Identifiant et mot de passe requis."
                       TO WS-MSG
               ELSE
               IF NOT WS-BA-CONNUE
                   MOVE "Base inconnue (terrain non base du club)."
                       TO WS-MSG
               ELSE
                   PERFORM VALIDE-ROLE
                   IF NOT WS-ROLE-VALIDE
                   END-IF
                   PERFORM APPLY-CRE-OPERATEUR
               END-IF
               END-IF
           ELSE
               MOVE "Operateur non cree." TO WS-MSG
           END-IF.
                   MOVE 0 TO OPR-LAST-LOGIN
                   MOVE 0 TO OPR-ECHECS
                   MOVE WS-OPR-NUMPIL TO OPR-NUMPIL
                   MOVE 0 TO OPR-DATE-MDP
                   MOVE "O" TO OPR-CHANGER-MDP
                   MOVE 0 TO OPR-HIST-MDP (1) OPR-HIST-MDP (2)
                             OPR-HIST-MDP (3)
                   MOVE SPACES TO OPR-RESERVE
                   MOVE WS-OPR-BASE TO OPR-BASE
                   MOVE SPACES TO OPR-BASE-SESSION
                   WRITE OPERATEUR-REC
                   MOVE "F24"       TO WS-AUDIT-PROGRAMME
                   MOVE "CRE-OPERATEUR" TO WS-AUDIT-PARAGRAPHE
               CLOSE OPERATEUR-FILE
           END-IF.

      * Raises the forced-change flag; MENU clears it once the
      * operator has picked a new password.
       FORCE-MDP-OPERATEUR.
           PERFORM NEW-SCREEN.
           MOVE "Forcer changement mdp" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-OPR-ID.
           DISPLAY DS-TOGGLE-OPR.
           ACCEPT AS-TOGGLE-OPR.
           IF WS-VALIDER
               PERFORM APPLY-FORCE-MDP
           ELSE
               MOVE "Aucun changement." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F24.

       APPLY-FORCE-MDP.
           OPEN I-O OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               MOVE WS-OPR-ID TO OPR-ID
               READ OPERATEUR-FILE
                   INVALID KEY
                       MOVE "Operateur inconnu." TO WS-MSG
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F24" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   NOT INVALID KEY
                       MOVE "O" TO OPR-CHANGER-MDP
                       REWRITE OPERATEUR-REC
                       MOVE "F24"        TO WS-AUDIT-PROGRAMME
                       MOVE "FORCE-MDP"  TO WS-AUDIT-PARAGRAPHE
                       MOVE "MAJ"        TO WS-AUDIT-ACTION
                       STRING "operateur " WS-OPR-ID
                           " changement mdp exige"
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-RESUME
                       PERFORM LOG-AUDIT
                       PERFORM RECORD-CHANGE
                       MOVE "Changement exige a la prochaine connexion."
                           TO WS-MSG
               END-READ
               CLOSE OPERATEUR-FILE
           END-IF.

       VALIDE-ROLE.
           MOVE "N" TO WS-ROLE-VALIDE-X.
           IF WS-OPR-ROLE = "S" OR WS-OPR-ROLE = "P"

           COPY "OPERATEUR-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F24.

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "CODEPOST-WS.cpy" IN TEMPLATE.
           77 VALID-CRE PIC 9 VALUE 0.
           77 WS-RETRY PIC 9 VALUE 3.
           77 WS-APP PIC X(20) VALUE "F3".
       
           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                                    "7", "8", "9", "D", "d",
                                    "I", "i", "G", "g".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".
              02 EXP-LICENCE-PILOTE PIC 9(8).
              02 EMAIL-PILOTE PIC X(30).
              02 NAISSANCE-PILOTE PIC 9(8).
      * Agreement to the club's mailings (F134), O or N.
              02 INFOS-PILOTE PIC X.
                 88 INFOS-PILOTE-OUI VALUE "O", "o".
              02 EXAM-MED-PILOTE PIC 9(8).

      * Medical validity derived from the examination date and
           77 WS-BQ-RUM PIC X(35) VALUE SPACES.
           77 WS-BANQUE-OK PIC X VALUE "N".
               88 WS-BANQUE-TROUVEE VALUE "O".
      * SEPA mandate keyed with the bank details: signature date
      * and status (A actif / R revoque); the mandate on file before
      * the edit decides whether its collection history carries
      * over (same RUM) or starts again (new RUM).
           77 WS-BQ-SIGNATURE PIC 9(8) VALUE 0.
           77 WS-BQ-STATUT PIC X VALUE "A".
           77 WS-BQ-RUM-PREC PIC X(35) VALUE SPACES.
           77 WS-BQ-STATUT-PREC PIC X VALUE SPACE.
           77 WS-BQ-USAGE-PREC PIC 9(8) VALUE 0.
      * IBAN check (ISO 13616 mod-97): the IBAN with spaces
      * removed, its first four characters moved to the end and
      * every letter read as two digits (A=10 ... Z=35) must leave a
      * remainder of 1 when divided by 97 - worked a character at a
      * time so no 30-digit number is ever needed.
           77 WS-IBAN-NORM PIC X(34) VALUE SPACES.
           77 WS-IBAN-LG PIC 99 VALUE 0.
           77 WS-IBAN-I PIC 99 VALUE 0.
           77 WS-IBAN-J PIC 99 VALUE 0.
           77 WS-IBAN-CAR PIC X VALUE SPACE.
           77 WS-IBAN-CHIFFRE PIC 9 VALUE 0.
           77 WS-IBAN-VAL PIC 99 VALUE 0.
           77 WS-IBAN-RESTE PIC 9(4) VALUE 0.
           77 WS-IBAN-ALPHABET PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 WS-IBAN-OK PIC X VALUE "N".
               88 WS-IBAN-VALIDE VALUE "O".

      * Type-rating entry (QUALIF-FILE, keyed pilot + type)
      * enforced by F1 when a plan is filed.
           77 WS-QUALIF-OK PIC X VALUE "N".
               88 WS-QUALIF-TROUVEE VALUE "O".

      * Instructor-rating entry (QUALINST-FILE, keyed instructor +
      * rating code) checked by CONTROLE-QUALINST before dual
      * flights, simulator sessions and lesson sign-offs.
           77 WS-QI-SAISIE-CODE PIC X(4) VALUE SPACES.
           77 WS-QI-OBTENTION PIC 9(8) VALUE 0.
           77 WS-QI-EXPIRE PIC 9(8) VALUE 0.
           77 WS-QI-SEMINAIRE PIC 9(8) VALUE 0.
           77 WS-QUALINST-OK PIC X VALUE "N".
               88 WS-QUALINST-TROUVEE VALUE "O".

           77 WS-FILTRE-TYPE PIC X.
           77 WS-FILTRE-VAL  PIC X(20).
           77 WS-FILTRE-LEN  PIC 99 VALUE 0.
           77 WS-SAVE-NBHVOL   PIC 9(5)V9 VALUE 0.
           77 WS-SAVE-EPID     PIC 9(6) VALUE 0.
           77 WS-SAVE-SOLDE    PIC S9(6)V99 VALUE 0.
           77 WS-SAVE-INVITE   PIC X VALUE SPACE.
           77 WS-SAVE-CLUB     PIC 9(4) VALUE 0.

      * Option G: a partner club's pilot entered as a guest flyer.
      * CRE-PILOTE runs as for a member, APPLY-CRE-PILOTE then
      * stamps the guest flag and the club; both are cleared again
      * once the creation screen is left.
           77 WS-CRE-INVITE    PIC X VALUE "N".
               88 WS-CRE-EST-INVITE VALUE "O".
           77 WS-CRE-CLUB      PIC 9(4) VALUE 0.

      * Address normalization: pilots sharing the same
      * address text share one ADRESSE-REC instead of each getting
           77 NB-PILOTES PIC 9(3) VALUE 0.
           77 VSTART PIC 99.
           77 VSTOP PIC 99.
      * First row of the roster page last recorded in CONSULT.DAT,
      * so paging back and forth logs a page once per showing.
           77 VSTART-CONSULTE PIC 99 VALUE 0.
           77 K PIC 99.
           77 J PIC 99.
           77 USER-VAL PIC X.
               02 LINE 16 COL 5 "8. Coordonnees bancaires".
               02 LINE 16 COL 40 "9. Qualifications de type".
               02 LINE 17 COL 40 "D. Depart d'un pilote".
               02 LINE 18 COL 40 "I. Qualifs instructeur".
               02 LINE 19 COL 40 "G. Pilote invite (club)".
               02 LINE 17 COL 5 PIC X TO WS-CHOIX.

           01 SS-CRE-PILOTE.
               02 LINE 16 COL 3 VALUE "Exp. licence (AAAAMMJJ): ".
               02 LINE 17 COL 3 VALUE "Email: ".
               02 LINE 6  COL 45 VALUE "Naissance:".
               02 LINE 16 COL 45 VALUE "Infos club (O/N):".
               02 LINE 18 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CRE-PILOTE REQUIRED UNDERLINE.
               02 LINE 16 COL 30 PIC 9(8)  TO EXP-LICENCE-PILOTE.
               02 LINE 17 COL 30 PIC X(30) TO EMAIL-PILOTE.
               02 LINE 6  COL 56 PIC 9(8)  TO NAISSANCE-PILOTE.
               02 LINE 16 COL 63 PIC X     TO INFOS-PILOTE.
               02 LINE 18 COL 20 PIC X     TO WS-CHOIX.

           01 DS-MAJ-PILOTE.
               02 LINE 16 COL 3 VALUE "Exp. licence (AAAAMMJJ): ".
               02 LINE 17 COL 3 VALUE "Email: ".
               02 LINE 6  COL 45 VALUE "Naissance:".
               02 LINE 16 COL 45 VALUE "Infos club (O/N):".
               02 LINE 18 COL 3 VALUE "Valider ? (y/n)".

           01 AS-MAJ-PILOTE  REQUIRED UNDERLINE.
               02 LINE 16 COL 30 USING EXP-LICENCE-PILOTE.
               02 LINE 17 COL 30 USING EMAIL-PILOTE.
               02 LINE 6  COL 56 USING NAISSANCE-PILOTE.
               02 LINE 16 COL 63 USING INFOS-PILOTE.
               02 LINE 18 COL 20 PIC X TO WS-CHOIX.
           
           01 SS-LIGNE-PILOTE.
               02 LINE 8  COL 3 VALUE "BIC: ".
               02 LINE 9  COL 3 VALUE "Titulaire: ".
               02 LINE 10 COL 3 VALUE "Ref. mandat (RUM): ".
               02 LINE 11 COL 3 VALUE "Signe le (AAAAMMJJ):".
               02 LINE 11 COL 36 VALUE "Statut (A actif/R revoque):".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-BANQUE REQUIRED UNDERLINE.
               02 LINE 8  COL 23 PIC X(11) TO WS-BQ-BIC.
               02 LINE 9  COL 23 PIC X(30) TO WS-BQ-TITULAIRE.
               02 LINE 10 COL 23 PIC X(35) TO WS-BQ-RUM.
               02 LINE 11 COL 23 PIC 9(8)  TO WS-BQ-SIGNATURE.
               02 LINE 11 COL 64 PIC X     TO WS-BQ-STATUT.
               02 LINE 12 COL 20 PIC X     TO WS-CHOIX.

           01 DS-QUALIF.
               02 LINE 9  COL 28 PIC 9(8)  TO WS-QF-EXPIRATION.
               02 LINE 12 COL 20 PIC X     TO WS-CHOIX.

           01 DS-QUALINST.
               02 LINE 7  COL 3 VALUE "Qualif. (FI/CRI/TRI...): ".
               02 LINE 8  COL 3 VALUE "Obtenue le (AAAAMMJJ): ".
               02 LINE 9  COL 3 VALUE "Expire le (AAAAMMJJ): ".
               02 LINE 10 COL 3 VALUE "Dernier seminaire le: ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-QUALINST REQUIRED UNDERLINE.
               02 LINE 7  COL 28 PIC X(4)  TO WS-QI-SAISIE-CODE.
               02 LINE 8  COL 28 PIC 9(8)  TO WS-QI-OBTENTION.
               02 LINE 9  COL 28 PIC 9(8)  TO WS-QI-EXPIRE.
               02 LINE 10 COL 28 PIC 9(8)  TO WS-QI-SEMINAIRE.
               02 LINE 12 COL 20 PIC X     TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.
		
       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
                        PERFORM BANQUE-PILOTE
                      WHEN "9"
                        PERFORM QUALIF-PILOTE
                      WHEN "I"
                        PERFORM QUALINST-PILOTE
                      WHEN "i"
                        PERFORM QUALINST-PILOTE
                      WHEN "D"
                        PERFORM DEPART-PILOTE
                      WHEN "d"
                        PERFORM DEPART-PILOTE
                      WHEN "G"
                        PERFORM INVITE-PILOTE
                      WHEN "g"
                        PERFORM INVITE-PILOTE
                      WHEN "6"
                        PERFORM SESSION-SUMMARY
                        EXIT PROGRAM
      * RECHERCHE-PILOTE, factored out so the n/p/m navigation stays
      * in one place.
       AFFICHE-PILOTES.
           MOVE 0 TO VSTART-CONSULTE.
           PERFORM UNTIL WS-LISTE-FIN
               IF VSTART NOT = VSTART-CONSULTE
                   PERFORM CONSULTE-PAGE
               END-IF
               PERFORM REFRESH
               DISPLAY "Num"    LINE 7 COL 3
               DISPLAY "Nom"    LINE 7 COL 12
               END-EVALUATE
           END-PERFORM.

      * Every member on the page about to be shown goes to the
      * consultation log as a roster line.
       CONSULTE-PAGE.
           MOVE VSTART TO VSTART-CONSULTE.
           MOVE "F3"   TO WS-CS-PROGRAMME.
           MOVE "LIST" TO WS-CS-MOTIF.
           MOVE WS-FUNC TO WS-CS-ECRAN.
           PERFORM OUVRE-CONSULTATIONS.
           PERFORM VARYING J FROM VSTART BY 1
                   UNTIL J > VSTOP OR J > NB-PILOTES
               MOVE NUMPIL (J) TO WS-CS-NUMPIL
               PERFORM ECRIT-CONSULTATION
           END-PERFORM.
           PERFORM FERME-CONSULTATIONS.

       RECHERCHE-PILOTE.
           PERFORM NEW-SCREEN.
           MOVE "Rechercher un pilote" TO WS-FUNC.
           DISPLAY SS-CRE-PILOTE.
           ACCEPT AS-CRE-PILOTE.
           IF WS-VALIDER
               MOVE "N" TO WS-PO-RESULTAT
               PERFORM CHECK-CIVILITE
               IF WS-CIVILITE-FOUND
                   PERFORM CHECK-CODE-POSTAL
               END-IF
               IF WS-CIVILITE-FOUND AND NOT WS-PO-CP-INCONNU
                  AND NOT WS-PO-VILLE-FAUSSE
                   PERFORM APPLY-CRE-PILOTE
               END-IF
               IF NOT WS-CIVILITE-FOUND
                   MOVE "Code civilite inconnu - pilote non créé."
                       TO WS-MSG
                   MOVE WS-MSG           TO WS-ERR-TEXT
           ELSE
               MOVE "Pilote non créé" to WS-MSG
           END-IF.
           MOVE "N" TO WS-CRE-INVITE.
           MOVE 0 TO WS-CRE-CLUB.
           MOVE SPACES TO WS-CHOIX.
           PERFORM REFRESH.
           PERFORM BACK-OR-QUIT.
               DISPLAY DS-MAJ-PILOTE
               ACCEPT AS-MAJ-PILOTE
               IF WS-VALIDER
                   MOVE "N" TO WS-PO-RESULTAT
                   PERFORM CHECK-CIVILITE
                   IF WS-CIVILITE-FOUND
                       PERFORM CHECK-CODE-POSTAL
                   END-IF
                   IF WS-PO-CP-INCONNU OR WS-PO-VILLE-FAUSSE
                       CONTINUE
                   ELSE
                   IF WS-CIVILITE-FOUND
      * Lock the pilot record around the whole edit/rewrite:
      * another terminal applying a payment or closing a flight on
      * the same pilot gets a clear refusal instead of the second
                       MOVE "F3"             TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   END-IF
                   END-IF
               ELSE
                   MOVE "Pilote non modifié" to WS-MSG
               END-IF
               MOVE PI-NOM    TO NOM-PILOTE
               MOVE PI-PRENOM TO PRENOM-PILOTE
               MOVE PI-EMAIL  TO EMAIL-PILOTE
               MOVE PI-NUMPIL TO WS-CS-NUMPIL
               MOVE "F3"      TO WS-CS-PROGRAMME
               MOVE "FICH"    TO WS-CS-MOTIF
               MOVE WS-FUNC   TO WS-CS-ECRAN
               PERFORM LOG-CONSULTATION
               IF PI-ACCEPTE-INFOS
                   MOVE "O" TO INFOS-PILOTE
               ELSE
                   MOVE "N" TO INFOS-PILOTE
               END-IF
               MOVE PI-ID-ADRESSE TO AD-ID
               OPEN INPUT ADRESSE-FILE
               IF WS-FS-ADRESSE = "00"
               MOVE PI-NBHVOL        TO WS-SAVE-NBHVOL
               MOVE PI-ID-ETATPILOTE TO WS-SAVE-EPID
               MOVE PI-SOLDE         TO WS-SAVE-SOLDE
               MOVE PI-INVITE        TO WS-SAVE-INVITE
               MOVE PI-CLUB-PART     TO WS-SAVE-CLUB
               MOVE PI-DATE-NAISSANCE TO NAISSANCE-PILOTE
               MOVE PI-ID-ETATPILOTE TO EP-ID
               OPEN INPUT ETATPIL-FILE
               DISPLAY DS-BANQUE
               ACCEPT AS-BANQUE
               IF WS-VALIDER
                   PERFORM CONTROLE-MANDAT
               END-IF
               IF WS-VALIDER AND WS-IBAN-VALIDE
                   PERFORM APPLY-BANQUE
               END-IF
               IF NOT WS-VALIDER
                   MOVE "Coordonnees non enregistrees." TO WS-MSG
               END-IF
           ELSE
           MOVE "N" TO WS-BANQUE-OK.
           MOVE SPACES TO WS-BQ-IBAN WS-BQ-BIC.
           MOVE SPACES TO WS-BQ-TITULAIRE WS-BQ-RUM.
           MOVE SPACES TO WS-BQ-RUM-PREC WS-BQ-STATUT-PREC.
           MOVE 0 TO WS-BQ-USAGE-PREC.
           OPEN INPUT BANQUE-FILE.
           IF WS-FS-BANQUE = "00"
               MOVE NUM-PILOTE-MAJ TO BQ-NUMPIL
                       MOVE BQ-BIC       TO WS-BQ-BIC
                       MOVE BQ-TITULAIRE TO WS-BQ-TITULAIRE
                       MOVE BQ-RUM       TO WS-BQ-RUM
                       MOVE BQ-RUM       TO WS-BQ-RUM-PREC
                       MOVE BQ-STATUT    TO WS-BQ-STATUT-PREC
                       IF BQ-DERNIER-USAGE NUMERIC
                           MOVE BQ-DERNIER-USAGE TO WS-BQ-USAGE-PREC
                       END-IF
               END-READ
               CLOSE BANQUE-FILE
           END-IF.

      * The keyed IBAN must pass its mod-97 check, the status
      * be A or R (C is only ever set by F9's lapse), and a mandate
      * F9 lapsed cannot be revived under the same RUM - the member
      * signs a new one. A blank signature date means today.
       CONTROLE-MANDAT.
           PERFORM CONTROLE-IBAN.
           IF NOT WS-IBAN-VALIDE
               MOVE "IBAN invalide (cle de controle) - non enregistre."
                   TO WS-MSG
           END-IF.
           IF WS-BQ-STATUT = SPACE OR WS-BQ-STATUT = "a"
               MOVE "A" TO WS-BQ-STATUT
           END-IF.
           IF WS-BQ-STATUT = "r"
               MOVE "R" TO WS-BQ-STATUT
           END-IF.
           IF WS-IBAN-VALIDE
              AND WS-BQ-STATUT NOT = "A" AND WS-BQ-STATUT NOT = "R"
               MOVE "N" TO WS-IBAN-OK
               MOVE "Statut du mandat: A ou R - non enregistre."
                   TO WS-MSG
           END-IF.
           IF WS-IBAN-VALIDE AND WS-BQ-STATUT-PREC = "C"
              AND WS-BQ-RUM = WS-BQ-RUM-PREC AND WS-BQ-STATUT = "A"
               MOVE "N" TO WS-IBAN-OK
               MOVE "Mandat caduc - saisir le RUM du nouveau mandat."
                   TO WS-MSG
           END-IF.
           IF WS-BQ-SIGNATURE = 0
               MOVE WS-CURR-DATE TO WS-BQ-SIGNATURE
           END-IF.
           IF NOT WS-IBAN-VALIDE
               MOVE WS-MSG           TO WS-ERR-TEXT
               MOVE "F3"             TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

       CONTROLE-IBAN.
           MOVE FUNCTION UPPER-CASE(WS-BQ-IBAN) TO WS-BQ-IBAN.
           MOVE SPACES TO WS-IBAN-NORM.
           MOVE 0 TO WS-IBAN-LG.
           PERFORM VARYING WS-IBAN-I FROM 1 BY 1 UNTIL WS-IBAN-I > 34
               IF WS-BQ-IBAN(WS-IBAN-I:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LG
                   MOVE WS-BQ-IBAN(WS-IBAN-I:1)
                       TO WS-IBAN-NORM(WS-IBAN-LG:1)
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-IBAN-OK.
           IF WS-IBAN-LG >= 15
              AND WS-IBAN-NORM(1:2) IS ALPHABETIC-UPPER
              AND WS-IBAN-NORM(3:2) IS NUMERIC
               MOVE "O" TO WS-IBAN-OK
               MOVE 0 TO WS-IBAN-RESTE
               PERFORM VARYING WS-IBAN-I FROM 5 BY 1
                       UNTIL WS-IBAN-I > WS-IBAN-LG + 4
                   IF WS-IBAN-I > WS-IBAN-LG
                       COMPUTE WS-IBAN-J = WS-IBAN-I - WS-IBAN-LG
                   ELSE
                       MOVE WS-IBAN-I TO WS-IBAN-J
                   END-IF
                   MOVE WS-IBAN-NORM(WS-IBAN-J:1) TO WS-IBAN-CAR
                   PERFORM CUMULE-IBAN-CAR
               END-PERFORM
               IF WS-IBAN-RESTE NOT = 1
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF.
           IF WS-IBAN-VALIDE
               MOVE WS-IBAN-NORM TO WS-BQ-IBAN
           END-IF.

       CUMULE-IBAN-CAR.
           IF WS-IBAN-CAR IS NUMERIC
               MOVE WS-IBAN-CAR TO WS-IBAN-CHIFFRE
               COMPUTE WS-IBAN-RESTE = FUNCTION MOD(
                   WS-IBAN-RESTE * 10 + WS-IBAN-CHIFFRE, 97)
           ELSE
               IF WS-IBAN-CAR IS ALPHABETIC-UPPER
                  AND WS-IBAN-CAR NOT = SPACE
                   MOVE 0 TO WS-IBAN-VAL
                   INSPECT WS-IBAN-ALPHABET TALLYING WS-IBAN-VAL
                       FOR CHARACTERS BEFORE INITIAL WS-IBAN-CAR
                   ADD 10 TO WS-IBAN-VAL
                   COMPUTE WS-IBAN-RESTE = FUNCTION MOD(
                       WS-IBAN-RESTE * 100 + WS-IBAN-VAL, 97)
               ELSE
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF.

       APPLY-BANQUE.
           INITIALIZE BANQUE-REC.
           MOVE NUM-PILOTE-MAJ  TO BQ-NUMPIL.
           MOVE WS-BQ-BIC       TO BQ-BIC.
           MOVE WS-BQ-TITULAIRE TO BQ-TITULAIRE.
           MOVE WS-BQ-RUM       TO BQ-RUM.
           MOVE WS-BQ-SIGNATURE TO BQ-DATE-SIGNATURE.
           MOVE WS-BQ-STATUT    TO BQ-STATUT.
           IF WS-BANQUE-TROUVEE AND WS-BQ-RUM = WS-BQ-RUM-PREC
               MOVE WS-BQ-USAGE-PREC TO BQ-DERNIER-USAGE
           ELSE
               MOVE 0 TO BQ-DERNIER-USAGE
           END-IF.
           OPEN I-O BANQUE-FILE.
           IF WS-FS-BANQUE = "35"
               OPEN OUTPUT BANQUE-FILE
               CLOSE PILOTE-FILE
           END-IF.

      * A partner club's pilot flies here as a guest: the club
      * (CLUBPART.DAT, F127) must be on file and active, then the
      * usual creation screen takes the identity, licence and
      * medical dates that F1 checks like anyone else's.
       INVITE-PILOTE.
           PERFORM NEW-SCREEN.
           MOVE "Pilote invite" TO WS-FUNC.
           MOVE "Numero du club partenaire:" TO WS-MSG.
           PERFORM REFRESH.
           MOVE "N" TO WS-SAISIE-OK.
           PERFORM UNTIL WS-SAISIE-VALIDE
               MOVE SPACES TO WS-NUM-STAGE
               ACCEPT WS-NUM-STAGE LINE 22 COL 10
               IF WS-NUM-STAGE IS NUMERIC
                   MOVE WS-NUM-STAGE TO WS-CRE-CLUB
                   MOVE "O" TO WS-SAISIE-OK
               ELSE
                   MOVE "Saisie non numerique - recommencez." TO WS-MSG
                   PERFORM REFRESH
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CRE-INVITE.
           OPEN INPUT CLUBPART-FILE.
           IF WS-FS-CLUBPART = "00"
               MOVE WS-CRE-CLUB TO CB-ID
               READ CLUBPART-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CB-ACTIF
                           MOVE "O" TO WS-CRE-INVITE
                       END-IF
               END-READ
               CLOSE CLUBPART-FILE
           END-IF.
           IF WS-CRE-EST-INVITE
               STRING "Invite club " WS-CRE-CLUB DELIMITED BY SIZE
                   INTO WS-FUNC
               PERFORM CRE-PILOTE
           ELSE
               MOVE 0 TO WS-CRE-CLUB
               MOVE "Club partenaire inconnu ou resilie." TO WS-MSG
               MOVE SPACES TO WS-CHOIX
               PERFORM REFRESH
               PERFORM BACK-OR-QUIT
               PERFORM MENU-F3
           END-IF.

      * Capture or renew a pilot's type rating (QUALIF-FILE,
      * keyed pilot + AV-CODTYP), same flow as BANQUE-PILOTE. An
      * existing rating for the same type is simply re-dated.
           PERFORM RECORD-CHANGE.
           MOVE "Qualification enregistree." TO WS-MSG.

      * Capture or renew an instructor rating (QUALINST-FILE,
      * keyed instructor + rating code), same flow as QUALIF-PILOTE.
      * The expiry is mandatory: an instructor rating always lapses,
      * and a renewal simply re-dates the existing code along with
      * the refresher seminar that supported it.
       QUALINST-PILOTE.
           PERFORM NEW-SCREEN.
           MOVE "Qualifs instructeur" TO WS-FUNC.
           MOVE "Numero de l'instructeur:" TO WS-MSG.
           PERFORM REFRESH.
           MOVE "N" TO WS-SAISIE-OK.
           PERFORM UNTIL WS-SAISIE-VALIDE
               MOVE SPACES TO WS-NUM-STAGE
               ACCEPT WS-NUM-STAGE LINE 22 COL 10
               IF WS-NUM-STAGE IS NUMERIC
                   MOVE WS-NUM-STAGE TO NUM-PILOTE-MAJ
                   MOVE "O" TO WS-SAISIE-OK
               ELSE
                   MOVE "Saisie non numerique - recommencez." TO WS-MSG
                   PERFORM REFRESH
               END-IF
           END-PERFORM.
           PERFORM CHARGE-PILOTE-MAJ.
           IF WS-PILOTE-FOUND
               MOVE SPACES TO WS-QI-SAISIE-CODE
               MOVE 0 TO WS-QI-OBTENTION WS-QI-EXPIRE WS-QI-SEMINAIRE
               DISPLAY DS-QUALINST
               ACCEPT AS-QUALINST
               IF WS-VALIDER
                   IF WS-QI-SAISIE-CODE = SPACES OR WS-QI-EXPIRE = 0
                      OR WS-QI-EXPIRE < WS-QI-OBTENTION
                       MOVE "Qualification et expiration requises."
                           TO WS-MSG
                   ELSE
                       PERFORM APPLY-QUALINST
                   END-IF
               ELSE
                   MOVE "Qualification non enregistree." TO WS-MSG
               END-IF
           ELSE
               MOVE "Pilote introuvable." TO WS-MSG
               MOVE WS-MSG           TO WS-ERR-TEXT
               MOVE "F3"             TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM REFRESH.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F3.

       APPLY-QUALINST.
           MOVE "N" TO WS-QUALINST-OK.
           MOVE FUNCTION UPPER-CASE(WS-QI-SAISIE-CODE)
               TO WS-QI-SAISIE-CODE.
           OPEN I-O QUALINST-FILE.
           IF WS-FS-QUALINST = "35"
               OPEN OUTPUT QUALINST-FILE
               CLOSE QUALINST-FILE
               OPEN I-O QUALINST-FILE
           END-IF.
           IF WS-FS-QUALINST = "00"
               MOVE NUM-PILOTE-MAJ    TO QI-NUMPIL
               MOVE WS-QI-SAISIE-CODE TO QI-CODE
               READ QUALINST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-QUALINST-OK
               END-READ
               MOVE NUM-PILOTE-MAJ    TO QI-NUMPIL
               MOVE WS-QI-SAISIE-CODE TO QI-CODE
               MOVE WS-QI-OBTENTION   TO QI-DATE-OBTENTION
               MOVE WS-QI-EXPIRE      TO QI-DATE-EXPIRATION
               MOVE WS-QI-SEMINAIRE   TO QI-DATE-SEMINAIRE
               IF WS-QUALINST-TROUVEE
                   REWRITE QUALINST-REC
               ELSE
                   MOVE SPACES TO QI-RESERVE
                   WRITE QUALINST-REC
               END-IF
               CLOSE QUALINST-FILE
           END-IF.

           MOVE "F3"              TO WS-AUDIT-PROGRAMME.
           MOVE "QUALINST-PILOTE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"             TO WS-AUDIT-ACTION.
           STRING "qualif instructeur " WS-QI-SAISIE-CODE
               " pilote " NUM-PILOTE-MAJ " exp " WS-QI-EXPIRE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Qualification instructeur enregistree." TO WS-MSG.

      * Civility/title code entered on CRE-PILOTE/MAJ-PILOTE
      * must exist in CIVILITE-FILE, keyed on CV-ID, same lookup-and-
      * reject idiom as CHARGE-PILOTE-MAJ's own PILOTE-FILE read.
           CLOSE CIVILITE-FILE.


      * Postal code and city checked against the CODEPOST.DAT
      * reference F106 loads, so the letters F44/F45 send stop
      * bouncing: an unknown code or a city the code does not serve
      * is refused with the spellings the code does serve, for the
      * operator to key again. Addresses abroad, or a reference not
      * loaded yet, pass unchecked.
       CHECK-CODE-POSTAL.
           MOVE CP-PILOTE    TO WS-PO-CP.
           MOVE VILLE-PILOTE TO WS-PO-VILLE.
           MOVE PAYS-PILOTE  TO WS-PO-PAYS.
           PERFORM CONTROLE-CODE-POSTAL.
           IF WS-PO-CP-INCONNU
               MOVE SPACES TO WS-MSG
               STRING "Code postal " CP-PILOTE
                   " inconnu - pilote non enregistre."
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           IF WS-PO-VILLE-FAUSSE
               MOVE SPACES TO WS-MSG
               STRING "CP " CP-PILOTE " : " WS-PO-VALIDES
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
           IF WS-PO-CP-INCONNU OR WS-PO-VILLE-FAUSSE
               MOVE SPACES TO WS-ERR-TEXT
               STRING "Ville/CP refuses: " CP-PILOTE " "
                   VILLE-PILOTE(1:30) DELIMITED BY SIZE
                   INTO WS-ERR-TEXT
               MOVE "F3"             TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * Look for an existing ADRESSE-REC whose text matches
      * the screen-entered address exactly, so pilots at the same
      * address (e.g. family members) share one row. Full scan since
           MOVE 0              TO PI-SOLDE.
           MOVE EMAIL-PILOTE   TO PI-EMAIL.
           MOVE NAISSANCE-PILOTE TO PI-DATE-NAISSANCE.
           IF INFOS-PILOTE-OUI
               MOVE "O"         TO PI-ACCORD-INFOS
           ELSE
               MOVE "N"         TO PI-ACCORD-INFOS
           END-IF.
           IF WS-CRE-EST-INVITE
               MOVE "O"         TO PI-INVITE
               MOVE WS-CRE-CLUB TO PI-CLUB-PART
           ELSE
               MOVE "N"         TO PI-INVITE
               MOVE 0           TO PI-CLUB-PART
           END-IF.
           OPEN I-O PILOTE-FILE.
           IF WS-FS-PILOTE = "35"
               OPEN OUTPUT PILOTE-FILE
           MOVE "F3"            TO WS-AUDIT-PROGRAMME.
           MOVE "CRE-PILOTE"    TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"      TO WS-AUDIT-ACTION.
           IF WS-CRE-EST-INVITE
               STRING "pilote " WS-NEXT-NUMPIL " cree, invite club "
                   WS-CRE-CLUB DELIMITED BY SIZE INTO WS-AUDIT-RESUME
           ELSE
               STRING "pilote " WS-NEXT-NUMPIL " cree"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
           END-IF.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           STRING "Pilote créé, numero " WS-NEXT-NUMPIL
           MOVE WS-SAVE-NBHVOL    TO PI-NBHVOL.
           MOVE WS-SAVE-EPID      TO PI-ID-ETATPILOTE.
           MOVE WS-SAVE-SOLDE     TO PI-SOLDE.
           MOVE WS-SAVE-INVITE    TO PI-INVITE.
           MOVE WS-SAVE-CLUB      TO PI-CLUB-PART.
           MOVE EMAIL-PILOTE      TO PI-EMAIL.
           MOVE NAISSANCE-PILOTE  TO PI-DATE-NAISSANCE.
           IF INFOS-PILOTE-OUI
               MOVE "O"           TO PI-ACCORD-INFOS
           ELSE
               MOVE "N"           TO PI-ACCORD-INFOS
           END-IF.
           OPEN I-O PILOTE-FILE.
           REWRITE PILOTE-REC.
           CLOSE PILOTE-FILE.

           COPY "VERROU-PROC.cpy" IN TEMPLATE.

           COPY "CODEPOST-PROC.cpy" IN TEMPLATE.

           COPY "CONSULT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F3.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F129.

      * Notes de frais benevoles: volunteers buy parts, pay landing
      * fees on ferry flights and drive to the maintenance shop,
      * then hand the treasurer their receipts. This staff screen
      * keys each receipt as a claim (NOTEFRAIS.DAT: member, date,
      * category, amount TTC and TVA, receipt reference, and the
      * work order or flight it was spent for), lets the treasurer
      * approve or reject the pending ones, and settles an approved
      * claim one of three ways: paid out (PAIEMENT journal, mode
      * F), credited to the member's balance (PI-SOLDE and a FRAIS
      * row on MVT.DAT), or waived by the member and recorded as a
      * gift (DONS.DAT, nature A, receipted by F118). Each decision
      * appends its lines to ECRITURES.TXT through
      * NOTEFRAIS-PROC.cpy under the category's COMPTES.DAT poste -
      * the same lines F13 rebuilds for a period. Same CRUD/retry
      * idiom as F127; all changes audited.

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
           77 WS-APP PIC X(20) VALUE "F129".
           77 WS-FUNC PIC X(20) VALUE "F129".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                                      "7".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The claim being keyed.
           77 WS-NF-STAGE PIC X(6) VALUE SPACES.
           77 WS-NF-ID PIC 9(6) VALUE 0.
           77 WS-NF-NUMPIL PIC 9(6) VALUE 0.
           77 WS-NF-DATE PIC 9(8) VALUE 0.
           77 WS-NF-CATEGORIE PIC X VALUE SPACE.
               88 WS-NF-CAT-OK VALUE "P", "T", "D", "A".
           77 WS-NF-MONTANT PIC 9(6)V99 VALUE 0.
           77 WS-NF-TVA PIC 9(6)V99 VALUE 0.
           77 WS-NF-JUSTIF PIC X(15) VALUE SPACES.
           77 WS-NF-LIEN-TYPE PIC X VALUE SPACE.
               88 WS-NF-LIEN-OK VALUE "O", "V", " ".
           77 WS-NF-LIEN-CODAV PIC 9(3) VALUE 0.
           77 WS-NF-LIEN-NUMERO PIC 9(6) VALUE 0.
           77 WS-NF-OK PIC X VALUE "N".
               88 WS-NF-TROUVE VALUE "O".
           77 WS-PIL-OK PIC X VALUE "N".
               88 WS-PIL-MEMBRE VALUE "O".
           77 WS-LIEN-OK PIC X VALUE "N".
               88 WS-LIEN-TROUVE VALUE "O".

      * Treasurer's decision and settlement.
           77 WS-DECISION PIC X VALUE SPACE.
               88 WS-DEC-APPROUVE VALUE "A".
               88 WS-DEC-REJETTE VALUE "R".
           77 WS-MOTIF PIC X(30) VALUE SPACES.
           77 WS-REGLEMENT PIC X VALUE SPACE.
               88 WS-REG-PAYER VALUE "P".
               88 WS-REG-CREDITER VALUE "C".
               88 WS-REG-DON VALUE "D".
           77 WS-MODE-REG PIC X VALUE "E".
               88 WS-MODE-REG-OK VALUE "E", "C", "V".
           77 WS-REFERENCE PIC 9(6) VALUE 0.
           77 WS-NF-MT-ED PIC ZZZZZ9.99.
           77 WS-NF-TVA-ED PIC ZZZZZ9.99.

      * Journal kit NOTEFRAIS-PROC.cpy writes through.
           77  WS-DATE-EC          PIC 9(8) VALUE 0.
           77  WS-LIBELLE          PIC X(42) VALUE SPACES.
           77  WS-MONTANT          PIC S9(8)V99 VALUE 0.
           77  WS-MONT-ED          PIC 9(8).99.
           77  WS-ZERO-ED          PIC 9(8).99 VALUE 0.
           77  WS-CPT-CIBLE        PIC X(8) VALUE SPACES.
           77  WS-NB-ECRITURES     PIC 9(5) VALUE 0.

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
               02 LINE 9  COL 5 "1. Saisir une note de frais".
               02 LINE 10 COL 5 "2. Notes en attente de decision".
               02 LINE 11 COL 5 "3. Approuver / rejeter une note".
               02 LINE 12 COL 5 "4. Regler une note approuvee".
               02 LINE 13 COL 5 "5. Notes d'un membre".
               02 LINE 14 COL 5 "6. Revenir au menu principal".
               02 LINE 15 COL 5 "7. Quitter le programme".
               02 LINE 18 COL 5 PIC X TO WS-CHOIX.

           01 DS-NOTE.
               02 LINE 7  COL 3 VALUE "Membre:                   ".
               02 LINE 8  COL 3 VALUE "Date depense (AAAAMMJJ):  ".
               02 LINE 9  COL 3 VALUE "Categorie (P=pieces       ".
               02 LINE 10 COL 3 VALUE "  T=atterrissages D=deplac.".
               02 LINE 11 COL 3 VALUE "  A=autre):               ".
               02 LINE 12 COL 3 VALUE "Montant TTC:              ".
               02 LINE 13 COL 3 VALUE "dont TVA:                 ".
               02 LINE 14 COL 3 VALUE "Reference justificatif:   ".
               02 LINE 15 COL 3 VALUE "Lien (O=OT V=vol blanc=):".
               02 LINE 16 COL 3 VALUE "Avion (OT) / numero:      ".
               02 LINE 18 COL 3 VALUE "Valider ? (y/n)".

      * TVA, receipt reference and link may be missing from a
      * handwritten receipt, so they sit outside the REQUIRED group
      * and are taken first.
           01 AS-NOTE-OPT UNDERLINE.
               02 LINE 13 COL 31 PIC 9(6).99 USING WS-NF-TVA.
               02 LINE 14 COL 31 PIC X(15)   USING WS-NF-JUSTIF.
               02 LINE 15 COL 31 PIC X       USING WS-NF-LIEN-TYPE.
               02 LINE 16 COL 31 PIC 9(3)    USING WS-NF-LIEN-CODAV.
               02 LINE 16 COL 36 PIC 9(6)    USING WS-NF-LIEN-NUMERO.

           01 AS-NOTE REQUIRED UNDERLINE.
               02 LINE 7  COL 31 PIC 9(6)    USING WS-NF-NUMPIL.
               02 LINE 8  COL 31 PIC 9(8)    USING WS-NF-DATE.
               02 LINE 11 COL 31 PIC X       USING WS-NF-CATEGORIE.
               02 LINE 12 COL 31 PIC 9(6).99 USING WS-NF-MONTANT.
               02 LINE 18 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-COMPTES-FRAIS.
           PERFORM MENU-F129.

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
               PERFORM MENU-F129
           END-IF.

       MENU-F129.
           MOVE "Notes de frais" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM SAISIE-NOTE
                       WHEN "2"
                           PERFORM LISTE-ATTENTE
                       WHEN "3"
                           PERFORM DECISION-NOTE
                       WHEN "4"
                           PERFORM REGLEMENT-NOTE
                       WHEN "5"
                           PERFORM LISTE-MEMBRE
                       WHEN "6"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F129
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
           MOVE "F129"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * One receipt as handed in. The member must be on file and
      * not gone (a guest is no volunteer), the date real and not
      * ahead, the TVA within the amount, and a link given must
      * point at an existing work order or flight.
       SAISIE-NOTE.
           PERFORM NEW-SCREEN.
           MOVE "Saisie note de frais" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-NF-NUMPIL WS-NF-MONTANT WS-NF-TVA.
           MOVE 0 TO WS-NF-LIEN-CODAV WS-NF-LIEN-NUMERO.
           MOVE WS-CURR-DATE TO WS-NF-DATE.
           MOVE SPACES TO WS-NF-JUSTIF WS-NF-CATEGORIE.
           MOVE SPACE TO WS-NF-LIEN-TYPE.
           DISPLAY DS-NOTE.
           ACCEPT AS-NOTE-OPT.
           ACCEPT AS-NOTE.
           IF WS-VALIDER
               MOVE FUNCTION UPPER-CASE(WS-NF-CATEGORIE)
                   TO WS-NF-CATEGORIE
               MOVE FUNCTION UPPER-CASE(WS-NF-LIEN-TYPE)
                   TO WS-NF-LIEN-TYPE
               PERFORM CHECK-PILOTE
               PERFORM CHECK-LIEN
               EVALUATE TRUE
                   WHEN NOT WS-PIL-MEMBRE
                       MOVE "Membre inconnu, parti ou invite."
                           TO WS-MSG
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-NF-DATE)
                        NOT = 0
                       MOVE "Date invalide." TO WS-MSG
                   WHEN WS-NF-DATE > WS-CURR-DATE
                       MOVE "Date dans le futur." TO WS-MSG
                   WHEN NOT WS-NF-CAT-OK
                       MOVE "Categorie: P, T, D ou A." TO WS-MSG
                   WHEN WS-NF-MONTANT = 0
                       MOVE "Montant obligatoire." TO WS-MSG
                   WHEN WS-NF-TVA NOT < WS-NF-MONTANT
                       MOVE "TVA superieure au montant TTC." TO WS-MSG
                   WHEN NOT WS-NF-LIEN-OK
                       MOVE "Lien: O (OT), V (vol) ou blanc."
                           TO WS-MSG
                   WHEN NOT WS-LIEN-TROUVE
                       MOVE "Ordre de travail ou vol introuvable."
                           TO WS-MSG
                   WHEN OTHER
                       PERFORM APPLY-NOTE
               END-EVALUATE
           ELSE
               MOVE "Note non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F129.

       CHECK-PILOTE.
           MOVE "N" TO WS-PIL-OK.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-NF-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PI-PARTI AND NOT PI-EST-INVITE
                           MOVE "O" TO WS-PIL-OK
                       END-IF
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

      * No link is always acceptable; a work order is looked up by
      * aircraft and order number, a flight by its number.
       CHECK-LIEN.
           MOVE "N" TO WS-LIEN-OK.
           EVALUATE WS-NF-LIEN-TYPE
               WHEN SPACE
                   MOVE 0 TO WS-NF-LIEN-CODAV WS-NF-LIEN-NUMERO
                   MOVE "O" TO WS-LIEN-OK
               WHEN "O"
                   OPEN INPUT MAINT-FILE
                   IF WS-FS-MAINT = "00"
                       MOVE WS-NF-LIEN-CODAV TO OT-CODAV
                       MOVE WS-NF-LIEN-NUMERO TO OT-NUMOT
                       READ MAINT-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "O" TO WS-LIEN-OK
                       END-READ
                       CLOSE MAINT-FILE
                   END-IF
               WHEN "V"
                   MOVE 0 TO WS-NF-LIEN-CODAV
                   OPEN INPUT VOL-FILE
                   IF WS-FS-VOL = "00"
                       MOVE WS-NF-LIEN-NUMERO TO VL-NUMVOL
                       READ VOL-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "O" TO WS-LIEN-OK
                       END-READ
                       CLOSE VOL-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-NOTE.
           MOVE "FRAIS" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-NF-ID.
           INITIALIZE NOTEFRAIS-REC.
           MOVE WS-NF-ID          TO NF-ID.
           MOVE WS-NF-NUMPIL      TO NF-NUMPIL.
           MOVE WS-NF-DATE        TO NF-DATE.
           MOVE WS-NF-CATEGORIE   TO NF-CATEGORIE.
           MOVE WS-NF-MONTANT     TO NF-MONTANT.
           MOVE WS-NF-TVA         TO NF-TVA.
           MOVE WS-NF-JUSTIF      TO NF-JUSTIF.
           MOVE WS-NF-LIEN-TYPE   TO NF-LIEN-TYPE.
           MOVE WS-NF-LIEN-CODAV  TO NF-LIEN-CODAV.
           MOVE WS-NF-LIEN-NUMERO TO NF-LIEN-NUMERO.
           MOVE "S"               TO NF-ETAT.
           MOVE WS-OPERATEUR      TO NF-OPERATEUR.
           OPEN I-O NOTEFRAIS-FILE.
           IF WS-FS-NOTEFRAIS = "35"
               OPEN OUTPUT NOTEFRAIS-FILE
           END-IF.
           WRITE NOTEFRAIS-REC.
           CLOSE NOTEFRAIS-FILE.
           MOVE WS-NF-MONTANT TO WS-NF-MT-ED.
           MOVE "F129"            TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-NOTE"     TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"        TO WS-AUDIT-ACTION.
           STRING "note " WS-NF-ID " membre " WS-NF-NUMPIL
               " cat " WS-NF-CATEGORIE " " WS-NF-MT-ED
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE SPACES TO WS-MSG.
           STRING "Note de frais " WS-NF-ID " enregistree."
               DELIMITED BY SIZE INTO WS-MSG.

      * The claims still waiting for the treasurer, oldest first.
       LISTE-ATTENTE.
           PERFORM NEW-SCREEN.
           MOVE "Notes en attente" TO WS-FUNC.
           PERFORM REFRESH.
           PERFORM ENTETE-LISTE.
           MOVE 8 TO K.
           OPEN INPUT NOTEFRAIS-FILE.
           IF WS-FS-NOTEFRAIS = "00"
               MOVE LOW-VALUES TO NF-ID
               START NOTEFRAIS-FILE KEY IS NOT LESS THAN NF-ID
                   INVALID KEY MOVE "10" TO WS-FS-NOTEFRAIS
               END-START
               PERFORM UNTIL WS-FS-NOTEFRAIS = "10" OR K > 18
                   READ NOTEFRAIS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-NOTEFRAIS
                       NOT AT END
                           IF NF-SAISIE
                               PERFORM AFFICHE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTEFRAIS-FILE
           END-IF.
           IF K = 8
               MOVE "Aucune note en attente." TO WS-MSG
           ELSE
               IF K > 18
                   MOVE "Affichage limite a onze lignes." TO WS-MSG
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F129.

      * Every claim of one member, through the member key.
       LISTE-MEMBRE.
           PERFORM NEW-SCREEN.
           MOVE "Notes d'un membre" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-NF-STAGE.
           DISPLAY "Numero de membre:" LINE 6 COL 3.
           ACCEPT WS-NF-STAGE LINE 6 COL 31.
           IF WS-NF-STAGE NOT NUMERIC
               MOVE "Numero de membre sur six chiffres." TO WS-MSG
           ELSE
               MOVE WS-NF-STAGE TO WS-NF-NUMPIL
               PERFORM ENTETE-LISTE
               MOVE 8 TO K
               OPEN INPUT NOTEFRAIS-FILE
               IF WS-FS-NOTEFRAIS = "00"
                   MOVE WS-NF-NUMPIL TO NF-NUMPIL
                   START NOTEFRAIS-FILE KEY IS EQUAL TO NF-NUMPIL
                       INVALID KEY MOVE "10" TO WS-FS-NOTEFRAIS
                   END-START
                   PERFORM UNTIL WS-FS-NOTEFRAIS = "10" OR K > 18
                       READ NOTEFRAIS-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-NOTEFRAIS
                           NOT AT END
                               IF NF-NUMPIL NOT = WS-NF-NUMPIL
                                   MOVE "10" TO WS-FS-NOTEFRAIS
                               ELSE
                                   PERFORM AFFICHE-LIGNE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTEFRAIS-FILE
               END-IF
               IF K = 8
                   MOVE "Aucune note pour ce membre." TO WS-MSG
               ELSE
                   IF K > 18
                       MOVE "Affichage limite a onze lignes."
                           TO WS-MSG
                   END-IF
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F129.

       ENTETE-LISTE.
           DISPLAY "Note   Membre Date     C   Montant       TVA"
               LINE 7 COL 3.
           DISPLAY "Justificatif    E" LINE 7 COL 49.

       AFFICHE-LIGNE.
           MOVE NF-MONTANT TO WS-NF-MT-ED.
           MOVE NF-TVA TO WS-NF-TVA-ED.
           DISPLAY NF-ID LINE K COL 3.
           DISPLAY NF-NUMPIL LINE K COL 10.
           DISPLAY NF-DATE LINE K COL 17.
           DISPLAY NF-CATEGORIE LINE K COL 26.
           DISPLAY WS-NF-MT-ED LINE K COL 28.
           DISPLAY WS-NF-TVA-ED LINE K COL 38.
           DISPLAY NF-JUSTIF LINE K COL 49.
           DISPLAY NF-ETAT LINE K COL 65.
           ADD 1 TO K.

      * Shows a claim keyed by number, for the decision and the
      * settlement.
       CHOIX-NOTE.
           MOVE SPACES TO WS-NF-STAGE.
           DISPLAY "Numero de la note:" LINE 6 COL 3.
           ACCEPT WS-NF-STAGE LINE 6 COL 31.
           MOVE "N" TO WS-NF-OK.
           IF WS-NF-STAGE NUMERIC
               MOVE WS-NF-STAGE TO WS-NF-ID
               PERFORM LIT-NOTE
           END-IF.
           IF WS-NF-TROUVE
               PERFORM ENTETE-LISTE
               MOVE 8 TO K
               PERFORM AFFICHE-LIGNE
               IF NF-MOTIF NOT = SPACES
                   DISPLAY NF-MOTIF LINE 9 COL 3
               END-IF
           END-IF.

       LIT-NOTE.
           MOVE "N" TO WS-NF-OK.
           OPEN INPUT NOTEFRAIS-FILE.
           IF WS-FS-NOTEFRAIS = "00"
               MOVE WS-NF-ID TO NF-ID
               READ NOTEFRAIS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-NF-OK
               END-READ
               CLOSE NOTEFRAIS-FILE
           END-IF.

      * The treasurer approves or rejects a pending claim; a
      * rejection must give its reason. An approval posts the
      * expense straight away.
       DECISION-NOTE.
           PERFORM NEW-SCREEN.
           MOVE "Decision note de frais" TO WS-FUNC.
           PERFORM REFRESH.
           PERFORM CHOIX-NOTE.
           EVALUATE TRUE
               WHEN NOT WS-NF-TROUVE
                   MOVE "Note de frais inconnue." TO WS-MSG
               WHEN NOT NF-SAISIE
                   MOVE "Note deja decidee." TO WS-MSG
               WHEN OTHER
                   MOVE SPACE TO WS-DECISION
                   MOVE SPACES TO WS-MOTIF
                   DISPLAY "Decision (A=approuver R=rejeter):"
                       LINE 11 COL 3
                   ACCEPT WS-DECISION LINE 11 COL 40
                   DISPLAY "Motif:" LINE 12 COL 3
                   ACCEPT WS-MOTIF LINE 12 COL 40
                   MOVE FUNCTION UPPER-CASE(WS-DECISION)
                       TO WS-DECISION
                   EVALUATE TRUE
                       WHEN NOT WS-DEC-APPROUVE AND NOT WS-DEC-REJETTE
                           MOVE "Decision: A ou R." TO WS-MSG
                       WHEN WS-DEC-REJETTE AND WS-MOTIF = SPACES
                           MOVE "Motif obligatoire pour un rejet."
                               TO WS-MSG
                       WHEN OTHER
                           PERFORM APPLY-DECISION
                   END-EVALUATE
           END-EVALUATE.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F129.

       APPLY-DECISION.
           OPEN I-O NOTEFRAIS-FILE.
           IF WS-FS-NOTEFRAIS = "00"
               MOVE WS-NF-ID TO NF-ID
               READ NOTEFRAIS-FILE
                   INVALID KEY
                       MOVE "Note de frais inconnue." TO WS-MSG
                   NOT INVALID KEY
                       MOVE WS-DECISION TO NF-ETAT
                       MOVE WS-CURR-DATE TO NF-DATE-DECISION
                       MOVE WS-OPERATEUR TO NF-DECIDEUR
                       MOVE WS-MOTIF TO NF-MOTIF
                       REWRITE NOTEFRAIS-REC
                       IF NF-APPROUVEE
                           PERFORM OUVRE-ECRITURES
                           PERFORM ECRIT-APPROB-FRAIS
                           CLOSE ECRITURE-FILE
                       END-IF
                       PERFORM AUDIT-DECISION
               END-READ
               CLOSE NOTEFRAIS-FILE
           END-IF.

       AUDIT-DECISION.
           MOVE NF-MONTANT TO WS-NF-MT-ED.
           MOVE "F129"            TO WS-AUDIT-PROGRAMME.
           MOVE "DECISION-NOTE"   TO WS-AUDIT-PARAGRAPHE.
           IF NF-APPROUVEE
               MOVE "APPROUVE"    TO WS-AUDIT-ACTION
               MOVE "Note approuvee et comptabilisee." TO WS-MSG
           ELSE
               MOVE "REJET"       TO WS-AUDIT-ACTION
               MOVE "Note rejetee." TO WS-MSG
           END-IF.
           STRING "note " NF-ID " membre " NF-NUMPIL " "
               WS-NF-MT-ED " " NF-MOTIF
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.

      * An approved claim is paid out, credited to the member's
      * balance or waived into a gift, then the suspense account
      * is cleared in the journal.
       REGLEMENT-NOTE.
           PERFORM NEW-SCREEN.
           MOVE "Reglement note de frais" TO WS-FUNC.
           PERFORM REFRESH.
           PERFORM CHOIX-NOTE.
           EVALUATE TRUE
               WHEN NOT WS-NF-TROUVE
                   MOVE "Note de frais inconnue." TO WS-MSG
               WHEN NOT NF-APPROUVEE
                   MOVE "Seule une note approuvee se regle."
                       TO WS-MSG
               WHEN OTHER
                   MOVE SPACE TO WS-REGLEMENT
                   MOVE "E" TO WS-MODE-REG
                   DISPLAY "Reglement (P=payer C=crediter le solde"
                       LINE 11 COL 3
                   DISPLAY "  D=abandon en don):" LINE 12 COL 3
                   ACCEPT WS-REGLEMENT LINE 12 COL 40
                   DISPLAY "Mode si paye (E=especes C=cheque"
                       LINE 13 COL 3
                   DISPLAY "  V=virement):" LINE 14 COL 3
                   ACCEPT WS-MODE-REG LINE 14 COL 40
                   MOVE FUNCTION UPPER-CASE(WS-REGLEMENT)
                       TO WS-REGLEMENT
                   MOVE FUNCTION UPPER-CASE(WS-MODE-REG)
                       TO WS-MODE-REG
                   DISPLAY "Confirmer ? (y/n)" LINE 16 COL 3
                   ACCEPT WS-CHOIX LINE 16 COL 22
                   EVALUATE TRUE
                       WHEN NOT WS-REG-PAYER AND NOT WS-REG-CREDITER
                            AND NOT WS-REG-DON
                           MOVE "Reglement: P, C ou D." TO WS-MSG
                       WHEN WS-REG-PAYER AND NOT WS-MODE-REG-OK
                           MOVE "Mode: E, C ou V." TO WS-MSG
                       WHEN NOT WS-VALIDER
                           MOVE "Note non reglee." TO WS-MSG
                       WHEN OTHER
                           PERFORM APPLY-REGLEMENT
                   END-EVALUATE
           END-EVALUATE.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F129.

      * The money side first (receipt, balance or gift), then the
      * claim is stamped with the outcome and its reference and
      * the settlement lines are appended.
       APPLY-REGLEMENT.
           MOVE NF-NUMPIL TO WS-NF-NUMPIL.
           MOVE NF-MONTANT TO WS-NF-MONTANT.
           MOVE NF-DATE TO WS-NF-DATE.
           MOVE 0 TO WS-REFERENCE.
           EVALUATE TRUE
               WHEN WS-REG-PAYER
                   PERFORM PAIE-NOTE
               WHEN WS-REG-CREDITER
                   PERFORM CREDITE-NOTE
               WHEN OTHER
                   PERFORM DON-NOTE
           END-EVALUATE.
           OPEN I-O NOTEFRAIS-FILE.
           IF WS-FS-NOTEFRAIS = "00"
               MOVE WS-NF-ID TO NF-ID
               READ NOTEFRAIS-FILE
                   INVALID KEY
                       MOVE "Note de frais inconnue." TO WS-MSG
                   NOT INVALID KEY
                       MOVE WS-REGLEMENT TO NF-ETAT
                       MOVE WS-CURR-DATE TO NF-DATE-REGLEMENT
                       IF WS-REG-PAYER
                           MOVE WS-MODE-REG TO NF-MODE-REGLEMENT
                       ELSE
                           MOVE SPACE TO NF-MODE-REGLEMENT
                       END-IF
                       MOVE WS-REFERENCE TO NF-REFERENCE
                       REWRITE NOTEFRAIS-REC
                       PERFORM OUVRE-ECRITURES
                       PERFORM ECRIT-REGLEMENT-FRAIS
                       CLOSE ECRITURE-FILE
                       PERFORM AUDIT-REGLEMENT
               END-READ
               CLOSE NOTEFRAIS-FILE
           END-IF.

      * Paid out: journaled as money leaving, mode F.
       PAIE-NOTE.
           MOVE WS-NF-NUMPIL TO WS-PAIE-NUMPIL.
           COMPUTE WS-PAIE-MONTANT = 0 - WS-NF-MONTANT.
           MOVE "F" TO WS-PAIE-MODE.
           MOVE 0 TO WS-PAIE-NBVOLS.
           PERFORM ENREGISTRE-PAIEMENT.
           MOVE WS-PAIE-NUMRECU TO WS-REFERENCE.

      * Credited: the member's balance goes up by the claim, the
      * movement ledger carrying the claim number.
       CREDITE-NOTE.
           OPEN I-O PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-NF-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-NF-MONTANT TO PI-SOLDE
                       REWRITE PILOTE-REC
                       MOVE PI-NUMPIL TO WS-MVT-NUMPIL
                       MOVE "F129" TO WS-MVT-PROGRAMME
                       MOVE "FRAIS" TO WS-MVT-TYPE
                       MOVE WS-NF-MONTANT TO WS-MVT-MONTANT
                       MOVE WS-NF-ID TO WS-MVT-REFERENCE
                       MOVE PI-SOLDE TO WS-MVT-SOLDE
                       PERFORM ENREGISTRE-MOUVEMENT
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

      * Waived: a gift of the fees, dated today, its period the
      * month the money was spent so F118's receipt names it.
       DON-NOTE.
           MOVE WS-NF-NUMPIL TO WS-DON-NUMPIL.
           MOVE WS-CURR-DATE TO WS-DON-DATE.
           MOVE WS-NF-MONTANT TO WS-DON-MONTANT.
           MOVE "A" TO WS-DON-NATURE.
           MOVE WS-NF-DATE(1:6) TO WS-DON-PERIODE.
           PERFORM ENREGISTRE-DON.
           MOVE WS-DON-ID TO WS-REFERENCE.

       AUDIT-REGLEMENT.
           MOVE NF-MONTANT TO WS-NF-MT-ED.
           MOVE "F129"            TO WS-AUDIT-PROGRAMME.
           MOVE "REGLEMENT-NOTE"  TO WS-AUDIT-PARAGRAPHE.
           EVALUATE TRUE
               WHEN NF-PAYEE
                   MOVE "PAIEMENT" TO WS-AUDIT-ACTION
                   MOVE "Note payee." TO WS-MSG
               WHEN NF-CREDITEE
                   MOVE "CREDIT"   TO WS-AUDIT-ACTION
                   MOVE "Note creditee sur le solde du membre."
                       TO WS-MSG
               WHEN OTHER
                   MOVE "DON"      TO WS-AUDIT-ACTION
                   MOVE "Note abandonnee en don." TO WS-MSG
           END-EVALUATE.
           STRING "note " NF-ID " membre " NF-NUMPIL " "
               WS-NF-MT-ED " etat " NF-ETAT " ref " NF-REFERENCE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.

       OUVRE-ECRITURES.
           OPEN EXTEND ECRITURE-FILE.
           IF WS-FS-ECRITURE = "35"
               OPEN OUTPUT ECRITURE-FILE
           END-IF.

       ECRIT-LIGNE-DEBIT.
           MOVE WS-MONTANT TO WS-MONT-ED.
           MOVE SPACES TO EC-LIGNE.
           STRING WS-DATE-EC " " WS-CPT-CIBLE " " WS-MONT-ED " "
               WS-ZERO-ED " " WS-LIBELLE
               DELIMITED BY SIZE INTO EC-LIGNE.
           WRITE ECRITURE-REC.
           ADD 1 TO WS-NB-ECRITURES.

       ECRIT-LIGNE-CREDIT.
           MOVE WS-MONTANT TO WS-MONT-ED.
           MOVE SPACES TO EC-LIGNE.
           STRING WS-DATE-EC " " WS-CPT-CIBLE " " WS-ZERO-ED " "
               WS-MONT-ED " " WS-LIBELLE
               DELIMITED BY SIZE INTO EC-LIGNE.
           WRITE ECRITURE-REC.
           ADD 1 TO WS-NB-ECRITURES.

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

           COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

           COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "DON-PROC.cpy" IN TEMPLATE.

           COPY "NOTEFRAIS-PROC.cpy" IN TEMPLATE.

       END PROGRAM F129.

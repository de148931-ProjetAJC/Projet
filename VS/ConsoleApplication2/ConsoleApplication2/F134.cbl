       IDENTIFICATION DIVISION.
       PROGRAM-ID. F134.

      * Diffusion aux membres: a message for the whole club, the
      * students, the pilots of one type or one base used to go out
      * from someone's personal mailbox off a spreadsheet export,
      * with no trace of who got it. The secretary now picks the
      * recipients by criterion - active members, students (a lesson
      * on PROGRES.DAT within twelve months), pilots holding a
      * current QUALIF on a type, instructors (a current QUALINST
      * privilege), members of a base (the base of their login
      * account, blank = the principal one), dues unpaid (this
      * year's "COTIS" invoice raised by F15 and the balance still
      * in debit) - and one NOTIF.DAT row is queued per recipient
      * for the F53 dispatcher. Departed members and partner-club
      * guests are never selected. A member who has not agreed to
      * the club's mailings (PI-ACCORD-INFOS, F3) is left out unless
      * the message is flagged statutory, e.g. the AGM convocation.
      * The broadcast is kept on DIFFUSION.DAT and its recipient
      * list, those left out included, on DIFFDEST.DAT.

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
           77 WS-APP PIC X(20) VALUE "F134".
           77 WS-FUNC PIC X(20) VALUE "Diffusion".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).
           77 WS-CHOIX PIC X.
               88 WS-VALIDER VALUE "Y", "y", "O", "o".

      * The message as keyed.
           77 WS-DF-CRITERE PIC X VALUE "1".
               88 WS-DF-CRITERE-OK VALUE "1" THRU "6".
           77 WS-DF-PARAM PIC X(4) VALUE SPACES.
           77 WS-DF-STATUT PIC X VALUE "N".
           77 WS-DF-OBJET PIC X(40) VALUE SPACES.
           01 WS-DF-TEXTE.
               05 WS-DF-TEXTE-1 PIC X(50).
               05 WS-DF-TEXTE-2 PIC X(50).
           77 WS-SAISIE-OK PIC X VALUE "N".
               88 WS-SAISIE-VALIDE VALUE "O".
               88 WS-SAISIE-ABANDON VALUE "A".

      * A first pass only counts, the second one queues.
           77 WS-DF-MODE PIC X VALUE "C".
               88 WS-DF-COMPTAGE VALUE "C".
               88 WS-DF-ENVOI VALUE "E".
           77 WS-DF-ID PIC 9(6) VALUE 0.
           77 WS-DF-NB-DEST PIC 9(5) VALUE 0.
           77 WS-DF-NB-EXCLUS PIC 9(5) VALUE 0.
           77 WS-DF-NUMPIL PIC 9(6) VALUE 0.
           77 WS-DF-ACCORD PIC X VALUE "N".
               88 WS-DF-A-ACCORD VALUE "O".
           77 WS-DF-SOLDE PIC S9(6)V99 VALUE 0.
           77 WS-DF-RETENU PIC X VALUE "N".
               88 WS-DF-EST-RETENU VALUE "O".
           77 WS-DF-LIMITE PIC 9(8) VALUE 0.
           77 WS-DF-COTIS PIC X(13) VALUE SPACES.
           77 WS-DF-BASE PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
           77  LS_OPERATEUR    PIC X(10).

       SCREEN SECTION.
           01 DS-DIFFUSION.
               02 LINE 5  COL 3 VALUE "Destinataires:".
               02 LINE 6  COL 5 VALUE "1. Membres actifs".
               02 LINE 7  COL 5 VALUE "2. Eleves (lecon < 12 mois)".
               02 LINE 8  COL 5 VALUE "3. Qualifies sur un type".
               02 LINE 6  COL 40 VALUE "4. Instructeurs".
               02 LINE 7  COL 40 VALUE "5. Membres d'une base".
               02 LINE 8  COL 40 VALUE "6. Cotisation impayee".
               02 LINE 10 COL 3 VALUE "Choix (1-6):".
               02 LINE 11 COL 3 VALUE "Type (3) ou base (5):".
               02 LINE 12 COL 3 VALUE "Convocation statutaire (O/N):".
               02 LINE 14 COL 3 VALUE "Objet:".
               02 LINE 15 COL 3 VALUE "Texte:".
               02 LINE 18 COL 3 VALUE "Valider ? (y/n)".

           01 AS-DIFFUSION REQUIRED UNDERLINE.
               02 LINE 10 COL 34 PIC X     USING WS-DF-CRITERE.
               02 LINE 11 COL 34 PIC X(4)  USING WS-DF-PARAM.
               02 LINE 12 COL 34 PIC X     USING WS-DF-STATUT.
               02 LINE 14 COL 11 PIC X(40) USING WS-DF-OBJET.
               02 LINE 15 COL 11 PIC X(50) USING WS-DF-TEXTE-1.
               02 LINE 16 COL 11 PIC X(50) USING WS-DF-TEXTE-2.
               02 LINE 18 COL 20 PIC X     TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM CHARGE-BASES.
           MOVE WS-CURR-DATE TO WS-DF-LIMITE.
           SUBTRACT 10000 FROM WS-DF-LIMITE.
           MOVE SPACES TO WS-DF-COTIS.
           STRING "COTIS " WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-DF-COTIS.
           PERFORM MENU-F134.
           EXIT PROGRAM.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

      * The recipients are counted and shown before anything is
      * queued; the secretary confirms once more on that count.
       MENU-F134.
           PERFORM SAISIE-DIFFUSION.
           IF WS-SAISIE-VALIDE
               MOVE "C" TO WS-DF-MODE
               PERFORM BALAYE-PILOTES
               PERFORM NEW-SCREEN
               MOVE SPACES TO WS-MSG
               STRING WS-DF-NB-DEST " destinataire(s), "
                   WS-DF-NB-EXCLUS " sans accord exclu(s)."
                   DELIMITED BY SIZE INTO WS-MSG
               MOVE "Envoyer ? (y/n)" TO WS-INVITE
               PERFORM REFRESH
               MOVE SPACES TO WS-CHOIX
               ACCEPT WS-CHOIX LINE 23 COL 10
               IF WS-VALIDER AND WS-DF-NB-DEST > 0
                   PERFORM ENVOIE-DIFFUSION
               ELSE
                   MOVE "Diffusion abandonnee." TO WS-MSG
               END-IF
               PERFORM NEW-SCREEN
               MOVE "Appuyez sur Entree pour revenir." TO WS-INVITE
               PERFORM REFRESH
               ACCEPT WS-CHOIX LINE 23 COL 10
           END-IF.

       SAISIE-DIFFUSION.
           MOVE "N" TO WS-SAISIE-OK.
           MOVE "1" TO WS-DF-CRITERE.
           MOVE SPACES TO WS-DF-PARAM WS-DF-OBJET WS-DF-TEXTE.
           MOVE "N" TO WS-DF-STATUT.
           MOVE "Choisissez les destinataires et le message."
               TO WS-MSG.
           PERFORM UNTIL WS-SAISIE-VALIDE OR WS-SAISIE-ABANDON
               PERFORM NEW-SCREEN
               PERFORM REFRESH
               DISPLAY DS-DIFFUSION
               MOVE SPACES TO WS-CHOIX
               ACCEPT AS-DIFFUSION
               IF WS-VALIDER
                   PERFORM CONTROLE-SAISIE
                   IF NOT WS-SAISIE-VALIDE
                       MOVE WS-MSG TO WS-ERR-TEXT
                       MOVE "F134" TO WS-AUDIT-PROGRAMME
                       PERFORM LOG-ERREUR
                   END-IF
               ELSE
                   MOVE "A" TO WS-SAISIE-OK
               END-IF
           END-PERFORM.

       CONTROLE-SAISIE.
           MOVE "O" TO WS-SAISIE-OK.
           MOVE FUNCTION UPPER-CASE(WS-DF-PARAM) TO WS-DF-PARAM.
           MOVE FUNCTION UPPER-CASE(WS-DF-STATUT) TO WS-DF-STATUT.
           EVALUATE TRUE
               WHEN NOT WS-DF-CRITERE-OK
                   MOVE "N" TO WS-SAISIE-OK
                   MOVE "Choix de destinataires: 1 a 6." TO WS-MSG
               WHEN WS-DF-STATUT NOT = "O" AND NOT = "N"
                   MOVE "N" TO WS-SAISIE-OK
                   MOVE "Convocation statutaire: repondre O ou N."
                       TO WS-MSG
               WHEN WS-DF-OBJET = SPACES OR WS-DF-TEXTE = SPACES
                   MOVE "N" TO WS-SAISIE-OK
                   MOVE "Objet et texte obligatoires." TO WS-MSG
               WHEN WS-DF-CRITERE = "3"
                   PERFORM CONTROLE-TYPE
               WHEN WS-DF-CRITERE = "5"
                   MOVE WS-DF-PARAM TO WS-BA-CODE
                   PERFORM CONTROLE-BASE
                   IF WS-BA-CONNUE
                       MOVE WS-BA-CODE TO WS-DF-PARAM
                   ELSE
                       MOVE "N" TO WS-SAISIE-OK
                       MOVE "Base inconnue." TO WS-MSG
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-DF-PARAM
           END-EVALUATE.

      * A type is known when some aircraft of the fleet has it.
       CONTROLE-TYPE.
           MOVE "N" TO WS-SAISIE-OK.
           MOVE "Type d'avion inconnu de la flotte." TO WS-MSG.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               PERFORM UNTIL WS-FS-AVION = "10" OR WS-SAISIE-VALIDE
                   READ AVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AVION
                       NOT AT END
                           IF AV-CODTYP = WS-DF-PARAM(1:2)
                               MOVE "O" TO WS-SAISIE-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVION-FILE
           END-IF.

       ENVOIE-DIFFUSION.
           PERFORM ALLOUE-DIFFUSION.
           MOVE "E" TO WS-DF-MODE.
           PERFORM BALAYE-PILOTES.
           PERFORM ENREGISTRE-DIFFUSION.
           MOVE "F134"              TO WS-AUDIT-PROGRAMME.
           MOVE "ENVOIE-DIFFUSION"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "DIFFUSION"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "diffusion " WS-DF-ID " critere " WS-DF-CRITERE
               " " WS-DF-PARAM ": " WS-DF-NB-DEST " envoi(s), "
               WS-DF-NB-EXCLUS " exclu(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           MOVE SPACES TO WS-MSG.
           STRING "Diffusion " WS-DF-ID " : " WS-DF-NB-DEST
               " message(s) en file pour F53."
               DELIMITED BY SIZE INTO WS-MSG.

       ALLOUE-DIFFUSION.
           MOVE "DIFFUS" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               OPEN INPUT DIFFUSION-FILE
               IF WS-FS-DIFFUSION = "00"
                   MOVE LOW-VALUES TO DU-ID
                   START DIFFUSION-FILE KEY IS NOT LESS THAN DU-ID
                       INVALID KEY MOVE "10" TO WS-FS-DIFFUSION
                   END-START
                   PERFORM UNTIL WS-FS-DIFFUSION = "10"
                       READ DIFFUSION-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-DIFFUSION
                           NOT AT END
                               IF DU-ID > WS-SEQ-VALEUR
                                   MOVE DU-ID TO WS-SEQ-VALEUR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DIFFUSION-FILE
               END-IF
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-DF-ID.

      * Each member is tested against the criterion; the lookups
      * open their own files, PILOTE-FILE stays open throughout.
       BALAYE-PILOTES.
           MOVE 0 TO WS-DF-NB-DEST WS-DF-NB-EXCLUS.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               PERFORM UNTIL WS-FS-PILOTE = "10"
                   READ PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PILOTE
                       NOT AT END
                           IF NOT PI-PARTI AND NOT PI-EST-INVITE
                               MOVE PI-NUMPIL TO WS-DF-NUMPIL
                               MOVE PI-SOLDE TO WS-DF-SOLDE
                               MOVE PI-ACCORD-INFOS TO WS-DF-ACCORD
                               PERFORM CONTROLE-CRITERE
                               IF WS-DF-EST-RETENU
                                   PERFORM TRAITE-DESTINATAIRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PILOTE-FILE
           END-IF.

       CONTROLE-CRITERE.
           MOVE "N" TO WS-DF-RETENU.
           EVALUATE WS-DF-CRITERE
               WHEN "1"
                   MOVE "O" TO WS-DF-RETENU
               WHEN "2"
                   PERFORM CONTROLE-ELEVE
               WHEN "3"
                   PERFORM CONTROLE-QUALIF
               WHEN "4"
                   PERFORM CONTROLE-INSTRUCTEUR
               WHEN "5"
                   PERFORM CONTROLE-BASE-MEMBRE
               WHEN "6"
                   IF WS-DF-SOLDE < 0
                       PERFORM CONTROLE-COTISATION
                   END-IF
           END-EVALUATE.

       CONTROLE-ELEVE.
           OPEN INPUT PROGRES-FILE.
           IF WS-FS-PROGRES = "00"
               MOVE WS-DF-NUMPIL TO PG-NUMPIL
               MOVE 0 TO PG-NUMLECON
               START PROGRES-FILE KEY IS NOT LESS THAN PG-CLE
                   INVALID KEY MOVE "10" TO WS-FS-PROGRES
               END-START
               PERFORM UNTIL WS-FS-PROGRES = "10" OR WS-DF-EST-RETENU
                   READ PROGRES-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PROGRES
                       NOT AT END
                           IF PG-NUMPIL NOT = WS-DF-NUMPIL
                               MOVE "10" TO WS-FS-PROGRES
                           ELSE
                               IF PG-DATE NOT < WS-DF-LIMITE
                                   MOVE "O" TO WS-DF-RETENU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRES-FILE
           END-IF.

       CONTROLE-QUALIF.
           OPEN INPUT QUALIF-FILE.
           IF WS-FS-QUALIF = "00"
               MOVE WS-DF-NUMPIL TO QF-NUMPIL
               MOVE WS-DF-PARAM(1:2) TO QF-CODTYP
               READ QUALIF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF QF-DATE-EXPIRATION = 0
                          OR QF-DATE-EXPIRATION NOT < WS-CURR-DATE
                           MOVE "O" TO WS-DF-RETENU
                       END-IF
               END-READ
               CLOSE QUALIF-FILE
           END-IF.

       CONTROLE-INSTRUCTEUR.
           OPEN INPUT QUALINST-FILE.
           IF WS-FS-QUALINST = "00"
               MOVE WS-DF-NUMPIL TO QI-NUMPIL
               MOVE LOW-VALUES TO QI-CODE
               START QUALINST-FILE KEY IS NOT LESS THAN QI-CLE
                   INVALID KEY MOVE "10" TO WS-FS-QUALINST
               END-START
               PERFORM UNTIL WS-FS-QUALINST = "10" OR WS-DF-EST-RETENU
                   READ QUALINST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-QUALINST
                       NOT AT END
                           IF QI-NUMPIL NOT = WS-DF-NUMPIL
                               MOVE "10" TO WS-FS-QUALINST
                           ELSE
                               IF QI-DATE-EXPIRATION
                                   NOT < WS-CURR-DATE
                                   MOVE "O" TO WS-DF-RETENU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUALINST-FILE
           END-IF.

      * The member's base is that of their login account (F24);
      * no account, or one working from all bases, counts under
      * the principal base.
       CONTROLE-BASE-MEMBRE.
           MOVE SPACES TO WS-DF-BASE.
           OPEN INPUT OPERATEUR-FILE.
           IF WS-FS-OPERATEUR = "00"
               PERFORM UNTIL WS-FS-OPERATEUR = "10"
                   READ OPERATEUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-OPERATEUR
                       NOT AT END
                           IF OPR-NUMPIL = WS-DF-NUMPIL
                               MOVE OPR-BASE TO WS-DF-BASE
                               MOVE "10" TO WS-FS-OPERATEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATEUR-FILE
           END-IF.
           MOVE WS-DF-BASE TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           IF WS-BA-CODE = WS-DF-PARAM
               MOVE "O" TO WS-DF-RETENU
           END-IF.

      * Dues unpaid: this year's dues invoice was raised (F15) and
      * the balance it was debited from is still negative.
       CONTROLE-COTISATION.
           OPEN INPUT FACTNUM-FILE.
           IF WS-FS-FACTNUM = "00"
               PERFORM UNTIL WS-FS-FACTNUM = "10" OR WS-DF-EST-RETENU
                   READ FACTNUM-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTNUM
                       NOT AT END
                           IF FN-EMISE
                              AND FN-NUMPIL = WS-DF-NUMPIL
                              AND FN-PERIODE = WS-DF-COTIS
                               MOVE "O" TO WS-DF-RETENU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTNUM-FILE
           END-IF.

       TRAITE-DESTINATAIRE.
           IF WS-DF-STATUT = "O" OR WS-DF-A-ACCORD
               ADD 1 TO WS-DF-NB-DEST
               IF WS-DF-ENVOI
                   MOVE WS-DF-NUMPIL TO WS-NOTIF-NUMPIL
                   MOVE SPACES       TO WS-NOTIF-EMAIL
                   MOVE "F134"       TO WS-NOTIF-ORIGINE
                   MOVE WS-DF-OBJET  TO WS-NOTIF-OBJET
                   MOVE WS-DF-TEXTE  TO WS-NOTIF-TEXTE
                   PERFORM ENREGISTRE-NOTIFICATION
                   MOVE "E" TO DD-ETAT
                   MOVE WS-NOTIF-ID TO DD-NOTIF-ID
                   PERFORM ENREGISTRE-DESTINATAIRE
               END-IF
           ELSE
               ADD 1 TO WS-DF-NB-EXCLUS
               IF WS-DF-ENVOI
                   MOVE "C" TO DD-ETAT
                   MOVE 0 TO DD-NOTIF-ID
                   PERFORM ENREGISTRE-DESTINATAIRE
               END-IF
           END-IF.

       ENREGISTRE-DESTINATAIRE.
           MOVE WS-DF-ID     TO DD-ID.
           MOVE WS-DF-NUMPIL TO DD-NUMPIL.
           OPEN I-O DIFFDEST-FILE.
           IF WS-FS-DIFFDEST = "35"
               OPEN OUTPUT DIFFDEST-FILE
           END-IF.
           WRITE DIFFDEST-REC
               INVALID KEY
                   REWRITE DIFFDEST-REC
           END-WRITE.
           CLOSE DIFFDEST-FILE.

       ENREGISTRE-DIFFUSION.
           INITIALIZE DIFFUSION-REC.
           MOVE WS-DF-ID          TO DU-ID.
           MOVE WS-CURR-DATE      TO DU-DATE.
           MOVE WS-CURR-TIME(1:4) TO DU-HEURE.
           MOVE WS-OPERATEUR      TO DU-OPERATEUR.
           MOVE WS-DF-CRITERE     TO DU-CRITERE.
           MOVE WS-DF-PARAM       TO DU-PARAMETRE.
           MOVE WS-DF-STATUT      TO DU-STATUTAIRE.
           MOVE WS-DF-OBJET       TO DU-OBJET.
           MOVE WS-DF-TEXTE       TO DU-TEXTE.
           MOVE WS-DF-NB-DEST     TO DU-NB-DEST.
           MOVE WS-DF-NB-EXCLUS   TO DU-NB-EXCLUS.
           OPEN I-O DIFFUSION-FILE.
           IF WS-FS-DIFFUSION = "35"
               OPEN OUTPUT DIFFUSION-FILE
           END-IF.
           WRITE DIFFUSION-REC.
           CLOSE DIFFUSION-FILE.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.
           COPY "BASE-PROC.cpy" IN TEMPLATE.
           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.
           COPY "NOTIF-PROC.cpy" IN TEMPLATE.

       END PROGRAM F134.

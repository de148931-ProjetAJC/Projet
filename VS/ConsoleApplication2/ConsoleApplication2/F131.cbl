       IDENTIFICATION DIVISION.
       PROGRAM-ID. F131.

      * Calendrier du club: the closure days, public holidays and
      * bank closures every program reads from CALENDRIER.DAT
      * (CALENDRIER-PROC). F130 generates each year's holidays and
      * standing closure; this staff screen lists a month, keys or
      * amends a single day (closure, holiday and bank flags plus a
      * label), closes the club over a period - a club event, a
      * runway works notice - and removes a day again. Days keyed
      * here are marked manual ("M") so the next F130 run leaves
      * them alone. Same CRUD/retry idiom as F127; all changes
      * audited. The summer-time rule of a year (FUSEAU.DAT, read by
      * HEURE-PROC to store flight times in UTC) is amended here
      * too, should the legal dates ever move; a year keyed here is
      * marked manual and kept by F130.

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
           77 WS-APP PIC X(20) VALUE "F131".
           77 WS-FUNC PIC X(20) VALUE "F131".
           77 WS-MSG PIC X(60).
           77 WS-INVITE PIC X(60).

           01 WS-CHOIX PIC X.
               88 WS-CHOIX-MENU VALUE "1", "2", "3", "4", "5", "6",
                   "7".
               88 WS-QUITTER VALUE "Q", "q".
               88 WS-VALIDER VALUE "Y", "y", "O", "o".
               88 WS-ANNULER VALUE "N", "n".

      * The day being keyed.
           77 WS-CJ-DATE PIC 9(8) VALUE 0.
           77 WS-CJ-FERME PIC X VALUE "N".
           77 WS-CJ-FERIE PIC X VALUE "N".
           77 WS-CJ-BANQUE PIC X VALUE "N".
           77 WS-CJ-LIBELLE PIC X(30) VALUE SPACES.
           77 WS-CJ-OK PIC X VALUE "N".
               88 WS-CJ-TROUVE VALUE "O".

      * A month to list, a period to close.
           77 WS-CJ-MOIS-STAGE PIC X(6) VALUE SPACES.
           77 WS-CJ-MOIS PIC 9(6) VALUE 0.
           77 WS-CJ-DU PIC 9(8) VALUE 0.
           77 WS-CJ-AU PIC 9(8) VALUE 0.
           77 WS-CJ-INT-DU PIC 9(7) VALUE 0.
           77 WS-CJ-INT-AU PIC 9(7) VALUE 0.
           77 WS-CJ-INT PIC 9(7) VALUE 0.
           77 WS-CJ-NB PIC 9(3) VALUE 0.

      * The summer-time rule being keyed; offsets in minutes ahead
      * of UTC.
           77 WS-FZ-ANNEE-STAGE PIC X(4) VALUE SPACES.
           77 WS-FZ-DEBUT PIC 9(8) VALUE 0.
           77 WS-FZ-FIN PIC 9(8) VALUE 0.
           77 WS-FZ-BASCULE PIC 9(4) VALUE 0.
           77 WS-FZ-HIVER PIC 9(3) VALUE 0.
           77 WS-FZ-ETE PIC 9(3) VALUE 0.
           77 WS-FZ-OK PIC X VALUE "N".
               88 WS-FZ-TROUVE VALUE "O".

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
               02 LINE 9  COL 5 "1. Jours d'un mois".
               02 LINE 10 COL 5 "2. Ajouter / modifier un jour".
               02 LINE 11 COL 5 "3. Fermeture sur une periode".
               02 LINE 12 COL 5 "4. Supprimer un jour".
               02 LINE 13 COL 5 "5. Regle heure d'ete".
               02 LINE 14 COL 5 "6. Revenir au menu principal".
               02 LINE 15 COL 5 "7. Quitter le programme".
               02 LINE 17 COL 5 PIC X TO WS-CHOIX.

           01 DS-JOUR.
               02 LINE 9  COL 3 VALUE "Club ferme (O/N):         ".
               02 LINE 10 COL 3 VALUE "Jour ferie (O/N):         ".
               02 LINE 11 COL 3 VALUE "Banques fermees (O/N):    ".
               02 LINE 12 COL 3 VALUE "Libelle:                  ".
               02 LINE 14 COL 3 VALUE "Valider ? (y/n)".

           01 AS-JOUR REQUIRED UNDERLINE.
               02 LINE 9  COL 31 PIC X       USING WS-CJ-FERME.
               02 LINE 10 COL 31 PIC X       USING WS-CJ-FERIE.
               02 LINE 11 COL 31 PIC X       USING WS-CJ-BANQUE.
               02 LINE 12 COL 31 PIC X(30)   USING WS-CJ-LIBELLE.
               02 LINE 14 COL 20 PIC X       TO WS-CHOIX.

           01 DS-PERIODE.
               02 LINE 8  COL 3 VALUE "Du (AAAAMMJJ):            ".
               02 LINE 9  COL 3 VALUE "Au (AAAAMMJJ):            ".
               02 LINE 10 COL 3 VALUE "Motif de la fermeture:    ".
               02 LINE 12 COL 3 VALUE "Valider ? (y/n)".

           01 AS-PERIODE REQUIRED UNDERLINE.
               02 LINE 8  COL 31 PIC 9(8)    USING WS-CJ-DU.
               02 LINE 9  COL 31 PIC 9(8)    USING WS-CJ-AU.
               02 LINE 10 COL 31 PIC X(30)   USING WS-CJ-LIBELLE.
               02 LINE 12 COL 20 PIC X       TO WS-CHOIX.

           01 DS-FUSEAU.
               02 LINE 9  COL 3 VALUE "Debut ete (AAAAMMJJ):     ".
               02 LINE 10 COL 3 VALUE "Fin ete (AAAAMMJJ):       ".
               02 LINE 11 COL 3 VALUE "Bascule (HHMM UTC):       ".
               02 LINE 12 COL 3 VALUE "Avance hiver (min):       ".
               02 LINE 13 COL 3 VALUE "Avance ete (min):         ".
               02 LINE 15 COL 3 VALUE "Valider ? (y/n)".

           01 AS-FUSEAU REQUIRED UNDERLINE.
               02 LINE 9  COL 31 PIC 9(8)    USING WS-FZ-DEBUT.
               02 LINE 10 COL 31 PIC 9(8)    USING WS-FZ-FIN.
               02 LINE 11 COL 31 PIC 9(4)    USING WS-FZ-BASCULE.
               02 LINE 12 COL 31 PIC 9(3)    USING WS-FZ-HIVER.
               02 LINE 13 COL 31 PIC 9(3)    USING WS-FZ-ETE.
               02 LINE 15 COL 20 PIC X       TO WS-CHOIX.

           COPY "SCREEN-TEMPLATE.cpy" IN TEMPLATE.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           IF LS_OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           ELSE
               MOVE LS_OPERATEUR TO WS-OPERATEUR
           END-IF.
           PERFORM MENU-F131.

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
               PERFORM MENU-F131
           END-IF.

       MENU-F131.
           MOVE "Calendrier du club" TO WS-FUNC.
           PERFORM NEW-SCREEN.
           PERFORM UNTIL WS-RETRY = 0
               PERFORM REFRESH
               DISPLAY DS-MENU
               ACCEPT DS-MENU
               IF WS-CHOIX-MENU OR WS-QUITTER
                   EVALUATE WS-CHOIX
                       WHEN "1"
                           PERFORM LISTE-MOIS
                       WHEN "2"
                           PERFORM SAISIE-JOUR
                       WHEN "3"
                           PERFORM SAISIE-PERIODE
                       WHEN "4"
                           PERFORM SUPPRIME-JOUR
                       WHEN "5"
                           PERFORM SAISIE-FUSEAU
                       WHEN "6"
                           PERFORM SESSION-SUMMARY
                           EXIT PROGRAM
                       WHEN "7"
                           PERFORM SESSION-SUMMARY
                           MOVE ZEROES TO LS_QUIT
                           EXIT PROGRAM
                       WHEN OTHER
                           PERFORM MENU-F131
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
           MOVE "F131"             TO WS-AUDIT-PROGRAMME.
           PERFORM LOG-ERREUR.

      * The month's calendar days in date order: F closure,
      * * holiday, B bank closure, then G (generated by F130) or M
      * (keyed here).
       LISTE-MOIS.
           PERFORM NEW-SCREEN.
           MOVE "Jours d'un mois" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-CJ-MOIS-STAGE.
           DISPLAY "Mois (AAAAMM):" LINE 6 COL 3.
           ACCEPT WS-CJ-MOIS-STAGE LINE 6 COL 31.
           IF WS-CJ-MOIS-STAGE NOT NUMERIC
              OR WS-CJ-MOIS-STAGE(5:2) < "01"
              OR WS-CJ-MOIS-STAGE(5:2) > "12"
               MOVE "Mois sur six chiffres AAAAMM." TO WS-MSG
           ELSE
               MOVE WS-CJ-MOIS-STAGE TO WS-CJ-MOIS
               DISPLAY "Date      F * B O Libelle" LINE 7 COL 3
               DISPLAY "Saisi par" LINE 7 COL 60
               MOVE 8 TO K
               OPEN INPUT CALENDRIER-FILE
               IF WS-FS-CALENDRIER = "00"
                   COMPUTE CL-DATE = WS-CJ-MOIS * 100 + 1
                   START CALENDRIER-FILE KEY IS NOT LESS THAN CL-DATE
                       INVALID KEY MOVE "10" TO WS-FS-CALENDRIER
                   END-START
                   PERFORM UNTIL WS-FS-CALENDRIER = "10" OR K > 18
                       READ CALENDRIER-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-CALENDRIER
                           NOT AT END
                               IF CL-DATE(1:6) NOT = WS-CJ-MOIS-STAGE
                                   MOVE "10" TO WS-FS-CALENDRIER
                               ELSE
                                   PERFORM AFFICHE-JOUR
                                   ADD 1 TO K
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALENDRIER-FILE
               END-IF
               IF K = 8
                   MOVE "Aucun jour particulier ce mois-ci."
                       TO WS-MSG
               ELSE
                   IF K > 18
                       MOVE "Affichage limite a onze lignes."
                           TO WS-MSG
                   END-IF
               END-IF
           END-IF.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F131.

       AFFICHE-JOUR.
           DISPLAY CL-DATE LINE K COL 3.
           IF CL-CLUB-FERME
               DISPLAY "F" LINE K COL 13
           END-IF.
           IF CL-JOUR-FERIE
               DISPLAY "*" LINE K COL 15
           END-IF.
           IF CL-BANQUE-FERMEE
               DISPLAY "B" LINE K COL 17
           END-IF.
           DISPLAY CL-ORIGINE LINE K COL 19.
           DISPLAY CL-LIBELLE LINE K COL 21.
           DISPLAY CL-OPERATEUR LINE K COL 60.

      * The date is asked first so a day already on the calendar
      * comes back on screen for amendment; a new one starts as a
      * closure.
       SAISIE-JOUR.
           PERFORM NEW-SCREEN.
           MOVE "Saisie d'un jour" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-CJ-DATE.
           DISPLAY "Date (AAAAMMJJ):" LINE 8 COL 3.
           ACCEPT WS-CJ-DATE LINE 8 COL 31.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CJ-DATE) NOT = 0
               MOVE "Date invalide." TO WS-MSG
           ELSE
               PERFORM LIT-JOUR
               IF WS-CJ-TROUVE
                   MOVE CL-FERME TO WS-CJ-FERME
                   MOVE CL-FERIE TO WS-CJ-FERIE
                   MOVE CL-BANQUE TO WS-CJ-BANQUE
                   MOVE CL-LIBELLE TO WS-CJ-LIBELLE
               ELSE
                   MOVE "O" TO WS-CJ-FERME
                   MOVE "N" TO WS-CJ-FERIE WS-CJ-BANQUE
                   MOVE SPACES TO WS-CJ-LIBELLE
               END-IF
               DISPLAY DS-JOUR
               ACCEPT AS-JOUR
               IF WS-VALIDER
                   MOVE FUNCTION UPPER-CASE(WS-CJ-FERME)
                       TO WS-CJ-FERME
                   MOVE FUNCTION UPPER-CASE(WS-CJ-FERIE)
                       TO WS-CJ-FERIE
                   MOVE FUNCTION UPPER-CASE(WS-CJ-BANQUE)
                       TO WS-CJ-BANQUE
                   EVALUATE TRUE
                       WHEN WS-CJ-FERME NOT = "O" AND NOT = "N"
                         OR WS-CJ-FERIE NOT = "O" AND NOT = "N"
                         OR WS-CJ-BANQUE NOT = "O" AND NOT = "N"
                           MOVE "Repondre O ou N." TO WS-MSG
                       WHEN WS-CJ-FERME = "N" AND WS-CJ-FERIE = "N"
                        AND WS-CJ-BANQUE = "N"
                           MOVE "Jour ordinaire: utiliser l'option 4."
                               TO WS-MSG
                       WHEN WS-CJ-LIBELLE = SPACES
                           MOVE "Libelle obligatoire." TO WS-MSG
                       WHEN OTHER
                           PERFORM APPLY-JOUR
                           MOVE "F131"        TO WS-AUDIT-PROGRAMME
                           MOVE "SAISIE-JOUR" TO WS-AUDIT-PARAGRAPHE
                           STRING "jour " WS-CJ-DATE " ferme "
                               WS-CJ-FERME " ferie " WS-CJ-FERIE
                               " banque " WS-CJ-BANQUE " "
                               WS-CJ-LIBELLE
                               DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                           MOVE "Jour enregistre." TO WS-MSG
                   END-EVALUATE
               ELSE
                   MOVE "Jour non enregistre." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F131.

       LIT-JOUR.
           MOVE "N" TO WS-CJ-OK.
           OPEN INPUT CALENDRIER-FILE.
           IF WS-FS-CALENDRIER = "00"
               MOVE WS-CJ-DATE TO CL-DATE
               READ CALENDRIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-CJ-OK
               END-READ
               CLOSE CALENDRIER-FILE
           END-IF.

      * Writes or rewrites WS-CJ-DATE from the WS-CJ- flags as a
      * manual day; WS-AUDIT-ACTION is left saying which it was.
       APPLY-JOUR.
           MOVE "N" TO WS-CJ-OK.
           OPEN I-O CALENDRIER-FILE.
           IF WS-FS-CALENDRIER = "35"
               OPEN OUTPUT CALENDRIER-FILE
               CLOSE CALENDRIER-FILE
               OPEN I-O CALENDRIER-FILE
           END-IF.
           IF WS-FS-CALENDRIER = "00"
               MOVE WS-CJ-DATE TO CL-DATE
               READ CALENDRIER-FILE
                   INVALID KEY
                       INITIALIZE CALENDRIER-REC
                       MOVE WS-CJ-DATE TO CL-DATE
                   NOT INVALID KEY
                       MOVE "O" TO WS-CJ-OK
               END-READ
               MOVE WS-CJ-FERME   TO CL-FERME
               MOVE WS-CJ-FERIE   TO CL-FERIE
               MOVE WS-CJ-BANQUE  TO CL-BANQUE
               MOVE WS-CJ-LIBELLE TO CL-LIBELLE
               MOVE "M"           TO CL-ORIGINE
               MOVE WS-OPERATEUR  TO CL-OPERATEUR
               IF WS-CJ-TROUVE
                   REWRITE CALENDRIER-REC
                   MOVE "MAJ"      TO WS-AUDIT-ACTION
               ELSE
                   WRITE CALENDRIER-REC
                   MOVE "CREATION" TO WS-AUDIT-ACTION
               END-IF
               CLOSE CALENDRIER-FILE
           END-IF.

      * Closes the club every day of a period, a year at most. A
      * day already on the calendar keeps its holiday and bank
      * flags and takes the closure and the new label.
       SAISIE-PERIODE.
           PERFORM NEW-SCREEN.
           MOVE "Fermeture periode" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE WS-CURR-DATE TO WS-CJ-DU WS-CJ-AU.
           MOVE SPACES TO WS-CJ-LIBELLE.
           DISPLAY DS-PERIODE.
           ACCEPT AS-PERIODE.
           IF WS-VALIDER
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-CJ-DU) NOT = 0
                     OR FUNCTION TEST-DATE-YYYYMMDD(WS-CJ-AU) NOT = 0
                       MOVE "Date invalide." TO WS-MSG
                   WHEN WS-CJ-AU < WS-CJ-DU
                       MOVE "Fin avant le debut." TO WS-MSG
                   WHEN FUNCTION INTEGER-OF-DATE(WS-CJ-AU)
                        - FUNCTION INTEGER-OF-DATE(WS-CJ-DU) > 365
                       MOVE "Periode limitee a un an." TO WS-MSG
                   WHEN WS-CJ-LIBELLE = SPACES
                       MOVE "Motif obligatoire." TO WS-MSG
                   WHEN OTHER
                       PERFORM APPLY-PERIODE
               END-EVALUATE
           ELSE
               MOVE "Fermeture non enregistree." TO WS-MSG
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F131.

       APPLY-PERIODE.
           MOVE 0 TO WS-CJ-NB.
           COMPUTE WS-CJ-INT-DU = FUNCTION INTEGER-OF-DATE(WS-CJ-DU).
           COMPUTE WS-CJ-INT-AU = FUNCTION INTEGER-OF-DATE(WS-CJ-AU).
           PERFORM VARYING WS-CJ-INT FROM WS-CJ-INT-DU BY 1
                   UNTIL WS-CJ-INT > WS-CJ-INT-AU
               COMPUTE WS-CJ-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CJ-INT)
               PERFORM LIT-JOUR
               IF WS-CJ-TROUVE
                   MOVE CL-FERIE TO WS-CJ-FERIE
                   MOVE CL-BANQUE TO WS-CJ-BANQUE
               ELSE
                   MOVE "N" TO WS-CJ-FERIE WS-CJ-BANQUE
               END-IF
               MOVE "O" TO WS-CJ-FERME
               PERFORM APPLY-JOUR
               ADD 1 TO WS-CJ-NB
           END-PERFORM.
           MOVE "F131"           TO WS-AUDIT-PROGRAMME.
           MOVE "SAISIE-PERIODE" TO WS-AUDIT-PARAGRAPHE.
           MOVE "FERMETUR"       TO WS-AUDIT-ACTION.
           STRING "fermeture du " WS-CJ-DU " au " WS-CJ-AU " ("
               WS-CJ-NB " j) " WS-CJ-LIBELLE
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Fermeture enregistree." TO WS-MSG.

      * Removing a day makes it an ordinary day again; a
      * generated holiday comes back on the next F130 run.
       SUPPRIME-JOUR.
           PERFORM NEW-SCREEN.
           MOVE "Suppression jour" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE 0 TO WS-CJ-DATE.
           DISPLAY "Date (AAAAMMJJ):" LINE 8 COL 3.
           ACCEPT WS-CJ-DATE LINE 8 COL 31.
           PERFORM LIT-JOUR.
           IF NOT WS-CJ-TROUVE
               MOVE "Jour absent du calendrier." TO WS-MSG
           ELSE
               DISPLAY CL-LIBELLE LINE 9 COL 31
               DISPLAY "Confirmer la suppression ? (y/n)" LINE 11 COL 3
               ACCEPT WS-CHOIX LINE 11 COL 37
               IF WS-VALIDER
                   OPEN I-O CALENDRIER-FILE
                   IF WS-FS-CALENDRIER = "00"
                       MOVE WS-CJ-DATE TO CL-DATE
                       DELETE CALENDRIER-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       CLOSE CALENDRIER-FILE
                   END-IF
                   MOVE "F131"          TO WS-AUDIT-PROGRAMME
                   MOVE "SUPPRIME-JOUR" TO WS-AUDIT-PARAGRAPHE
                   MOVE "SUPPR"         TO WS-AUDIT-ACTION
                   STRING "jour " WS-CJ-DATE " " CL-LIBELLE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                   PERFORM LOG-AUDIT
                   PERFORM RECORD-CHANGE
                   MOVE "Jour supprime." TO WS-MSG
               ELSE
                   MOVE "Suppression annulee." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F131.

      * A year not yet on file comes up with the European rule.
      * The cached rule is dropped afterwards so a conversion in
      * this session reads the new one.
       SAISIE-FUSEAU.
           PERFORM NEW-SCREEN.
           MOVE "Regle heure d'ete" TO WS-FUNC.
           PERFORM REFRESH.
           MOVE SPACES TO WS-FZ-ANNEE-STAGE.
           DISPLAY "Annee (AAAA):" LINE 7 COL 3.
           ACCEPT WS-FZ-ANNEE-STAGE LINE 7 COL 31.
           IF WS-FZ-ANNEE-STAGE NOT NUMERIC
              OR WS-FZ-ANNEE-STAGE < "1601"
              OR WS-FZ-ANNEE-STAGE > "9998"
               MOVE "Annee sur quatre chiffres AAAA." TO WS-MSG
           ELSE
               MOVE WS-FZ-ANNEE-STAGE TO WS-HZ-ANNEE
               PERFORM LIT-FUSEAU
               DISPLAY DS-FUSEAU
               ACCEPT AS-FUSEAU
               IF WS-VALIDER
                   EVALUATE TRUE
                       WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FZ-DEBUT)
                            NOT = 0
                         OR FUNCTION TEST-DATE-YYYYMMDD(WS-FZ-FIN)
                            NOT = 0
                         OR WS-FZ-DEBUT(1:4) NOT = WS-FZ-ANNEE-STAGE
                         OR WS-FZ-FIN(1:4) NOT = WS-FZ-ANNEE-STAGE
                           MOVE "Dates invalides pour l'annee."
                               TO WS-MSG
                       WHEN WS-FZ-FIN NOT > WS-FZ-DEBUT
                           MOVE "Fin avant le debut." TO WS-MSG
                       WHEN WS-FZ-BASCULE(1:2) > "23"
                         OR WS-FZ-BASCULE(3:2) > "59"
                           MOVE "Heure de bascule invalide." TO WS-MSG
                       WHEN WS-FZ-HIVER > 840 OR WS-FZ-ETE > 840
                           MOVE "Avance limitee a 840 minutes."
                               TO WS-MSG
                       WHEN OTHER
                           PERFORM APPLY-FUSEAU
                           MOVE 0 TO WS-HZ-ANNEE-CHARGEE
                           MOVE "F131"          TO WS-AUDIT-PROGRAMME
                           MOVE "SAISIE-FUSEAU" TO WS-AUDIT-PARAGRAPHE
                           STRING "heure d'ete " WS-FZ-ANNEE-STAGE
                               " du " WS-FZ-DEBUT " au " WS-FZ-FIN
                               " a " WS-FZ-BASCULE " UTC, avance "
                               WS-FZ-HIVER "/" WS-FZ-ETE
                               DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                           PERFORM RECORD-CHANGE
                           MOVE "Regle enregistree." TO WS-MSG
                   END-EVALUATE
               ELSE
                   MOVE "Regle non enregistree." TO WS-MSG
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM BACK-OR-QUIT.
           PERFORM MENU-F131.

       LIT-FUSEAU.
           MOVE "N" TO WS-FZ-OK.
           PERFORM REGLE-EUROPEENNE.
           MOVE WS-HZ-DEBUT-ETE   TO WS-FZ-DEBUT.
           MOVE WS-HZ-FIN-ETE     TO WS-FZ-FIN.
           MOVE WS-HZ-BASCULE     TO WS-FZ-BASCULE.
           MOVE WS-HZ-DECAL-HIVER TO WS-FZ-HIVER.
           MOVE WS-HZ-DECAL-ETE   TO WS-FZ-ETE.
           OPEN INPUT FUSEAU-FILE.
           IF WS-FS-FUSEAU = "00"
               MOVE WS-HZ-ANNEE TO FU-ANNEE
               READ FUSEAU-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-FZ-OK
                       MOVE FU-DEBUT-ETE      TO WS-FZ-DEBUT
                       MOVE FU-FIN-ETE        TO WS-FZ-FIN
                       MOVE FU-HEURE-BASCULE  TO WS-FZ-BASCULE
                       MOVE FU-DECALAGE-HIVER TO WS-FZ-HIVER
                       MOVE FU-DECALAGE-ETE   TO WS-FZ-ETE
               END-READ
               CLOSE FUSEAU-FILE
           END-IF.

      * WS-AUDIT-ACTION is left saying whether the year was new.
       APPLY-FUSEAU.
           OPEN I-O FUSEAU-FILE.
           IF WS-FS-FUSEAU = "35"
               OPEN OUTPUT FUSEAU-FILE
               CLOSE FUSEAU-FILE
               OPEN I-O FUSEAU-FILE
           END-IF.
           IF WS-FS-FUSEAU = "00"
               MOVE WS-FZ-ANNEE-STAGE TO FU-ANNEE
               READ FUSEAU-FILE
                   INVALID KEY
                       INITIALIZE FUSEAU-REC
                       MOVE WS-FZ-ANNEE-STAGE TO FU-ANNEE
                       MOVE "N" TO WS-FZ-OK
                   NOT INVALID KEY
                       MOVE "O" TO WS-FZ-OK
               END-READ
               MOVE WS-FZ-DEBUT   TO FU-DEBUT-ETE
               MOVE WS-FZ-FIN     TO FU-FIN-ETE
               MOVE WS-FZ-BASCULE TO FU-HEURE-BASCULE
               MOVE WS-FZ-HIVER   TO FU-DECALAGE-HIVER
               MOVE WS-FZ-ETE     TO FU-DECALAGE-ETE
               MOVE "M"           TO FU-ORIGINE
               MOVE WS-OPERATEUR  TO FU-OPERATEUR
               IF WS-FZ-TROUVE
                   REWRITE FUSEAU-REC
                   MOVE "MAJ"      TO WS-AUDIT-ACTION
               ELSE
                   WRITE FUSEAU-REC
                   MOVE "CREATION" TO WS-AUDIT-ACTION
               END-IF
               CLOSE FUSEAU-FILE
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

           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F131.

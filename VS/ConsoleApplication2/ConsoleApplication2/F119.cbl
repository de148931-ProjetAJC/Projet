       IDENTIFICATION DIVISION.
       PROGRAM-ID. F119.

      * Fidelisation des membres: every AGM the board asks how many
      * members joined, how many left and how many pay their dues
      * but never fly, and F26/F63 only count flights and the
      * current roster. This batch follows the members over time
      * for the chosen year, season by season (hiver janvier-mars,
      * printemps avril-juin, ete juillet-septembre, automne
      * octobre-decembre) and for the whole year:
      *   - new members, departures (PI-DEPART/PI-DATE-DEPART) with
      *     the seniority they left at, members on the roll at the
      *     end of the period and the dormant ones who did not fly
      *     in it - for the year, those among them who were called
      *     for dues all the same (F15/F116 "COTIS" invoice);
      *   - students (EP-CATEGORIE "ELEV") who left before their
      *     licence, with the lessons acquired on PROGRES.DAT;
      *   - the retention of the last five intakes - of each
      *     year's new members, how many are still on the roll and
      *     how many still fly - by category and by age band.
      * PILOTE-REC carries no joining date: a member's intake is
      * the earliest trace the system keeps of them - their first
      * dues invoice, their F116 admission or their first flight
      * (VOL.DAT and VOLHIST.DAT, as pilot or instructor). A member
      * with no trace at all counts as on the roll since before the
      * records. The report goes to RETENTION_<annee>.TXT,
      * catalogued as type RETENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT RETENT-FILE ASSIGN TO WS-NOM-RETENT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RETENT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  RETENT-FILE.
       01  RETENT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-RETENT        PIC XX VALUE "00".
           77  WS-NOM-RETENT       PIC X(40) VALUE SPACES.
           77  WS-ANNEE            PIC 9(4) VALUE 0.
           77  WS-FIN-ANNEE        PIC 9(8) VALUE 0.

      * The roster, one row per pilot on file, in PI-NUMPIL order;
      * same bounded-table idiom as F15.
           01  FMEMB.
               02  MEMB-R OCCURS 500.
                   03  MB-NUMPIL       PIC 9(6).
                   03  MB-NOM          PIC X(20).
                   03  MB-PARTI        PIC X.
                   03  MB-DEPART       PIC 9(8).
                   03  MB-NAISSANCE    PIC 9(8).
                   03  MB-CATEGORIE    PIC X(4).
                   03  MB-ENTREE       PIC 9(8).
                   03  MB-VOL-SAISON   PIC X OCCURS 4.
                   03  MB-VOL-ANNEE    PIC X.
                   03  MB-COTIS        PIC X.
                   03  MB-LECONS       PIC 9(3).
                   03  MB-DERN-LECON   PIC 9(8).
           77  NB-MEMB             PIC 9(3) VALUE 0.
           77  WS-MB-IDX           PIC 9(3) VALUE 0.
           77  WS-MB-TRONQUE       PIC X VALUE "N".
           77  WS-MB-OK            PIC X VALUE "N".
               88  WS-MB-TROUVE        VALUE "O".

      * A trace (flight, invoice, admission) in hand.
           77  WS-TR-NUMPIL        PIC 9(6) VALUE 0.
           77  WS-TR-DATE          PIC 9(8) VALUE 0.
           77  WS-TR-MOIS          PIC 9(2) VALUE 0.
           77  WS-TR-SAISON        PIC 9 VALUE 0.

      * The period being counted: seasons 1-4, 5 = the year.
           77  WS-PER              PIC 9 VALUE 0.
           77  WS-PER-DEBUT        PIC 9(8) VALUE 0.
           77  WS-PER-FIN          PIC 9(8) VALUE 0.
           77  WS-PER-NOM          PIC X(10) VALUE SPACES.
           77  WS-NB-NOUVEAUX      PIC 9(4) VALUE 0.
           77  WS-NB-DEPARTS       PIC 9(4) VALUE 0.
           77  WS-NB-EFFECTIF      PIC 9(4) VALUE 0.
           77  WS-NB-DORMANTS      PIC 9(4) VALUE 0.
           77  WS-NB-DORM-COTIS    PIC 9(4) VALUE 0.
           77  WS-ANC-TOTAL        PIC 9(6) VALUE 0.
           77  WS-ANC-MOY          PIC 9(3)V9 VALUE 0.
           77  WS-ANCIENNETE       PIC 9(3) VALUE 0.
           77  WS-A-VOLE           PIC X VALUE "N".

      * Intake cohorts: the chosen year and the four before it.
           77  WS-CO-IDX           PIC 9 VALUE 0.
           77  WS-CO-ANNEE         PIC 9(4) VALUE 0.
           77  WS-CO-ENTRES        PIC 9(4) VALUE 0.
           77  WS-CO-MEMBRES       PIC 9(4) VALUE 0.
           77  WS-CO-VOLANTS       PIC 9(4) VALUE 0.
           77  WS-CO-PCT           PIC 9(3) VALUE 0.
           01  FCOCAT.
               02  COCAT-R OCCURS 20.
                   03  CC-CODE         PIC X(4).
                   03  CC-ENTRES       PIC 9(4).
                   03  CC-MEMBRES      PIC 9(4).
                   03  CC-VOLANTS      PIC 9(4).
           77  NB-COCAT            PIC 9(2) VALUE 0.
           77  WS-CC-IDX           PIC 9(2) VALUE 0.
           77  WS-CC-OK            PIC X VALUE "N".
               88  WS-CC-TROUVE        VALUE "O".
      * Age bands at the end of the chosen year; 5 = no date of
      * birth on file.
           01  FCOAGE.
               02  COAGE-R OCCURS 5.
                   03  CG-ENTRES       PIC 9(4).
                   03  CG-MEMBRES      PIC 9(4).
                   03  CG-VOLANTS      PIC 9(4).
           77  WS-CG-IDX           PIC 9 VALUE 0.
           77  WS-AGE              PIC 9(3) VALUE 0.
           77  WS-BANDE-NOM        PIC X(10) VALUE SPACES.
           77  WS-EST-MEMBRE       PIC X VALUE "N".
           77  WS-NB-ABANDONS      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM SAISIE-ANNEE.
           PERFORM CHARGE-MEMBRES.
           PERFORM VERIFIE-TRONQUE.
           PERFORM CHARGE-CATEGORIES.
           PERFORM BALAYE-FACTURES.
           PERFORM BALAYE-ADHESIONS.
           PERFORM BALAYE-VOLS.
           PERFORM BALAYE-VOLHIST.
           PERFORM BALAYE-PROGRES.
           PERFORM OUVRE-RAPPORT.
           PERFORM ECRIT-PERIODES.
           PERFORM ECRIT-ABANDONS.
           PERFORM ECRIT-COHORTES.
           PERFORM FERME-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-ANNEE.
           DISPLAY "Fidelisation des membres".
           DISPLAY "Annee (AAAA, vide = annee passee) : "
               NO ADVANCING.
           ACCEPT WS-ANNEE.
           IF WS-ANNEE NOT NUMERIC OR WS-ANNEE = 0
               COMPUTE WS-ANNEE = WS-CURR-YEAR - 1
           END-IF.
           COMPUTE WS-FIN-ANNEE = WS-ANNEE * 10000 + 1231.

       CHARGE-MEMBRES.
           MOVE 0 TO NB-MEMB.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE LOW-VALUES TO PI-NUMPIL
               START PILOTE-FILE KEY IS NOT LESS THAN PI-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-PILOTE
               END-START
               PERFORM UNTIL WS-FS-PILOTE = "10"
                   READ PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PILOTE
                       NOT AT END
                           IF NB-MEMB < 500
                               ADD 1 TO NB-MEMB
                               PERFORM RANGE-MEMBRE
                           ELSE
                               MOVE "O" TO WS-MB-TRONQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PILOTE-FILE
           END-IF.

       RANGE-MEMBRE.
           INITIALIZE MEMB-R(NB-MEMB).
           MOVE PI-NUMPIL TO MB-NUMPIL(NB-MEMB).
           MOVE PI-NOM TO MB-NOM(NB-MEMB).
           MOVE "N" TO MB-PARTI(NB-MEMB).
           IF PI-PARTI
               MOVE "O" TO MB-PARTI(NB-MEMB)
               MOVE PI-DATE-DEPART TO MB-DEPART(NB-MEMB)
           END-IF.
           MOVE PI-DATE-NAISSANCE TO MB-NAISSANCE(NB-MEMB).
           MOVE PI-ID-ETATPILOTE TO MB-LECONS(NB-MEMB).
           MOVE 99999999 TO MB-ENTREE(NB-MEMB).
           MOVE "N" TO MB-VOL-SAISON(NB-MEMB, 1)
                       MB-VOL-SAISON(NB-MEMB, 2)
                       MB-VOL-SAISON(NB-MEMB, 3)
                       MB-VOL-SAISON(NB-MEMB, 4)
                       MB-VOL-ANNEE(NB-MEMB) MB-COTIS(NB-MEMB).

      * Past the buffer cap part of the roster would be left out
      * of every count - the run stops instead.
       VERIFIE-TRONQUE.
           IF WS-MB-TRONQUE = "O"
               DISPLAY "Plus de 500 pilotes au fichier - tampon"
                   " insuffisant, rapport refuse."
               STOP RUN
           END-IF.

      * MB-LECONS held the status row id while the roster was
      * read; the category is fetched with it, then the counter
      * starts from zero for the PROGRES pass.
       CHARGE-CATEGORIES.
           OPEN INPUT ETATPIL-FILE.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > NB-MEMB
               MOVE SPACES TO MB-CATEGORIE(WS-MB-IDX)
               IF WS-FS-ETATPIL = "00"
                   MOVE MB-LECONS(WS-MB-IDX) TO EP-ID
                   READ ETATPIL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EP-CATEGORIE
                               TO MB-CATEGORIE(WS-MB-IDX)
                   END-READ
               END-IF
               MOVE 0 TO MB-LECONS(WS-MB-IDX)
           END-PERFORM.
           IF WS-FS-ETATPIL = "00"
               CLOSE ETATPIL-FILE
           END-IF.

       CHERCHE-MEMBRE.
           MOVE "N" TO WS-MB-OK.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > NB-MEMB OR WS-MB-TROUVE
               IF MB-NUMPIL(WS-MB-IDX) = WS-TR-NUMPIL
                   MOVE "O" TO WS-MB-OK
               END-IF
           END-PERFORM.
           IF WS-MB-TROUVE
               SUBTRACT 1 FROM WS-MB-IDX
           END-IF.

      * The trace in WS-TR-NUMPIL/WS-TR-DATE moves the member's
      * intake back if it is older than anything seen so far.
       NOTE-TRACE.
           PERFORM CHERCHE-MEMBRE.
           IF WS-MB-TROUVE AND WS-TR-DATE > 0
               IF WS-TR-DATE < MB-ENTREE(WS-MB-IDX)
                   MOVE WS-TR-DATE TO MB-ENTREE(WS-MB-IDX)
               END-IF
           END-IF.

      * Dues invoices in force: the first one dates the intake,
      * one for the chosen year marks the member as called.
       BALAYE-FACTURES.
           OPEN INPUT FACTNUM-FILE.
           IF WS-FS-FACTNUM = "00"
               MOVE LOW-VALUES TO FN-NUMERO
               START FACTNUM-FILE KEY IS NOT LESS THAN FN-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-FACTNUM
               END-START
               PERFORM UNTIL WS-FS-FACTNUM = "10"
                   READ FACTNUM-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTNUM
                       NOT AT END
                           IF FN-EMISE AND FN-PERIODE(1:6) = "COTIS "
                               MOVE FN-NUMPIL TO WS-TR-NUMPIL
                               MOVE FN-DATE TO WS-TR-DATE
                               PERFORM NOTE-TRACE
                               IF WS-MB-TROUVE
                                  AND FN-PERIODE(7:4) = WS-ANNEE
                                   MOVE "O" TO MB-COTIS(WS-MB-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTNUM-FILE
           END-IF.

       BALAYE-ADHESIONS.
           OPEN INPUT ADHESION-FILE.
           IF WS-FS-ADHESION = "00"
               MOVE "A" TO AH-STATUT
               START ADHESION-FILE KEY IS EQUAL TO AH-STATUT
                   INVALID KEY MOVE "10" TO WS-FS-ADHESION
               END-START
               PERFORM UNTIL WS-FS-ADHESION = "10"
                   READ ADHESION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ADHESION
                       NOT AT END
                           IF NOT AH-ACCEPTEE
                               MOVE "10" TO WS-FS-ADHESION
                           ELSE
                               MOVE AH-NUMPIL TO WS-TR-NUMPIL
                               MOVE AH-DATE-DECISION TO WS-TR-DATE
                               PERFORM NOTE-TRACE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADHESION-FILE
           END-IF.

       BALAYE-VOLS.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE LOW-VALUES TO VL-NUMVOL
               START VOL-FILE KEY IS NOT LESS THAN VL-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-TERMINE
                               MOVE VL-DATEDEP TO WS-TR-DATE
                               MOVE VL-NUMPIL TO WS-TR-NUMPIL
                               PERFORM NOTE-VOL
                               IF VL-NUMPIL-INSTR > 0
                                   MOVE VL-NUMPIL-INSTR
                                       TO WS-TR-NUMPIL
                                   PERFORM NOTE-VOL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

       BALAYE-VOLHIST.
           OPEN INPUT VOLHIST-FILE.
           IF WS-FS-VOLHIST = "00"
               MOVE LOW-VALUES TO HV-NUMVOL
               START VOLHIST-FILE KEY IS NOT LESS THAN HV-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOLHIST
               END-START
               PERFORM UNTIL WS-FS-VOLHIST = "10"
                   READ VOLHIST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOLHIST
                       NOT AT END
                           IF HV-TERMINE
                               MOVE HV-DATEDEP TO WS-TR-DATE
                               MOVE HV-NUMPIL TO WS-TR-NUMPIL
                               PERFORM NOTE-VOL
                               IF HV-NUMPIL-INSTR > 0
                                   MOVE HV-NUMPIL-INSTR
                                       TO WS-TR-NUMPIL
                                   PERFORM NOTE-VOL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST-FILE
           END-IF.

      * A flight dates the intake like any trace and, in the
      * chosen year, marks its season and the year as flown.
       NOTE-VOL.
           PERFORM NOTE-TRACE.
           IF WS-MB-TROUVE AND WS-TR-DATE(1:4) = WS-ANNEE
               MOVE WS-TR-DATE(5:2) TO WS-TR-MOIS
               COMPUTE WS-TR-SAISON = (WS-TR-MOIS + 2) / 3
               IF WS-TR-SAISON >= 1 AND WS-TR-SAISON <= 4
                   MOVE "O" TO MB-VOL-SAISON(WS-MB-IDX, WS-TR-SAISON)
               END-IF
               MOVE "O" TO MB-VOL-ANNEE(WS-MB-IDX)
           END-IF.

       BALAYE-PROGRES.
           OPEN INPUT PROGRES-FILE.
           IF WS-FS-PROGRES = "00"
               MOVE LOW-VALUES TO PG-CLE
               START PROGRES-FILE KEY IS NOT LESS THAN PG-CLE
                   INVALID KEY MOVE "10" TO WS-FS-PROGRES
               END-START
               PERFORM UNTIL WS-FS-PROGRES = "10"
                   READ PROGRES-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PROGRES
                       NOT AT END
                           MOVE PG-NUMPIL TO WS-TR-NUMPIL
                           PERFORM CHERCHE-MEMBRE
                           IF WS-MB-TROUVE AND PG-ACQUIS
                               ADD 1 TO MB-LECONS(WS-MB-IDX)
                               IF PG-DATE > MB-DERN-LECON(WS-MB-IDX)
                                   MOVE PG-DATE
                                       TO MB-DERN-LECON(WS-MB-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRES-FILE
           END-IF.

       OUVRE-RAPPORT.
           MOVE SPACES TO WS-NOM-RETENT.
           STRING "RETENTION_" WS-ANNEE ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-RETENT.
           OPEN OUTPUT RETENT-FILE.
           MOVE SPACES TO RETENT-REC.
           STRING "Fidelisation des membres - annee " WS-ANNEE
               " - edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO RETENT-REC.
           WRITE RETENT-REC.
           MOVE SPACES TO RETENT-REC.
           STRING NB-MEMB " pilote(s) au fichier. Anciennete en"
               " annees depuis la premiere trace (cotisation,"
               " adhesion ou vol)."
               DELIMITED BY SIZE INTO RETENT-REC.
           WRITE RETENT-REC.
           MOVE SPACES TO RETENT-REC.
           WRITE RETENT-REC.
           MOVE SPACES TO RETENT-REC.
           STRING "Periode     Nouveaux Departs Anc.moy. Effectif"
               " Dormants  dont cotisants"
               DELIMITED BY SIZE INTO RETENT-REC.
           WRITE RETENT-REC.

      * One line per season, then the year.
       ECRIT-PERIODES.
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 5
               PERFORM BORNES-PERIODE
               PERFORM COMPTE-PERIODE
               MOVE SPACES TO RETENT-REC
               IF WS-PER = 5
                   STRING WS-PER-NOM "  " WS-NB-NOUVEAUX "     "
                       WS-NB-DEPARTS "    " WS-ANC-MOY "    "
                       WS-NB-EFFECTIF "     " WS-NB-DORMANTS "      "
                       WS-NB-DORM-COTIS
                       DELIMITED BY SIZE INTO RETENT-REC
               ELSE
                   STRING WS-PER-NOM "  " WS-NB-NOUVEAUX "     "
                       WS-NB-DEPARTS "    " WS-ANC-MOY "    "
                       WS-NB-EFFECTIF "     " WS-NB-DORMANTS
                       DELIMITED BY SIZE INTO RETENT-REC
               END-IF
               WRITE RETENT-REC
           END-PERFORM.
           MOVE SPACES TO RETENT-REC.
           WRITE RETENT-REC.
           MOVE "Departs de l'annee :" TO RETENT-REC.
           WRITE RETENT-REC.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > NB-MEMB
               IF MB-PARTI(WS-MB-IDX) = "O"
                  AND MB-DEPART(WS-MB-IDX)(1:4) = WS-ANNEE
                   PERFORM CALCULE-ANCIENNETE
                   MOVE SPACES TO RETENT-REC
                   STRING "  " MB-NUMPIL(WS-MB-IDX) " "
                       MB-NOM(WS-MB-IDX) " " MB-CATEGORIE(WS-MB-IDX)
                       " parti le " MB-DEPART(WS-MB-IDX)(7:2) "/"
                       MB-DEPART(WS-MB-IDX)(5:2) "/"
                       MB-DEPART(WS-MB-IDX)(1:4) " apres "
                       WS-ANCIENNETE " an(s)"
                       DELIMITED BY SIZE INTO RETENT-REC
                   WRITE RETENT-REC
               END-IF
           END-PERFORM.

       BORNES-PERIODE.
           IF WS-PER = 5
               COMPUTE WS-PER-DEBUT = WS-ANNEE * 10000 + 101
               MOVE WS-FIN-ANNEE TO WS-PER-FIN
               MOVE "Annee" TO WS-PER-NOM
           ELSE
               COMPUTE WS-PER-DEBUT = WS-ANNEE * 10000
                   + (WS-PER * 3 - 2) * 100 + 1
               COMPUTE WS-PER-FIN = WS-ANNEE * 10000
                   + WS-PER * 300 + 31
               EVALUATE WS-PER
                   WHEN 1 MOVE "Hiver" TO WS-PER-NOM
                   WHEN 2 MOVE "Printemps" TO WS-PER-NOM
                   WHEN 3 MOVE "Ete" TO WS-PER-NOM
                   WHEN 4 MOVE "Automne" TO WS-PER-NOM
               END-EVALUATE
           END-IF.

       COMPTE-PERIODE.
           MOVE 0 TO WS-NB-NOUVEAUX WS-NB-DEPARTS WS-NB-EFFECTIF
                     WS-NB-DORMANTS WS-NB-DORM-COTIS WS-ANC-TOTAL
                     WS-ANC-MOY.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > NB-MEMB
               PERFORM COMPTE-MEMBRE-PERIODE
           END-PERFORM.
           IF WS-NB-DEPARTS > 0
               COMPUTE WS-ANC-MOY ROUNDED =
                   WS-ANC-TOTAL / WS-NB-DEPARTS
           END-IF.

      * Joined in the period; left in it (with seniority); on the
      * roll at its end and, if so, flown in it or not.
       COMPTE-MEMBRE-PERIODE.
           IF MB-ENTREE(WS-MB-IDX) >= WS-PER-DEBUT
              AND MB-ENTREE(WS-MB-IDX) <= WS-PER-FIN
               ADD 1 TO WS-NB-NOUVEAUX
           END-IF.
           IF MB-PARTI(WS-MB-IDX) = "O"
              AND MB-DEPART(WS-MB-IDX) >= WS-PER-DEBUT
              AND MB-DEPART(WS-MB-IDX) <= WS-PER-FIN
               ADD 1 TO WS-NB-DEPARTS
               PERFORM CALCULE-ANCIENNETE
               ADD WS-ANCIENNETE TO WS-ANC-TOTAL
           END-IF.
           IF (MB-ENTREE(WS-MB-IDX) <= WS-PER-FIN
               OR MB-ENTREE(WS-MB-IDX) = 99999999)
              AND (MB-PARTI(WS-MB-IDX) NOT = "O"
               OR MB-DEPART(WS-MB-IDX) > WS-PER-FIN)
               ADD 1 TO WS-NB-EFFECTIF
               IF WS-PER = 5
                   MOVE MB-VOL-ANNEE(WS-MB-IDX) TO WS-A-VOLE
               ELSE
                   MOVE MB-VOL-SAISON(WS-MB-IDX, WS-PER) TO WS-A-VOLE
               END-IF
               IF WS-A-VOLE NOT = "O"
                   ADD 1 TO WS-NB-DORMANTS
                   IF MB-COTIS(WS-MB-IDX) = "O"
                       ADD 1 TO WS-NB-DORM-COTIS
                   END-IF
               END-IF
           END-IF.

       CALCULE-ANCIENNETE.
           MOVE 0 TO WS-ANCIENNETE.
           IF MB-ENTREE(WS-MB-IDX) NOT = 99999999
              AND MB-DEPART(WS-MB-IDX) > MB-ENTREE(WS-MB-IDX)
               COMPUTE WS-ANCIENNETE =
                   (MB-DEPART(WS-MB-IDX) - MB-ENTREE(WS-MB-IDX))
                   / 10000
           END-IF.

      * Students gone before their licence: left in the year,
      * still in the "ELEV" category.
       ECRIT-ABANDONS.
           MOVE 0 TO WS-NB-ABANDONS.
           MOVE SPACES TO RETENT-REC.
           WRITE RETENT-REC.
           MOVE "Eleves partis avant la licence :" TO RETENT-REC.
           WRITE RETENT-REC.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > NB-MEMB
               IF MB-PARTI(WS-MB-IDX) = "O"
                  AND MB-DEPART(WS-MB-IDX)(1:4) = WS-ANNEE
                  AND MB-CATEGORIE(WS-MB-IDX) = "ELEV"
                   ADD 1 TO WS-NB-ABANDONS
                   PERFORM CALCULE-ANCIENNETE
                   MOVE SPACES TO RETENT-REC
                   STRING "  " MB-NUMPIL(WS-MB-IDX) " "
                       MB-NOM(WS-MB-IDX) " " MB-LECONS(WS-MB-IDX)
                       " lecon(s) acquise(s), derniere le "
                       MB-DERN-LECON(WS-MB-IDX)(7:2) "/"
                       MB-DERN-LECON(WS-MB-IDX)(5:2) "/"
                       MB-DERN-LECON(WS-MB-IDX)(1:4) ", apres "
                       WS-ANCIENNETE " an(s)"
                       DELIMITED BY SIZE INTO RETENT-REC
                   WRITE RETENT-REC
               END-IF
           END-PERFORM.
           MOVE SPACES TO RETENT-REC.
           STRING "  " WS-NB-ABANDONS " eleve(s) parti(s) en "
               WS-ANNEE DELIMITED BY SIZE INTO RETENT-REC.
           WRITE RETENT-REC.

      * Of each of the last five intakes: how many joined, how
      * many are still on the roll at the end of the chosen year,
      * how many flew in it - then the same by category and by age
      * band.
       ECRIT-COHORTES.
           MOVE SPACES TO RETENT-REC.
           WRITE RETENT-REC.
           MOVE SPACES TO RETENT-REC.
           STRING "Retention des promotions (fin " WS-ANNEE
               ") : entres / encore membres / volent encore"
               DELIMITED BY SIZE INTO RETENT-REC.
           WRITE RETENT-REC.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1 UNTIL WS-CO-IDX > 5
               COMPUTE WS-CO-ANNEE = WS-ANNEE - 5 + WS-CO-IDX
               PERFORM COMPTE-COHORTE
               PERFORM ECRIT-COHORTE
           END-PERFORM.

       COMPTE-COHORTE.
           MOVE 0 TO WS-CO-ENTRES WS-CO-MEMBRES WS-CO-VOLANTS
                     NB-COCAT.
           INITIALIZE FCOCAT FCOAGE.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > NB-MEMB
               IF MB-ENTREE(WS-MB-IDX)(1:4) = WS-CO-ANNEE
                   PERFORM COMPTE-MEMBRE-COHORTE
               END-IF
           END-PERFORM.

       COMPTE-MEMBRE-COHORTE.
           MOVE "N" TO WS-EST-MEMBRE.
           IF MB-PARTI(WS-MB-IDX) NOT = "O"
              OR MB-DEPART(WS-MB-IDX) > WS-FIN-ANNEE
               MOVE "O" TO WS-EST-MEMBRE
           END-IF.
           PERFORM RANGE-COCAT.
           PERFORM BANDE-AGE.
           ADD 1 TO WS-CO-ENTRES CC-ENTRES(WS-CC-IDX)
                    CG-ENTRES(WS-CG-IDX).
           IF WS-EST-MEMBRE = "O"
               ADD 1 TO WS-CO-MEMBRES CC-MEMBRES(WS-CC-IDX)
                        CG-MEMBRES(WS-CG-IDX)
               IF MB-VOL-ANNEE(WS-MB-IDX) = "O"
                   ADD 1 TO WS-CO-VOLANTS CC-VOLANTS(WS-CC-IDX)
                            CG-VOLANTS(WS-CG-IDX)
               END-IF
           END-IF.

      * Categories discovered as they come up, same bounded
      * table as F63; past 20 they share the last slot.
       RANGE-COCAT.
           MOVE "N" TO WS-CC-OK.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > NB-COCAT OR WS-CC-TROUVE
               IF CC-CODE(WS-CC-IDX) = MB-CATEGORIE(WS-MB-IDX)
                   MOVE "O" TO WS-CC-OK
               END-IF
           END-PERFORM.
           IF WS-CC-TROUVE
               SUBTRACT 1 FROM WS-CC-IDX
           ELSE
               IF NB-COCAT < 20
                   ADD 1 TO NB-COCAT
                   MOVE MB-CATEGORIE(WS-MB-IDX) TO CC-CODE(NB-COCAT)
               END-IF
               MOVE NB-COCAT TO WS-CC-IDX
           END-IF.

      * Age at the end of the chosen year: under 25, 25-39,
      * 40-59, 60 and over, unknown.
       BANDE-AGE.
           IF MB-NAISSANCE(WS-MB-IDX) = 0
               MOVE 5 TO WS-CG-IDX
           ELSE
               COMPUTE WS-AGE =
                   (WS-FIN-ANNEE - MB-NAISSANCE(WS-MB-IDX)) / 10000
               EVALUATE TRUE
                   WHEN WS-AGE < 25 MOVE 1 TO WS-CG-IDX
                   WHEN WS-AGE < 40 MOVE 2 TO WS-CG-IDX
                   WHEN WS-AGE < 60 MOVE 3 TO WS-CG-IDX
                   WHEN OTHER       MOVE 4 TO WS-CG-IDX
               END-EVALUATE
           END-IF.

       ECRIT-COHORTE.
           MOVE 0 TO WS-CO-PCT.
           IF WS-CO-ENTRES > 0
               COMPUTE WS-CO-PCT ROUNDED =
                   WS-CO-VOLANTS * 100 / WS-CO-ENTRES
           END-IF.
           MOVE SPACES TO RETENT-REC.
           STRING "Promotion " WS-CO-ANNEE " : " WS-CO-ENTRES
               " / " WS-CO-MEMBRES " / " WS-CO-VOLANTS " ("
               WS-CO-PCT "% volent encore)"
               DELIMITED BY SIZE INTO RETENT-REC.
           WRITE RETENT-REC.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > NB-COCAT
               MOVE SPACES TO RETENT-REC
               STRING "    categorie " CC-CODE(WS-CC-IDX) "   : "
                   CC-ENTRES(WS-CC-IDX) " / " CC-MEMBRES(WS-CC-IDX)
                   " / " CC-VOLANTS(WS-CC-IDX)
                   DELIMITED BY SIZE INTO RETENT-REC
               WRITE RETENT-REC
           END-PERFORM.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1 UNTIL WS-CG-IDX > 5
               IF CG-ENTRES(WS-CG-IDX) > 0
                   EVALUATE WS-CG-IDX
                       WHEN 1 MOVE "- de 25" TO WS-BANDE-NOM
                       WHEN 2 MOVE "25-39" TO WS-BANDE-NOM
                       WHEN 3 MOVE "40-59" TO WS-BANDE-NOM
                       WHEN 4 MOVE "60 et +" TO WS-BANDE-NOM
                       WHEN 5 MOVE "age ?" TO WS-BANDE-NOM
                   END-EVALUATE
                   MOVE SPACES TO RETENT-REC
                   STRING "    age " WS-BANDE-NOM " : "
                       CG-ENTRES(WS-CG-IDX) " / "
                       CG-MEMBRES(WS-CG-IDX) " / "
                       CG-VOLANTS(WS-CG-IDX)
                       DELIMITED BY SIZE INTO RETENT-REC
                   WRITE RETENT-REC
               END-IF
           END-PERFORM.

       FERME-RAPPORT.
           CLOSE RETENT-FILE.
           MOVE "RETENT" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-ANNEE TO WS-RPT-PERIODE.
           MOVE WS-NOM-RETENT TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Rapport de fidelisation " WS-ANNEE " : "
               WS-NOM-RETENT.

       ENREGISTRE-AUDIT.
           MOVE "F119"            TO WS-AUDIT-PROGRAMME.
           MOVE "ECRIT-PERIODES"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "fidelisation " WS-ANNEE " sur " NB-MEMB
               " pilote(s), " WS-NB-ABANDONS " abandon(s) eleve"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F119.

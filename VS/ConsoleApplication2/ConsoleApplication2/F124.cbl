       IDENTIFICATION DIVISION.
       PROGRAM-ID. F124.

      * Agendas iCalendar: members only see their bookings in F23
      * or the F1 reservation list, and ask to have them on their
      * phone. This nightly batch (run from the F68 chain or the
      * MENU) writes one iCalendar file per active member,
      * AGENDA_<numpil>.ics, that the member's calendar subscribes
      * to, holding:
      *   - the RESA.DAT bookings they fly or instruct on: aircraft,
      *     time window, base, and the instructor (or the student,
      *     in the instructor's own feed);
      *   - their F83 simulator sessions, as student or instructor;
      *   - their F97 duty-roster slots (PERMANENCE.DAT), starting
      *     at PERM-DEB-M / PERM-DEB-A (HHMM in PARAMS, default 0800
      *     and 1400) and lasting the slot's planned PE-HEURES.
      * A booking cancelled, lapsed or not shown up for (RS-ETAT
      * X/E/N) is published with STATUS:CANCELLED under the same UID
      * so the phone removes it; sessions and duty slots withdrawn
      * by deletion simply drop out of the next feed. A staff feed
      * per aircraft, AGENDA_AV_<immat>.ics, carries every booking
      * of the aircraft for its calendar in the hangar. Entries
      * older than ICS-JOURS days (PARAMS, default 30) are left out
      * so the feeds stay small. Times are local (floating) times.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT ICS-FILE ASSIGN TO WS-NOM-ICS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ICS.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  ICS-FILE.
       01  ICS-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-ICS           PIC XX VALUE "00".
           77  WS-NOM-ICS          PIC X(40) VALUE SPACES.
           77  WS-JOURS            PIC 9(3) VALUE 30.
           77  WS-AUJOURDHUI       PIC 9(8) VALUE 0.
           77  WS-DATE-MIN         PIC 9(8) VALUE 0.
           77  WS-PERM-MATIN       PIC 9(4) VALUE 0800.
           77  WS-PERM-APREM       PIC 9(4) VALUE 1400.
           77  WS-NB-FLUX-MEMB     PIC 9(4) VALUE 0.
           77  WS-NB-FLUX-AV       PIC 9(4) VALUE 0.
           77  WS-NB-EVT           PIC 9(6) VALUE 0.
           77  WS-NB-ANNUL         PIC 9(6) VALUE 0.

      * The roster, for the member feeds and for the names shown on
      * the entries; same bounded-table idiom as F119.
           01  FMEMB.
               02  MEMB-R OCCURS 500.
                   03  MB-NUMPIL       PIC 9(6).
                   03  MB-NOM          PIC X(20).
                   03  MB-PRENOM       PIC X(10).
                   03  MB-PARTI        PIC X.
           77  NB-MEMB             PIC 9(3) VALUE 0.
           77  WS-MB-IDX           PIC 9(3) VALUE 0.
           77  WS-MB-TRONQUE       PIC X VALUE "N".
           77  WS-CUR-NUMPIL       PIC 9(6) VALUE 0.
           77  WS-NM-IDX           PIC 9(3) VALUE 0.
           77  WS-NOM-CHERCHE      PIC 9(6) VALUE 0.
           77  WS-NOM-TROUVE       PIC X(31) VALUE SPACES.

      * The fleet still in service, for the aircraft feeds and the
      * registration shown on each booking.
           01  FAVION.
               02  AVION-R OCCURS 100.
                   03  FA-CODAV        PIC 9(3).
                   03  FA-IMMAT        PIC X(10).
           77  NB-AVION            PIC 9(3) VALUE 0.
           77  WS-AT-IDX           PIC 9(3) VALUE 0.
           77  WS-AT-TRONQUE       PIC X VALUE "N".
           77  WS-AT-CHERCHE       PIC 9(3) VALUE 0.
           77  WS-CUR-CODAV        PIC 9(3) VALUE 0.
           77  WS-IMMAT            PIC X(10) VALUE SPACES.

      * One calendar entry, filled by the scans and written by
      * ECRIT-EVENEMENT.
           77  WS-EV-UID           PIC X(30) VALUE SPACES.
           77  WS-EV-DATE          PIC 9(8) VALUE 0.
           77  WS-EV-HDEB          PIC 9(4) VALUE 0.
           77  WS-EV-HFIN          PIC 9(4) VALUE 0.
           77  WS-EV-RESUME        PIC X(60) VALUE SPACES.
           77  WS-EV-DETAIL        PIC X(60) VALUE SPACES.
           77  WS-EV-LIEU          PIC X(4) VALUE SPACES.
           77  WS-EV-ETAT          PIC X VALUE "C".
               88  WS-EV-CONFIRME      VALUE "C".
               88  WS-EV-ANNULE        VALUE "X".
           77  WS-EV-DUREE         PIC 9(2)V9 VALUE 0.
           77  WS-EV-MINUTES       PIC 9(5) VALUE 0.
           77  WS-EV-HH            PIC 9(2) VALUE 0.
           77  WS-EV-MM            PIC 9(2) VALUE 0.
           77  WS-ED-ID            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CHARGE-PARAMS.
           MOVE WS-CURR-DATE TO WS-AUJOURDHUI.
           COMPUTE WS-DATE-MIN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-AUJOURDHUI) - WS-JOURS).
           PERFORM CHARGE-MEMBRES.
           PERFORM CHARGE-AVIONS.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > NB-MEMB
               IF MB-PARTI(WS-MB-IDX) NOT = "O"
                   PERFORM FLUX-MEMBRE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > NB-AVION
               PERFORM FLUX-AVION
           END-PERFORM.
           DISPLAY "Agendas : " WS-NB-FLUX-MEMB " membre(s), "
               WS-NB-FLUX-AV " avion(s), " WS-NB-EVT
               " entree(s) dont " WS-NB-ANNUL " annulation(s).".
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       CHARGE-PARAMS.
           MOVE "ICS-JOURS" TO WS-PARAM-CODE.
           MOVE 30 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-JOURS.
           MOVE "PERM-DEB-M" TO WS-PARAM-CODE.
           MOVE 0800 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-PERM-MATIN.
           MOVE "PERM-DEB-A" TO WS-PARAM-CODE.
           MOVE 1400 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-PERM-APREM.

       CHARGE-MEMBRES.
           MOVE 0 TO NB-MEMB.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               PERFORM UNTIL WS-FS-PILOTE = "10"
                   READ PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PILOTE
                       NOT AT END
                           IF NB-MEMB < 500
                               ADD 1 TO NB-MEMB
                               MOVE PI-NUMPIL TO MB-NUMPIL(NB-MEMB)
                               MOVE PI-NOM TO MB-NOM(NB-MEMB)
                               MOVE PI-PRENOM TO MB-PRENOM(NB-MEMB)
                               MOVE PI-DEPART TO MB-PARTI(NB-MEMB)
                           ELSE
                               MOVE "O" TO WS-MB-TRONQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PILOTE-FILE
           END-IF.
      * A member left out of the table would silently lose their
      * feed - the run stops instead.
           IF WS-MB-TRONQUE = "O"
               DISPLAY "Plus de 500 pilotes au fichier - tampon"
                   " insuffisant, agendas non publies."
               STOP RUN
           END-IF.

       CHARGE-AVIONS.
           MOVE 0 TO NB-AVION.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               PERFORM UNTIL WS-FS-AVION = "10"
                   READ AVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AVION
                       NOT AT END
                           IF NOT AV-ARCHIVE
                               IF NB-AVION < 100
                                   ADD 1 TO NB-AVION
                                   MOVE AV-CODAV TO FA-CODAV(NB-AVION)
                                   MOVE AV-IMMAT TO FA-IMMAT(NB-AVION)
                               ELSE
                                   MOVE "O" TO WS-AT-TRONQUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVION-FILE
           END-IF.
           IF WS-AT-TRONQUE = "O"
               DISPLAY "Plus de 100 avions en service - tampon"
                   " insuffisant, agendas non publies."
               STOP RUN
           END-IF.

      * ------------------------------------------------------------
      * One member's feed: bookings, simulator, duty roster.
      * ------------------------------------------------------------
       FLUX-MEMBRE.
           MOVE MB-NUMPIL(WS-MB-IDX) TO WS-CUR-NUMPIL.
           MOVE SPACES TO WS-NOM-ICS.
           STRING "AGENDA_" WS-CUR-NUMPIL ".ics"
               DELIMITED BY SIZE INTO WS-NOM-ICS.
           MOVE SPACES TO WS-EV-RESUME.
           STRING MB-PRENOM(WS-MB-IDX) DELIMITED BY "  "
               " " MB-NOM(WS-MB-IDX) DELIMITED BY "  "
               " - aeroclub" DELIMITED BY SIZE INTO WS-EV-RESUME.
           PERFORM OUVRE-CALENDRIER.
           IF WS-FS-ICS = "00"
               PERFORM RESA-MEMBRE
               PERFORM SIMU-MEMBRE
               PERFORM PERM-MEMBRE
               PERFORM FERME-CALENDRIER
               ADD 1 TO WS-NB-FLUX-MEMB
           END-IF.

       RESA-MEMBRE.
           OPEN INPUT RESA-FILE.
           IF WS-FS-RESA = "00"
               PERFORM UNTIL WS-FS-RESA = "10"
                   READ RESA-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-RESA
                       NOT AT END
                           IF RS-DATE NOT < WS-DATE-MIN
                               IF RS-NUMPIL = WS-CUR-NUMPIL
                                  OR RS-NUMPIL-INSTR = WS-CUR-NUMPIL
                                   PERFORM EVT-RESA-MEMBRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESA-FILE
           END-IF.

       EVT-RESA-MEMBRE.
           PERFORM PREPARE-RESA.
           MOVE SPACES TO WS-EV-RESUME WS-EV-DETAIL.
           IF RS-NUMPIL-INSTR = 0
               STRING "Vol " WS-IMMAT DELIMITED BY SIZE
                   INTO WS-EV-RESUME
           ELSE
               IF RS-NUMPIL = WS-CUR-NUMPIL
                   MOVE RS-NUMPIL-INSTR TO WS-NOM-CHERCHE
                   PERFORM CHERCHE-NOM
                   STRING "Lecon " WS-IMMAT DELIMITED BY SIZE
                       INTO WS-EV-RESUME
                   STRING "Instructeur: " WS-NOM-TROUVE
                       DELIMITED BY SIZE INTO WS-EV-DETAIL
               ELSE
                   MOVE RS-NUMPIL TO WS-NOM-CHERCHE
                   PERFORM CHERCHE-NOM
                   STRING "Instruction " WS-IMMAT DELIMITED BY SIZE
                       INTO WS-EV-RESUME
                   STRING "Eleve: " WS-NOM-TROUVE
                       DELIMITED BY SIZE INTO WS-EV-DETAIL
               END-IF
           END-IF.
           PERFORM ECRIT-EVENEMENT.

      * Fields common to a booking in either kind of feed.
       PREPARE-RESA.
           MOVE RS-ID TO WS-ED-ID.
           MOVE SPACES TO WS-EV-UID.
           STRING "RESA-" WS-ED-ID "@aeroclub"
               DELIMITED BY SIZE INTO WS-EV-UID.
           MOVE RS-DATE TO WS-EV-DATE.
           MOVE RS-HDEB TO WS-EV-HDEB.
           MOVE RS-HFIN TO WS-EV-HFIN.
           MOVE RS-BASE TO WS-EV-LIEU.
           IF RS-ACTIVE
               MOVE "C" TO WS-EV-ETAT
           ELSE
               MOVE "X" TO WS-EV-ETAT
           END-IF.
           MOVE RS-CODAV TO WS-CUR-CODAV.
           MOVE SPACES TO WS-IMMAT.
           PERFORM VARYING WS-AT-CHERCHE FROM 1 BY 1
                   UNTIL WS-AT-CHERCHE > NB-AVION
               IF FA-CODAV(WS-AT-CHERCHE) = WS-CUR-CODAV
                   MOVE FA-IMMAT(WS-AT-CHERCHE) TO WS-IMMAT
               END-IF
           END-PERFORM.
           IF WS-IMMAT = SPACES
               MOVE RS-CODAV TO WS-IMMAT
           END-IF.

       SIMU-MEMBRE.
           OPEN INPUT SIMSESS-FILE.
           IF WS-FS-SIMSESS = "00"
               PERFORM UNTIL WS-FS-SIMSESS = "10"
                   READ SIMSESS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-SIMSESS
                       NOT AT END
                           IF SM-DATE NOT < WS-DATE-MIN
                               IF SM-NUMPIL = WS-CUR-NUMPIL
                                  OR SM-INSTR = WS-CUR-NUMPIL
                                   PERFORM EVT-SIMU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIMSESS-FILE
           END-IF.

       EVT-SIMU.
           MOVE SM-ID TO WS-ED-ID.
           MOVE SPACES TO WS-EV-UID.
           STRING "SIMU-" WS-ED-ID "@aeroclub"
               DELIMITED BY SIZE INTO WS-EV-UID.
      * Sessions are kept in UTC; the feed carries local times.
           MOVE SM-DATE TO WS-HZ-DATE.
           MOVE SM-HDEB TO WS-HZ-HEURE.
           PERFORM UTC-VERS-LOCALE.
           MOVE WS-HZ-DATE TO WS-EV-DATE.
           MOVE WS-HZ-HEURE TO WS-EV-HDEB.
           MOVE SM-DUREE TO WS-EV-DUREE.
           PERFORM CALCULE-FIN.
           MOVE SPACES TO WS-EV-LIEU.
           MOVE "C" TO WS-EV-ETAT.
           MOVE SPACES TO WS-EV-RESUME WS-EV-DETAIL.
           IF SM-NUMPIL = WS-CUR-NUMPIL
               MOVE "Simulateur" TO WS-EV-RESUME
               IF SM-INSTR NOT = 0
                   MOVE SM-INSTR TO WS-NOM-CHERCHE
                   PERFORM CHERCHE-NOM
                   STRING "Instructeur: " WS-NOM-TROUVE
                       DELIMITED BY SIZE INTO WS-EV-DETAIL
               END-IF
           ELSE
               MOVE "Instruction simulateur" TO WS-EV-RESUME
               MOVE SM-NUMPIL TO WS-NOM-CHERCHE
               PERFORM CHERCHE-NOM
               STRING "Eleve: " WS-NOM-TROUVE
                   DELIMITED BY SIZE INTO WS-EV-DETAIL
           END-IF.
           PERFORM ECRIT-EVENEMENT.

       PERM-MEMBRE.
           OPEN INPUT PERMANENCE-FILE.
           IF WS-FS-PERMANENCE = "00"
               MOVE WS-CUR-NUMPIL TO PE-NUMPIL
               START PERMANENCE-FILE KEY IS EQUAL TO PE-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-PERMANENCE
               END-START
               PERFORM UNTIL WS-FS-PERMANENCE = "10"
                   READ PERMANENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PERMANENCE
                       NOT AT END
                           IF PE-NUMPIL NOT = WS-CUR-NUMPIL
                               MOVE "10" TO WS-FS-PERMANENCE
                           ELSE
                               IF PE-DATE NOT < WS-DATE-MIN
                                   PERFORM EVT-PERM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERMANENCE-FILE
           END-IF.

       EVT-PERM.
           MOVE SPACES TO WS-EV-UID.
           STRING "PERM-" PE-DATE PE-CRENEAU PE-ROLE "@aeroclub"
               DELIMITED BY SIZE INTO WS-EV-UID.
           MOVE PE-DATE TO WS-EV-DATE.
           IF PE-MATIN
               MOVE WS-PERM-MATIN TO WS-EV-HDEB
           ELSE
               MOVE WS-PERM-APREM TO WS-EV-HDEB
           END-IF.
           MOVE PE-HEURES TO WS-EV-DUREE.
           PERFORM CALCULE-FIN.
           MOVE SPACES TO WS-EV-LIEU WS-EV-DETAIL.
           MOVE "C" TO WS-EV-ETAT.
           IF PE-CHEF-PISTE
               MOVE "Permanence chef de piste" TO WS-EV-RESUME
           ELSE
               MOVE "Permanence instructeur" TO WS-EV-RESUME
           END-IF.
           PERFORM ECRIT-EVENEMENT.

      * ------------------------------------------------------------
      * One aircraft's feed: every booking of the aircraft.
      * ------------------------------------------------------------
       FLUX-AVION.
           MOVE FA-CODAV(WS-AT-IDX) TO WS-CUR-CODAV.
           MOVE FA-IMMAT(WS-AT-IDX) TO WS-IMMAT.
           IF WS-IMMAT = SPACES
               MOVE WS-CUR-CODAV TO WS-IMMAT
           END-IF.
           MOVE SPACES TO WS-NOM-ICS.
           STRING "AGENDA_AV_" WS-IMMAT DELIMITED BY SPACE
               ".ics" DELIMITED BY SIZE INTO WS-NOM-ICS.
           MOVE SPACES TO WS-EV-RESUME.
           STRING "Reservations " WS-IMMAT DELIMITED BY SIZE
               INTO WS-EV-RESUME.
           PERFORM OUVRE-CALENDRIER.
           IF WS-FS-ICS = "00"
               PERFORM RESA-AVION
               PERFORM FERME-CALENDRIER
               ADD 1 TO WS-NB-FLUX-AV
           END-IF.

       RESA-AVION.
           OPEN INPUT RESA-FILE.
           IF WS-FS-RESA = "00"
               PERFORM UNTIL WS-FS-RESA = "10"
                   READ RESA-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-RESA
                       NOT AT END
                           IF RS-CODAV = FA-CODAV(WS-AT-IDX)
                              AND RS-DATE NOT < WS-DATE-MIN
                               PERFORM EVT-RESA-AVION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESA-FILE
           END-IF.

       EVT-RESA-AVION.
           PERFORM PREPARE-RESA.
           MOVE RS-NUMPIL TO WS-NOM-CHERCHE.
           PERFORM CHERCHE-NOM.
           MOVE SPACES TO WS-EV-RESUME WS-EV-DETAIL.
           STRING WS-IMMAT " " WS-NOM-TROUVE DELIMITED BY SIZE
               INTO WS-EV-RESUME.
           IF RS-NUMPIL-INSTR NOT = 0
               MOVE RS-NUMPIL-INSTR TO WS-NOM-CHERCHE
               PERFORM CHERCHE-NOM
               STRING "Instructeur: " WS-NOM-TROUVE
                   DELIMITED BY SIZE INTO WS-EV-DETAIL
           END-IF.
           PERFORM ECRIT-EVENEMENT.

      * End of an entry lasting WS-EV-DUREE hours from WS-EV-HDEB,
      * kept on the same day.
       CALCULE-FIN.
           COMPUTE WS-EV-MINUTES = (WS-EV-HDEB / 100) * 60
               + FUNCTION MOD (WS-EV-HDEB, 100) + WS-EV-DUREE * 60.
           IF WS-EV-MINUTES > 1439
               MOVE 2359 TO WS-EV-HFIN
           ELSE
               DIVIDE WS-EV-MINUTES BY 60 GIVING WS-EV-HH
                   REMAINDER WS-EV-MM
               COMPUTE WS-EV-HFIN = WS-EV-HH * 100 + WS-EV-MM
           END-IF.

      * Name of member WS-NOM-CHERCHE from the roster table; the
      * member index is left untouched for the calling feed.
       CHERCHE-NOM.
           MOVE SPACES TO WS-NOM-TROUVE.
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                   UNTIL WS-NM-IDX > NB-MEMB
               IF MB-NUMPIL(WS-NM-IDX) = WS-NOM-CHERCHE
                   STRING MB-PRENOM(WS-NM-IDX) DELIMITED BY "  "
                       " " MB-NOM(WS-NM-IDX) DELIMITED BY "  "
                       INTO WS-NOM-TROUVE
               END-IF
           END-PERFORM.
           IF WS-NOM-TROUVE = SPACES
               MOVE WS-NOM-CHERCHE TO WS-NOM-TROUVE
           END-IF.

      * ------------------------------------------------------------
      * iCalendar writing. WS-EV-RESUME carries the calendar's name
      * into OUVRE-CALENDRIER.
      * ------------------------------------------------------------
       OUVRE-CALENDRIER.
           OPEN OUTPUT ICS-FILE.
           IF WS-FS-ICS NOT = "00"
               DISPLAY "Ecriture impossible : " WS-NOM-ICS
           ELSE
               MOVE "BEGIN:VCALENDAR" TO ICS-REC
               WRITE ICS-REC
               MOVE "VERSION:2.0" TO ICS-REC
               WRITE ICS-REC
               MOVE "PRODID:-//Aeroclub//Agendas F124//FR" TO ICS-REC
               WRITE ICS-REC
               MOVE "CALSCALE:GREGORIAN" TO ICS-REC
               WRITE ICS-REC
               MOVE "METHOD:PUBLISH" TO ICS-REC
               WRITE ICS-REC
               MOVE SPACES TO ICS-REC
               STRING "X-WR-CALNAME:" WS-EV-RESUME
                   DELIMITED BY SIZE INTO ICS-REC
               WRITE ICS-REC
           END-IF.

       FERME-CALENDRIER.
           MOVE "END:VCALENDAR" TO ICS-REC.
           WRITE ICS-REC.
           CLOSE ICS-FILE.

       ECRIT-EVENEMENT.
           MOVE "BEGIN:VEVENT" TO ICS-REC.
           WRITE ICS-REC.
           MOVE SPACES TO ICS-REC.
           STRING "UID:" WS-EV-UID DELIMITED BY SIZE INTO ICS-REC.
           WRITE ICS-REC.
           MOVE SPACES TO ICS-REC.
           STRING "DTSTAMP:" WS-CURR-DATE "T" WS-CURR-HOUR
               WS-CURR-MINUTE WS-CURR-SECOND
               DELIMITED BY SIZE INTO ICS-REC.
           WRITE ICS-REC.
           MOVE SPACES TO ICS-REC.
           STRING "DTSTART:" WS-EV-DATE "T" WS-EV-HDEB "00"
               DELIMITED BY SIZE INTO ICS-REC.
           WRITE ICS-REC.
           MOVE SPACES TO ICS-REC.
           STRING "DTEND:" WS-EV-DATE "T" WS-EV-HFIN "00"
               DELIMITED BY SIZE INTO ICS-REC.
           WRITE ICS-REC.
           MOVE SPACES TO ICS-REC.
           STRING "SUMMARY:" WS-EV-RESUME DELIMITED BY SIZE
               INTO ICS-REC.
           WRITE ICS-REC.
           IF WS-EV-DETAIL NOT = SPACES
               MOVE SPACES TO ICS-REC
               STRING "DESCRIPTION:" WS-EV-DETAIL DELIMITED BY SIZE
                   INTO ICS-REC
               WRITE ICS-REC
           END-IF.
           IF WS-EV-LIEU NOT = SPACES
               MOVE SPACES TO ICS-REC
               STRING "LOCATION:" WS-EV-LIEU DELIMITED BY SIZE
                   INTO ICS-REC
               WRITE ICS-REC
           END-IF.
           IF WS-EV-ANNULE
               MOVE "STATUS:CANCELLED" TO ICS-REC
               WRITE ICS-REC
               MOVE "SEQUENCE:1" TO ICS-REC
               WRITE ICS-REC
               ADD 1 TO WS-NB-ANNUL
           ELSE
               MOVE "STATUS:CONFIRMED" TO ICS-REC
               WRITE ICS-REC
               MOVE "SEQUENCE:0" TO ICS-REC
               WRITE ICS-REC
           END-IF.
           MOVE "END:VEVENT" TO ICS-REC.
           WRITE ICS-REC.
           ADD 1 TO WS-NB-EVT.

       ENREGISTRE-AUDIT.
           MOVE "F124"            TO WS-AUDIT-PROGRAMME.
           MOVE "DEBUT"           TO WS-AUDIT-PARAGRAPHE.
           MOVE "EXPORT"          TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "agendas ics: " WS-NB-FLUX-MEMB " membre(s), "
               WS-NB-FLUX-AV " avion(s), " WS-NB-EVT " entree(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F124.

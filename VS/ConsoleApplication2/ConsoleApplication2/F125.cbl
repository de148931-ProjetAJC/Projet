       IDENTIFICATION DIVISION.
       PROGRAM-ID. F125.

      * Immobilisations par cause: F26 says how much each aircraft
      * flew, not why it flew little. For the chosen period (one
      * year at most) this batch rebuilds, day by day and aircraft
      * by aircraft, when the aircraft could not fly and why, from
      * the records that ground it:
      *   S  scheduled visit - MAINT.DAT order opened for a
      *      programme visit (OT-VISITE), open to close;
      *   U  unscheduled maintenance - any other order;
      *   P  waiting for parts - the span F11 flags on an order;
      *   F  defect - a MAJEUR squawk (DEFAUTS.DAT) from the day it
      *      was reported to the day F11 cleared or converted it;
      *   D  expired document - the grounding F48 notes on DOCAV.DAT
      *      until F4 records the renewal;
      *   I  planned unavailability - the INDISPO.DAT blocks;
      *   W  weather - days whose METEO.DAT observation is under
      *      the VFR minima (PARAMS VFR-VISI/VFR-PLAF, as F1), only
      *      on days the aircraft was otherwise available.
      * A day held by several causes is charged once, to the
      * strongest (D, F, P, U, S, I, W in that order). For each
      * aircraft the report lists the groundings with their days in
      * the period and the reservations that fell inside them (the
      * bookings lost), then the days by cause, the availability
      * (all causes, and without weather) and the mean time between
      * unscheduled groundings (U, F, D) - days available divided
      * by the number of such groundings. A fleet summary closes
      * the report. Output IMMOB_<debut>_<fin>.TXT, catalogued as
      * type IMMOB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT IMMOB-FILE ASSIGN TO WS-NOM-IMMOB
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-IMMOB.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  IMMOB-FILE.
       01  IMMOB-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-IMMOB         PIC XX VALUE "00".
           77  WS-NOM-IMMOB        PIC X(40) VALUE SPACES.
           77  WS-AUJOURDHUI       PIC 9(8) VALUE 0.
           77  WS-P-DEB            PIC 9(8) VALUE 0.
           77  WS-P-FIN            PIC 9(8) VALUE 0.
           77  WS-P-DEB-INT        PIC 9(7) VALUE 0.
           77  WS-P-FIN-INT        PIC 9(7) VALUE 0.
           77  WS-NB-JOURS         PIC 9(3) VALUE 0.
           77  WS-VFR-VISI         PIC 9(5) VALUE 5000.
           77  WS-VFR-PLAF         PIC 9(5) VALUE 1500.

      * The period, one byte per day: the weather days (fleet-wide)
      * and the cause charged on the aircraft in hand.
           01  FMETEO.
               02  JR-METEO        PIC X OCCURS 366.
           01  FJOURS.
               02  JR-CAUSE        PIC X OCCURS 366.
           77  WS-JR-IDX           PIC 9(3) VALUE 0.
           77  WS-JR-DEB           PIC 9(3) VALUE 0.
           77  WS-JR-FIN           PIC 9(3) VALUE 0.

      * The aircraft's groundings found in the sources.
           01  FINTER.
               02  INTER-R OCCURS 100.
                   03  IT-CAUSE        PIC X.
                   03  IT-DEB          PIC 9(8).
                   03  IT-FIN          PIC 9(8).
                   03  IT-JOURS        PIC 9(3).
                   03  IT-REF          PIC X(24).
                   03  IT-RESA         PIC 9(3).
           77  NB-INTER            PIC 9(3) VALUE 0.
           77  WS-IT-IDX           PIC 9(3) VALUE 0.
           77  WS-IT-CHOISI        PIC 9(3) VALUE 0.
           77  WS-IT-TRONQUE       PIC X VALUE "N".

      * A grounding in hand before it is clipped to the period.
           77  WS-IN-CAUSE         PIC X VALUE SPACE.
           77  WS-IN-DEB           PIC 9(8) VALUE 0.
           77  WS-IN-FIN           PIC 9(8) VALUE 0.
           77  WS-IN-REF           PIC X(24) VALUE SPACES.
           77  WS-IN-DEB-INT       PIC 9(7) VALUE 0.
           77  WS-IN-FIN-INT       PIC 9(7) VALUE 0.
           77  WS-RANG             PIC 9 VALUE 0.
           77  WS-RANG-JOUR        PIC 9 VALUE 0.
           77  WS-RANG-CHOISI      PIC 9 VALUE 0.
           77  WS-CAUSE-TEST       PIC X VALUE SPACE.

      * Reservations lost to the aircraft's groundings.
           01  FPERDUE.
               02  PERDUE-R OCCURS 300.
                   03  PD-ID           PIC 9(6).
                   03  PD-DATE         PIC 9(8).
                   03  PD-HDEB         PIC 9(4).
                   03  PD-HFIN         PIC 9(4).
                   03  PD-NUMPIL       PIC 9(6).
                   03  PD-ETAT         PIC X.
                   03  PD-INTER        PIC 9(3).
           77  NB-PERDUE           PIC 9(3) VALUE 0.
           77  WS-PD-IDX           PIC 9(3) VALUE 0.
           77  WS-PD-TRONQUE       PIC X VALUE "N".

      * Aircraft in hand and its counts.
           77  WS-CODAV            PIC 9(3) VALUE 0.
           77  WS-IMMAT            PIC X(10) VALUE SPACES.
           01  WS-JOURS-CAUSE.
               02  WS-JC           PIC 9(3) OCCURS 7.
           77  WS-JC-IDX           PIC 9 VALUE 0.
           77  WS-CAUSES           PIC X(7) VALUE "SUPFDIW".
           77  WS-INDISPO          PIC 9(3) VALUE 0.
           77  WS-INDISPO-TECH     PIC 9(3) VALUE 0.
           77  WS-NB-NON-PROG      PIC 9(3) VALUE 0.
           77  WS-DISPO-PCT        PIC 9(3)V9 VALUE 0.
           77  WS-DISPO-TECH-PCT   PIC 9(3)V9 VALUE 0.
           77  WS-MTBUR            PIC 9(3)V9 VALUE 0.

      * One summary row per aircraft, printed after the details.
           01  FSYNTH.
               02  SYNTH-R OCCURS 100.
                   03  SY-IMMAT        PIC X(10).
                   03  SY-JC           PIC 9(3) OCCURS 7.
                   03  SY-DISPO        PIC 9(3)V9.
                   03  SY-DISPO-TECH   PIC 9(3)V9.
                   03  SY-NON-PROG     PIC 9(3).
                   03  SY-MTBUR        PIC 9(3)V9.
                   03  SY-PERDUES      PIC 9(3).
           77  NB-SYNTH            PIC 9(3) VALUE 0.
           77  WS-SY-IDX           PIC 9(3) VALUE 0.
           77  WS-SY-TRONQUE       PIC X VALUE "N".
           77  WS-TOT-PERDUES      PIC 9(5) VALUE 0.

      * Edited fields.
           77  WS-ED-J             PIC ZZ9.
           77  WS-ED-J2            PIC ZZ9.
           77  WS-ED-PCT           PIC ZZ9.9.
           77  WS-ED-PCT2          PIC ZZ9.9.
           77  WS-ED-MTBUR         PIC ZZ9.9.
           77  WS-ED-NB            PIC ZZ9.
           77  WS-LIB-CAUSE        PIC X(16) VALUE SPACES.
           77  WS-LIGNE-JC         PIC X(28) VALUE SPACES.
           77  WS-LIGNE-POS        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           MOVE WS-CURR-DATE TO WS-AUJOURDHUI.
           PERFORM SAISIE-PERIODE.
           PERFORM CHARGE-PARAMS.
           PERFORM CHARGE-METEO.
           MOVE SPACES TO WS-NOM-IMMOB.
           STRING "IMMOB_" WS-P-DEB "_" WS-P-FIN ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-IMMOB.
           OPEN OUTPUT IMMOB-FILE.
           PERFORM ECRIT-ENTETE.
           PERFORM TRAITE-FLOTTE.
           PERFORM ECRIT-SYNTHESE.
           CLOSE IMMOB-FILE.
           MOVE "IMMOB" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           STRING WS-P-DEB "-" WS-P-FIN(5:4)
               DELIMITED BY SIZE INTO WS-RPT-PERIODE.
           MOVE WS-NOM-IMMOB TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Immobilisations : " NB-SYNTH " avion(s), "
               WS-TOT-PERDUES " reservation(s) perdue(s) - "
               WS-NOM-IMMOB.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

      * Period: start and end dates, by default the year to date;
      * a period longer than the day table or upside down is
      * refused.
       SAISIE-PERIODE.
           DISPLAY "Immobilisations des avions par cause".
           DISPLAY "Date de debut (AAAAMMJJ, vide = 1er janvier) : "
               NO ADVANCING.
           ACCEPT WS-P-DEB.
           IF WS-P-DEB NOT NUMERIC OR WS-P-DEB = 0
               MOVE WS-AUJOURDHUI TO WS-P-DEB
               MOVE "0101" TO WS-P-DEB(5:4)
           END-IF.
           DISPLAY "Date de fin (AAAAMMJJ, vide = aujourd'hui) : "
               NO ADVANCING.
           ACCEPT WS-P-FIN.
           IF WS-P-FIN NOT NUMERIC OR WS-P-FIN = 0
               MOVE WS-AUJOURDHUI TO WS-P-FIN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-P-DEB) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-P-FIN) NOT = 0
               DISPLAY "Date invalide - rapport refuse."
               STOP RUN
           END-IF.
           COMPUTE WS-P-DEB-INT = FUNCTION INTEGER-OF-DATE(WS-P-DEB).
           COMPUTE WS-P-FIN-INT = FUNCTION INTEGER-OF-DATE(WS-P-FIN).
           IF WS-P-FIN-INT < WS-P-DEB-INT
              OR WS-P-FIN-INT - WS-P-DEB-INT > 365
               DISPLAY "Periode vide ou de plus d'un an - rapport"
                   " refuse."
               STOP RUN
           END-IF.
           COMPUTE WS-NB-JOURS = WS-P-FIN-INT - WS-P-DEB-INT + 1.

       CHARGE-PARAMS.
           MOVE "VFR-VISI" TO WS-PARAM-CODE.
           MOVE 5000 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-VFR-VISI.
           MOVE "VFR-PLAF" TO WS-PARAM-CODE.
           MOVE 1500 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-VFR-PLAF.

      * Days of the period whose observation is under the minima.
       CHARGE-METEO.
           MOVE SPACES TO FMETEO.
           OPEN INPUT METEO-FILE.
           IF WS-FS-METEO = "00"
               MOVE WS-P-DEB TO MT-DATE
               MOVE LOW-VALUES TO MT-TYPE
               START METEO-FILE KEY IS NOT LESS THAN MT-CLE
                   INVALID KEY MOVE "10" TO WS-FS-METEO
               END-START
               PERFORM UNTIL WS-FS-METEO = "10"
                   READ METEO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-METEO
                       NOT AT END
                           IF MT-DATE > WS-P-FIN
                               MOVE "10" TO WS-FS-METEO
                           ELSE
                               IF MT-OBSERVATION
                                   PERFORM NOTE-METEO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METEO-FILE
           END-IF.

       NOTE-METEO.
           IF (MT-VISIBILITE > 0 AND MT-VISIBILITE < WS-VFR-VISI)
              OR (MT-PLAFOND > 0 AND MT-PLAFOND < WS-VFR-PLAF)
               COMPUTE WS-JR-IDX =
                   FUNCTION INTEGER-OF-DATE(MT-DATE)
                   - WS-P-DEB-INT + 1
               MOVE "W" TO JR-METEO(WS-JR-IDX)
           END-IF.

       ECRIT-ENTETE.
           MOVE SPACES TO IMMOB-REC.
           STRING "Immobilisations des avions par cause du "
               WS-P-DEB " au " WS-P-FIN " (" WS-NB-JOURS " jours)"
               " - edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO IMMOB-REC.
           WRITE IMMOB-REC.
           MOVE SPACES TO IMMOB-REC.
           STRING "Causes: S visite programmee, U entretien non "
               "programme, P attente pieces, F defaut majeur, "
               "D document expire, I indisponibilite, W meteo"
               DELIMITED BY SIZE INTO IMMOB-REC.
           WRITE IMMOB-REC.

      * ------------------------------------------------------------
      * Aircraft by aircraft, archived airframes aside.
      * ------------------------------------------------------------
       TRAITE-FLOTTE.
           MOVE 0 TO NB-SYNTH WS-TOT-PERDUES.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               PERFORM UNTIL WS-FS-AVION = "10"
                   READ AVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AVION
                       NOT AT END
                           IF NOT AV-ARCHIVE
                               MOVE AV-CODAV TO WS-CODAV
                               MOVE AV-IMMAT TO WS-IMMAT
                               IF WS-IMMAT = SPACES
                                   MOVE AV-CODAV TO WS-IMMAT
                               END-IF
                               PERFORM TRAITE-AVION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVION-FILE
           END-IF.

       TRAITE-AVION.
           MOVE SPACES TO FJOURS.
           MOVE 0 TO NB-INTER NB-PERDUE.
           PERFORM SOURCE-INDISPO.
           PERFORM SOURCE-MAINT.
           PERFORM SOURCE-DEFAUT.
           PERFORM SOURCE-DOCAV.
           PERFORM VERIFIE-TRONQUE.
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-NB-JOURS
               IF JR-CAUSE(WS-JR-IDX) = SPACE
                   MOVE JR-METEO(WS-JR-IDX) TO JR-CAUSE(WS-JR-IDX)
               END-IF
           END-PERFORM.
           PERFORM RESA-PERDUES.
           PERFORM VERIFIE-TRONQUE.
           PERFORM COMPTE-AVION.
           PERFORM ECRIT-AVION.
           PERFORM NOTE-SYNTHESE.

       SOURCE-INDISPO.
           OPEN INPUT INDISPO-FILE.
           IF WS-FS-INDISPO = "00"
               PERFORM UNTIL WS-FS-INDISPO = "10"
                   READ INDISPO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-INDISPO
                       NOT AT END
                           IF IV-CODAV = WS-CODAV
                               MOVE "I" TO WS-IN-CAUSE
                               MOVE IV-DATE-DEB TO WS-IN-DEB
                               MOVE IV-DATE-FIN TO WS-IN-FIN
                               MOVE IV-MOTIF TO WS-IN-REF
                               PERFORM AJOUTE-INTERVALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDISPO-FILE
           END-IF.

      * An order still open runs to the end of the period; the
      * waiting-for-parts span inside it is charged on its own.
       SOURCE-MAINT.
           OPEN INPUT MAINT-FILE.
           IF WS-FS-MAINT = "00"
               MOVE WS-CODAV TO OT-CODAV
               MOVE LOW-VALUES TO OT-NUMOT
               START MAINT-FILE KEY IS NOT LESS THAN OT-CLE
                   INVALID KEY MOVE "10" TO WS-FS-MAINT
               END-START
               PERFORM UNTIL WS-FS-MAINT = "10"
                   READ MAINT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-MAINT
                       NOT AT END
                           IF OT-CODAV NOT = WS-CODAV
                               MOVE "10" TO WS-FS-MAINT
                           ELSE
                               PERFORM INTERVALLE-OT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-FILE
           END-IF.

       INTERVALLE-OT.
           IF OT-VISITE = SPACES OR OT-VISITE = LOW-VALUES
               MOVE "U" TO WS-IN-CAUSE
           ELSE
               MOVE "S" TO WS-IN-CAUSE
           END-IF.
           MOVE OT-DATE-OUVERT TO WS-IN-DEB.
           IF OT-CLOTURE AND OT-DATE-CLOTURE > 0
               MOVE OT-DATE-CLOTURE TO WS-IN-FIN
           ELSE
               MOVE WS-P-FIN TO WS-IN-FIN
           END-IF.
           MOVE SPACES TO WS-IN-REF.
           STRING "OT " OT-NUMOT " " OT-VISITE
               DELIMITED BY SIZE INTO WS-IN-REF.
           PERFORM AJOUTE-INTERVALLE.
           IF OT-ATTENTE-DEB > 0
               MOVE "P" TO WS-IN-CAUSE
               MOVE OT-ATTENTE-DEB TO WS-IN-DEB
               IF OT-ATTENTE-FIN > 0
                   MOVE OT-ATTENTE-FIN TO WS-IN-FIN
               END-IF
               MOVE SPACES TO WS-IN-REF
               STRING "OT " OT-NUMOT " attente pieces"
                   DELIMITED BY SIZE INTO WS-IN-REF
               PERFORM AJOUTE-INTERVALLE
           END-IF.

      * A MAJEUR squawk grounds from its report to its clearing;
      * one cleared before the clearing day was kept counts for
      * its own day only.
       SOURCE-DEFAUT.
           OPEN INPUT DEFAUT-FILE.
           IF WS-FS-DEFAUT = "00"
               PERFORM UNTIL WS-FS-DEFAUT = "10"
                   READ DEFAUT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DEFAUT
                       NOT AT END
                           IF DF-CODAV = WS-CODAV AND DF-MAJEUR
                               PERFORM INTERVALLE-DEFAUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEFAUT-FILE
           END-IF.

       INTERVALLE-DEFAUT.
           MOVE "F" TO WS-IN-CAUSE.
           MOVE DF-DATE TO WS-IN-DEB.
           IF DF-DATE-CLOS > 0
               MOVE DF-DATE-CLOS TO WS-IN-FIN
           ELSE
               IF DF-OUVERT
                   MOVE WS-P-FIN TO WS-IN-FIN
               ELSE
                   MOVE DF-DATE TO WS-IN-FIN
               END-IF
           END-IF.
           MOVE SPACES TO WS-IN-REF.
           STRING "Defaut " DF-ID " " DF-TEXTE
               DELIMITED BY SIZE INTO WS-IN-REF.
           PERFORM AJOUTE-INTERVALLE.

       SOURCE-DOCAV.
           OPEN INPUT DOCAV-FILE.
           IF WS-FS-DOCAV = "00"
               MOVE WS-CODAV TO DA-CODAV
               MOVE LOW-VALUES TO DA-TYPE
               START DOCAV-FILE KEY IS NOT LESS THAN DA-CLE
                   INVALID KEY MOVE "10" TO WS-FS-DOCAV
               END-START
               PERFORM UNTIL WS-FS-DOCAV = "10"
                   READ DOCAV-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DOCAV
                       NOT AT END
                           IF DA-CODAV NOT = WS-CODAV
                               MOVE "10" TO WS-FS-DOCAV
                           ELSE
                               IF DA-IMMOB-DEB > 0
                                   PERFORM INTERVALLE-DOC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCAV-FILE
           END-IF.

       INTERVALLE-DOC.
           MOVE "D" TO WS-IN-CAUSE.
           MOVE DA-IMMOB-DEB TO WS-IN-DEB.
           IF DA-IMMOB-FIN > 0
               MOVE DA-IMMOB-FIN TO WS-IN-FIN
           ELSE
               MOVE WS-P-FIN TO WS-IN-FIN
           END-IF.
           MOVE SPACES TO WS-IN-REF.
           STRING "Document " DA-TYPE " " DA-REFERENCE
               DELIMITED BY SIZE INTO WS-IN-REF.
           PERFORM AJOUTE-INTERVALLE.

      * Clip the grounding in hand to the period, keep it, and
      * charge its days where no stronger cause holds them.
       AJOUTE-INTERVALLE.
           IF WS-IN-DEB IS NUMERIC AND WS-IN-FIN IS NUMERIC
              AND WS-IN-DEB > 0
              AND WS-IN-DEB NOT > WS-P-FIN
              AND WS-IN-FIN NOT < WS-P-DEB
              AND WS-IN-FIN NOT < WS-IN-DEB
               IF WS-IN-DEB < WS-P-DEB
                   MOVE WS-P-DEB TO WS-IN-DEB
               END-IF
               IF WS-IN-FIN > WS-P-FIN
                   MOVE WS-P-FIN TO WS-IN-FIN
               END-IF
               IF NB-INTER < 100
                   ADD 1 TO NB-INTER
                   MOVE WS-IN-CAUSE TO IT-CAUSE(NB-INTER)
                   MOVE WS-IN-DEB TO IT-DEB(NB-INTER)
                   MOVE WS-IN-FIN TO IT-FIN(NB-INTER)
                   MOVE WS-IN-REF TO IT-REF(NB-INTER)
                   MOVE 0 TO IT-RESA(NB-INTER)
                   COMPUTE WS-IN-DEB-INT =
                       FUNCTION INTEGER-OF-DATE(WS-IN-DEB)
                   COMPUTE WS-IN-FIN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-IN-FIN)
                   COMPUTE IT-JOURS(NB-INTER) =
                       WS-IN-FIN-INT - WS-IN-DEB-INT + 1
                   COMPUTE WS-JR-DEB = WS-IN-DEB-INT - WS-P-DEB-INT + 1
                   COMPUTE WS-JR-FIN = WS-IN-FIN-INT - WS-P-DEB-INT + 1
                   MOVE WS-IN-CAUSE TO WS-CAUSE-TEST
                   PERFORM RANG-CAUSE
                   MOVE WS-RANG TO WS-RANG-CHOISI
                   PERFORM VARYING WS-JR-IDX FROM WS-JR-DEB BY 1
                           UNTIL WS-JR-IDX > WS-JR-FIN
                       MOVE JR-CAUSE(WS-JR-IDX) TO WS-CAUSE-TEST
                       PERFORM RANG-CAUSE
                       IF WS-RANG-CHOISI > WS-RANG
                           MOVE WS-IN-CAUSE TO JR-CAUSE(WS-JR-IDX)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE "O" TO WS-IT-TRONQUE
               END-IF
           END-IF.

       RANG-CAUSE.
           EVALUATE WS-CAUSE-TEST
               WHEN "D" MOVE 7 TO WS-RANG
               WHEN "F" MOVE 6 TO WS-RANG
               WHEN "P" MOVE 5 TO WS-RANG
               WHEN "U" MOVE 4 TO WS-RANG
               WHEN "S" MOVE 3 TO WS-RANG
               WHEN "I" MOVE 2 TO WS-RANG
               WHEN "W" MOVE 1 TO WS-RANG
               WHEN OTHER MOVE 0 TO WS-RANG
           END-EVALUATE.

      * Past a buffer cap a grounding or a lost booking would be
      * left out of the counts - the run stops instead.
       VERIFIE-TRONQUE.
           IF WS-IT-TRONQUE = "O"
               DISPLAY "Plus de 100 immobilisations sur l'avion "
                   WS-IMMAT " - tampon insuffisant, rapport refuse."
               STOP RUN
           END-IF.
           IF WS-PD-TRONQUE = "O"
               DISPLAY "Plus de 300 reservations perdues sur l'avion "
                   WS-IMMAT " - tampon insuffisant, rapport refuse."
               STOP RUN
           END-IF.
           IF WS-SY-TRONQUE = "O"
               DISPLAY "Plus de 100 avions - tampon insuffisant,"
                   " rapport refuse."
               STOP RUN
           END-IF.

      * A booking on a day charged to a grounding (weather aside)
      * is lost to the strongest grounding covering that day.
       RESA-PERDUES.
           OPEN INPUT RESA-FILE.
           IF WS-FS-RESA = "00"
               PERFORM UNTIL WS-FS-RESA = "10"
                   READ RESA-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-RESA
                       NOT AT END
                           IF RS-CODAV = WS-CODAV
                              AND RS-DATE NOT < WS-P-DEB
                              AND RS-DATE NOT > WS-P-FIN
                               PERFORM TESTE-RESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESA-FILE
           END-IF.

       TESTE-RESA.
           COMPUTE WS-JR-IDX = FUNCTION INTEGER-OF-DATE(RS-DATE)
               - WS-P-DEB-INT + 1.
           IF JR-CAUSE(WS-JR-IDX) NOT = SPACE
              AND JR-CAUSE(WS-JR-IDX) NOT = "W"
               MOVE 0 TO WS-IT-CHOISI WS-RANG-JOUR
               PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                       UNTIL WS-IT-IDX > NB-INTER
                   IF IT-DEB(WS-IT-IDX) NOT > RS-DATE
                      AND IT-FIN(WS-IT-IDX) NOT < RS-DATE
                       MOVE IT-CAUSE(WS-IT-IDX) TO WS-CAUSE-TEST
                       PERFORM RANG-CAUSE
                       IF WS-RANG > WS-RANG-JOUR
                           MOVE WS-RANG TO WS-RANG-JOUR
                           MOVE WS-IT-IDX TO WS-IT-CHOISI
                       END-IF
                   END-IF
               END-PERFORM
               IF NB-PERDUE < 300
                   ADD 1 TO NB-PERDUE
                   MOVE RS-ID TO PD-ID(NB-PERDUE)
                   MOVE RS-DATE TO PD-DATE(NB-PERDUE)
                   MOVE RS-HDEB TO PD-HDEB(NB-PERDUE)
                   MOVE RS-HFIN TO PD-HFIN(NB-PERDUE)
                   MOVE RS-NUMPIL TO PD-NUMPIL(NB-PERDUE)
                   MOVE RS-ETAT TO PD-ETAT(NB-PERDUE)
                   MOVE WS-IT-CHOISI TO PD-INTER(NB-PERDUE)
                   IF WS-IT-CHOISI > 0
                       ADD 1 TO IT-RESA(WS-IT-CHOISI)
                   END-IF
               ELSE
                   MOVE "O" TO WS-PD-TRONQUE
               END-IF
           END-IF.

      * Days by cause, availability and mean time between
      * unscheduled groundings.
       COMPTE-AVION.
           MOVE ZEROES TO WS-JOURS-CAUSE.
           MOVE 0 TO WS-INDISPO WS-INDISPO-TECH WS-NB-NON-PROG.
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-NB-JOURS
               IF JR-CAUSE(WS-JR-IDX) NOT = SPACE
                   ADD 1 TO WS-INDISPO
                   IF JR-CAUSE(WS-JR-IDX) NOT = "W"
                       ADD 1 TO WS-INDISPO-TECH
                   END-IF
                   PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                           UNTIL WS-JC-IDX > 7
                       IF WS-CAUSES(WS-JC-IDX:1) = JR-CAUSE(WS-JR-IDX)
                           ADD 1 TO WS-JC(WS-JC-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > NB-INTER
               IF IT-CAUSE(WS-IT-IDX) = "U" OR "F" OR "D"
                   ADD 1 TO WS-NB-NON-PROG
               END-IF
           END-PERFORM.
           COMPUTE WS-DISPO-PCT ROUNDED =
               (WS-NB-JOURS - WS-INDISPO) * 100 / WS-NB-JOURS.
           COMPUTE WS-DISPO-TECH-PCT ROUNDED =
               (WS-NB-JOURS - WS-INDISPO-TECH) * 100 / WS-NB-JOURS.
           IF WS-NB-NON-PROG > 0
               COMPUTE WS-MTBUR ROUNDED =
                   (WS-NB-JOURS - WS-INDISPO-TECH) / WS-NB-NON-PROG
           ELSE
               MOVE 0 TO WS-MTBUR
           END-IF.

       ECRIT-AVION.
           MOVE SPACES TO IMMOB-REC.
           WRITE IMMOB-REC.
           MOVE SPACES TO IMMOB-REC.
           STRING "Avion " WS-IMMAT " (" WS-CODAV ")"
               DELIMITED BY SIZE INTO IMMOB-REC.
           WRITE IMMOB-REC.
           IF NB-INTER = 0
               MOVE "  Aucune immobilisation sur la periode."
                   TO IMMOB-REC
               WRITE IMMOB-REC
           END-IF.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > NB-INTER
               MOVE IT-CAUSE(WS-IT-IDX) TO WS-CAUSE-TEST
               PERFORM LIBELLE-CAUSE
               MOVE IT-JOURS(WS-IT-IDX) TO WS-ED-J
               MOVE IT-RESA(WS-IT-IDX) TO WS-ED-NB
               MOVE SPACES TO IMMOB-REC
               STRING "  " WS-IT-IDX " " WS-LIB-CAUSE " du "
                   IT-DEB(WS-IT-IDX) " au " IT-FIN(WS-IT-IDX) " "
                   WS-ED-J " j  " IT-REF(WS-IT-IDX)
                   " resa perdues:" WS-ED-NB
                   DELIMITED BY SIZE INTO IMMOB-REC
               WRITE IMMOB-REC
           END-PERFORM.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > NB-PERDUE
               MOVE SPACES TO IMMOB-REC
               STRING "    resa " PD-ID(WS-PD-IDX) " le "
                   PD-DATE(WS-PD-IDX) " " PD-HDEB(WS-PD-IDX) "-"
                   PD-HFIN(WS-PD-IDX) " pilote " PD-NUMPIL(WS-PD-IDX)
                   " etat " PD-ETAT(WS-PD-IDX) " -> immobilisation "
                   PD-INTER(WS-PD-IDX)
                   DELIMITED BY SIZE INTO IMMOB-REC
               WRITE IMMOB-REC
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-JC.
           MOVE 1 TO WS-LIGNE-POS.
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1 UNTIL WS-JC-IDX > 7
               MOVE WS-JC(WS-JC-IDX) TO WS-ED-J
               STRING WS-CAUSES(WS-JC-IDX:1) WS-ED-J
                   DELIMITED BY SIZE INTO WS-LIGNE-JC
                   WITH POINTER WS-LIGNE-POS
           END-PERFORM.
           MOVE WS-DISPO-PCT TO WS-ED-PCT.
           MOVE WS-DISPO-TECH-PCT TO WS-ED-PCT2.
           MOVE SPACES TO IMMOB-REC.
           STRING "  Jours par cause: " WS-LIGNE-JC
               "  dispo " WS-ED-PCT "%  hors meteo " WS-ED-PCT2 "%"
               DELIMITED BY SIZE INTO IMMOB-REC.
           WRITE IMMOB-REC.
           MOVE WS-NB-NON-PROG TO WS-ED-NB.
           MOVE SPACES TO IMMOB-REC.
           IF WS-NB-NON-PROG > 0
               MOVE WS-MTBUR TO WS-ED-MTBUR
               STRING "  Immobilisations non programmees: " WS-ED-NB
                   "  temps moyen entre elles: " WS-ED-MTBUR " j"
                   DELIMITED BY SIZE INTO IMMOB-REC
           ELSE
               STRING "  Aucune immobilisation non programmee."
                   DELIMITED BY SIZE INTO IMMOB-REC
           END-IF.
           WRITE IMMOB-REC.

       LIBELLE-CAUSE.
           EVALUATE WS-CAUSE-TEST
               WHEN "S" MOVE "Visite programmee" TO WS-LIB-CAUSE
               WHEN "U" MOVE "Entretien non pr." TO WS-LIB-CAUSE
               WHEN "P" MOVE "Attente pieces" TO WS-LIB-CAUSE
               WHEN "F" MOVE "Defaut majeur" TO WS-LIB-CAUSE
               WHEN "D" MOVE "Document expire" TO WS-LIB-CAUSE
               WHEN "I" MOVE "Indisponibilite" TO WS-LIB-CAUSE
               WHEN OTHER MOVE "Meteo" TO WS-LIB-CAUSE
           END-EVALUATE.

       NOTE-SYNTHESE.
           IF NB-SYNTH < 100
               ADD 1 TO NB-SYNTH
               MOVE WS-IMMAT TO SY-IMMAT(NB-SYNTH)
               PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                       UNTIL WS-JC-IDX > 7
                   MOVE WS-JC(WS-JC-IDX) TO SY-JC(NB-SYNTH, WS-JC-IDX)
               END-PERFORM
               MOVE WS-DISPO-PCT TO SY-DISPO(NB-SYNTH)
               MOVE WS-DISPO-TECH-PCT TO SY-DISPO-TECH(NB-SYNTH)
               MOVE WS-NB-NON-PROG TO SY-NON-PROG(NB-SYNTH)
               MOVE WS-MTBUR TO SY-MTBUR(NB-SYNTH)
               MOVE NB-PERDUE TO SY-PERDUES(NB-SYNTH)
               ADD NB-PERDUE TO WS-TOT-PERDUES
           ELSE
               MOVE "O" TO WS-SY-TRONQUE
               PERFORM VERIFIE-TRONQUE
           END-IF.

       ECRIT-SYNTHESE.
           MOVE SPACES TO IMMOB-REC.
           WRITE IMMOB-REC.
           MOVE "Synthese flotte (jours d'immobilisation par cause)"
               TO IMMOB-REC.
           WRITE IMMOB-REC.
           MOVE SPACES TO IMMOB-REC.
           STRING "Avion        S   U   P   F   D   I   W  Dispo"
               " Hors met.  Non pr. Moy.(j) Resa perdues"
               DELIMITED BY SIZE INTO IMMOB-REC.
           WRITE IMMOB-REC.
           PERFORM VARYING WS-SY-IDX FROM 1 BY 1
                   UNTIL WS-SY-IDX > NB-SYNTH
               PERFORM ECRIT-LIGNE-SYNTHESE
           END-PERFORM.

       ECRIT-LIGNE-SYNTHESE.
           MOVE SPACES TO WS-LIGNE-JC.
           MOVE 1 TO WS-LIGNE-POS.
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1 UNTIL WS-JC-IDX > 7
               MOVE SY-JC(WS-SY-IDX, WS-JC-IDX) TO WS-ED-J
               STRING " " WS-ED-J DELIMITED BY SIZE INTO WS-LIGNE-JC
                   WITH POINTER WS-LIGNE-POS
           END-PERFORM.
           MOVE SY-DISPO(WS-SY-IDX) TO WS-ED-PCT.
           MOVE SY-DISPO-TECH(WS-SY-IDX) TO WS-ED-PCT2.
           MOVE SY-NON-PROG(WS-SY-IDX) TO WS-ED-NB.
           MOVE SY-MTBUR(WS-SY-IDX) TO WS-ED-MTBUR.
           MOVE SY-PERDUES(WS-SY-IDX) TO WS-ED-J2.
           MOVE SPACES TO IMMOB-REC.
           STRING SY-IMMAT(WS-SY-IDX) WS-LIGNE-JC "  " WS-ED-PCT
               "%    " WS-ED-PCT2 "%      " WS-ED-NB "   " WS-ED-MTBUR
               "          " WS-ED-J2
               DELIMITED BY SIZE INTO IMMOB-REC.
           WRITE IMMOB-REC.

       ENREGISTRE-AUDIT.
           MOVE "F125"            TO WS-AUDIT-PROGRAMME.
           MOVE "TRAITE-FLOTTE"   TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "immobilisations " WS-P-DEB "-" WS-P-FIN ", "
               NB-SYNTH " avion(s), " WS-TOT-PERDUES
               " resa perdue(s)" DELIMITED BY SIZE
               INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F125.

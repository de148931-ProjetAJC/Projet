       IDENTIFICATION DIVISION.
       PROGRAM-ID. F120.

      * Indicateurs de securite: F64's occurrence register and the
      * DEFAUTS.DAT technical log hold the club's safety data, but
      * the annual summary only lists them. This batch puts them
      * against the exposure over the last eight quarters ending
      * with the chosen one: occurrences and defects per 1,000
      * flight hours and per 1,000 landings (VOL.DAT and
      * VOLHIST.DAT flights closed out), quarter by quarter for the
      * trend, then by aircraft, by aircraft type, by severity, by
      * pilot experience band and by the day's weather on METEO.DAT
      * (the observation, else the forecast; below the VFR minima
      * of PARAMS "VFR-VISI"/"VFR-PLAF" as F1 reads them, strong
      * wind from PARAMS "VENT-FORT" knots). It ends with the
      * defects that come back on the same tail and the list of
      * occurrences with the weather of their day.
      * A pilot's experience is the carnet total (PI-NBHVOL) less
      * what they have flown since the start of the quarter, so the
      * hours of a quarter and its events fall in the same band.
      * The report goes to SECURITE_<aaaa>T<t>.TXT, catalogued as
      * type SECUR for F35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT SECUR-FILE ASSIGN TO WS-NOM-SECUR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-SECUR.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  SECUR-FILE.
       01  SECUR-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-SECUR         PIC XX VALUE "00".
           77  WS-NOM-SECUR        PIC X(40) VALUE SPACES.
           77  WS-ANNEE            PIC 9(4) VALUE 0.
           77  WS-TRIM             PIC 9 VALUE 0.
           77  WS-VFR-VISI-MIN     PIC 9(5) VALUE 5000.
           77  WS-VFR-PLAF-MIN     PIC 9(5) VALUE 1500.
           77  WS-VENT-FORT        PIC 9(3) VALUE 20.

      * The window, as quarter numbers (year x 4 + quarter - 1) and
      * as dates.
           77  WS-QNUM-DEB         PIC 9(5) VALUE 0.
           77  WS-QNUM-FIN         PIC 9(5) VALUE 0.
           77  WS-QNUM             PIC 9(5) VALUE 0.
           77  WS-DATE-DEB         PIC 9(8) VALUE 0.
           77  WS-DATE-FIN         PIC 9(8) VALUE 0.
           77  WS-Q-IDX            PIC 99 VALUE 0.
           77  WS-Q-ANNEE          PIC 9(4) VALUE 0.
           77  WS-Q-TRIM           PIC 9 VALUE 0.
           77  WS-D-DATE           PIC 9(8) VALUE 0.
           77  WS-D-MOIS           PIC 99 VALUE 0.
           77  WS-D-ANNEE          PIC 9(4) VALUE 0.

      * Exposure and events per quarter of the window.
           01  FTRIM.
               02  TRIM-R OCCURS 8.
                   03  QT-ANNEE        PIC 9(4).
                   03  QT-TRIM         PIC 9.
                   03  QT-HEURES       PIC 9(6)V9.
                   03  QT-ATTER        PIC 9(6).
                   03  QT-OCC          PIC 9(4).
                   03  QT-GRAVES       PIC 9(4).
                   03  QT-DEF          PIC 9(4).
                   03  QT-MAJEURS      PIC 9(4).

      * Fleet on file, same bounded table as F26's.
           01  FAVION.
               02  AVION-S OCCURS 100.
                   03  AS-CODAV        PIC 9(3).
                   03  AS-IMMAT        PIC X(10).
                   03  AS-CODTYP       PIC X(2).
                   03  AS-HEURES       PIC 9(6)V9.
                   03  AS-ATTER        PIC 9(6).
                   03  AS-OCC          PIC 9(4).
                   03  AS-DEF          PIC 9(4).
           77  NB-AVION            PIC 9(3) VALUE 0.
           77  WS-AV-IDX           PIC 9(3) VALUE 0.
           77  WS-AV-OK            PIC X VALUE "N".
               88  WS-AV-TROUVE        VALUE "O".
           77  WS-AV-CODAV         PIC 9(3) VALUE 0.

           01  FTYPE.
               02  TYPE-S OCCURS 20.
                   03  TS-CODTYP       PIC X(2).
                   03  TS-HEURES       PIC 9(6)V9.
                   03  TS-ATTER        PIC 9(6).
                   03  TS-OCC          PIC 9(4).
                   03  TS-DEF          PIC 9(4).
           77  NB-TYPE             PIC 99 VALUE 0.
           77  WS-TY-IDX           PIC 99 VALUE 0.
           77  WS-TY-OK            PIC X VALUE "N".
               88  WS-TY-TROUVE        VALUE "O".

      * Pilots with their carnet total and the hours/landings they
      * flew in each quarter of the window, slot 9 = since the
      * window's end.
           01  FPIL.
               02  PIL-S OCCURS 500.
                   03  PS-NUMPIL       PIC 9(6).
                   03  PS-NBHVOL       PIC 9(5)V9.
                   03  PS-HEURES       PIC 9(5)V9 OCCURS 9.
                   03  PS-ATTER        PIC 9(5) OCCURS 8.
           77  NB-PIL              PIC 9(3) VALUE 0.
           77  WS-PL-IDX           PIC 9(3) VALUE 0.
           77  WS-PL-OK            PIC X VALUE "N".
               88  WS-PL-TROUVE        VALUE "O".
           77  WS-PL-NUMPIL        PIC 9(6) VALUE 0.
           77  WS-EXPERIENCE       PIC S9(6)V9 VALUE 0.
           77  WS-K                PIC 99 VALUE 0.

      * Experience bands: under 100 h, 100-299, 300-999, 1000 and
      * over, pilot unknown.
           01  FBANDE.
               02  BANDE-S OCCURS 5.
                   03  BD-HEURES       PIC 9(6)V9.
                   03  BD-ATTER        PIC 9(6).
                   03  BD-OCC          PIC 9(4).
                   03  BD-DEF          PIC 9(4).
           77  WS-BD-IDX           PIC 9 VALUE 0.

      * Weather of the window's days and the classes they fall in:
      * 1 below VFR minima, 2 strong wind, 3 VMC, 4 no bulletin.
           01  FMETEO.
               02  METEO-S OCCURS 750.
                   03  MS-DATE         PIC 9(8).
                   03  MS-CLASSE       PIC 9.
                   03  MS-VISI         PIC 9(5).
                   03  MS-PLAF         PIC 9(5).
                   03  MS-VENT         PIC 9(3).
           77  NB-METEO            PIC 9(3) VALUE 0.
           77  WS-MS-IDX           PIC 9(3) VALUE 0.
           77  WS-MS-OK            PIC X VALUE "N".
               88  WS-MS-TROUVE        VALUE "O".
           77  WS-CLASSE           PIC 9 VALUE 0.
           01  FCLASSE.
               02  CLASSE-S OCCURS 4.
                   03  MC-HEURES       PIC 9(6)V9.
                   03  MC-ATTER        PIC 9(6).
                   03  MC-OCC          PIC 9(4).
                   03  MC-DEF          PIC 9(4).
           77  WS-MC-IDX           PIC 9 VALUE 0.

      * Occurrences ("O") and defects ("D") of the window.
           01  FEVT.
               02  EVT-S OCCURS 500.
                   03  EV-GENRE        PIC X.
                   03  EV-ID           PIC 9(6).
                   03  EV-NUMVOL       PIC 9(6).
                   03  EV-CODAV        PIC 9(3).
                   03  EV-DATE         PIC 9(8).
                   03  EV-SEVERITE     PIC X.
                   03  EV-TEXTE        PIC X(60).
                   03  EV-Q-IDX        PIC 99.
                   03  EV-NUMPIL       PIC 9(6).
                   03  EV-BANDE        PIC 9.
                   03  EV-REPET        PIC X.
           77  NB-EVT              PIC 9(3) VALUE 0.
           77  WS-EV-IDX           PIC 9(3) VALUE 0.
           77  WS-EV-IDX2          PIC 9(3) VALUE 0.
           77  WS-EVT-TRONQUE      PIC X VALUE "N".
           77  WS-PIL-TRONQUE      PIC X VALUE "N".
           77  WS-MET-TRONQUE      PIC X VALUE "N".

      * A closed-out flight in hand (VOL or VOLHIST).
           77  WS-FL-NUMVOL        PIC 9(6) VALUE 0.
           77  WS-FL-CODAV         PIC 9(3) VALUE 0.
           77  WS-FL-NUMPIL        PIC 9(6) VALUE 0.
           77  WS-FL-DATE          PIC 9(8) VALUE 0.
           77  WS-FL-HEURES        PIC 9(5)V9 VALUE 0.
           77  WS-FL-ATTER         PIC 99 VALUE 0.

      * Rates and totals for one report line.
           77  WS-L-HEURES         PIC 9(6)V9 VALUE 0.
           77  WS-L-ATTER          PIC 9(6) VALUE 0.
           77  WS-L-OCC            PIC 9(4) VALUE 0.
           77  WS-L-DEF            PIC 9(4) VALUE 0.
           77  WS-TAUX             PIC 9(5)V99 VALUE 0.
           77  WS-HEURES-ED        PIC Z(5)9.9.
           77  WS-ATTER-ED         PIC Z(5)9.
           77  WS-TOCC-H-ED        PIC Z(4)9.99.
           77  WS-TDEF-H-ED        PIC Z(4)9.99.
           77  WS-TOCC-A-ED        PIC Z(4)9.99.
           77  WS-TDEF-A-ED        PIC Z(4)9.99.
           77  WS-LIBELLE          PIC X(16) VALUE SPACES.
           77  WS-TITRE            PIC X(40) VALUE SPACES.
           77  WS-TOT-HEURES       PIC 9(6)V9 VALUE 0.
           77  WS-TOT-ATTER        PIC 9(6) VALUE 0.
           77  WS-TOT-OCC          PIC 9(4) VALUE 0.
           77  WS-TOT-DEF          PIC 9(4) VALUE 0.
           77  WS-NB-SEV           PIC 9(4) VALUE 0.
           77  WS-NB-REPET         PIC 9(4) VALUE 0.
           77  WS-NB-DEF-AV        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM SAISIE-PERIODE.
           PERFORM CHARGE-SEUILS.
           PERFORM CHARGE-AVIONS.
           PERFORM CHARGE-PILOTES.
           PERFORM CHARGE-METEO.
           PERFORM CHARGE-OCCURRENCES.
           PERFORM CHARGE-DEFAUTS.
           PERFORM VERIFIE-TRONQUE.
           PERFORM BALAYE-VOLS.
           PERFORM BALAYE-VOLHIST.
           PERFORM REPARTIT-BANDES.
           PERFORM REPARTIT-EVENEMENTS.
           PERFORM MARQUE-REPETITIFS.
           PERFORM OUVRE-RAPPORT.
           PERFORM ECRIT-TENDANCE.
           PERFORM ECRIT-AVIONS.
           PERFORM ECRIT-TYPES.
           PERFORM ECRIT-SEVERITES.
           PERFORM ECRIT-BANDES.
           PERFORM ECRIT-METEO.
           PERFORM ECRIT-REPETITIFS.
           PERFORM ECRIT-OCCURRENCES.
           PERFORM FERME-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

      * The chosen quarter closes the window; by default the last
      * quarter completed.
       SAISIE-PERIODE.
           DISPLAY "Indicateurs de securite".
           DISPLAY "Annee de fin (AAAA, vide = dernier trimestre"
               " clos) : " NO ADVANCING.
           ACCEPT WS-ANNEE.
           DISPLAY "Trimestre de fin (1-4) : " NO ADVANCING.
           ACCEPT WS-TRIM.
           IF WS-ANNEE NOT NUMERIC OR WS-ANNEE = 0
              OR WS-TRIM NOT NUMERIC OR WS-TRIM < 1 OR WS-TRIM > 4
               COMPUTE WS-QNUM-FIN = WS-CURR-YEAR * 4
                   + (WS-CURR-MONTH - 1) / 3 - 1
           ELSE
               COMPUTE WS-QNUM-FIN = WS-ANNEE * 4 + WS-TRIM - 1
           END-IF.
           COMPUTE WS-QNUM-DEB = WS-QNUM-FIN - 7.
           DIVIDE WS-QNUM-FIN BY 4 GIVING WS-ANNEE REMAINDER WS-TRIM.
           ADD 1 TO WS-TRIM.
           COMPUTE WS-DATE-FIN = WS-ANNEE * 10000 + WS-TRIM * 300 + 31.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               COMPUTE WS-QNUM = WS-QNUM-DEB + WS-Q-IDX - 1
               DIVIDE WS-QNUM BY 4 GIVING WS-Q-ANNEE
                   REMAINDER WS-Q-TRIM
               ADD 1 TO WS-Q-TRIM
               INITIALIZE TRIM-R(WS-Q-IDX)
               MOVE WS-Q-ANNEE TO QT-ANNEE(WS-Q-IDX)
               MOVE WS-Q-TRIM TO QT-TRIM(WS-Q-IDX)
           END-PERFORM.
           COMPUTE WS-DATE-DEB = QT-ANNEE(1) * 10000
               + (QT-TRIM(1) * 3 - 2) * 100 + 1.

       CHARGE-SEUILS.
           MOVE "VFR-VISI" TO WS-PARAM-CODE.
           MOVE 5000 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-VFR-VISI-MIN.
           MOVE "VFR-PLAF" TO WS-PARAM-CODE.
           MOVE 1500 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-VFR-PLAF-MIN.
           MOVE "VENT-FORT" TO WS-PARAM-CODE.
           MOVE 20 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-VENT-FORT.
           INITIALIZE FBANDE FCLASSE.

      * Quarter index (1-8) of WS-D-DATE in the window, 0 before
      * it, 9 after it.
       TRIM-DE-DATE.
           MOVE WS-D-DATE(1:4) TO WS-D-ANNEE.
           MOVE WS-D-DATE(5:2) TO WS-D-MOIS.
           COMPUTE WS-QNUM = WS-D-ANNEE * 4 + (WS-D-MOIS - 1) / 3.
           EVALUATE TRUE
               WHEN WS-QNUM < WS-QNUM-DEB
                   MOVE 0 TO WS-Q-IDX
               WHEN WS-QNUM > WS-QNUM-FIN
                   MOVE 9 TO WS-Q-IDX
               WHEN OTHER
                   COMPUTE WS-Q-IDX = WS-QNUM - WS-QNUM-DEB + 1
           END-EVALUATE.

       CHARGE-AVIONS.
           MOVE 0 TO NB-AVION NB-TYPE.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE LOW-VALUES TO AV-CODAV
               START AVION-FILE KEY IS NOT LESS THAN AV-CODAV
                   INVALID KEY MOVE "10" TO WS-FS-AVION
               END-START
               PERFORM UNTIL WS-FS-AVION = "10"
                   READ AVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AVION
                       NOT AT END
                           IF NB-AVION < 100
                               ADD 1 TO NB-AVION
                               INITIALIZE AVION-S(NB-AVION)
                               MOVE AV-CODAV TO AS-CODAV(NB-AVION)
                               MOVE AV-IMMAT TO AS-IMMAT(NB-AVION)
                               MOVE AV-CODTYP TO AS-CODTYP(NB-AVION)
                               PERFORM RANGE-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVION-FILE
           END-IF.

       RANGE-TYPE.
           MOVE "N" TO WS-TY-OK.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > NB-TYPE OR WS-TY-TROUVE
               IF TS-CODTYP(WS-TY-IDX) = AV-CODTYP
                   MOVE "O" TO WS-TY-OK
               END-IF
           END-PERFORM.
           IF NOT WS-TY-TROUVE AND NB-TYPE < 20
               ADD 1 TO NB-TYPE
               INITIALIZE TYPE-S(NB-TYPE)
               MOVE AV-CODTYP TO TS-CODTYP(NB-TYPE)
           END-IF.

       CHERCHE-AVION.
           MOVE "N" TO WS-AV-OK.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > NB-AVION OR WS-AV-TROUVE
               IF AS-CODAV(WS-AV-IDX) = WS-AV-CODAV
                   MOVE "O" TO WS-AV-OK
               END-IF
           END-PERFORM.
           IF WS-AV-TROUVE
               SUBTRACT 1 FROM WS-AV-IDX
               MOVE "N" TO WS-TY-OK
               PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                       UNTIL WS-TY-IDX > NB-TYPE OR WS-TY-TROUVE
                   IF TS-CODTYP(WS-TY-IDX) = AS-CODTYP(WS-AV-IDX)
                       MOVE "O" TO WS-TY-OK
                   END-IF
               END-PERFORM
               IF WS-TY-TROUVE
                   SUBTRACT 1 FROM WS-TY-IDX
               END-IF
           END-IF.

       CHARGE-PILOTES.
           MOVE 0 TO NB-PIL.
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
                           IF NB-PIL < 500
                               ADD 1 TO NB-PIL
                               INITIALIZE PIL-S(NB-PIL)
                               MOVE PI-NUMPIL TO PS-NUMPIL(NB-PIL)
                               MOVE PI-NBHVOL TO PS-NBHVOL(NB-PIL)
                           ELSE
                               MOVE "O" TO WS-PIL-TRONQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PILOTE-FILE
           END-IF.

       CHERCHE-PILOTE.
           MOVE "N" TO WS-PL-OK.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > NB-PIL OR WS-PL-TROUVE
               IF PS-NUMPIL(WS-PL-IDX) = WS-PL-NUMPIL
                   MOVE "O" TO WS-PL-OK
               END-IF
           END-PERFORM.
           IF WS-PL-TROUVE
               SUBTRACT 1 FROM WS-PL-IDX
           END-IF.

      * One row per day of the window: the observation when there
      * is one (it sorts first under the day), else the forecast.
       CHARGE-METEO.
           MOVE 0 TO NB-METEO.
           OPEN INPUT METEO-FILE.
           IF WS-FS-METEO = "00"
               MOVE WS-DATE-DEB TO MT-DATE
               MOVE LOW-VALUES TO MT-TYPE
               START METEO-FILE KEY IS NOT LESS THAN MT-CLE
                   INVALID KEY MOVE "10" TO WS-FS-METEO
               END-START
               PERFORM UNTIL WS-FS-METEO = "10"
                   READ METEO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-METEO
                       NOT AT END
                           IF MT-DATE > WS-DATE-FIN
                               MOVE "10" TO WS-FS-METEO
                           ELSE
                               IF NB-METEO = 0
                                   PERFORM RANGE-METEO
                               ELSE
                                   IF MS-DATE(NB-METEO) NOT = MT-DATE
                                       PERFORM RANGE-METEO
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METEO-FILE
           END-IF.

       RANGE-METEO.
           IF NB-METEO < 750
               ADD 1 TO NB-METEO
               PERFORM RANGE-METEO-JOUR
           ELSE
               MOVE "O" TO WS-MET-TRONQUE
           END-IF.

       RANGE-METEO-JOUR.
           MOVE MT-DATE TO MS-DATE(NB-METEO).
           MOVE MT-VISIBILITE TO MS-VISI(NB-METEO).
           MOVE MT-PLAFOND TO MS-PLAF(NB-METEO).
           MOVE MT-VENT TO MS-VENT(NB-METEO).
           EVALUATE TRUE
               WHEN (MT-VISIBILITE > 0
                     AND MT-VISIBILITE < WS-VFR-VISI-MIN)
                 OR (MT-PLAFOND > 0
                     AND MT-PLAFOND < WS-VFR-PLAF-MIN)
                   MOVE 1 TO MS-CLASSE(NB-METEO)
               WHEN MT-VENT >= WS-VENT-FORT
                   MOVE 2 TO MS-CLASSE(NB-METEO)
               WHEN OTHER
                   MOVE 3 TO MS-CLASSE(NB-METEO)
           END-EVALUATE.

      * Weather class of WS-D-DATE, 4 when no bulletin came in.
       CLASSE-DE-DATE.
           MOVE "N" TO WS-MS-OK.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > NB-METEO OR WS-MS-TROUVE
               IF MS-DATE(WS-MS-IDX) = WS-D-DATE
                   MOVE "O" TO WS-MS-OK
               END-IF
           END-PERFORM.
           IF WS-MS-TROUVE
               SUBTRACT 1 FROM WS-MS-IDX
               MOVE MS-CLASSE(WS-MS-IDX) TO WS-CLASSE
           ELSE
               MOVE 4 TO WS-CLASSE
           END-IF.

       CHARGE-OCCURRENCES.
           MOVE 0 TO NB-EVT.
           OPEN INPUT OCCURRENCE-FILE.
           IF WS-FS-OCCURRENCE = "00"
               MOVE LOW-VALUES TO OC-ID
               START OCCURRENCE-FILE KEY IS NOT LESS THAN OC-ID
                   INVALID KEY MOVE "10" TO WS-FS-OCCURRENCE
               END-START
               PERFORM UNTIL WS-FS-OCCURRENCE = "10"
                   READ OCCURRENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-OCCURRENCE
                       NOT AT END
                           MOVE OC-DATE TO WS-D-DATE
                           PERFORM TRIM-DE-DATE
                           IF WS-Q-IDX >= 1 AND WS-Q-IDX <= 8
                               PERFORM RANGE-OCCURRENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OCCURRENCE-FILE
           END-IF.

       RANGE-OCCURRENCE.
           IF NB-EVT < 500
               ADD 1 TO NB-EVT
               PERFORM RANGE-OCCURRENCE-EVT
           ELSE
               MOVE "O" TO WS-EVT-TRONQUE
           END-IF.

       RANGE-OCCURRENCE-EVT.
           INITIALIZE EVT-S(NB-EVT).
           MOVE "O" TO EV-GENRE(NB-EVT).
           MOVE OC-ID TO EV-ID(NB-EVT).
           MOVE OC-NUMVOL TO EV-NUMVOL(NB-EVT).
           MOVE OC-CODAV TO EV-CODAV(NB-EVT).
           MOVE OC-DATE TO EV-DATE(NB-EVT).
           MOVE OC-SEVERITE TO EV-SEVERITE(NB-EVT).
           MOVE OC-TEXTE TO EV-TEXTE(NB-EVT).
           MOVE WS-Q-IDX TO EV-Q-IDX(NB-EVT).
           MOVE "N" TO EV-REPET(NB-EVT).
           ADD 1 TO QT-OCC(WS-Q-IDX).
           IF OC-GRAVE
               ADD 1 TO QT-GRAVES(WS-Q-IDX)
           END-IF.

       CHARGE-DEFAUTS.
           OPEN INPUT DEFAUT-FILE.
           IF WS-FS-DEFAUT = "00"
               MOVE LOW-VALUES TO DF-ID
               START DEFAUT-FILE KEY IS NOT LESS THAN DF-ID
                   INVALID KEY MOVE "10" TO WS-FS-DEFAUT
               END-START
               PERFORM UNTIL WS-FS-DEFAUT = "10"
                   READ DEFAUT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DEFAUT
                       NOT AT END
                           MOVE DF-DATE TO WS-D-DATE
                           PERFORM TRIM-DE-DATE
                           IF WS-Q-IDX >= 1 AND WS-Q-IDX <= 8
                               PERFORM RANGE-DEFAUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEFAUT-FILE
           END-IF.

       RANGE-DEFAUT.
           IF NB-EVT < 500
               ADD 1 TO NB-EVT
               PERFORM RANGE-DEFAUT-EVT
           ELSE
               MOVE "O" TO WS-EVT-TRONQUE
           END-IF.

       RANGE-DEFAUT-EVT.
           INITIALIZE EVT-S(NB-EVT).
           MOVE "D" TO EV-GENRE(NB-EVT).
           MOVE DF-ID TO EV-ID(NB-EVT).
           MOVE DF-NUMVOL TO EV-NUMVOL(NB-EVT).
           MOVE DF-CODAV TO EV-CODAV(NB-EVT).
           MOVE DF-DATE TO EV-DATE(NB-EVT).
           MOVE DF-SEVERITE TO EV-SEVERITE(NB-EVT).
           MOVE DF-TEXTE TO EV-TEXTE(NB-EVT).
           MOVE WS-Q-IDX TO EV-Q-IDX(NB-EVT).
           MOVE "N" TO EV-REPET(NB-EVT).
           ADD 1 TO QT-DEF(WS-Q-IDX).
           IF DF-MAJEUR
               ADD 1 TO QT-MAJEURS(WS-Q-IDX)
           END-IF.

      * Rates built on part of the events or part of the pilots
      * would read lower than they are - the run stops instead.
       VERIFIE-TRONQUE.
           IF WS-EVT-TRONQUE = "O"
               DISPLAY "Plus de 500 occurrences et defauts sur la"
                   " periode - tampon insuffisant, rapport refuse."
               STOP RUN
           END-IF.
           IF WS-PIL-TRONQUE = "O"
               DISPLAY "Plus de 500 pilotes au fichier - tampon"
                   " insuffisant, rapport refuse."
               STOP RUN
           END-IF.
           IF WS-MET-TRONQUE = "O"
               DISPLAY "Plus de 750 jours de meteo sur la periode"
                   " - tampon insuffisant, rapport refuse."
               STOP RUN
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
                               MOVE VL-NUMVOL TO WS-FL-NUMVOL
                               MOVE VL-CODAV TO WS-FL-CODAV
                               MOVE VL-NUMPIL TO WS-FL-NUMPIL
                               MOVE VL-DATEDEP TO WS-FL-DATE
                               MOVE VL-NBHVOL TO WS-FL-HEURES
                               MOVE VL-NB-ATTER TO WS-FL-ATTER
                               PERFORM COMPTE-VOL
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
                               MOVE HV-NUMVOL TO WS-FL-NUMVOL
                               MOVE HV-CODAV TO WS-FL-CODAV
                               MOVE HV-NUMPIL TO WS-FL-NUMPIL
                               MOVE HV-DATEDEP TO WS-FL-DATE
                               MOVE HV-NBHVOL TO WS-FL-HEURES
                               MOVE HV-NB-ATTER TO WS-FL-ATTER
                               PERFORM COMPTE-VOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST-FILE
           END-IF.

      * A flight of the window adds its hours and landings to its
      * quarter, aircraft, type, weather class and pilot, and
      * names the pilot of any event raised on it; a later flight
      * only counts towards its pilot's experience.
       COMPTE-VOL.
           MOVE WS-FL-DATE TO WS-D-DATE.
           PERFORM TRIM-DE-DATE.
           IF WS-Q-IDX > 0
               MOVE WS-FL-NUMPIL TO WS-PL-NUMPIL
               PERFORM CHERCHE-PILOTE
               IF WS-PL-TROUVE
                   ADD WS-FL-HEURES TO PS-HEURES(WS-PL-IDX, WS-Q-IDX)
               END-IF
               IF WS-Q-IDX < 9
                   PERFORM COMPTE-VOL-FENETRE
               END-IF
           END-IF.

       COMPTE-VOL-FENETRE.
           ADD WS-FL-HEURES TO QT-HEURES(WS-Q-IDX).
           ADD WS-FL-ATTER TO QT-ATTER(WS-Q-IDX).
           IF WS-PL-TROUVE
               ADD WS-FL-ATTER TO PS-ATTER(WS-PL-IDX, WS-Q-IDX)
           ELSE
               ADD WS-FL-HEURES TO BD-HEURES(5)
               ADD WS-FL-ATTER TO BD-ATTER(5)
           END-IF.
           MOVE WS-FL-CODAV TO WS-AV-CODAV.
           PERFORM CHERCHE-AVION.
           IF WS-AV-TROUVE
               ADD WS-FL-HEURES TO AS-HEURES(WS-AV-IDX)
               ADD WS-FL-ATTER TO AS-ATTER(WS-AV-IDX)
               IF WS-TY-TROUVE
                   ADD WS-FL-HEURES TO TS-HEURES(WS-TY-IDX)
                   ADD WS-FL-ATTER TO TS-ATTER(WS-TY-IDX)
               END-IF
           END-IF.
           PERFORM CLASSE-DE-DATE.
           ADD WS-FL-HEURES TO MC-HEURES(WS-CLASSE).
           ADD WS-FL-ATTER TO MC-ATTER(WS-CLASSE).
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > NB-EVT
               IF EV-NUMVOL(WS-EV-IDX) = WS-FL-NUMVOL
                  AND WS-FL-NUMVOL > 0
                   MOVE WS-FL-NUMPIL TO EV-NUMPIL(WS-EV-IDX)
               END-IF
           END-PERFORM.

      * Experience of pilot WS-PL-IDX at the start of quarter
      * WS-Q-IDX, and the band it falls in.
       EXPERIENCE-PILOTE.
           COMPUTE WS-EXPERIENCE = PS-NBHVOL(WS-PL-IDX)
               - PS-HEURES(WS-PL-IDX, 9).
           PERFORM VARYING WS-K FROM WS-Q-IDX BY 1 UNTIL WS-K > 8
               SUBTRACT PS-HEURES(WS-PL-IDX, WS-K) FROM WS-EXPERIENCE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-EXPERIENCE < 100  MOVE 1 TO WS-BD-IDX
               WHEN WS-EXPERIENCE < 300  MOVE 2 TO WS-BD-IDX
               WHEN WS-EXPERIENCE < 1000 MOVE 3 TO WS-BD-IDX
               WHEN OTHER                MOVE 4 TO WS-BD-IDX
           END-EVALUATE.

       REPARTIT-BANDES.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > NB-PIL
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                       UNTIL WS-Q-IDX > 8
                   IF PS-HEURES(WS-PL-IDX, WS-Q-IDX) > 0
                      OR PS-ATTER(WS-PL-IDX, WS-Q-IDX) > 0
                       PERFORM EXPERIENCE-PILOTE
                       ADD PS-HEURES(WS-PL-IDX, WS-Q-IDX)
                           TO BD-HEURES(WS-BD-IDX)
                       ADD PS-ATTER(WS-PL-IDX, WS-Q-IDX)
                           TO BD-ATTER(WS-BD-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Each event to its aircraft, type, band and weather class.
       REPARTIT-EVENEMENTS.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > NB-EVT
               MOVE 5 TO WS-BD-IDX
               IF EV-NUMPIL(WS-EV-IDX) > 0
                   MOVE EV-NUMPIL(WS-EV-IDX) TO WS-PL-NUMPIL
                   PERFORM CHERCHE-PILOTE
                   IF WS-PL-TROUVE
                       MOVE EV-Q-IDX(WS-EV-IDX) TO WS-Q-IDX
                       PERFORM EXPERIENCE-PILOTE
                   END-IF
               END-IF
               MOVE WS-BD-IDX TO EV-BANDE(WS-EV-IDX)
               MOVE EV-DATE(WS-EV-IDX) TO WS-D-DATE
               PERFORM CLASSE-DE-DATE
               MOVE EV-CODAV(WS-EV-IDX) TO WS-AV-CODAV
               PERFORM CHERCHE-AVION
               IF EV-GENRE(WS-EV-IDX) = "O"
                   ADD 1 TO BD-OCC(WS-BD-IDX) MC-OCC(WS-CLASSE)
                   IF WS-AV-TROUVE
                       ADD 1 TO AS-OCC(WS-AV-IDX)
                       IF WS-TY-TROUVE
                           ADD 1 TO TS-OCC(WS-TY-IDX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO BD-DEF(WS-BD-IDX) MC-DEF(WS-CLASSE)
                   IF WS-AV-TROUVE
                       ADD 1 TO AS-DEF(WS-AV-IDX)
                       IF WS-TY-TROUVE
                           ADD 1 TO TS-DEF(WS-TY-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * A defect is a repeat when an earlier defect of the window
      * on the same tail opens with the same words (first 15
      * characters of the log entry).
       MARQUE-REPETITIFS.
           MOVE 0 TO WS-NB-REPET.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > NB-EVT
               IF EV-GENRE(WS-EV-IDX) = "D"
                   PERFORM VARYING WS-EV-IDX2 FROM 1 BY 1
                           UNTIL WS-EV-IDX2 > NB-EVT
                              OR EV-REPET(WS-EV-IDX) = "O"
                       IF EV-GENRE(WS-EV-IDX2) = "D"
                          AND WS-EV-IDX2 NOT = WS-EV-IDX
                          AND EV-CODAV(WS-EV-IDX2)
                              = EV-CODAV(WS-EV-IDX)
                          AND EV-DATE(WS-EV-IDX2)
                              <= EV-DATE(WS-EV-IDX)
                          AND EV-ID(WS-EV-IDX2) < EV-ID(WS-EV-IDX)
                          AND EV-TEXTE(WS-EV-IDX2)(1:15)
                              = EV-TEXTE(WS-EV-IDX)(1:15)
                           MOVE "O" TO EV-REPET(WS-EV-IDX)
                           ADD 1 TO WS-NB-REPET
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       OUVRE-RAPPORT.
           MOVE SPACES TO WS-NOM-SECUR.
           STRING "SECURITE_" WS-ANNEE "T" WS-TRIM ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-SECUR.
           OPEN OUTPUT SECUR-FILE.
           MOVE SPACES TO SECUR-REC.
           STRING "Indicateurs de securite - " QT-TRIM(1) "T"
               QT-ANNEE(1) " a " WS-TRIM "T" WS-ANNEE
               " - edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO SECUR-REC.
           WRITE SECUR-REC.
           MOVE SPACES TO SECUR-REC.
           STRING "Taux pour 1000 heures de vol (/1000h) et pour"
               " 1000 atterrissages (/1000at)."
               DELIMITED BY SIZE INTO SECUR-REC.
           WRITE SECUR-REC.

       ENTETE-TABLEAU.
           MOVE SPACES TO SECUR-REC.
           WRITE SECUR-REC.
           WRITE SECUR-REC FROM WS-TITRE.
           MOVE SPACES TO SECUR-REC.
           STRING "                   Heures  Atter.  Occ. Def."
               "  Occ/1000h Def/1000h Occ/1000at Def/1000at"
               DELIMITED BY SIZE INTO SECUR-REC.
           WRITE SECUR-REC.

      * One line of the tables: WS-LIBELLE, then the exposure in
      * WS-L-HEURES/WS-L-ATTER and the events against it.
       ECRIT-LIGNE.
           MOVE 0 TO WS-TAUX.
           IF WS-L-HEURES > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-L-OCC * 1000 / WS-L-HEURES
           END-IF.
           MOVE WS-TAUX TO WS-TOCC-H-ED.
           MOVE 0 TO WS-TAUX.
           IF WS-L-HEURES > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-L-DEF * 1000 / WS-L-HEURES
           END-IF.
           MOVE WS-TAUX TO WS-TDEF-H-ED.
           MOVE 0 TO WS-TAUX.
           IF WS-L-ATTER > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-L-OCC * 1000 / WS-L-ATTER
           END-IF.
           MOVE WS-TAUX TO WS-TOCC-A-ED.
           MOVE 0 TO WS-TAUX.
           IF WS-L-ATTER > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-L-DEF * 1000 / WS-L-ATTER
           END-IF.
           MOVE WS-TAUX TO WS-TDEF-A-ED.
           MOVE WS-L-HEURES TO WS-HEURES-ED.
           MOVE WS-L-ATTER TO WS-ATTER-ED.
           MOVE SPACES TO SECUR-REC.
           STRING "  " WS-LIBELLE WS-HEURES-ED "  " WS-ATTER-ED
               "  " WS-L-OCC " " WS-L-DEF "  " WS-TOCC-H-ED " "
               WS-TDEF-H-ED "  " WS-TOCC-A-ED "  " WS-TDEF-A-ED
               DELIMITED BY SIZE INTO SECUR-REC.
           WRITE SECUR-REC.

       ECRIT-TENDANCE.
           MOVE "Tendance par trimestre" TO WS-TITRE.
           PERFORM ENTETE-TABLEAU.
           MOVE 0 TO WS-TOT-HEURES WS-TOT-ATTER WS-TOT-OCC
                     WS-TOT-DEF.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               MOVE SPACES TO WS-LIBELLE
               STRING QT-TRIM(WS-Q-IDX) "T" QT-ANNEE(WS-Q-IDX)
                   DELIMITED BY SIZE INTO WS-LIBELLE
               MOVE QT-HEURES(WS-Q-IDX) TO WS-L-HEURES
               MOVE QT-ATTER(WS-Q-IDX) TO WS-L-ATTER
               MOVE QT-OCC(WS-Q-IDX) TO WS-L-OCC
               MOVE QT-DEF(WS-Q-IDX) TO WS-L-DEF
               PERFORM ECRIT-LIGNE
               ADD QT-HEURES(WS-Q-IDX) TO WS-TOT-HEURES
               ADD QT-ATTER(WS-Q-IDX) TO WS-TOT-ATTER
               ADD QT-OCC(WS-Q-IDX) TO WS-TOT-OCC
               ADD QT-DEF(WS-Q-IDX) TO WS-TOT-DEF
           END-PERFORM.
           MOVE "Total 8 trim." TO WS-LIBELLE.
           MOVE WS-TOT-HEURES TO WS-L-HEURES.
           MOVE WS-TOT-ATTER TO WS-L-ATTER.
           MOVE WS-TOT-OCC TO WS-L-OCC.
           MOVE WS-TOT-DEF TO WS-L-DEF.
           PERFORM ECRIT-LIGNE.

       ECRIT-AVIONS.
           MOVE "Par avion" TO WS-TITRE.
           PERFORM ENTETE-TABLEAU.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > NB-AVION
               IF AS-HEURES(WS-AV-IDX) > 0 OR AS-OCC(WS-AV-IDX) > 0
                  OR AS-DEF(WS-AV-IDX) > 0
                   MOVE SPACES TO WS-LIBELLE
                   STRING AS-CODAV(WS-AV-IDX) " "
                       AS-IMMAT(WS-AV-IDX)
                       DELIMITED BY SIZE INTO WS-LIBELLE
                   MOVE AS-HEURES(WS-AV-IDX) TO WS-L-HEURES
                   MOVE AS-ATTER(WS-AV-IDX) TO WS-L-ATTER
                   MOVE AS-OCC(WS-AV-IDX) TO WS-L-OCC
                   MOVE AS-DEF(WS-AV-IDX) TO WS-L-DEF
                   PERFORM ECRIT-LIGNE
               END-IF
           END-PERFORM.

       ECRIT-TYPES.
           MOVE "Par type d'avion" TO WS-TITRE.
           PERFORM ENTETE-TABLEAU.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > NB-TYPE
               MOVE SPACES TO WS-LIBELLE
               STRING "type " TS-CODTYP(WS-TY-IDX)
                   DELIMITED BY SIZE INTO WS-LIBELLE
               MOVE TS-HEURES(WS-TY-IDX) TO WS-L-HEURES
               MOVE TS-ATTER(WS-TY-IDX) TO WS-L-ATTER
               MOVE TS-OCC(WS-TY-IDX) TO WS-L-OCC
               MOVE TS-DEF(WS-TY-IDX) TO WS-L-DEF
               PERFORM ECRIT-LIGNE
           END-PERFORM.

      * Severity against the whole exposure: grave and light
      * occurrences, major and minor defects.
       ECRIT-SEVERITES.
           MOVE "Par severite" TO WS-TITRE.
           PERFORM ENTETE-TABLEAU.
           MOVE WS-TOT-HEURES TO WS-L-HEURES.
           MOVE WS-TOT-ATTER TO WS-L-ATTER.
           MOVE 0 TO WS-NB-SEV.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               ADD QT-GRAVES(WS-Q-IDX) TO WS-NB-SEV
           END-PERFORM.
           MOVE "Occ. graves" TO WS-LIBELLE.
           MOVE WS-NB-SEV TO WS-L-OCC.
           MOVE 0 TO WS-L-DEF.
           PERFORM ECRIT-LIGNE.
           MOVE "Occ. legeres" TO WS-LIBELLE.
           COMPUTE WS-L-OCC = WS-TOT-OCC - WS-NB-SEV.
           PERFORM ECRIT-LIGNE.
           MOVE 0 TO WS-NB-SEV.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               ADD QT-MAJEURS(WS-Q-IDX) TO WS-NB-SEV
           END-PERFORM.
           MOVE "Def. majeurs" TO WS-LIBELLE.
           MOVE 0 TO WS-L-OCC.
           MOVE WS-NB-SEV TO WS-L-DEF.
           PERFORM ECRIT-LIGNE.
           MOVE "Def. mineurs" TO WS-LIBELLE.
           COMPUTE WS-L-DEF = WS-TOT-DEF - WS-NB-SEV.
           PERFORM ECRIT-LIGNE.

       ECRIT-BANDES.
           MOVE "Par experience" TO WS-TITRE.
           PERFORM ENTETE-TABLEAU.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1 UNTIL WS-BD-IDX > 5
               EVALUATE WS-BD-IDX
                   WHEN 1 MOVE "moins de 100 h" TO WS-LIBELLE
                   WHEN 2 MOVE "100 a 299 h" TO WS-LIBELLE
                   WHEN 3 MOVE "300 a 999 h" TO WS-LIBELLE
                   WHEN 4 MOVE "1000 h et plus" TO WS-LIBELLE
                   WHEN 5 MOVE "pilote inconnu" TO WS-LIBELLE
               END-EVALUATE
               MOVE BD-HEURES(WS-BD-IDX) TO WS-L-HEURES
               MOVE BD-ATTER(WS-BD-IDX) TO WS-L-ATTER
               MOVE BD-OCC(WS-BD-IDX) TO WS-L-OCC
               MOVE BD-DEF(WS-BD-IDX) TO WS-L-DEF
               PERFORM ECRIT-LIGNE
           END-PERFORM.

       ECRIT-METEO.
           MOVE "Par meteo du jour" TO WS-TITRE.
           PERFORM ENTETE-TABLEAU.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1 UNTIL WS-MC-IDX > 4
               PERFORM LIBELLE-CLASSE
               MOVE MC-HEURES(WS-MC-IDX) TO WS-L-HEURES
               MOVE MC-ATTER(WS-MC-IDX) TO WS-L-ATTER
               MOVE MC-OCC(WS-MC-IDX) TO WS-L-OCC
               MOVE MC-DEF(WS-MC-IDX) TO WS-L-DEF
               PERFORM ECRIT-LIGNE
           END-PERFORM.

       LIBELLE-CLASSE.
           EVALUATE WS-MC-IDX
               WHEN 1 MOVE "sous minima VFR" TO WS-LIBELLE
               WHEN 2 MOVE "vent fort" TO WS-LIBELLE
               WHEN 3 MOVE "VMC" TO WS-LIBELLE
               WHEN 4 MOVE "pas de bulletin" TO WS-LIBELLE
           END-EVALUATE.

      * Tails with two defects or more in the window, repeats
      * marked "*".
       ECRIT-REPETITIFS.
           MOVE SPACES TO SECUR-REC.
           WRITE SECUR-REC.
           MOVE SPACES TO SECUR-REC.
           STRING "Defauts repetes sur un meme avion (* = repetition"
               ", " WS-NB-REPET " sur la periode)"
               DELIMITED BY SIZE INTO SECUR-REC.
           WRITE SECUR-REC.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > NB-AVION
               IF AS-DEF(WS-AV-IDX) > 1
                   MOVE SPACES TO SECUR-REC
                   STRING "  Avion " AS-CODAV(WS-AV-IDX) " "
                       AS-IMMAT(WS-AV-IDX) " : " AS-DEF(WS-AV-IDX)
                       " defaut(s)"
                       DELIMITED BY SIZE INTO SECUR-REC
                   WRITE SECUR-REC
                   PERFORM ECRIT-DEFAUTS-AVION
               END-IF
           END-PERFORM.

       ECRIT-DEFAUTS-AVION.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > NB-EVT
               IF EV-GENRE(WS-EV-IDX) = "D"
                  AND EV-CODAV(WS-EV-IDX) = AS-CODAV(WS-AV-IDX)
                   MOVE SPACES TO SECUR-REC
                   IF EV-REPET(WS-EV-IDX) = "O"
                       MOVE "*" TO SECUR-REC(3:1)
                   END-IF
                   STRING EV-ID(WS-EV-IDX) " "
                       EV-DATE(WS-EV-IDX)(7:2) "/"
                       EV-DATE(WS-EV-IDX)(5:2) "/"
                       EV-DATE(WS-EV-IDX)(1:4) " "
                       EV-SEVERITE(WS-EV-IDX) " "
                       EV-TEXTE(WS-EV-IDX)
                       DELIMITED BY SIZE INTO SECUR-REC(5:)
                   WRITE SECUR-REC
               END-IF
           END-PERFORM.

      * Every occurrence of the window with the weather of its
      * day, so patterns show instead of isolated cases.
       ECRIT-OCCURRENCES.
           MOVE SPACES TO SECUR-REC.
           WRITE SECUR-REC.
           MOVE "Occurrences et meteo du jour" TO SECUR-REC.
           WRITE SECUR-REC.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > NB-EVT
               IF EV-GENRE(WS-EV-IDX) = "O"
                   PERFORM ECRIT-OCCURRENCE
               END-IF
           END-PERFORM.

       ECRIT-OCCURRENCE.
           MOVE EV-DATE(WS-EV-IDX) TO WS-D-DATE.
           PERFORM CLASSE-DE-DATE.
           MOVE WS-CLASSE TO WS-MC-IDX.
           PERFORM LIBELLE-CLASSE.
           MOVE SPACES TO SECUR-REC.
           IF WS-MS-TROUVE
               STRING "  " EV-ID(WS-EV-IDX) " "
                   EV-DATE(WS-EV-IDX)(7:2) "/"
                   EV-DATE(WS-EV-IDX)(5:2) "/"
                   EV-DATE(WS-EV-IDX)(1:4) " avion "
                   EV-CODAV(WS-EV-IDX) " " EV-SEVERITE(WS-EV-IDX)
                   " " WS-LIBELLE " visi " MS-VISI(WS-MS-IDX)
                   " plaf " MS-PLAF(WS-MS-IDX) " vent "
                   MS-VENT(WS-MS-IDX) " " EV-TEXTE(WS-EV-IDX)(1:30)
                   DELIMITED BY SIZE INTO SECUR-REC
           ELSE
               STRING "  " EV-ID(WS-EV-IDX) " "
                   EV-DATE(WS-EV-IDX)(7:2) "/"
                   EV-DATE(WS-EV-IDX)(5:2) "/"
                   EV-DATE(WS-EV-IDX)(1:4) " avion "
                   EV-CODAV(WS-EV-IDX) " " EV-SEVERITE(WS-EV-IDX)
                   " " WS-LIBELLE " " EV-TEXTE(WS-EV-IDX)(1:40)
                   DELIMITED BY SIZE INTO SECUR-REC
           END-IF.
           WRITE SECUR-REC.

       FERME-RAPPORT.
           CLOSE SECUR-FILE.
           MOVE "SECUR" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           STRING WS-ANNEE "T" WS-TRIM
               DELIMITED BY SIZE INTO WS-RPT-PERIODE.
           MOVE WS-NOM-SECUR TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Indicateurs de securite : " WS-NOM-SECUR.

       ENREGISTRE-AUDIT.
           MOVE "F120"            TO WS-AUDIT-PROGRAMME.
           MOVE "ECRIT-TENDANCE"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "securite " WS-TRIM "T" WS-ANNEE " : " WS-TOT-OCC
               " occurrence(s), " WS-TOT-DEF " defaut(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F120.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F141.

      * Import des enregistreurs de vol: the aircraft fitted with an
      * engine data monitor and a tracker each give a downloaded log,
      * dropped as ENREG_<immat>.CSV (AV-IMMAT, blanks dropped), one
      * line per recorded flight:
      *   demarrage;decollage;atterrissage;arret;minutes moteur;
      *   atterrissages;route
      * the four times UTC as AAAAMMJJHHMM, the route the logged
      * points joined by "-". Each line loads into ENREG.DAT under
      * the aircraft and engine start (a log dropped twice loads
      * once); a line that does not read is rejected with its
      * reason. Every row not yet matched is then tied to its
      * VOL-REC: same aircraft, engine start no earlier than the
      * departure less the ENREG-FENETR window (PARAMS, minutes) and
      * no later than the arrival plus the window - any time after
      * departure for a flight still open - the latest such
      * departure winning, so a multi-leg trip collects each of its
      * logs. F2 pre-fills a matched flight's close-out from them.
      * The report, for a chosen date range, lists the closed
      * flights whose keyed counter time or landings part from the
      * recorded ones by more than ENREG-TOL-H hours / ENREG-TOL-AT
      * landings, the logged flights with no VOL-REC at all and the
      * matched flights still to close out. Import shape of F54;
      * the report is cataloged for F35.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT LOG-FILE ASSIGN TO WS-NOM-LOG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-LOG.

           SELECT CTRL-FILE ASSIGN TO WS-NOM-CTRL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CTRL.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  LOG-FILE.
       01  LOG-REC                 PIC X(132).
       FD  CTRL-FILE.
       01  CTRL-REC                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-LOG           PIC XX VALUE "00".
           77  WS-FS-CTRL          PIC XX VALUE "00".
           77  WS-NOM-LOG          PIC X(30) VALUE SPACES.
           77  WS-NOM-CTRL         PIC X(40) VALUE SPACES.
           77  WS-DATE-DEB         PIC 9(8) VALUE 0.
           77  WS-DATE-FIN         PIC 9(8) VALUE 0.

      * Window and tolerances, from PARAMS.
           77  WS-FENETRE          PIC 9(4) VALUE 60.
           77  WS-TOL-H            PIC 9(2)V9 VALUE 0.2.
           77  WS-TOL-ATTER        PIC 9(2) VALUE 0.

      * A log line split on ";", each field with its length so a
      * number is checked on the characters actually given.
           01  WS-CH-DEMARRAGE     PIC X(12) VALUE SPACES.
           01  WS-CH-DEMARRAGE-N REDEFINES WS-CH-DEMARRAGE.
               05  WS-DEM-DATE         PIC 9(8).
               05  FILLER              PIC X(4).
           77  WS-CH-DECOLLAGE     PIC X(12) VALUE SPACES.
           77  WS-CH-ATTERRISSAGE  PIC X(12) VALUE SPACES.
           01  WS-CH-ARRET         PIC X(12) VALUE SPACES.
           01  WS-CH-ARRET-N REDEFINES WS-CH-ARRET.
               05  WS-ARR-DATE         PIC 9(8).
               05  FILLER              PIC X(4).
           77  WS-CH-MINUTES       PIC X(6) VALUE SPACES.
           77  WS-CH-ATTER         PIC X(3) VALUE SPACES.
           77  WS-CH-ROUTE         PIC X(40) VALUE SPACES.
           77  WS-LG-DEMARRAGE     PIC 99 VALUE 0.
           77  WS-LG-DECOLLAGE     PIC 99 VALUE 0.
           77  WS-LG-ATTERRISSAGE  PIC 99 VALUE 0.
           77  WS-LG-ARRET         PIC 99 VALUE 0.
           77  WS-LG-MINUTES       PIC 99 VALUE 0.
           77  WS-LG-ATTER         PIC 99 VALUE 0.
           77  WS-LG-ROUTE         PIC 99 VALUE 0.
           77  WS-MOTIF-REJET      PIC X(40) VALUE SPACES.
           77  WS-LIGNE-OK         PIC X VALUE "N".
               88  WS-LIGNE-VALIDE     VALUE "O".

           77  WS-NB-FICHIERS      PIC 9(3) VALUE 0.
           77  WS-NB-LUES          PIC 9(5) VALUE 0.
           77  WS-NB-CHARGEES      PIC 9(5) VALUE 0.
           77  WS-NB-DOUBLES       PIC 9(5) VALUE 0.
           77  WS-NB-REJETS        PIC 9(5) VALUE 0.
           77  WS-NB-APPARIES      PIC 9(5) VALUE 0.
           77  WS-NB-ORPHELINS     PIC 9(5) VALUE 0.
           77  WS-NB-ECARTS        PIC 9(5) VALUE 0.
           77  WS-NB-OUVERTS       PIC 9(5) VALUE 0.

      * Matching: the log's engine start and each candidate
      * flight's departure and arrival, in minutes (UTC).
           77  WS-MIN-LOG          PIC S9(10) VALUE 0.
           77  WS-MIN-DEP          PIC S9(10) VALUE 0.
           77  WS-MIN-ARR          PIC S9(10) VALUE 0.
           77  WS-MIN-MEILLEUR     PIC S9(10) VALUE 0.
           77  WS-VOL-MEILLEUR     PIC 9(6) VALUE 0.
           77  WS-CODAV-CHERCHE    PIC 9(3) VALUE 0.

      * The matched flights of the range, with what their logs add
      * up to.
           01  FVOLS.
               02  RV-L OCCURS 300.
                   03  RV-NUMVOL       PIC 9(6).
                   03  RV-CODAV        PIC 9(3).
                   03  RV-MINUTES      PIC 9(5).
                   03  RV-ATTER        PIC 9(3).
                   03  RV-NB-LOGS      PIC 9(2).
           77  NB-RV               PIC 9(3) VALUE 0.
           77  WS-IDX              PIC 9(3) VALUE 0.
           77  WS-TROUVE           PIC X VALUE "N".

           77  WS-H-ENREG          PIC 9(3)V9 VALUE 0.
           77  WS-H-SAISIE         PIC 9(5)V9 VALUE 0.
           77  WS-H-ECART          PIC S9(5)V9 VALUE 0.
           77  WS-AT-ECART         PIC S9(3) VALUE 0.
           77  WS-ED-H-ENREG       PIC ZZ9.9.
           77  WS-ED-H-SAISIE      PIC ZZZZ9.9.
           77  WS-ED-ATTER         PIC ZZ9.
           77  WS-ED-TOL-H         PIC Z9.9.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM CHARGE-PARAMS.
           PERFORM SAISIE-PERIODE.
           MOVE SPACES TO WS-NOM-CTRL.
           STRING "CONTROLE_ENREG_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-CTRL.
           OPEN OUTPUT CTRL-FILE.
           MOVE SPACES TO CTRL-REC.
           STRING "Controle enregistreurs de vol du " WS-DATE-DEB
               " au " WS-DATE-FIN " - edite le " WS-CURR-DAY "/"
               WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE WS-TOL-H TO WS-ED-TOL-H.
           MOVE SPACES TO CTRL-REC.
           STRING "Tolerances : " WS-ED-TOL-H " h au compteur, "
               WS-TOL-ATTER " atterrissage(s); fenetre d'appariement "
               WS-FENETRE " min."
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           PERFORM CHARGE-JOURNAUX.
           PERFORM APPARIE-ENREGISTREMENTS.
           PERFORM CONTROLE-PERIODE.
           PERFORM FERME-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           DISPLAY WS-NB-CHARGEES " vol(s) enregistre(s) charge(s), "
               WS-NB-ECARTS " ecart(s), " WS-NB-ORPHELINS
               " sans vol - voir " WS-NOM-CTRL.
           STOP RUN.

       CHARGE-PARAMS.
           MOVE "ENREG-FENETR" TO WS-PARAM-CODE.
           MOVE 60 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-FENETRE.
           MOVE "ENREG-TOL-H" TO WS-PARAM-CODE.
           MOVE 0.2 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TOL-H.
           MOVE "ENREG-TOL-AT" TO WS-PARAM-CODE.
           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TOL-ATTER.

       SAISIE-PERIODE.
           DISPLAY "Import et controle des enregistreurs de vol".
           DISPLAY "Controle du (AAAAMMJJ) : " NO ADVANCING.
           ACCEPT WS-DATE-DEB.
           DISPLAY "Controle au (AAAAMMJJ) : " NO ADVANCING.
           ACCEPT WS-DATE-FIN.
           PERFORM UNTIL WS-DATE-DEB IS NUMERIC
                   AND WS-DATE-FIN IS NUMERIC
               DISPLAY "Saisie non numerique - recommencez."
               DISPLAY "Controle du (AAAAMMJJ) : " NO ADVANCING
               ACCEPT WS-DATE-DEB
               DISPLAY "Controle au (AAAAMMJJ) : " NO ADVANCING
               ACCEPT WS-DATE-FIN
           END-PERFORM.

      * One log per aircraft; an aircraft with nothing dropped is
      * passed over.
       CHARGE-JOURNAUX.
           OPEN I-O ENREG-FILE.
           IF WS-FS-ENREG = "35"
               OPEN OUTPUT ENREG-FILE
               CLOSE ENREG-FILE
               OPEN I-O ENREG-FILE
           END-IF.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00" AND WS-FS-ENREG = "00"
               MOVE LOW-VALUES TO AV-CODAV
               START AVION-FILE KEY IS NOT LESS THAN AV-CODAV
                   INVALID KEY MOVE "10" TO WS-FS-AVION
               END-START
               PERFORM UNTIL WS-FS-AVION = "10"
                   READ AVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AVION
                       NOT AT END
                           PERFORM CHARGE-JOURNAL-AVION
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AVION-FILE.
           CLOSE ENREG-FILE.

       CHARGE-JOURNAL-AVION.
           MOVE SPACES TO WS-NOM-LOG.
           STRING "ENREG_" FUNCTION TRIM(AV-IMMAT) ".CSV"
               DELIMITED BY SIZE INTO WS-NOM-LOG.
           OPEN INPUT LOG-FILE.
           IF WS-FS-LOG = "00"
               ADD 1 TO WS-NB-FICHIERS
               PERFORM UNTIL WS-FS-LOG NOT = "00"
                   READ LOG-FILE
                       AT END MOVE "10" TO WS-FS-LOG
                       NOT AT END
                           IF LOG-REC NOT = SPACES
                               PERFORM CHARGE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

      * A heading line (no time in the first field) is skipped
      * without counting as a rejection.
       CHARGE-LIGNE.
           PERFORM DECOUPE-LIGNE.
           IF WS-CH-DEMARRAGE(1:1) IS NUMERIC
               ADD 1 TO WS-NB-LUES
               IF WS-LIGNE-VALIDE
                   PERFORM PERSISTE-ENREG
               ELSE
                   PERFORM ECRIT-REJET
               END-IF
           END-IF.

       DECOUPE-LIGNE.
           MOVE "O" TO WS-LIGNE-OK.
           MOVE SPACES TO WS-CH-DEMARRAGE WS-CH-DECOLLAGE
               WS-CH-ATTERRISSAGE WS-CH-ARRET WS-CH-MINUTES
               WS-CH-ATTER WS-CH-ROUTE.
           MOVE 0 TO WS-LG-DEMARRAGE WS-LG-DECOLLAGE
               WS-LG-ATTERRISSAGE WS-LG-ARRET WS-LG-MINUTES
               WS-LG-ATTER WS-LG-ROUTE.
           UNSTRING LOG-REC DELIMITED BY ";"
               INTO WS-CH-DEMARRAGE    COUNT IN WS-LG-DEMARRAGE
                    WS-CH-DECOLLAGE    COUNT IN WS-LG-DECOLLAGE
                    WS-CH-ATTERRISSAGE COUNT IN WS-LG-ATTERRISSAGE
                    WS-CH-ARRET        COUNT IN WS-LG-ARRET
                    WS-CH-MINUTES      COUNT IN WS-LG-MINUTES
                    WS-CH-ATTER        COUNT IN WS-LG-ATTER
                    WS-CH-ROUTE        COUNT IN WS-LG-ROUTE
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-LG-DEMARRAGE NOT = 12
                 OR WS-LG-DECOLLAGE NOT = 12
                 OR WS-LG-ATTERRISSAGE NOT = 12
                 OR WS-LG-ARRET NOT = 12
                 OR WS-CH-DEMARRAGE NOT NUMERIC
                 OR WS-CH-DECOLLAGE NOT NUMERIC
                 OR WS-CH-ATTERRISSAGE NOT NUMERIC
                 OR WS-CH-ARRET NOT NUMERIC
                   MOVE "N" TO WS-LIGNE-OK
                   MOVE "horodatage illisible" TO WS-MOTIF-REJET
               WHEN WS-LG-MINUTES = 0 OR WS-LG-MINUTES > 4
                 OR WS-LG-ATTER = 0 OR WS-LG-ATTER > 2
                   MOVE "N" TO WS-LIGNE-OK
                   MOVE "temps moteur ou atterrissages illisibles"
                       TO WS-MOTIF-REJET
               WHEN WS-CH-MINUTES(1:WS-LG-MINUTES) NOT NUMERIC
                 OR WS-CH-ATTER(1:WS-LG-ATTER) NOT NUMERIC
                   MOVE "N" TO WS-LIGNE-OK
                   MOVE "temps moteur ou atterrissages illisibles"
                       TO WS-MOTIF-REJET
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DEM-DATE) NOT = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-ARR-DATE) NOT = 0
                 OR WS-CH-DEMARRAGE(9:2) > "23"
                 OR WS-CH-DEMARRAGE(11:2) > "59"
                 OR WS-CH-ARRET(9:2) > "23"
                 OR WS-CH-ARRET(11:2) > "59"
                   MOVE "N" TO WS-LIGNE-OK
                   MOVE "date ou heure invalide" TO WS-MOTIF-REJET
               WHEN WS-CH-DECOLLAGE < WS-CH-DEMARRAGE
                 OR WS-CH-ATTERRISSAGE < WS-CH-DECOLLAGE
                 OR WS-CH-ARRET < WS-CH-ATTERRISSAGE
                   MOVE "N" TO WS-LIGNE-OK
                   MOVE "horaires dans le desordre" TO WS-MOTIF-REJET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PERSISTE-ENREG.
           INITIALIZE ENREG-REC.
           MOVE AV-CODAV           TO EG-CODAV.
           MOVE WS-CH-DEMARRAGE    TO EG-DEMARRAGE.
           MOVE WS-CH-DECOLLAGE    TO EG-DECOLLAGE.
           MOVE WS-CH-ATTERRISSAGE TO EG-ATTERRISSAGE.
           MOVE WS-CH-ARRET        TO EG-ARRET.
           COMPUTE EG-MIN-MOTEUR =
               FUNCTION NUMVAL(WS-CH-MINUTES(1:WS-LG-MINUTES)).
           COMPUTE EG-TEMPS-MOTEUR ROUNDED = EG-MIN-MOTEUR / 60.
           COMPUTE EG-NB-ATTER =
               FUNCTION NUMVAL(WS-CH-ATTER(1:WS-LG-ATTER)).
           MOVE WS-CH-ROUTE        TO EG-ROUTE.
           MOVE 0                  TO EG-NUMVOL.
           MOVE WS-CURR-DATE       TO EG-DATE-IMPORT.
           MOVE WS-NOM-LOG         TO EG-FICHIER.
           WRITE ENREG-REC
               INVALID KEY
                   ADD 1 TO WS-NB-DOUBLES
               NOT INVALID KEY
                   ADD 1 TO WS-NB-CHARGEES
           END-WRITE.
           MOVE "00" TO WS-FS-ENREG.

       ECRIT-REJET.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO CTRL-REC.
           STRING "REJET " WS-NOM-LOG " (" FUNCTION TRIM(WS-MOTIF-REJET)
               ") : " LOG-REC DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.

      * Every row still without a flight is offered to the flights
      * of its aircraft again - a plan keyed late matches on the
      * next run.
       APPARIE-ENREGISTREMENTS.
           OPEN I-O ENREG-FILE.
           OPEN INPUT VOL-FILE.
           IF WS-FS-ENREG = "00" AND WS-FS-VOL = "00"
               MOVE LOW-VALUES TO EG-CLE
               START ENREG-FILE KEY IS NOT LESS THAN EG-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ENREG
               END-START
               PERFORM UNTIL WS-FS-ENREG = "10"
                   READ ENREG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ENREG
                       NOT AT END
                           IF EG-NUMVOL = 0
                               PERFORM CHERCHE-VOL-ENREG
                               IF WS-VOL-MEILLEUR > 0
                                   MOVE WS-VOL-MEILLEUR TO EG-NUMVOL
                                   REWRITE ENREG-REC
                                   ADD 1 TO WS-NB-APPARIES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VOL-FILE.
           CLOSE ENREG-FILE.

      * The flights of the aircraft through the VL-CODAV key, their
      * times put in UTC like the log's.
       CHERCHE-VOL-ENREG.
           MOVE 0 TO WS-VOL-MEILLEUR WS-MIN-MEILLEUR.
           MOVE EG-DEMARRAGE(1:8) TO WS-HZ-DATE.
           MOVE EG-DEMARRAGE(9:4) TO WS-HZ-HEURE.
           PERFORM MINUTES-HZ.
           MOVE WS-HZ-MIN TO WS-MIN-LOG.
           MOVE EG-CODAV TO WS-CODAV-CHERCHE.
           MOVE EG-CODAV TO VL-CODAV.
           START VOL-FILE KEY IS EQUAL TO VL-CODAV
               INVALID KEY MOVE "10" TO WS-FS-VOL
           END-START.
           PERFORM UNTIL WS-FS-VOL = "10"
               READ VOL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-VOL
                   NOT AT END
                       IF VL-CODAV NOT = WS-CODAV-CHERCHE
                           MOVE "10" TO WS-FS-VOL
                       ELSE
                           PERFORM EVALUE-VOL-ENREG
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-VOL.

       EVALUE-VOL-ENREG.
           IF NOT VL-ANNULE
              AND FUNCTION TEST-DATE-YYYYMMDD(VL-DATEDEP) = 0
               PERFORM VOL-VERS-UTC
               MOVE VL-DATEDEP TO WS-HZ-DATE
               MOVE VL-HDEP TO WS-HZ-HEURE
               PERFORM MINUTES-HZ
               MOVE WS-HZ-MIN TO WS-MIN-DEP
               MOVE 0 TO WS-MIN-ARR
               IF FUNCTION TEST-DATE-YYYYMMDD(VL-DATEARR) = 0
                   MOVE VL-DATEARR TO WS-HZ-DATE
                   MOVE VL-HARR TO WS-HZ-HEURE
                   PERFORM MINUTES-HZ
                   MOVE WS-HZ-MIN TO WS-MIN-ARR
               END-IF
               IF WS-MIN-LOG NOT < WS-MIN-DEP - WS-FENETRE
                  AND (VL-DEPOSE OR VL-CLOTURE-PILOTE
                       OR WS-MIN-ARR = 0
                       OR WS-MIN-LOG NOT > WS-MIN-ARR + WS-FENETRE)
                  AND WS-MIN-DEP > WS-MIN-MEILLEUR
                   MOVE WS-MIN-DEP TO WS-MIN-MEILLEUR
                   MOVE VL-NUMVOL TO WS-VOL-MEILLEUR
               END-IF
           END-IF.

      * The rows of the range: a row with no flight is reported at
      * once, the matched ones are added up per flight and checked
      * against what was keyed at close-out.
       CONTROLE-PERIODE.
           MOVE 0 TO NB-RV.
           OPEN INPUT ENREG-FILE.
           IF WS-FS-ENREG = "00"
               MOVE LOW-VALUES TO EG-CLE
               START ENREG-FILE KEY IS NOT LESS THAN EG-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ENREG
               END-START
               PERFORM UNTIL WS-FS-ENREG = "10"
                   READ ENREG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ENREG
                       NOT AT END
                           IF EG-DEMARRAGE(1:8) NOT < WS-DATE-DEB
                              AND EG-DEMARRAGE(1:8) NOT > WS-DATE-FIN
                               PERFORM CLASSE-ENREG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENREG-FILE
           END-IF.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > NB-RV
                   PERFORM CONTROLE-VOL
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

       CLASSE-ENREG.
           IF EG-NUMVOL = 0
               ADD 1 TO WS-NB-ORPHELINS
               MOVE SPACES TO CTRL-REC
               STRING "SANS VOL  avion " EG-CODAV " demarrage "
                   EG-DEMARRAGE " arret " EG-ARRET " moteur "
                   EG-MIN-MOTEUR " min, " EG-NB-ATTER " att. "
                   EG-ROUTE DELIMITED BY SIZE INTO CTRL-REC
               WRITE CTRL-REC
           ELSE
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > NB-RV OR WS-TROUVE = "O"
                   IF RV-NUMVOL(WS-IDX) = EG-NUMVOL
                       MOVE "O" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF WS-TROUVE = "O"
                   SUBTRACT 1 FROM WS-IDX
               ELSE
                   IF NB-RV < 300
                       ADD 1 TO NB-RV
                   END-IF
                   MOVE NB-RV TO WS-IDX
                   MOVE EG-NUMVOL TO RV-NUMVOL(WS-IDX)
                   MOVE EG-CODAV TO RV-CODAV(WS-IDX)
                   MOVE 0 TO RV-MINUTES(WS-IDX) RV-ATTER(WS-IDX)
                       RV-NB-LOGS(WS-IDX)
               END-IF
               ADD EG-MIN-MOTEUR TO RV-MINUTES(WS-IDX)
               ADD EG-NB-ATTER TO RV-ATTER(WS-IDX)
               ADD 1 TO RV-NB-LOGS(WS-IDX)
           END-IF.

      * A closed flight is held to its logs: counter time (arrival
      * less departure counter) against engine time, landings
      * against landings. A flight not yet closed is only counted -
      * F2 will pre-fill it.
       CONTROLE-VOL.
           MOVE RV-NUMVOL(WS-IDX) TO VL-NUMVOL.
           READ VOL-FILE
               INVALID KEY
                   MOVE "00" TO WS-FS-VOL
               NOT INVALID KEY
                   IF VL-TERMINE
                       PERFORM COMPARE-VOL
                   ELSE
                       IF VL-DEPOSE OR VL-CLOTURE-PILOTE
                           ADD 1 TO WS-NB-OUVERTS
                           MOVE SPACES TO CTRL-REC
                           STRING "A CLOTURER vol " VL-NUMVOL
                               " avion " VL-CODAV " - "
                               RV-NB-LOGS(WS-IDX)
                               " enregistrement(s) pour F2"
                               DELIMITED BY SIZE INTO CTRL-REC
                           WRITE CTRL-REC
                       END-IF
                   END-IF
           END-READ.

       COMPARE-VOL.
           COMPUTE WS-H-ENREG ROUNDED = RV-MINUTES(WS-IDX) / 60.
           COMPUTE WS-H-SAISIE = VL-CPTARR - VL-CPTDEP.
           COMPUTE WS-H-ECART = WS-H-SAISIE - WS-H-ENREG.
           IF WS-H-ECART < 0
               COMPUTE WS-H-ECART = 0 - WS-H-ECART
           END-IF.
           COMPUTE WS-AT-ECART = VL-NB-ATTER - RV-ATTER(WS-IDX).
           IF WS-AT-ECART < 0
               COMPUTE WS-AT-ECART = 0 - WS-AT-ECART
           END-IF.
           IF WS-H-ECART > WS-TOL-H OR WS-AT-ECART > WS-TOL-ATTER
               ADD 1 TO WS-NB-ECARTS
               MOVE WS-H-SAISIE TO WS-ED-H-SAISIE
               MOVE WS-H-ENREG TO WS-ED-H-ENREG
               MOVE RV-ATTER(WS-IDX) TO WS-ED-ATTER
               MOVE SPACES TO CTRL-REC
               STRING "ECART     vol " VL-NUMVOL " avion " VL-CODAV
                   " pilote " VL-NUMPIL " du " VL-DATEDEP
                   " : compteur " WS-ED-H-SAISIE " h / enreg. "
                   WS-ED-H-ENREG " h, atterrissages " VL-NB-ATTER
                   " / enreg. " WS-ED-ATTER
                   DELIMITED BY SIZE INTO CTRL-REC
               WRITE CTRL-REC
           END-IF.

       FERME-RAPPORT.
           MOVE SPACES TO CTRL-REC.
           STRING WS-NB-FICHIERS " journal(aux) lu(s), " WS-NB-LUES
               " ligne(s) : " WS-NB-CHARGEES " chargee(s), "
               WS-NB-DOUBLES " deja chargee(s), " WS-NB-REJETS
               " rejetee(s); " WS-NB-APPARIES " appariee(s)."
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE SPACES TO CTRL-REC.
           STRING "Periode : " WS-NB-ECARTS " vol(s) en ecart, "
               WS-NB-ORPHELINS " enregistrement(s) sans vol, "
               WS-NB-OUVERTS " vol(s) a cloturer."
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           CLOSE CTRL-FILE.
           MOVE "ENREG" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           STRING WS-DATE-DEB(1:6) "-" WS-DATE-FIN(1:6)
               DELIMITED BY SIZE INTO WS-RPT-PERIODE.
           MOVE WS-NOM-CTRL TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"           TO WS-OPERATEUR.
           MOVE "F141"            TO WS-AUDIT-PROGRAMME.
           MOVE "CHARGE-JOURNAUX" TO WS-AUDIT-PARAGRAPHE.
           MOVE "ENREG"           TO WS-AUDIT-ACTION.
           MOVE SPACES            TO WS-AUDIT-RESUME.
           STRING WS-NB-CHARGEES " vol(s) enregistre(s) charge(s), "
               WS-NB-APPARIES " apparie(s), " WS-NB-ECARTS
               " ecart(s), " WS-NB-ORPHELINS " sans vol"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F141.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F121.

      * Livrets cellule et moteur: the regulatory airframe and
      * engine logbooks were still hand-written by the mechanic,
      * although everything they carry is on file. This batch
      * prints, for one aircraft (livret cellule) or one component
      * serial (livret moteur/helice) and a date range, the logbook
      * pages in chronological order:
      *   - the closed MAINT.DAT work orders, with their OTLIGNE.DAT
      *     lines as the detail of the work performed;
      *   - the component fits and removals and the AD/SB compliance
      *     sign-offs recorded on LIVRET.DAT by F57 and F82.
      * Each entry shows its date, the airframe hours, the
      * component's hours and cycles, the work, the AD/SB reference
      * and the mechanic (the work order's, else the operator who
      * signed). The component clocks at an entry are derived from
      * the nearest known point of its fitting - the fit or removal
      * line on LIVRET.DAT, else COMPOSANT.DAT today: hours follow
      * the airframe counter, cycles add the landings flown on that
      * tail in between (VOL.DAT and VOLHIST.DAT). On the airframe
      * logbook they are the engine fitted at the time. The number
      * of entries and the cost of the work are carried forward
      * from page to page; the edition is catalogued (type LIVRET)
      * so F35 can reprint it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT LIVOUT-FILE ASSIGN TO WS-NOM-LIVOUT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-LIVOUT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  LIVOUT-FILE.
       01  LIVOUT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "PRINT-TEMPLATE.cpy" IN TEMPLATE.

           77  WS-FS-LIVOUT        PIC XX VALUE "00".
           77  WS-NOM-LIVOUT       PIC X(40) VALUE SPACES.

      * What to print: "A" an aircraft's airframe logbook, "C" a
      * component's logbook.
           77  WS-MODE             PIC X VALUE SPACE.
               88  WS-MODE-AVION       VALUE "A", "a".
               88  WS-MODE-COMPOSANT   VALUE "C", "c".
           77  WS-SEL-CODAV        PIC 9(3) VALUE 0.
           77  WS-SEL-SERIE        PIC X(12) VALUE SPACES.
           77  WS-DATE-DEB         PIC 9(8) VALUE 0.
           77  WS-DATE-FIN         PIC 9(8) VALUE 0.
           77  WS-SEL-OK           PIC X VALUE "N".
               88  WS-SEL-TROUVE       VALUE "O".
           77  WS-SEL-LIBELLE      PIC X(40) VALUE SPACES.

      * Fitting periods of the components concerned: where the
      * component sat from PE-DEBUT to PE-FIN (99999999 = still
      * fitted) and one point of it where its clocks are known.
           01  FPERIODE.
               02  PERIODE-S OCCURS 100.
                   03  PE-SERIE        PIC X(12).
                   03  PE-TYPE         PIC X.
                   03  PE-CODAV        PIC 9(3).
                   03  PE-DEBUT        PIC 9(8).
                   03  PE-FIN          PIC 9(8).
                   03  PE-ANC-DATE     PIC 9(8).
                   03  PE-ANC-CELLULE  PIC 9(5)V9.
                   03  PE-ANC-HEURES   PIC 9(5)V9.
                   03  PE-ANC-CYCLES   PIC 9(5).
           77  NB-PERIODE          PIC 9(3) VALUE 0.
           77  WS-PE-IDX           PIC 9(3) VALUE 0.
           77  WS-PE-OUVERTE       PIC 9(3) VALUE 0.
           77  WS-PE-TRONQUE       PIC X VALUE "N".

      * The logbook entries, kept in date order as they are found.
           01  FENTREE.
               02  ENTREE-S OCCURS 300.
                   03  EN-DATE         PIC 9(8).
                   03  EN-GENRE        PIC X.
                   03  EN-CODAV        PIC 9(3).
                   03  EN-NUMOT        PIC 9(6).
                   03  EN-CELLULE      PIC 9(5)V9.
                   03  EN-SERIE        PIC X(12).
                   03  EN-TEXTE        PIC X(60).
                   03  EN-REFERENCE    PIC X(15).
                   03  EN-MECANICIEN   PIC X(20).
                   03  EN-PERIODE      PIC 9(3).
                   03  EN-CYC-DELTA    PIC S9(5).
           01  ENTREE-NOUVELLE.
               03  EW-DATE         PIC 9(8).
               03  EW-GENRE        PIC X.
               03  EW-CODAV        PIC 9(3).
               03  EW-NUMOT        PIC 9(6).
               03  EW-CELLULE      PIC 9(5)V9.
               03  EW-SERIE        PIC X(12).
               03  EW-TEXTE        PIC X(60).
               03  EW-REFERENCE    PIC X(15).
               03  EW-MECANICIEN   PIC X(20).
               03  EW-PERIODE      PIC 9(3).
               03  EW-CYC-DELTA    PIC S9(5).
           77  NB-ENTREE           PIC 9(3) VALUE 0.
           77  WS-EN-IDX           PIC 9(3) VALUE 0.
           77  WS-EN-POS           PIC 9(3) VALUE 0.
           77  WS-EN-TRONQUE       PIC X VALUE "N".
           77  WS-EN-PLACE         PIC X VALUE "N".

      * A closed-out flight in hand (VOL or VOLHIST).
           77  WS-FL-CODAV         PIC 9(3) VALUE 0.
           77  WS-FL-DATE          PIC 9(8) VALUE 0.
           77  WS-FL-ATTER         PIC 99 VALUE 0.

      * The clocks of the entry being printed.
           77  WS-CP-HEURES        PIC S9(6)V9 VALUE 0.
           77  WS-CP-CYCLES        PIC S9(6) VALUE 0.
           77  WS-CP-HEURES-ED     PIC Z(5)9.9.
           77  WS-CP-CYCLES-ED     PIC Z(5)9.
           77  WS-CELLULE-ED       PIC Z(4)9.9.
           77  WS-MONTANT-ED       PIC Z(6)9.99.
           77  WS-MONTANT-OT       PIC 9(7)V99 VALUE 0.

      * Carried forward from page to page.
           77  WS-REP-ENTREES      PIC 9(4) VALUE 0.
           77  WS-REP-MONTANT      PIC 9(7)V99 VALUE 0.
           77  WS-PIED-LIGNES      PIC 9(3) VALUE 3.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM SAISIE-SELECTION.
           PERFORM VERIFIE-SELECTION.
           IF NOT WS-SEL-TROUVE
               DISPLAY "Avion ou composant inconnu - rien a imprimer."
               STOP RUN
           END-IF.
           PERFORM CHARGE-PERIODES.
           PERFORM PERIODE-ACTUELLE.
           PERFORM CHARGE-ORDRES.
           PERFORM CHARGE-EVENEMENTS.
           PERFORM VERIFIE-TRONQUE.
           PERFORM RATTACHE-PERIODES.
           PERFORM BALAYE-VOLS.
           PERFORM BALAYE-VOLHIST.
           PERFORM OUVRE-LIVRET.
           PERFORM ECRIT-ENTREES.
           PERFORM FERME-LIVRET.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-SELECTION.
           DISPLAY "Livrets cellule et moteur".
           DISPLAY "Livret (A = avion, C = composant) : "
               NO ADVANCING.
           ACCEPT WS-MODE.
           IF WS-MODE-COMPOSANT
               MOVE "C" TO WS-MODE
               DISPLAY "Numero de serie du composant : "
                   NO ADVANCING
               ACCEPT WS-SEL-SERIE
           ELSE
               MOVE "A" TO WS-MODE
               DISPLAY "Avion (CODAV) : " NO ADVANCING
               ACCEPT WS-SEL-CODAV
           END-IF.
           DISPLAY "Du (AAAAMMJJ, vide = depuis le debut) : "
               NO ADVANCING.
           ACCEPT WS-DATE-DEB.
           IF WS-DATE-DEB NOT NUMERIC
               MOVE 0 TO WS-DATE-DEB
           END-IF.
           DISPLAY "Au (AAAAMMJJ, vide = aujourd'hui) : "
               NO ADVANCING.
           ACCEPT WS-DATE-FIN.
           IF WS-DATE-FIN NOT NUMERIC OR WS-DATE-FIN = 0
               MOVE WS-CURR-DATE TO WS-DATE-FIN
           END-IF.

      * The aircraft or the component must be on file; the
      * heading names it.
       VERIFIE-SELECTION.
           MOVE "N" TO WS-SEL-OK.
           MOVE SPACES TO WS-SEL-LIBELLE.
           IF WS-MODE-AVION
               OPEN INPUT AVION-FILE
               IF WS-FS-AVION = "00"
                   MOVE WS-SEL-CODAV TO AV-CODAV
                   READ AVION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO WS-SEL-OK
                           STRING "Livret cellule - avion "
                               AV-CODAV " " AV-IMMAT
                               DELIMITED BY SIZE INTO WS-SEL-LIBELLE
                   END-READ
                   CLOSE AVION-FILE
               END-IF
           ELSE
               OPEN INPUT COMPOSANT-FILE
               IF WS-FS-COMPOSANT = "00"
                   MOVE WS-SEL-SERIE TO CP-SERIE
                   READ COMPOSANT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO WS-SEL-OK
                           IF CP-MOTEUR
                               STRING "Livret moteur - serie "
                                   CP-SERIE
                                   DELIMITED BY SIZE
                                   INTO WS-SEL-LIBELLE
                           ELSE
                               STRING "Livret helice - serie "
                                   CP-SERIE
                                   DELIMITED BY SIZE
                                   INTO WS-SEL-LIBELLE
                           END-IF
                   END-READ
                   CLOSE COMPOSANT-FILE
               END-IF
           END-IF.

      * LIVRET.DAT in its own order (chronological): a fit opens
      * a period, a removal closes the open one - or, when the fit
      * predates the log, makes a period known by its end.
       CHARGE-PERIODES.
           MOVE 0 TO NB-PERIODE.
           OPEN INPUT COMPOSANT-FILE.
           OPEN INPUT LIVRET-FILE.
           IF WS-FS-LIVRET = "00"
               MOVE LOW-VALUES TO LT-ID
               START LIVRET-FILE KEY IS NOT LESS THAN LT-ID
                   INVALID KEY MOVE "10" TO WS-FS-LIVRET
               END-START
               PERFORM UNTIL WS-FS-LIVRET = "10"
                   READ LIVRET-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-LIVRET
                       NOT AT END
                           IF (LT-POSE OR LT-DEPOSE)
                              AND ((WS-MODE-AVION
                                    AND LT-CODAV = WS-SEL-CODAV)
                               OR (WS-MODE-COMPOSANT
                                    AND LT-SERIE = WS-SEL-SERIE))
                               PERFORM NOTE-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVRET-FILE
           END-IF.
           IF WS-FS-COMPOSANT = "00"
               CLOSE COMPOSANT-FILE
           END-IF.

       NOTE-MOUVEMENT.
           MOVE LT-SERIE TO WS-LT-SERIE.
           PERFORM CHERCHE-OUVERTE.
           IF LT-POSE AND WS-PE-OUVERTE > 0
               MOVE LT-DATE TO PE-FIN(WS-PE-OUVERTE)
           END-IF.
           IF LT-POSE OR WS-PE-OUVERTE = 0
               IF NB-PERIODE < 100
                   ADD 1 TO NB-PERIODE
                   MOVE NB-PERIODE TO WS-PE-OUVERTE
                   INITIALIZE PERIODE-S(NB-PERIODE)
                   MOVE LT-SERIE TO PE-SERIE(NB-PERIODE)
                   MOVE LT-CODAV TO PE-CODAV(NB-PERIODE)
                   MOVE 99999999 TO PE-FIN(NB-PERIODE)
                   MOVE LT-DATE TO PE-ANC-DATE(NB-PERIODE)
                   MOVE LT-CPT-CELLULE TO PE-ANC-CELLULE(NB-PERIODE)
                   MOVE LT-CP-HEURES TO PE-ANC-HEURES(NB-PERIODE)
                   MOVE LT-CP-CYCLES TO PE-ANC-CYCLES(NB-PERIODE)
                   PERFORM TYPE-COMPOSANT
                   IF LT-POSE
                       MOVE LT-DATE TO PE-DEBUT(NB-PERIODE)
                   END-IF
               ELSE
                   MOVE "O" TO WS-PE-TRONQUE
                   MOVE 0 TO WS-PE-OUVERTE
               END-IF
           END-IF.
           IF LT-DEPOSE AND WS-PE-OUVERTE > 0
               MOVE LT-DATE TO PE-FIN(WS-PE-OUVERTE)
           END-IF.

       CHERCHE-OUVERTE.
           MOVE 0 TO WS-PE-OUVERTE.
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > NB-PERIODE
               IF PE-SERIE(WS-PE-IDX) = WS-LT-SERIE
                  AND PE-FIN(WS-PE-IDX) = 99999999
                   MOVE WS-PE-IDX TO WS-PE-OUVERTE
               END-IF
           END-PERFORM.

       TYPE-COMPOSANT.
           MOVE SPACE TO PE-TYPE(NB-PERIODE).
           IF WS-FS-COMPOSANT = "00"
               MOVE LT-SERIE TO CP-SERIE
               READ COMPOSANT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-TYPE TO PE-TYPE(NB-PERIODE)
               END-READ
           END-IF.

      * A component fitted today with no fit line on the log (fitted
      * before it) gets its current period from COMPOSANT.DAT, its
      * clocks known as of today against the airframe counter.
       PERIODE-ACTUELLE.
           OPEN INPUT COMPOSANT-FILE.
           OPEN INPUT AVION-FILE.
           IF WS-FS-COMPOSANT = "00"
               MOVE LOW-VALUES TO CP-SERIE
               START COMPOSANT-FILE KEY IS NOT LESS THAN CP-SERIE
                   INVALID KEY MOVE "10" TO WS-FS-COMPOSANT
               END-START
               PERFORM UNTIL WS-FS-COMPOSANT = "10"
                   READ COMPOSANT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-COMPOSANT
                       NOT AT END
                           IF CP-EN-SERVICE
                              AND ((WS-MODE-AVION
                                    AND CP-CODAV = WS-SEL-CODAV)
                               OR (WS-MODE-COMPOSANT
                                    AND CP-SERIE = WS-SEL-SERIE))
                               PERFORM NOTE-EN-SERVICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPOSANT-FILE
           END-IF.
           IF WS-FS-AVION = "00"
               CLOSE AVION-FILE
           END-IF.

       NOTE-EN-SERVICE.
           MOVE CP-SERIE TO WS-LT-SERIE.
           PERFORM CHERCHE-OUVERTE.
           IF WS-PE-OUVERTE = 0
               IF NB-PERIODE < 100
                   ADD 1 TO NB-PERIODE
                   INITIALIZE PERIODE-S(NB-PERIODE)
                   MOVE CP-SERIE TO PE-SERIE(NB-PERIODE)
                   MOVE CP-TYPE TO PE-TYPE(NB-PERIODE)
                   MOVE CP-CODAV TO PE-CODAV(NB-PERIODE)
                   MOVE CP-DATE-POSE TO PE-DEBUT(NB-PERIODE)
                   MOVE 99999999 TO PE-FIN(NB-PERIODE)
                   MOVE WS-CURR-DATE TO PE-ANC-DATE(NB-PERIODE)
                   MOVE CP-HEURES TO PE-ANC-HEURES(NB-PERIODE)
                   MOVE CP-CYCLES TO PE-ANC-CYCLES(NB-PERIODE)
                   IF WS-FS-AVION = "00"
                       MOVE CP-CODAV TO AV-CODAV
                       READ AVION-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE AV-CPTHORAV
                                   TO PE-ANC-CELLULE(NB-PERIODE)
                       END-READ
                   END-IF
               ELSE
                   MOVE "O" TO WS-PE-TRONQUE
               END-IF
           END-IF.

      * Is EW-DATE on aircraft EW-CODAV inside one of the periods
      * (component logbook)? WS-PE-OUVERTE names it.
       DANS-PERIODE.
           MOVE 0 TO WS-PE-OUVERTE.
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > NB-PERIODE
               IF PE-CODAV(WS-PE-IDX) = EW-CODAV
                  AND PE-DEBUT(WS-PE-IDX) <= EW-DATE
                  AND PE-FIN(WS-PE-IDX) >= EW-DATE
                   MOVE WS-PE-IDX TO WS-PE-OUVERTE
               END-IF
           END-PERFORM.

      * Closed work orders of the range: the aircraft's, or for a
      * component those of the tail it sat on at the time.
       CHARGE-ORDRES.
           MOVE 0 TO NB-ENTREE.
           OPEN INPUT MAINT-FILE.
           IF WS-FS-MAINT = "00"
               MOVE LOW-VALUES TO OT-CLE
               START MAINT-FILE KEY IS NOT LESS THAN OT-CLE
                   INVALID KEY MOVE "10" TO WS-FS-MAINT
               END-START
               PERFORM UNTIL WS-FS-MAINT = "10"
                   READ MAINT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-MAINT
                       NOT AT END
                           IF OT-CLOTURE
                              AND OT-DATE-CLOTURE >= WS-DATE-DEB
                              AND OT-DATE-CLOTURE <= WS-DATE-FIN
                               PERFORM NOTE-ORDRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-FILE
           END-IF.

       NOTE-ORDRE.
           INITIALIZE ENTREE-NOUVELLE.
           MOVE OT-DATE-CLOTURE TO EW-DATE.
           MOVE "O" TO EW-GENRE.
           MOVE OT-CODAV TO EW-CODAV.
           MOVE OT-NUMOT TO EW-NUMOT.
           MOVE OT-CPT-CLOTURE TO EW-CELLULE.
           IF OT-CPT-CLOTURE = 0
               MOVE OT-CPT-OUVERT TO EW-CELLULE
           END-IF.
           MOVE OT-TRAVAUX TO EW-TEXTE.
           MOVE SPACES TO EW-REFERENCE.
           STRING "OT " OT-NUMOT DELIMITED BY SIZE INTO EW-REFERENCE.
           MOVE OT-MECANICIEN TO EW-MECANICIEN.
           IF WS-MODE-AVION
               IF OT-CODAV = WS-SEL-CODAV
                   PERFORM RANGE-ENTREE
               END-IF
           ELSE
               PERFORM DANS-PERIODE
               IF WS-PE-OUVERTE > 0
                   PERFORM RANGE-ENTREE
               END-IF
           END-IF.

      * Fits, removals and AD/SB sign-offs of the range.
       CHARGE-EVENEMENTS.
           OPEN INPUT LIVRET-FILE.
           IF WS-FS-LIVRET = "00"
               MOVE LOW-VALUES TO LT-ID
               START LIVRET-FILE KEY IS NOT LESS THAN LT-ID
                   INVALID KEY MOVE "10" TO WS-FS-LIVRET
               END-START
               PERFORM UNTIL WS-FS-LIVRET = "10"
                   READ LIVRET-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-LIVRET
                       NOT AT END
                           IF LT-DATE >= WS-DATE-DEB
                              AND LT-DATE <= WS-DATE-FIN
                               PERFORM NOTE-EVENEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVRET-FILE
           END-IF.

       NOTE-EVENEMENT.
           INITIALIZE ENTREE-NOUVELLE.
           MOVE LT-DATE TO EW-DATE.
           MOVE LT-TYPE TO EW-GENRE.
           MOVE LT-CODAV TO EW-CODAV.
           MOVE LT-CPT-CELLULE TO EW-CELLULE.
           MOVE LT-SERIE TO EW-SERIE.
           MOVE LT-TEXTE TO EW-TEXTE.
           MOVE LT-REFERENCE TO EW-REFERENCE.
           MOVE LT-OPERATEUR TO EW-MECANICIEN.
           EVALUATE TRUE
               WHEN WS-MODE-AVION
                   IF LT-CODAV = WS-SEL-CODAV
                       PERFORM RANGE-ENTREE
                   END-IF
               WHEN LT-CONFORMITE
                   PERFORM DANS-PERIODE
                   IF WS-PE-OUVERTE > 0
                       PERFORM RANGE-ENTREE
                   END-IF
               WHEN LT-SERIE = WS-SEL-SERIE
                   PERFORM RANGE-ENTREE
           END-EVALUATE.

      * Insert ENTREE-NOUVELLE after every entry of the same day
      * or earlier, so the table stays in date order.
       RANGE-ENTREE.
           IF NB-ENTREE < 300
               MOVE NB-ENTREE TO WS-EN-POS
               MOVE "N" TO WS-EN-PLACE
               PERFORM UNTIL WS-EN-POS = 0 OR WS-EN-PLACE = "O"
                   IF EN-DATE(WS-EN-POS) <= EW-DATE
                       MOVE "O" TO WS-EN-PLACE
                   ELSE
                       MOVE ENTREE-S(WS-EN-POS)
                           TO ENTREE-S(WS-EN-POS + 1)
                       SUBTRACT 1 FROM WS-EN-POS
                   END-IF
               END-PERFORM
               ADD 1 TO NB-ENTREE
               MOVE ENTREE-NOUVELLE TO ENTREE-S(WS-EN-POS + 1)
           ELSE
               MOVE "O" TO WS-EN-TRONQUE
           END-IF.

      * A logbook with entries or fittings missing would be
      * worse than none - the run stops instead.
       VERIFIE-TRONQUE.
           IF WS-EN-TRONQUE = "O"
               DISPLAY "Plus de 300 entrees sur la periode - tampon"
                   " insuffisant, reduisez l'intervalle de dates."
               STOP RUN
           END-IF.
           IF WS-PE-TRONQUE = "O"
               DISPLAY "Plus de 100 poses de composants - tampon"
                   " insuffisant, livret refuse."
               STOP RUN
           END-IF.

      * The fitting each entry's clocks come from: the component's
      * own on its logbook and on a fit or removal line, else the
      * engine fitted at the time (a propeller when no engine is
      * known).
       RATTACHE-PERIODES.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > NB-ENTREE
               MOVE 0 TO EN-PERIODE(WS-EN-IDX)
               PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                       UNTIL WS-PE-IDX > NB-PERIODE
                   IF PE-CODAV(WS-PE-IDX) = EN-CODAV(WS-EN-IDX)
                      AND PE-DEBUT(WS-PE-IDX) <= EN-DATE(WS-EN-IDX)
                      AND PE-FIN(WS-PE-IDX) >= EN-DATE(WS-EN-IDX)
                      AND ((EN-SERIE(WS-EN-IDX) = SPACES
                            AND (EN-PERIODE(WS-EN-IDX) = 0
                             OR PE-TYPE(WS-PE-IDX) = "M"))
                       OR PE-SERIE(WS-PE-IDX) = EN-SERIE(WS-EN-IDX))
                       MOVE WS-PE-IDX TO EN-PERIODE(WS-EN-IDX)
                   END-IF
               END-PERFORM
               MOVE 0 TO EN-CYC-DELTA(WS-EN-IDX)
           END-PERFORM.

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
                           IF VL-TERMINE AND VL-NB-ATTER > 0
                               MOVE VL-CODAV TO WS-FL-CODAV
                               MOVE VL-DATEDEP TO WS-FL-DATE
                               MOVE VL-NB-ATTER TO WS-FL-ATTER
                               PERFORM COMPTE-ATTERRISSAGES
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
                           IF HV-TERMINE AND HV-NB-ATTER > 0
                               MOVE HV-CODAV TO WS-FL-CODAV
                               MOVE HV-DATEDEP TO WS-FL-DATE
                               MOVE HV-NB-ATTER TO WS-FL-ATTER
                               PERFORM COMPTE-ATTERRISSAGES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST-FILE
           END-IF.

      * Landings between an entry and the known point of its
      * fitting: added when the entry comes after it, taken off
      * when before.
       COMPTE-ATTERRISSAGES.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > NB-ENTREE
               MOVE EN-PERIODE(WS-EN-IDX) TO WS-PE-IDX
               IF WS-PE-IDX > 0
                   IF PE-CODAV(WS-PE-IDX) = WS-FL-CODAV
                       IF WS-FL-DATE > PE-ANC-DATE(WS-PE-IDX)
                          AND WS-FL-DATE <= EN-DATE(WS-EN-IDX)
                           ADD WS-FL-ATTER TO EN-CYC-DELTA(WS-EN-IDX)
                       END-IF
                       IF WS-FL-DATE > EN-DATE(WS-EN-IDX)
                          AND WS-FL-DATE <= PE-ANC-DATE(WS-PE-IDX)
                           SUBTRACT WS-FL-ATTER
                               FROM EN-CYC-DELTA(WS-EN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       OUVRE-LIVRET.
           MOVE SPACES TO WS-NOM-LIVOUT.
           IF WS-MODE-AVION
               STRING "LIVRET_A" WS-SEL-CODAV "_"
                   FUNCTION CURRENT-DATE(1:14) ".TXT"
                   DELIMITED BY SIZE INTO WS-NOM-LIVOUT
           ELSE
               STRING "LIVRET_C" WS-SEL-SERIE DELIMITED BY SPACE
                   "_" FUNCTION CURRENT-DATE(1:14) ".TXT"
                   DELIMITED BY SIZE INTO WS-NOM-LIVOUT
           END-IF.
           OPEN OUTPUT LIVOUT-FILE.
           MOVE 0 TO WS-PRT-PAGE-NUM WS-REP-ENTREES WS-REP-MONTANT.
           PERFORM ECRIT-ENTETE-PAGE.

      * Header repeats on every page, same idiom as F10, with the
      * totals brought forward from the page before.
       ECRIT-ENTETE-PAGE.
           ADD 1 TO WS-PRT-PAGE-NUM.
           MOVE 0 TO WS-PRT-LIGNE-CPT.
           MOVE SPACES TO LIVOUT-REC.
           STRING WS-SEL-LIBELLE " - du " WS-DATE-DEB(7:2) "/"
               WS-DATE-DEB(5:2) "/" WS-DATE-DEB(1:4) " au "
               WS-DATE-FIN(7:2) "/" WS-DATE-FIN(5:2) "/"
               WS-DATE-FIN(1:4) " - edite le " WS-CURR-DAY "/"
               WS-CURR-MONTH "/" WS-CURR-YEAR " - page "
               WS-PRT-PAGE-NUM
               DELIMITED BY SIZE INTO LIVOUT-REC.
           WRITE LIVOUT-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.
           IF WS-PRT-PAGE-NUM > 1
               MOVE WS-REP-MONTANT TO WS-MONTANT-ED
               MOVE SPACES TO LIVOUT-REC
               STRING "Report : " WS-REP-ENTREES " entree(s), "
                   "travaux " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO LIVOUT-REC
               WRITE LIVOUT-REC
               ADD 1 TO WS-PRT-LIGNE-CPT
           END-IF.
           MOVE SPACES TO LIVOUT-REC.
           STRING "Date       Cellule  Comp.h  Cycles Travaux"
               "                                      Ref. AD/SB"
               "      Mecanicien"
               DELIMITED BY SIZE INTO LIVOUT-REC.
           WRITE LIVOUT-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.

      * A page that cannot take the next line plus the carried
      * totals closes with them and a form feed.
       SAUT-PAGE-SI-PLEINE.
           IF WS-PRT-LIGNE-CPT >= WS-PRT-PAGE-LEN - WS-PIED-LIGNES
               MOVE WS-REP-MONTANT TO WS-MONTANT-ED
               MOVE SPACES TO LIVOUT-REC
               STRING "A reporter : " WS-REP-ENTREES " entree(s), "
                   "travaux " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO LIVOUT-REC
               WRITE LIVOUT-REC
               MOVE WS-PRT-FF TO LIVOUT-REC
               WRITE LIVOUT-REC
               PERFORM ECRIT-ENTETE-PAGE
           END-IF.

       ECRIT-ENTREES.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > NB-ENTREE
               PERFORM ECRIT-ENTREE
           END-PERFORM.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE WS-REP-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO LIVOUT-REC.
           STRING "Total : " WS-REP-ENTREES " entree(s), travaux "
               WS-MONTANT-ED
               DELIMITED BY SIZE INTO LIVOUT-REC.
           WRITE LIVOUT-REC.

       ECRIT-ENTREE.
           PERFORM HORLOGES-ENTREE.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE EN-CELLULE(WS-EN-IDX) TO WS-CELLULE-ED.
           MOVE SPACES TO LIVOUT-REC.
           STRING EN-DATE(WS-EN-IDX)(7:2) "/"
               EN-DATE(WS-EN-IDX)(5:2) "/" EN-DATE(WS-EN-IDX)(1:4)
               " " WS-CELLULE-ED
               DELIMITED BY SIZE INTO LIVOUT-REC.
           IF EN-PERIODE(WS-EN-IDX) > 0
               MOVE WS-CP-HEURES TO WS-CP-HEURES-ED
               MOVE WS-CP-CYCLES TO WS-CP-CYCLES-ED
               MOVE WS-CP-HEURES-ED TO LIVOUT-REC(19:8)
               MOVE WS-CP-CYCLES-ED TO LIVOUT-REC(29:6)
           END-IF.
           MOVE EN-TEXTE(WS-EN-IDX)(1:44) TO LIVOUT-REC(36:44).
           MOVE EN-REFERENCE(WS-EN-IDX) TO LIVOUT-REC(81:15).
           MOVE EN-MECANICIEN(WS-EN-IDX) TO LIVOUT-REC(97:20).
           WRITE LIVOUT-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.
           ADD 1 TO WS-REP-ENTREES.
           IF EN-GENRE(WS-EN-IDX) = "O"
               PERFORM ECRIT-LIGNES-OT
           END-IF.

      * Hours follow the airframe counter from the known point of
      * the fitting, cycles add the landings flown since (or take
      * off those flown after the entry).
       HORLOGES-ENTREE.
           MOVE 0 TO WS-CP-HEURES WS-CP-CYCLES.
           MOVE EN-PERIODE(WS-EN-IDX) TO WS-PE-IDX.
           IF WS-PE-IDX > 0
               COMPUTE WS-CP-HEURES = PE-ANC-HEURES(WS-PE-IDX)
                   + EN-CELLULE(WS-EN-IDX) - PE-ANC-CELLULE(WS-PE-IDX)
               IF EN-CELLULE(WS-EN-IDX) = 0
                  OR PE-ANC-CELLULE(WS-PE-IDX) = 0
                   MOVE PE-ANC-HEURES(WS-PE-IDX) TO WS-CP-HEURES
               END-IF
               COMPUTE WS-CP-CYCLES = PE-ANC-CYCLES(WS-PE-IDX)
                   + EN-CYC-DELTA(WS-EN-IDX)
               IF WS-CP-HEURES < 0
                   MOVE 0 TO WS-CP-HEURES
               END-IF
               IF WS-CP-CYCLES < 0
                   MOVE 0 TO WS-CP-CYCLES
               END-IF
           END-IF.

      * The order's parts and labour lines, detail of the work.
       ECRIT-LIGNES-OT.
           MOVE 0 TO WS-MONTANT-OT.
           OPEN INPUT OTLIGNE-FILE.
           IF WS-FS-OTLIGNE = "00"
               MOVE EN-CODAV(WS-EN-IDX) TO OL-CODAV
               MOVE EN-NUMOT(WS-EN-IDX) TO OL-NUMOT
               MOVE 0 TO OL-NUMLIGNE
               START OTLIGNE-FILE KEY IS NOT LESS THAN OL-CLE
                   INVALID KEY MOVE "10" TO WS-FS-OTLIGNE
               END-START
               PERFORM UNTIL WS-FS-OTLIGNE = "10"
                   READ OTLIGNE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-OTLIGNE
                       NOT AT END
                           IF OL-CODAV NOT = EN-CODAV(WS-EN-IDX)
                              OR OL-NUMOT NOT = EN-NUMOT(WS-EN-IDX)
                               MOVE "10" TO WS-FS-OTLIGNE
                           ELSE
                               PERFORM ECRIT-LIGNE-OT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OTLIGNE-FILE
           END-IF.
           ADD WS-MONTANT-OT TO WS-REP-MONTANT.

       ECRIT-LIGNE-OT.
           PERFORM SAUT-PAGE-SI-PLEINE.
           ADD OL-MONTANT TO WS-MONTANT-OT.
           MOVE OL-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO LIVOUT-REC.
           IF OL-PIECE
               STRING "piece       " OL-LIBELLE " " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO LIVOUT-REC(37:)
           ELSE
               STRING "main-d'oeuvre " OL-LIBELLE " " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO LIVOUT-REC(37:)
           END-IF.
           WRITE LIVOUT-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.

       FERME-LIVRET.
           CLOSE LIVOUT-FILE.
           MOVE "LIVRET" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           IF WS-MODE-AVION
               MOVE WS-SEL-CODAV TO WS-RPT-PERIODE
           ELSE
               MOVE WS-SEL-SERIE TO WS-RPT-PERIODE
           END-IF.
           MOVE WS-NOM-LIVOUT TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Livret imprime : " WS-NOM-LIVOUT.

       ENREGISTRE-AUDIT.
           MOVE "F121"            TO WS-AUDIT-PROGRAMME.
           MOVE "ECRIT-ENTREES"   TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING WS-SEL-LIBELLE " : " WS-REP-ENTREES " entree(s) du "
               WS-DATE-DEB " au " WS-DATE-FIN
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F121.

      * pilot's name from PILOTE-FILE) plus any still-open flights
      * expected back - in the same 132-column print style as
      * RAPPORT_PILOTES.TXT. Run from the MENU every evening or from
      * a scheduler. Tomorrow's reservations are also laid against
      * the movement quotas kept in F101: each counts as PARAMS
      * MVT-PAR-RESA movements (a take-off and a landing by
      * default) spread over its window, and every band or hour
      * already over its limit is printed as a warning at the foot
      * of the sheet, before anyone has flown.
      * The sheet is split by base, principal field first, so each
      * base's duty officer tears off their own part: a reservation
      * goes under its RS-BASE, a flight under the base it left
      * from. The quotas are the principal field's, so only its
      * reservations are laid against them.
      * A closure day or public holiday of the club calendar
      * (CALENDRIER.DAT) is announced under the title line.
      * The sheet is in local time: flight times, kept in UTC,
      * are converted back (HEURE-PROC) and the title says so.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "PRINT-TEMPLATE.cpy" IN TEMPLATE.
           COPY "QUOTA-WS.cpy" IN TEMPLATE.

           77  WS-AUJOURD-DATE     PIC 9(8) VALUE 0.
           77  WS-DEMAIN           PIC 9(8) VALUE 0.
           77  WS-DEMAIN-INT       PIC 9(7) VALUE 0.
           77  WS-NOM-PILOTE       PIC X(20) VALUE SPACES.
           77  WS-MVT-RESA         PIC 9(3) VALUE 2.
           77  WS-COMPTE-ED        PIC Z(4)9.
           77  WS-MAX-ED           PIC Z(3)9.
           77  WS-LIB-PORTEE       PIC X(15) VALUE SPACES.

      * Tomorrow's TAF from the METEO store F52 keeps loaded,
      * printed at the top of each aircraft's programme so the duty
      * officer stops copying the forecast from a phone app.
           77  WS-METEO-LIGNE      PIC X(90) VALUE SPACES.

      * The day's programme collected then sorted by base, aircraft
      * and hour before printing.
           01  FEVENT.
               02  EVENT-R OCCURS 200.
                   03  EV-BASE         PIC X(4).
                   03  EV-CODAV        PIC 9(3).
                   03  EV-HEURE        PIC 9(4).
                   03  EV-TEXTE        PIC X(70).
           01  WS-EV-SWAP.
               02  SW-BASE         PIC X(4).
               02  SW-CODAV        PIC 9(3).
               02  SW-HEURE        PIC 9(4).
               02  SW-TEXTE        PIC X(70).
           77  I                   PIC 9(3).
           77  J                   PIC 9(3).
           77  WS-CUR-CODAV        PIC 9(3) VALUE 999.
           77  WS-CUR-BASE         PIC X(4) VALUE SPACES.
           77  WS-EV-RANG-1        PIC 9 VALUE 0.
           77  WS-EV-RANG-2        PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           COMPUTE WS-DEMAIN =
               FUNCTION DATE-OF-INTEGER(WS-DEMAIN-INT).
           PERFORM CHARGE-METEO-DEMAIN.
           PERFORM CHARGE-BASES.
           PERFORM CHARGE-PARAMS.
           PERFORM RAZ-QUOTA.
           PERFORM COLLECTE-RESAS.
           PERFORM COLLECTE-VOLS.
           PERFORM TRIE-EVENTS.
       AJOUTE-EVENT-RESA.
           PERFORM CHARGE-NOM-PILOTE-RESA.
           ADD 1 TO NB-EVENTS.
           MOVE RS-BASE TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           MOVE WS-BA-CODE TO EV-BASE(NB-EVENTS).
           MOVE RS-CODAV TO EV-CODAV(NB-EVENTS).
           MOVE RS-HDEB  TO EV-HEURE(NB-EVENTS).
           MOVE SPACES   TO EV-TEXTE(NB-EVENTS).
           STRING "Reservation " RS-HDEB " - " RS-HFIN " pilote "
               RS-NUMPIL " " WS-NOM-PILOTE
               DELIMITED BY SIZE INTO EV-TEXTE(NB-EVENTS).
           IF WS-BA-CODE = WS-BA-PRINCIPALE
               PERFORM COMPTE-QUOTA-RESA
           END-IF.

      * Whether the slot is for circuits or a navigation is not
      * known yet, so the reservation counts on both scopes.
       COMPTE-QUOTA-RESA.
           MOVE 1 TO WS-QT-J.
           COMPUTE WS-QT-DEB-MIN =
               FUNCTION INTEGER-PART(RS-HDEB / 100) * 60
               + FUNCTION MOD(RS-HDEB, 100).
           COMPUTE WS-QT-FIN-MIN =
               FUNCTION INTEGER-PART(RS-HFIN / 100) * 60
               + FUNCTION MOD(RS-HFIN, 100).
           IF WS-QT-FIN-MIN > 1439
               MOVE 1439 TO WS-QT-FIN-MIN
           END-IF.
           MOVE WS-MVT-RESA TO WS-QT-NB.
           MOVE "O" TO WS-QT-CIRCUIT.
           PERFORM REPARTIT-MVT-QUOTA.

       CHARGE-PARAMS.
           MOVE "MVT-PAR-RESA" TO WS-PARAM-CODE.
           MOVE 2 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-MVT-RESA.

       CHARGE-METEO-DEMAIN.
           MOVE "Prevision : pas de TAF recu pour demain."
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           PERFORM VOL-VERS-LOCALE
                           IF VL-DEPOSE AND VL-DATEARR = WS-DEMAIN
                               PERFORM AJOUTE-EVENT-VOL
                           END-IF
               END-READ
           END-IF.
           ADD 1 TO NB-EVENTS.
           MOVE VL-BASE-DEP TO WS-BA-CODE.
           PERFORM RAMENE-BASE.
           MOVE WS-BA-CODE TO EV-BASE(NB-EVENTS).
           MOVE VL-CODAV TO EV-CODAV(NB-EVENTS).
           MOVE VL-HARR  TO EV-HEURE(NB-EVENTS).
           MOVE SPACES   TO EV-TEXTE(NB-EVENTS).
               " pilote " VL-NUMPIL " " WS-NOM-PILOTE " de " VL-DEST
               DELIMITED BY SIZE INTO EV-TEXTE(NB-EVENTS).

      * Straight exchange sort on (base, aircraft, hour) - the
      * day's programme is small. The principal base ranks first,
      * the satellites after it in code order.
       TRIE-EVENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= NB-EVENTS
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > NB-EVENTS - I
                   MOVE 1 TO WS-EV-RANG-1 WS-EV-RANG-2
                   IF EV-BASE(J) = WS-BA-PRINCIPALE
                       MOVE 0 TO WS-EV-RANG-1
                   END-IF
                   IF EV-BASE(J + 1) = WS-BA-PRINCIPALE
                       MOVE 0 TO WS-EV-RANG-2
                   END-IF
                   IF WS-EV-RANG-1 > WS-EV-RANG-2
                      OR (WS-EV-RANG-1 = WS-EV-RANG-2
                          AND EV-BASE(J) > EV-BASE(J + 1))
                      OR (EV-BASE(J) = EV-BASE(J + 1)
                          AND EV-CODAV(J) > EV-CODAV(J + 1))
                      OR (EV-BASE(J) = EV-BASE(J + 1)
                          AND EV-CODAV(J) = EV-CODAV(J + 1)
                          AND EV-HEURE(J) > EV-HEURE(J + 1))
                       MOVE EVENT-R(J)     TO WS-EV-SWAP
                       MOVE EVENT-R(J + 1) TO EVENT-R(J)
           OPEN OUTPUT OPS-FILE.
           MOVE SPACES TO OP-LIGNE.
           STRING "Feuille d'operations du " WS-DEMAIN(7:2) "/"
               WS-DEMAIN(5:2) "/" WS-DEMAIN(1:4)
               " (heures locales) - editee le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO OP-LIGNE.
           WRITE OPS-REC.
           MOVE WS-DEMAIN TO WS-CAL-DATE.
           PERFORM LIT-JOUR-CALENDRIER.
           MOVE SPACES TO OP-LIGNE.
           EVALUATE TRUE
               WHEN WS-CAL-FERME
                   STRING "*** CLUB FERME : " WS-CAL-LIBELLE
                       " ***" DELIMITED BY SIZE INTO OP-LIGNE
                   WRITE OPS-REC
               WHEN WS-CAL-FERIE
                   STRING "Jour ferie : " WS-CAL-LIBELLE
                       DELIMITED BY SIZE INTO OP-LIGNE
                   WRITE OPS-REC
           END-EVALUATE.
           MOVE SPACES TO OP-LIGNE.
           WRITE OPS-REC.
           MOVE 999 TO WS-CUR-CODAV.
           MOVE HIGH-VALUES TO WS-CUR-BASE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-EVENTS
               IF EV-BASE(I) NOT = WS-CUR-BASE
                   MOVE EV-BASE(I) TO WS-CUR-BASE
                   MOVE 999 TO WS-CUR-CODAV
                   PERFORM EDITE-TITRE-BASE
               END-IF
               IF EV-CODAV(I) NOT = WS-CUR-CODAV
                   MOVE EV-CODAV(I) TO WS-CUR-CODAV
                   MOVE SPACES TO OP-LIGNE
           MOVE SPACES TO OP-LIGNE.
           WRITE OPS-REC.
           MOVE SPACES TO OP-LIGNE.
           WRITE OPS-REC.
           MOVE "Quotas de mouvements (reservations) :" TO OP-LIGNE.
           WRITE OPS-REC.
           MOVE 1 TO WS-QT-J.
           MOVE WS-DEMAIN TO WS-QT-DATE.
           PERFORM CONTROLE-QUOTA-JOUR.
           IF WS-QT-NB-DEPASS = 0
               MOVE "  Aucun depassement prevu." TO OP-LIGNE
               WRITE OPS-REC
           END-IF.
           MOVE SPACES TO OP-LIGNE.
           WRITE OPS-REC.
           MOVE SPACES TO OP-LIGNE.
           STRING NB-EVENTS " evenement(s) au programme."
               DELIMITED BY SIZE INTO OP-LIGNE.
           WRITE OPS-REC.
           CLOSE OPS-FILE.
           DISPLAY "Feuille ecrite dans FEUILLE_OPS.TXT.".

      * Section heading of a base: its code and the aerodrome name
      * from the base table.
       EDITE-TITRE-BASE.
           MOVE SPACES TO OP-LIGNE.
           WRITE OPS-REC.
           MOVE SPACES TO OP-LIGNE.
           STRING "=== Base " WS-CUR-BASE
               DELIMITED BY SIZE INTO OP-LIGNE.
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BA-NB
               IF WS-BA-OACI (WS-BA-IDX) = WS-CUR-BASE
                   MOVE WS-BA-NOM (WS-BA-IDX) TO OP-LIGNE(16:30)
               END-IF
           END-PERFORM.
           WRITE OPS-REC.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"           TO WS-OPERATEUR.
           MOVE "F19"             TO WS-AUDIT-PROGRAMME.
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

      * Called back by CONTROLE-QUOTA-JOUR for each band or hour
      * the reservations already fill past its limit.
       QUOTA-DEPASSE.
           IF QT-TOURS-PISTE
               MOVE "tours de piste" TO WS-LIB-PORTEE
           ELSE
               MOVE "tous mouvements" TO WS-LIB-PORTEE
           END-IF.
           MOVE WS-QT-COMPTE TO WS-COMPTE-ED.
           MOVE QT-MAX TO WS-MAX-ED.
           MOVE SPACES TO OP-LIGNE.
           STRING "  ATTENTION " WS-QT-LIB-TYPE " " WS-QT-H-DEB "-"
               WS-QT-H-FIN " " WS-LIB-PORTEE " : " WS-COMPTE-ED
               " prevus pour " WS-MAX-ED " autorises - " QT-LIBELLE
               DELIMITED BY SIZE INTO OP-LIGNE.
           WRITE OPS-REC.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "QUOTA-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

           COPY "CALENDRIER-PROC.cpy" IN TEMPLATE.

           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F19.

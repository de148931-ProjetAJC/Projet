      * overdue: RETARD under 2 h, ALERTE to 6 h, RECHERCHE beyond -
      * the level that triggers the search-and-rescue phone tree.
      * Written to RAPPORT_RETARDS.TXT and echoed to the console.
      * Each overdue flight also gets a search-and-rescue call sheet,
      * FICHE_SAR_<vol>.TXT, for the duty officer to read down the
      * telephone: aircraft and registration, route, fuel endurance
      * and estimated exhaustion time, everyone aboard from the F1
      * manifest, the pilot's telephone and the F115 emergency
      * contacts, and the latest METEO bulletins. Each sheet is
      * registered in the report catalog (type FICHESAR).
      * The report runs base by base, principal field first, each
      * flight under the base it left from (VL-BASE-DEP), so each
      * base's duty officer finds their own aircraft together.
      * Both the report and the sheets are in local time, the
      * clock the duty officer reads: flight times, kept in UTC,
      * are converted back (HEURE-PROC) and the headings say so.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RETARD.

           SELECT SAR-FILE ASSIGN TO WS-SAR-NOM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-SAR.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  RETARD-FILE.
       01  RETARD-REC              PIC X(132).
       FD  SAR-FILE.
       01  SAR-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           77  WS-NB-RETARDS       PIC 9(3) VALUE 0.
           77  WS-NOM-PILOTE       PIC X(20) VALUE SPACES.

           77  WS-FS-SAR           PIC XX VALUE "00".
           77  WS-SAR-NOM          PIC X(40) VALUE SPACES.
           77  WS-NB-FICHES        PIC 9(3) VALUE 0.
           77  WS-SAR-FS-PILOTE    PIC XX VALUE "00".
           77  WS-SAR-IMMAT        PIC X(10) VALUE SPACES.
           77  WS-SAR-CODTYP       PIC X(2) VALUE SPACES.
           77  WS-SAR-CONSO        PIC 9(3)V9 VALUE 0.
           77  WS-SAR-BASE         PIC X(4) VALUE SPACES.
           77  WS-SAR-IDX          PIC 9 VALUE 0.
           77  WS-SAR-AUTONOMIE    PIC 9(5) VALUE 0.
           77  WS-SAR-DEP-MIN      PIC 9(11) VALUE 0.
           77  WS-SAR-FIN-MIN      PIC 9(11) VALUE 0.
           77  WS-SAR-NOW-MIN      PIC 9(11) VALUE 0.
           77  WS-SAR-JOUR         PIC 9(7) VALUE 0.
           77  WS-SAR-RESTE        PIC 9(4) VALUE 0.
           77  WS-SAR-FIN-DATE     PIC 9(8) VALUE 0.
           77  WS-SAR-FIN-HEURE    PIC 9(4) VALUE 0.
           77  WS-SAR-AUT-H        PIC 9(2) VALUE 0.
           77  WS-SAR-AUT-M        PIC 9(2) VALUE 0.
           77  WS-SAR-FUEL-ED      PIC ZZ9.9.
           77  WS-SAR-CONSO-ED     PIC ZZ9.9.
           77  WS-SAR-ROLE         PIC X(12) VALUE SPACES.
           77  WS-SAR-GENRE        PIC X VALUE SPACE.
           77  WS-SAR-ID           PIC 9(6) VALUE 0.
           77  WS-SAR-PERS-NOM     PIC X(31) VALUE SPACES.
           77  WS-SAR-TEL          PIC X(15) VALUE SPACES.
           77  WS-SAR-CT-NOM       PIC X(20) VALUE SPACES.
           77  WS-SAR-CT-TEL       PIC X(15) VALUE SPACES.
           77  WS-SAR-NB-CONTACTS  PIC 9 VALUE 0.
           77  WS-SAR-NB-BORD      PIC 9 VALUE 0.
           77  WS-SAR-OBS-DATE     PIC 9(8) VALUE 0.
           77  WS-SAR-OBS-TEXTE    PIC X(70) VALUE SPACES.
           77  WS-SAR-PREV-DATE    PIC 9(8) VALUE 0.
           77  WS-SAR-PREV-TEXTE   PIC X(70) VALUE SPACES.

           77  WS-RT-BASE          PIC X(4) VALUE SPACES.
           77  WS-RT-I             PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           MOVE WS-CURR-DATE TO WS-AUJOURD-DATE.
           COMPUTE WS-MAINTENANT-H =
               WS-CURR-HOUR * 100 + WS-CURR-MINUTE.
           COMPUTE WS-INT-AUJOURD =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURD-DATE).
           COMPUTE WS-SAR-NOW-MIN = WS-INT-AUJOURD * 1440
               + WS-CURR-HOUR * 60 + WS-CURR-MINUTE.
           OPEN OUTPUT RETARD-FILE.
           MOVE SPACES TO RETARD-REC.
           STRING "Vols en retard au " WS-AUJOURD-DATE " "
               WS-MAINTENANT-H " (heures locales)"
               DELIMITED BY SIZE INTO RETARD-REC.
           WRITE RETARD-REC.
           PERFORM CHARGE-BASES.
           IF WS-BA-NB = 0
               MOVE SPACES TO WS-RT-BASE
               PERFORM BALAYE-VOLS
           ELSE
               MOVE WS-BA-PRINCIPALE TO WS-RT-BASE
               PERFORM BALAYE-BASE
               PERFORM VARYING WS-RT-I FROM 1 BY 1
                       UNTIL WS-RT-I > WS-BA-NB
                   IF WS-BA-OACI (WS-RT-I) NOT = WS-BA-PRINCIPALE
                       MOVE WS-BA-OACI (WS-RT-I) TO WS-RT-BASE
                       PERFORM BALAYE-BASE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO RETARD-REC.
           STRING WS-NB-RETARDS " vol(s) en retard."
               DELIMITED BY SIZE INTO RETARD-REC.
           ELSE
               DISPLAY WS-NB-RETARDS
                   " vol(s) en retard - voir RAPPORT_RETARDS.TXT."
               DISPLAY WS-NB-FICHES
                   " fiche(s) de recherche FICHE_SAR_<vol>.TXT."
           END-IF.
           STOP RUN.

      * One base's section of the report: a heading line, then its
      * overdue flights.
       BALAYE-BASE.
           MOVE SPACES TO RETARD-REC.
           STRING "--- Base " WS-RT-BASE " ---"
               DELIMITED BY SIZE INTO RETARD-REC.
           WRITE RETARD-REC.
           DISPLAY RETARD-REC(1:79).
           PERFORM BALAYE-VOLS.

       BALAYE-VOLS.
           OPEN INPUT VOL-FILE.
           OPEN INPUT PILOTE-FILE.
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           PERFORM VOL-VERS-LOCALE
      * A flight the pilot closed out (F133, "C") has landed.
                           IF VL-DEPOSE
                               MOVE VL-BASE-DEP TO WS-BA-CODE
                               PERFORM RAMENE-BASE
                               IF WS-BA-CODE = WS-RT-BASE
                                   PERFORM EVALUE-RETARD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   " - merci de contacter le club."
                   DELIMITED BY SIZE INTO WS-NOTIF-TEXTE
               PERFORM ENREGISTRE-NOTIFICATION
               PERFORM ECRIT-FICHE-SAR
           END-IF.

       CHARGE-NOM-PILOTE.
               END-READ
           END-IF.

      * Search-and-rescue call sheet of the flight in VOL-REC. It
      * reads PILOTE-FILE (left open by BALAYE-VOLS) for the people
      * aboard, so it runs after the notification has taken PI-EMAIL;
      * the file status is put back for the next CHARGE-NOM-PILOTE.
       ECRIT-FICHE-SAR.
           MOVE SPACES TO WS-SAR-NOM.
           STRING "FICHE_SAR_" VL-NUMVOL ".TXT" DELIMITED BY SIZE
               INTO WS-SAR-NOM.
           OPEN OUTPUT SAR-FILE.
           IF WS-FS-SAR = "00"
               MOVE WS-FS-PILOTE TO WS-SAR-FS-PILOTE
               MOVE SPACES TO SAR-REC
               STRING "FICHE RECHERCHE ET SAUVETAGE - VOL " VL-NUMVOL
                   " - " WS-NIVEAU "   EDITEE LE " WS-AUJOURD-DATE
                   " A " WS-MAINTENANT-H " (H LOCALES)"
                   DELIMITED BY SIZE
                   INTO SAR-REC
               WRITE SAR-REC
               MOVE ALL "=" TO SAR-REC (1:72)
               WRITE SAR-REC
               MOVE SPACES TO SAR-REC
               STRING "Retard      : " WS-HEURES-RETARD
                   " h - arrivee prevue le " VL-DATEARR " a " VL-HARR
                   DELIMITED BY SIZE INTO SAR-REC
               WRITE SAR-REC
               PERFORM SAR-AVION
               PERFORM SAR-ROUTE
               PERFORM SAR-CARBURANT
               PERFORM SAR-BORD
               PERFORM SAR-METEO
               CLOSE SAR-FILE
               MOVE WS-SAR-FS-PILOTE TO WS-FS-PILOTE
               ADD 1 TO WS-NB-FICHES
               MOVE "FICHESAR" TO WS-RPT-TYPE
               MOVE VL-NUMVOL TO WS-RPT-PERIODE
               MOVE WS-SAR-NOM TO WS-RPT-NOM
               PERFORM CATALOGUE-RAPPORT
           END-IF.

       SAR-AVION.
           MOVE SPACES TO WS-SAR-IMMAT WS-SAR-CODTYP.
           MOVE 0 TO WS-SAR-CONSO.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE VL-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY
                       MOVE "(inconnu)" TO WS-SAR-IMMAT
                   NOT INVALID KEY
                       MOVE AV-IMMAT TO WS-SAR-IMMAT
                       MOVE AV-CODTYP TO WS-SAR-CODTYP
               END-READ
               CLOSE AVION-FILE
           END-IF.
           IF WS-SAR-CODTYP NOT = SPACES
               OPEN INPUT PERF-FILE
               IF WS-FS-PERF = "00"
                   MOVE WS-SAR-CODTYP TO PF-CODTYP
                   READ PERF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PF-CONSO-HOR TO WS-SAR-CONSO
                   END-READ
                   CLOSE PERF-FILE
               END-IF
           END-IF.
           MOVE SPACES TO SAR-REC.
           WRITE SAR-REC.
           MOVE SPACES TO SAR-REC.
           STRING "Avion       : " VL-CODAV " immatriculation "
               WS-SAR-IMMAT " type " WS-SAR-CODTYP
               DELIMITED BY SIZE INTO SAR-REC.
           WRITE SAR-REC.

      * Same order as F1 files it: departure base, destination,
      * then the legs with their planned arrivals.
       SAR-ROUTE.
           MOVE "????" TO WS-SAR-BASE.
           IF WS-RT-BASE NOT = SPACES
               MOVE WS-RT-BASE TO WS-SAR-BASE
           END-IF.
           MOVE SPACES TO SAR-REC.
           STRING "Depart      : " WS-SAR-BASE " le " VL-DATEDEP
               " a " VL-HDEP DELIMITED BY SIZE INTO SAR-REC.
           WRITE SAR-REC.
           MOVE SPACES TO SAR-REC.
           STRING "Destination : " VL-DEST " prevue le " VL-DATEARR
               " a " VL-HARR DELIMITED BY SIZE INTO SAR-REC.
           WRITE SAR-REC.
           PERFORM VARYING WS-SAR-IDX FROM 1 BY 1
                   UNTIL WS-SAR-IDX > VL-NBLEGS OR WS-SAR-IDX > 4
               MOVE SPACES TO SAR-REC
               STRING "Escale " WS-SAR-IDX "    : "
                   VL-LEG-DEST (WS-SAR-IDX) " prevue le "
                   VL-LEG-DATEARR (WS-SAR-IDX) " a "
                   VL-LEG-HARR (WS-SAR-IDX)
                   DELIMITED BY SIZE INTO SAR-REC
               WRITE SAR-REC
           END-PERFORM.

      * Endurance = fuel at departure over the type's hourly
      * consumption; exhaustion is counted in minutes from the
      * departure time, across midnight if need be.
       SAR-CARBURANT.
           MOVE SPACES TO SAR-REC.
           IF VL-FUEL-DEPART = 0 OR WS-SAR-CONSO = 0
               MOVE "Carburant   : non renseigne (plein ou consommation
      -            " du type absent) - autonomie inconnue." TO SAR-REC
               WRITE SAR-REC
           ELSE
               COMPUTE WS-SAR-AUTONOMIE =
                   VL-FUEL-DEPART * 60 / WS-SAR-CONSO
               COMPUTE WS-SAR-AUT-H =
                   FUNCTION INTEGER-PART(WS-SAR-AUTONOMIE / 60)
               COMPUTE WS-SAR-AUT-M =
                   FUNCTION MOD(WS-SAR-AUTONOMIE, 60)
               MOVE VL-FUEL-DEPART TO WS-SAR-FUEL-ED
               MOVE WS-SAR-CONSO TO WS-SAR-CONSO-ED
               STRING "Carburant   : " WS-SAR-FUEL-ED
                   " l au depart, consommation " WS-SAR-CONSO-ED
                   " l/h, autonomie " WS-SAR-AUT-H " h " WS-SAR-AUT-M
                   DELIMITED BY SIZE INTO SAR-REC
               WRITE SAR-REC
               COMPUTE WS-SAR-DEP-MIN =
                   FUNCTION INTEGER-OF-DATE(VL-DATEDEP) * 1440
                   + FUNCTION INTEGER-PART(VL-HDEP / 100) * 60
                   + FUNCTION MOD(VL-HDEP, 100)
               COMPUTE WS-SAR-FIN-MIN =
                   WS-SAR-DEP-MIN + WS-SAR-AUTONOMIE
               COMPUTE WS-SAR-JOUR =
                   FUNCTION INTEGER-PART(WS-SAR-FIN-MIN / 1440)
               COMPUTE WS-SAR-RESTE =
                   WS-SAR-FIN-MIN - WS-SAR-JOUR * 1440
               COMPUTE WS-SAR-FIN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SAR-JOUR)
               COMPUTE WS-SAR-FIN-HEURE =
                   FUNCTION INTEGER-PART(WS-SAR-RESTE / 60) * 100
                   + FUNCTION MOD(WS-SAR-RESTE, 60)
               MOVE SPACES TO SAR-REC
               IF WS-SAR-NOW-MIN >= WS-SAR-FIN-MIN
                   STRING "Epuisement  : estime le " WS-SAR-FIN-DATE
                       " a " WS-SAR-FIN-HEURE " - DEJA ATTEINT"
                       DELIMITED BY SIZE INTO SAR-REC
               ELSE
                   STRING "Epuisement  : estime le " WS-SAR-FIN-DATE
                       " a " WS-SAR-FIN-HEURE
                       DELIMITED BY SIZE INTO SAR-REC
               END-IF
               WRITE SAR-REC
           END-IF.

      * The pilot in command first, then the manifest rows; with no
      * manifest on file, the instructor and baptism passenger the
      * plan itself names.
       SAR-BORD.
           MOVE SPACES TO SAR-REC.
           WRITE SAR-REC.
           MOVE SPACES TO SAR-REC.
           STRING "PERSONNES A BORD (POB " VL-NB-POB ")"
               DELIMITED BY SIZE INTO SAR-REC.
           WRITE SAR-REC.
           OPEN INPUT PASSAGER-FILE.
           OPEN INPUT CONTURG-FILE.
           MOVE "Commandant" TO WS-SAR-ROLE.
           MOVE SPACES TO WS-SAR-CT-NOM WS-SAR-CT-TEL.
           MOVE "M" TO WS-SAR-GENRE.
           MOVE VL-NUMPIL TO WS-SAR-ID.
           PERFORM SAR-PERSONNE.
           MOVE 0 TO WS-SAR-NB-BORD.
           OPEN INPUT MANIFESTE-FILE.
           IF WS-FS-MANIFESTE = "00"
               MOVE VL-NUMVOL TO MF-NUMVOL
               MOVE 0 TO MF-RANG
               START MANIFESTE-FILE KEY IS NOT LESS THAN MF-CLE
                   INVALID KEY MOVE "10" TO WS-FS-MANIFESTE
               END-START
               PERFORM UNTIL WS-FS-MANIFESTE = "10"
                   READ MANIFESTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-MANIFESTE
                       NOT AT END
                           IF MF-NUMVOL NOT = VL-NUMVOL
                               MOVE "10" TO WS-FS-MANIFESTE
                           ELSE
                               PERFORM SAR-LIGNE-MANIFESTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFESTE-FILE
           END-IF.
           IF WS-SAR-NB-BORD = 0 AND VL-NB-POB > 1
               MOVE "Manifeste non saisi au depot - personnes a bord
      -            " non nommees, voir le plan de vol." TO SAR-REC
               WRITE SAR-REC
               MOVE SPACES TO WS-SAR-CT-NOM WS-SAR-CT-TEL
               IF VL-NUMPIL-INSTR > 0
                   MOVE "Instructeur" TO WS-SAR-ROLE
                   MOVE "M" TO WS-SAR-GENRE
                   MOVE VL-NUMPIL-INSTR TO WS-SAR-ID
                   PERFORM SAR-PERSONNE
               END-IF
               IF VL-ID-PASSAGER > 0
                   MOVE "Passager" TO WS-SAR-ROLE
                   MOVE "P" TO WS-SAR-GENRE
                   MOVE VL-ID-PASSAGER TO WS-SAR-ID
                   PERFORM SAR-PERSONNE
               END-IF
           END-IF.
           IF WS-FS-PASSAGER NOT = "35"
               CLOSE PASSAGER-FILE
           END-IF.
           IF WS-FS-CONTURG NOT = "35"
               CLOSE CONTURG-FILE
           END-IF.

       SAR-LIGNE-MANIFESTE.
           ADD 1 TO WS-SAR-NB-BORD.
           MOVE "A bord" TO WS-SAR-ROLE.
           MOVE MF-CONTACT-NOM TO WS-SAR-CT-NOM.
           MOVE MF-CONTACT-TEL TO WS-SAR-CT-TEL.
           EVALUATE TRUE
               WHEN MF-NUMPIL > 0
                   MOVE "M" TO WS-SAR-GENRE
                   MOVE MF-NUMPIL TO WS-SAR-ID
                   PERFORM SAR-PERSONNE
               WHEN MF-ID-PASSAGER > 0
                   MOVE "P" TO WS-SAR-GENRE
                   MOVE MF-ID-PASSAGER TO WS-SAR-ID
                   PERFORM SAR-PERSONNE
               WHEN OTHER
                   MOVE SPACES TO WS-SAR-PERS-NOM
                   STRING MF-NOM " " MF-PRENOM DELIMITED BY SIZE
                       INTO WS-SAR-PERS-NOM
                   MOVE SPACES TO SAR-REC
                   STRING WS-SAR-ROLE " : " WS-SAR-PERS-NOM
                       " (invite)" DELIMITED BY SIZE INTO SAR-REC
                   WRITE SAR-REC
                   MOVE 0 TO WS-SAR-NB-CONTACTS
                   PERFORM SAR-CONTACT-SAISI
           END-EVALUATE.

      * One person (WS-SAR-GENRE / WS-SAR-ID): name, own telephone
      * (CONTURG rang 0, or PS-TELEPHONE), then the F115 contacts -
      * failing those, the contact keyed on the manifest row.
       SAR-PERSONNE.
           MOVE "(inconnu)" TO WS-SAR-PERS-NOM.
           MOVE SPACES TO WS-SAR-TEL.
           IF WS-SAR-GENRE = "M"
               IF WS-SAR-FS-PILOTE NOT = "35"
                   MOVE WS-SAR-ID TO PI-NUMPIL
                   READ PILOTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-SAR-PERS-NOM
                           STRING PI-NOM " " PI-PRENOM
                               DELIMITED BY SIZE INTO WS-SAR-PERS-NOM
                   END-READ
               END-IF
           ELSE
               IF WS-FS-PASSAGER NOT = "35"
                   MOVE WS-SAR-ID TO PS-ID
                   READ PASSAGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-SAR-PERS-NOM
                           STRING PS-NOM " " PS-PRENOM
                               DELIMITED BY SIZE INTO WS-SAR-PERS-NOM
                           MOVE PS-TELEPHONE TO WS-SAR-TEL
                   END-READ
               END-IF
           END-IF.
           IF WS-FS-CONTURG NOT = "35" AND WS-SAR-TEL = SPACES
               MOVE WS-SAR-GENRE TO CU-GENRE
               MOVE WS-SAR-ID TO CU-ID
               MOVE 0 TO CU-RANG
               READ CONTURG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-TELEPHONE TO WS-SAR-TEL
               END-READ
           END-IF.
           IF WS-SAR-TEL = SPACES
               MOVE "non renseigne" TO WS-SAR-TEL
           END-IF.
           MOVE SPACES TO SAR-REC.
           IF WS-SAR-GENRE = "M"
               STRING WS-SAR-ROLE " : " WS-SAR-PERS-NOM " membre "
                   WS-SAR-ID " tel " WS-SAR-TEL
                   DELIMITED BY SIZE INTO SAR-REC
           ELSE
               STRING WS-SAR-ROLE " : " WS-SAR-PERS-NOM " passager "
                   WS-SAR-ID " tel " WS-SAR-TEL
                   DELIMITED BY SIZE INTO SAR-REC
           END-IF.
           WRITE SAR-REC.
           MOVE 0 TO WS-SAR-NB-CONTACTS.
           IF WS-FS-CONTURG NOT = "35"
               PERFORM VARYING WS-SAR-IDX FROM 1 BY 1
                       UNTIL WS-SAR-IDX > 3
                   MOVE WS-SAR-GENRE TO CU-GENRE
                   MOVE WS-SAR-ID TO CU-ID
                   MOVE WS-SAR-IDX TO CU-RANG
                   READ CONTURG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-SAR-NB-CONTACTS
                           MOVE SPACES TO SAR-REC
                           STRING "   Contact " WS-SAR-IDX " : " CU-NOM
                               " (" CU-LIEN ") " CU-TELEPHONE
                               DELIMITED BY SIZE INTO SAR-REC
                           WRITE SAR-REC
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SAR-NB-CONTACTS = 0
               PERFORM SAR-CONTACT-SAISI
           END-IF.

       SAR-CONTACT-SAISI.
           MOVE SPACES TO SAR-REC.
           IF WS-SAR-CT-NOM = SPACES AND WS-SAR-CT-TEL = SPACES
               MOVE "   Aucun contact d'urgence enregistre (F115)."
                   TO SAR-REC
           ELSE
               STRING "   Contact (manifeste) : " WS-SAR-CT-NOM " "
                   WS-SAR-CT-TEL DELIMITED BY SIZE INTO SAR-REC
           END-IF.
           WRITE SAR-REC.

      * Latest observation and forecast F52 loaded on or before
      * today - the flight may have left on an earlier day.
       SAR-METEO.
           MOVE 0 TO WS-SAR-OBS-DATE WS-SAR-PREV-DATE.
           MOVE "aucun bulletin recu." TO WS-SAR-OBS-TEXTE
               WS-SAR-PREV-TEXTE.
           OPEN INPUT METEO-FILE.
           IF WS-FS-METEO = "00"
               MOVE LOW-VALUES TO MT-CLE
               START METEO-FILE KEY IS NOT LESS THAN MT-CLE
                   INVALID KEY MOVE "10" TO WS-FS-METEO
               END-START
               PERFORM UNTIL WS-FS-METEO = "10"
                   READ METEO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-METEO
                       NOT AT END
                           IF MT-DATE > WS-AUJOURD-DATE
                               MOVE "10" TO WS-FS-METEO
                           ELSE
                               IF MT-OBSERVATION
                                   MOVE MT-DATE TO WS-SAR-OBS-DATE
                                   MOVE MT-TEXTE TO WS-SAR-OBS-TEXTE
                               ELSE
                                   MOVE MT-DATE TO WS-SAR-PREV-DATE
                                   MOVE MT-TEXTE TO WS-SAR-PREV-TEXTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METEO-FILE
           END-IF.
           MOVE SPACES TO SAR-REC.
           WRITE SAR-REC.
           MOVE "DERNIERE METEO" TO SAR-REC.
           WRITE SAR-REC.
           MOVE SPACES TO SAR-REC.
           STRING " Observation " WS-SAR-OBS-DATE " : "
               WS-SAR-OBS-TEXTE DELIMITED BY SIZE INTO SAR-REC.
           WRITE SAR-REC.
           MOVE SPACES TO SAR-REC.
           STRING " Prevision   " WS-SAR-PREV-DATE " : "
               WS-SAR-PREV-TEXTE DELIMITED BY SIZE INTO SAR-REC.
           WRITE SAR-REC.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"           TO WS-OPERATEUR.
           MOVE "F39"             TO WS-AUDIT-PROGRAMME.

           COPY "NOTIF-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F39.

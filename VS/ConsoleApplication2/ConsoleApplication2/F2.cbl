                COPY "DATAFILES-FD.cpy" IN TEMPLATE.
            WORKING-STORAGE SECTION.
                COPY "DATAFILES-WS.cpy" IN TEMPLATE.
                COPY "ACTMOIS-WS.cpy" IN TEMPLATE.
            01  WS_CURR_DATE_FIELDS.
                05  WS_CURR_DATE.
                    10  WS_CURR_YEAR    PIC  9(4).
            77  WS_CUR_NUMINSTR PIC 9(6) VALUE 0.
            77  WS_CUR_INSTFLAG PIC X VALUE "N".
            77  WS_CUR_PASSAGER PIC 9(6) VALUE 0.
      * A partner club's guest pilot (PI-INVITE) is never charged:
      * the flight closes "P", left for F128 to bill to the club.
            77  WS_CUR_INVITE   PIC X VALUE "N".
                88  WS_CUR_EST_INVITE VALUE "O".
      * Club flights (maintenance test, ferry, club service -
      * VL-NON-FACTURABLE) close out like any other for counters,
      * crew hours and stock, but nothing is rated or charged: no
      * carte draw-down, no shared costs, no subsidy accrual.
            77  WS_CUR_CATEGORIE PIC X VALUE SPACE.
                88  WS_CUR_VOL_CLUB VALUE "M", "F", "S".
            77  WS_PRIX_BAPTEME PIC 9(3) VALUE 120.
            77  WS_BAPT_TVA     PIC 9(5)V99 VALUE 0.
            77  WS_BAPT_TTC     PIC 9(5)V99 VALUE 0.
            77  WS_BAPT_RESTE   PIC S9(6)V99 VALUE 0.
            77  WS_BON_OK       PIC X VALUE "N".
            77  WS_CUR_CPTDEP   PIC 9(5)V9.
            77  WS_CUR_DATEDEP  PIC 9(8) VALUE 0.
            77  WS_CUR_ETATPIL  PIC 9(6).
            77  WS_CPTARR       PIC 9(5)V9 VALUE 0.
            77  WS_TPSVOL       PIC 9(5)V9 VALUE 0.
            77  WS_AVION_SOL    PIC X VALUE "N".
                88  WS_AVION_GROUNDED VALUE "O".

      * A flight whose month is already closed in the period
      * register is booked into the open period (VL-DATE-COMPTA).
            77  WS_PER_REPORT   PIC X VALUE "N".
                88  WS_VOL_REPORTE  VALUE "O".
            77  WS_DATE_COMPTA  PIC X(8) VALUE SPACES.

      * Fuel/oil topped up on return, carried into
      * VL-FUEL-AJOUTE/VL-OIL-AJOUTE for F4's maintenance tracking.
      * Prepaid hour-block draw-down at close-out: if the
      * chain.
            77  WS_STOCK_PRODUIT PIC X(6) VALUE SPACES.
            77  WS_STOCK_QTE    PIC 9(3)V9 VALUE 0.
      * Base the flight left from: its pump is the one drawn.
            77  WS_STOCK_BASE   PIC X(4) VALUE SPACES.
            77  WS_LATTER       PIC X(20).
            77  WS_ATTERR       PIC 9(2) VALUE 0.

            77  WS_EXT_MONTANT  PIC 9(5)V99 VALUE 0.
            77  WS_EXT_LIEU     PIC X(15) VALUE SPACES.

      * Equipment lent against the flight at F1 deposit (PRETEQ):
      * brought back at close-out, or left out and warned about -
      * F114 checks it in or bills it later.
            77  WS_MAT_RENDU    PIC X VALUE "O".
                88  WS_MAT_NON_RENDU VALUE "N".
            77  WS_MAT_LIGNE    PIC X(78) VALUE SPACES.

      * Airworthiness directives (DIRECTIVE.DAT, F82) held
      * against the counters just rolled forward: a due item flags
      * maintenance, an overdue mandatory one grounds the aircraft.
            77  WS_NBH_MINI     PIC 9(5)V9 VALUE 0.
            77  WS_SUB2         PIC 9 VALUE 0.

      * Countersignature of a close-out the pilot keyed from the
      * self-service menu (F133, CLOTPIL.DAT): the figures come up
      * prefilled on the return screen for the desk to check or
      * correct, then post exactly as a desk close-out. WS_CQ_
      * keeps what the pilot keyed to tell a correction apart.
            77  WS_CONTRESEING  PIC X VALUE "N".
                88  WS_A_CONTRESIGNER VALUE "O".
            77  WS_CQ_CPTARR    PIC 9(5)V9 VALUE 0.
            77  WS_CQ_FUEL      PIC 9(3)V9 VALUE 0.
            77  WS_CQ_OIL       PIC 9(2)V9 VALUE 0.
            77  WS_CQ_ATTER     PIC 9(2) VALUE 0.
            77  WS_CQ_DEFAUT    PIC X(48) VALUE SPACES.
            77  WS_NB_ATTENTE   PIC 9(3) VALUE 0.
            77  WS_CQ_LIGNE     PIC X(78) VALUE SPACES.
            77  WS_CQ_K         PIC 99 VALUE 0.

      * Flight recorder rows F141 matched to the flight (ENREG.DAT):
      * engine time, landings and the last landing (UTC), offered
      * on the return screen and taken as the arrival when posted.
            77  WS_ENR_NB       PIC 9(2) VALUE 0.
            77  WS_ENR_MIN      PIC 9(5) VALUE 0.
            77  WS_ENR_ATTER    PIC 9(3) VALUE 0.
            77  WS_ENR_ATT_TS   PIC 9(12) VALUE 0.
            77  WS_ENR_HEURES   PIC 9(3)V9 VALUE 0.
            77  WS_ENR_ED_H     PIC ZZ9.9.

      *     EXEC SQL
      *         INCLUDE SQLCA
      *     END-EXEC.
            MOVE "    2 - Validez les informations." TO WS_DESC3.
            MOVE "RECAPITULATIF" TO WS_RECAP.
            MOVE "Numero de vol : " TO WS_NVOL.
            MOVE "Depart (h locale) : " TO WS_HDEP.
            MOVE "Arrivee (h locale) : " TO WS_HARR.
            MOVE "Numero de l'avion : " TO WS_NAVION.
            MOVE "Pilote : " TO WS_CIVPILOTE.
            MOVE "Compteur horaire a l'arrivee : " TO WS_LCPTARR.
            MOVE "Defaut (vide=non):" TO WS_LDEFAUT.
            MOVE SPACES TO WS_DEFAUT.
            MOVE "N" TO WS_DEF_SEV.
            MOVE "N" TO WS_CONTRESEING.
            MOVE 0 TO WS_ENR_NB WS_ENR_MIN WS_ENR_ATTER WS_ENR_ATT_TS.
            PERFORM COMPTE_CLOTPIL_F2.
            IF WS_NB_ATTENTE > 0
                MOVE SPACES TO WS_OPTIONS
                STRING "Options de navigation :   (L - " WS_NB_ATTENTE
                    " cloture(s) pilote a contresigner)"
                    DELIMITED BY SIZE INTO WS_OPTIONS
            ELSE
                MOVE "Options de navigation :" TO WS_OPTIONS
            END-IF.
            MOVE "    M - Retourner au menu principal." TO WS_OPTBACK.
            MOVE "    Q - Quitter l'application." TO WS_OPTQUIT.
            MOVE SPACES TO WS_MSG.
                MOVE LS_OPERATEUR TO WS-OPERATEUR
            END-IF.
            PERFORM CHARGE-PARAMS.
            PERFORM PORTEE-ALERTES.

      * Operational thresholds come from the PARAMS file
      * (seeded with the historical constants on first read),
                    MOVE ZEROES TO WS_QUIT
                WHEN "Q"
                    MOVE ZEROES TO WS_QUIT, LS_QUIT
                WHEN "L"
                    PERFORM LISTE_CLOTPIL_F2
                WHEN OTHER
                    MOVE "Option invalide." TO WS_MSG
                    MOVE WS_MSG TO WS-ERR-TEXT
            IF WS_VOL_FOUND
                PERFORM CHECK_AVION_ETAT_F2
            END-IF.
      * The staff alert notes in force on the pilot and the
      * aircraft (F135) are shown before the recap; they inform
      * the close-out, they never stop it.
            IF WS_VOL_FOUND
                MOVE "P" TO WS-AL-CIBLE
                MOVE WS_CUR_NUMPIL TO WS-AL-NUMERO
                PERFORM CHARGE-ALERTES
                PERFORM AFFICHE-ALERTES
                MOVE "A" TO WS-AL-CIBLE
                MOVE WS_QUERY TO WS-AL-NUMERO
                PERFORM CHARGE-ALERTES
                PERFORM AFFICHE-ALERTES
            END-IF.
            IF WS_VOL_FOUND
                PERFORM SQL_RECAP_F2
                EVALUATE WS_VALID
                              MOVE WS_QUERY TO WS-VRR-CLE
                              PERFORM POSE-VERROU
                              IF WS-VRR-ACQUIS
                                IF WS_CUR_VOL_CLUB
                                    MOVE "N" TO WS_PARTAGE
                                    MOVE 0 TO WS_NB_COPAY
                                    MOVE ZEROES TO WS_COPAY_TABLE
                                ELSE
                                    PERFORM SAISIE_COPAYEURS_F2
                                END-IF
                                PERFORM SAISIE_FUEL_EXT_F2
                                PERFORM SAISIE_MATERIEL_F2
                                PERFORM SQL_UPDATE_F2
                                MOVE "AVION" TO WS-VRR-FICHIER
                                MOVE WS_QUERY TO WS-VRR-CLE
            END-IF.
            CLOSE AVION-FILE.

      * Find the open ("D") flight, or one the pilot closed out
      * ("C") awaiting countersignature, for the aircraft keyed
      * into WS_QUERY, via the VL-CODAV alternate key instead of a
      * pass over the whole flight history.
        SQL_QUERY_F2.
            MOVE "N" TO WS_VOL_OK.
            MOVE "N" TO WS_CONTRESEING.
            OPEN INPUT VOL-FILE.
            IF WS-FS-VOL = "00"
                MOVE WS_QUERY TO VL-CODAV
                            IF VL-CODAV NOT = WS_QUERY
                                MOVE "10" TO WS-FS-VOL
                            ELSE
                            IF VL-DEPOSE OR VL-CLOTURE-PILOTE
                                MOVE "O" TO WS_VOL_OK
                                IF VL-CLOTURE-PILOTE
                                    MOVE "O" TO WS_CONTRESEING
                                END-IF
                                MOVE VL-NUMVOL TO WS_CUR_NUMVOL
                                MOVE VL-NUMPIL TO WS_CUR_NUMPIL
                                MOVE VL-NUMPIL-INSTR
                                    TO WS_CUR_INSTFLAG
                                MOVE VL-ID-PASSAGER
                                    TO WS_CUR_PASSAGER
                                MOVE VL-CATEGORIE
                                    TO WS_CUR_CATEGORIE
                                MOVE VL-CPTDEP TO WS_CUR_CPTDEP
                                MOVE VL-DATEDEP TO WS_CUR_DATEDEP
                                STRING "Numero de vol : " VL-NUMVOL
                                    INTO WS_NVOL
      * Times are kept in UTC; the desk reads them locally.
                                MOVE VL-DATEDEP TO WS-HZ-DATE
                                MOVE VL-HDEP TO WS-HZ-HEURE
                                IF VL-HEURES-UTC
                                    PERFORM UTC-VERS-LOCALE
                                END-IF
                                STRING "Depart (h locale) : "
                                    WS-HZ-HEURE
                                    INTO WS_HDEP
                                MOVE VL-DATEARR TO WS-HZ-DATE
                                MOVE VL-HARR TO WS-HZ-HEURE
                                IF VL-HEURES-UTC
                                    PERFORM UTC-VERS-LOCALE
                                END-IF
                                STRING "Arrivee (h locale) : "
                                    WS-HZ-HEURE
                                    INTO WS_HARR
                            END-IF
                            END-IF

            STRING "Numero de l'avion : " WS_QUERY INTO WS_NAVION.

            IF WS_VOL_FOUND AND WS_A_CONTRESIGNER
                PERFORM CHARGE_CLOTPIL_F2
            END-IF.
            IF WS_VOL_FOUND
                PERFORM CHARGE_ENREG_F2
            END-IF.

            MOVE "N" TO WS_CUR_INVITE.
            IF WS_VOL_FOUND
                OPEN INPUT PILOTE-FILE
                IF WS-FS-PILOTE = "00"
                            MOVE "Pilote : inconnu" TO WS_CIVPILOTE
                        NOT INVALID KEY
                            MOVE PI-ID-ETATPILOTE TO WS_CUR_ETATPIL
                            IF PI-EST-INVITE
                                MOVE "O" TO WS_CUR_INVITE
                            END-IF
                            STRING "Pilote : " PI-NOM " " PI-PRENOM
                                INTO WS_CIVPILOTE
                    END-READ
            MOVE "F2" TO WS-JRN-PROGRAMME.
            PERFORM DEBUT-UOW.

            MOVE SPACES TO WS_STOCK_BASE.
            MOVE "N" TO WS_PER_REPORT.
            OPEN I-O VOL-FILE.
            MOVE WS_CUR_NUMVOL TO VL-NUMVOL.
            READ VOL-FILE
                    MOVE VOL-REC TO WS-JRN-IMAGE
                    PERFORM IMAGE-AVANT
                    MOVE "T" TO VL-ETATVOL
                    IF WS_ENR_NB > 0
                        PERFORM ARRIVEE_ENREG_F2
                    END-IF
                    PERFORM DATE_COMPTA_F2
                    MOVE VL-BASE-DEP TO WS_STOCK_BASE
                    MOVE WS_CPTARR TO VL-CPTARR
                    MOVE WS_TPSVOL TO VL-NBHVOL
                    MOVE WS_FUEL   TO VL-FUEL-AJOUTE
                    MOVE WS_EXT_LITRES TO VL-FUEL-EXT-L
                    MOVE WS_EXT_MONTANT TO VL-FUEL-EXT-MT
                    MOVE WS_EXT_LIEU TO VL-FUEL-EXT-LIEU
                    IF WS_CUR_VOL_CLUB
                        MOVE 0 TO VL-NBH-FACT
                    ELSE
                        PERFORM CALCULE_NBH_FACT_F2
                    END-IF
                    MOVE WS_NB_COPAY TO VL-NB-COPAYEURS
                    PERFORM VARYING WS_COP_IDX FROM 1 BY 1
                            UNTIL WS_COP_IDX > 3
                            TO VL-COP-PCT (WS_COP_IDX)
                    END-PERFORM
                    REWRITE VOL-REC
      * The closed flight lands on its monthly summary row
      * (ACTMOIS.DAT) inside the same unit of work.
                    MOVE "O" TO WS-AM-JOURNAL
                    MOVE "+" TO WS-AM-SENS
                    PERFORM CUMULE-ACTMOIS
            END-READ.
            CLOSE VOL-FILE.

            END-READ.
            CLOSE ETATPIL-FILE.

            IF WS_CUR_PASSAGER = 0 AND NOT WS_CUR_VOL_CLUB
                PERFORM ACQUIERT_BOURSE_F2
            END-IF.

            PERFORM DEBIT_STOCK_F2.

            IF WS_DEFAUT NOT = SPACES

      * A discovery flight is billed to its passenger at the
      * fixed bapteme price, never to the pilot's hours - the carte
      * draw-down path is for member flights only. A guest's flight
      * goes to their club, neither shared nor drawn from a carte.
            IF WS_CUR_VOL_CLUB
                CONTINUE
            ELSE
            IF WS_CUR_PASSAGER > 0
                PERFORM FACTURE_BAPTEME_F2
            ELSE
                IF WS_CUR_EST_INVITE
                    PERFORM VOL_CLUB_PART_F2
                ELSE
                IF WS_FRAIS_PARTAGES AND WS_NB_COPAY > 0
                    PERFORM PARTAGE_FRAIS_F2
                ELSE
                    PERFORM DEBIT_CARTE_F2
                END-IF
                END-IF
            END-IF
            END-IF.

            PERFORM FIN-UOW.

            IF WS_A_CONTRESIGNER
                PERFORM CONTRESIGNE_CLOTPIL_F2
            END-IF.

            MOVE "F2"          TO WS-AUDIT-PROGRAMME.
            MOVE "SQL_UPDATE"  TO WS-AUDIT-PARAGRAPHE.
            MOVE "MAJ"         TO WS-AUDIT-ACTION.
            IF WS_CUR_VOL_CLUB
                STRING "vol club " WS_CUR_NUMVOL " (" WS_CUR_CATEGORIE
                    ") cloture, " WS_TPSVOL " heures, non facture"
                    INTO WS-AUDIT-RESUME
            ELSE
                STRING "vol " WS_CUR_NUMVOL " cloture, " WS_TPSVOL
                    " heures ajoutees" INTO WS-AUDIT-RESUME
            END-IF.
            PERFORM LOG-AUDIT.

            IF WS_VOL_REPORTE
                MOVE "SQL_UPDATE"  TO WS-AUDIT-PARAGRAPHE
                MOVE "REPORT"      TO WS-AUDIT-ACTION
                MOVE SPACES TO WS-AUDIT-RESUME
                STRING "vol " WS_CUR_NUMVOL " du " WS_CUR_DATEDEP
                    " en periode close, comptabilise le "
                    WS_DATE_COMPTA DELIMITED BY SIZE
                    INTO WS-AUDIT-RESUME
                PERFORM LOG-AUDIT
            END-IF.

            IF WS-EQ-NB > 0
                PERFORM RETOUR_MATERIEL_F2
            END-IF.

            IF WS_AVION_GROUNDED
                MOVE "Vol cloture. Avion au sol (entretien/hors svc)."
                    TO WS_MSG
            ELSE
                IF WS-EQ-NB > 0 AND WS_MAT_NON_RENDU
                    STRING "Vol cloture - " WS-EQ-NB
                        " materiel(s) non rendu(s) (F114)."
                        DELIMITED BY SIZE INTO WS_MSG
                ELSE
                IF WS_MAINT_DUE
                    MOVE "Vol cloture. Entretien avion proche."
                        TO WS_MSG
                ELSE
                IF WS_VOL_REPORTE
                    STRING "Vol cloture - periode close, impute au "
                        WS_DATE_COMPTA "." DELIMITED BY SIZE
                        INTO WS_MSG
                ELSE
                    MOVE "Mise a jour de la base de donnees realisee."
                        TO WS_MSG
                END-IF
                END-IF
                END-IF
            END-IF.

            PERFORM INIT_VALUES_F2.
            DISPLAY CLRSCREEN.
            DISPLAY STDSCREEN.

      * A flight flown in a month the period register has closed
      * (billing, VAT or export done) cannot land in it any more:
      * it is booked at the first open date, the flight's own
      * dates staying as flown.
        DATE_COMPTA_F2.
            MOVE SPACES TO VL-DATE-COMPTA.
            MOVE VL-DATEDEP TO WS-PER-DATE.
            PERFORM DATE-COMPTABLE.
            IF NOT WS-PER-REPORTEE
                MOVE VL-DATEARR TO WS-PER-DATE
                PERFORM DATE-COMPTABLE
            END-IF.
            IF WS-PER-REPORTEE
                MOVE WS-PER-EFFET TO VL-DATE-COMPTA WS_DATE_COMPTA
                MOVE "O" TO WS_PER_REPORT
            END-IF.

      * The pilot's figures replace the empty return screen; a
      * close-out missing from CLOTPIL.DAT is keyed as usual.
        CHARGE_CLOTPIL_F2.
            OPEN INPUT CLOTPIL-FILE.
            IF WS-FS-CLOTPIL = "00"
                MOVE WS_CUR_NUMVOL TO CQ-NUMVOL
                READ CLOTPIL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CQ-CPTARR   TO WS_CPTARR WS_CQ_CPTARR
                        MOVE CQ-FUEL     TO WS_FUEL WS_CQ_FUEL
                        MOVE CQ-OIL      TO WS_OIL WS_CQ_OIL
                        MOVE CQ-NB-ATTER TO WS_ATTERR WS_CQ_ATTER
                        MOVE CQ-DEFAUT   TO WS_DEFAUT WS_CQ_DEFAUT
                        MOVE CQ-DEF-SEV  TO WS_DEF_SEV
                END-READ
                CLOSE CLOTPIL-FILE
            END-IF.
            MOVE "CLOTURE PILOTE A CONTRESIGNER" TO WS_RECAP.
            MOVE "Saisie du pilote: verifiez, corrigez si besoin."
                TO WS_MSG.

      * The recorder rows of the flight, through the EG-NUMVOL key.
      * A desk close-out comes up with the counter (departure
      * counter plus engine time), landings and arrival time
      * already filled; a pilot close-out keeps the pilot's figures,
      * the recorded ones shown beside them to check against.
        CHARGE_ENREG_F2.
            MOVE 0 TO WS_ENR_NB WS_ENR_MIN WS_ENR_ATTER WS_ENR_ATT_TS.
            OPEN INPUT ENREG-FILE.
            IF WS-FS-ENREG = "00"
                MOVE WS_CUR_NUMVOL TO EG-NUMVOL
                START ENREG-FILE KEY IS EQUAL TO EG-NUMVOL
                    INVALID KEY MOVE "10" TO WS-FS-ENREG
                END-START
                PERFORM UNTIL WS-FS-ENREG = "10"
                    READ ENREG-FILE NEXT RECORD
                        AT END MOVE "10" TO WS-FS-ENREG
                        NOT AT END
                            IF EG-NUMVOL NOT = WS_CUR_NUMVOL
                                MOVE "10" TO WS-FS-ENREG
                            ELSE
                                ADD 1 TO WS_ENR_NB
                                ADD EG-MIN-MOTEUR TO WS_ENR_MIN
                                ADD EG-NB-ATTER TO WS_ENR_ATTER
                                IF EG-ATTERRISSAGE > WS_ENR_ATT_TS
                                    MOVE EG-ATTERRISSAGE
                                        TO WS_ENR_ATT_TS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENREG-FILE
            END-IF.
            IF WS_ENR_NB > 0
                COMPUTE WS_ENR_HEURES ROUNDED = WS_ENR_MIN / 60
                MOVE WS_ENR_HEURES TO WS_ENR_ED_H
                IF WS_A_CONTRESIGNER
                    MOVE SPACES TO WS_MSG
                    STRING "Pilote a verifier - enregistreur "
                        WS_ENR_ED_H " h, " WS_ENR_ATTER " att."
                        DELIMITED BY SIZE INTO WS_MSG
                ELSE
                    COMPUTE WS_CPTARR = WS_CUR_CPTDEP + WS_ENR_HEURES
                    MOVE WS_ENR_ATTER TO WS_ATTERR
                    MOVE WS_ENR_ATT_TS(1:8) TO WS-HZ-DATE
                    MOVE WS_ENR_ATT_TS(9:4) TO WS-HZ-HEURE
                    PERFORM UTC-VERS-LOCALE
                    MOVE SPACES TO WS_HARR
                    STRING "Arrivee (h locale) : " WS-HZ-HEURE
                        " (enregistreur)"
                        DELIMITED BY SIZE INTO WS_HARR
                    MOVE "Pre-rempli par l'enregistreur: verifiez."
                        TO WS_MSG
                END-IF
            END-IF.

      * The recorded landing replaces the arrival keyed at
      * departure, in the flight's own time reference.
        ARRIVEE_ENREG_F2.
            MOVE WS_ENR_ATT_TS(1:8) TO WS-HZ-DATE.
            MOVE WS_ENR_ATT_TS(9:4) TO WS-HZ-HEURE.
            IF NOT VL-HEURES-UTC
                PERFORM UTC-VERS-LOCALE
            END-IF.
            MOVE WS-HZ-DATE  TO VL-DATEARR.
            MOVE WS-HZ-HEURE TO VL-HARR.

      * Once posted, the queue entry records who countersigned it
      * and whether the desk changed the pilot's figures.
        CONTRESIGNE_CLOTPIL_F2.
            OPEN I-O CLOTPIL-FILE.
            IF WS-FS-CLOTPIL = "00"
                MOVE WS_CUR_NUMVOL TO CQ-NUMVOL
                READ CLOTPIL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "V"          TO CQ-ETAT
                        MOVE WS-OPERATEUR TO CQ-VALIDEUR
                        MOVE WS_CURR_DATE TO CQ-DATE-VALID
                        IF WS_CPTARR = WS_CQ_CPTARR
                           AND WS_FUEL = WS_CQ_FUEL
                           AND WS_OIL = WS_CQ_OIL
                           AND WS_ATTERR = WS_CQ_ATTER
                           AND WS_DEFAUT = WS_CQ_DEFAUT
                            MOVE "N" TO CQ-CORRIGE
                        ELSE
                            MOVE "O" TO CQ-CORRIGE
                        END-IF
                        REWRITE CLOTPIL-REC
                        MOVE "F2"          TO WS-AUDIT-PROGRAMME
                        MOVE "CONTRESIGNE" TO WS-AUDIT-PARAGRAPHE
                        MOVE "CONTRESG"    TO WS-AUDIT-ACTION
                        MOVE SPACES TO WS-AUDIT-RESUME
                        STRING "cloture pilote du vol " WS_CUR_NUMVOL
                            " contresignee, corrigee " CQ-CORRIGE
                            DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                        PERFORM LOG-AUDIT
                END-READ
                CLOSE CLOTPIL-FILE
            END-IF.

        COMPTE_CLOTPIL_F2.
            MOVE 0 TO WS_NB_ATTENTE.
            OPEN INPUT CLOTPIL-FILE.
            IF WS-FS-CLOTPIL = "00"
                MOVE LOW-VALUES TO CQ-NUMVOL
                START CLOTPIL-FILE KEY IS NOT LESS THAN CQ-NUMVOL
                    INVALID KEY MOVE "10" TO WS-FS-CLOTPIL
                END-START
                PERFORM UNTIL WS-FS-CLOTPIL = "10"
                    READ CLOTPIL-FILE NEXT RECORD
                        AT END MOVE "10" TO WS-FS-CLOTPIL
                        NOT AT END
                            IF CQ-EN-ATTENTE
                                ADD 1 TO WS_NB_ATTENTE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CLOTPIL-FILE
            END-IF.

      * The queue, oldest flight first: the aircraft number is what
      * the desk then keys to countersign.
        LISTE_CLOTPIL_F2.
            DISPLAY CLRSCREEN.
            DISPLAY "CLOTURES PILOTE A CONTRESIGNER" LINE 3 COL 25.
            DISPLAY "Vol    Avion Pilote Saisi le       Compteur Atter"
                LINE 6 COL 2.
            DISPLAY "Defaut" LINE 6 COL 53.
            MOVE 7 TO WS_CQ_K.
            OPEN INPUT CLOTPIL-FILE.
            IF WS-FS-CLOTPIL = "00"
                MOVE LOW-VALUES TO CQ-NUMVOL
                START CLOTPIL-FILE KEY IS NOT LESS THAN CQ-NUMVOL
                    INVALID KEY MOVE "10" TO WS-FS-CLOTPIL
                END-START
                PERFORM UNTIL WS-FS-CLOTPIL = "10" OR WS_CQ_K > 19
                    READ CLOTPIL-FILE NEXT RECORD
                        AT END MOVE "10" TO WS-FS-CLOTPIL
                        NOT AT END
                            IF CQ-EN-ATTENTE
                                MOVE SPACES TO WS_CQ_LIGNE
                                STRING CQ-NUMVOL " " CQ-CODAV "   "
                                    CQ-NUMPIL " " CQ-DATE-SAISIE " "
                                    CQ-HEURE-SAISIE "  " CQ-CPTARR
                                    "   " CQ-NB-ATTER "    "
                                    CQ-DEF-SEV " " CQ-DEFAUT
                                    DELIMITED BY SIZE INTO WS_CQ_LIGNE
                                DISPLAY WS_CQ_LIGNE LINE WS_CQ_K COL 2
                                ADD 1 TO WS_CQ_K
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CLOTPIL-FILE
            END-IF.
            IF WS_CQ_K = 7
                DISPLAY "Aucune cloture en attente." LINE 7 COL 2
            END-IF.
            DISPLAY "Saisissez ensuite le numero de l'avion."
                LINE 21 COL 2.
            DISPLAY "Appuyez sur Entree pour revenir." LINE 22 COL 2.
            ACCEPT WS_VALID LINE 22 COL 36.
            MOVE SPACES TO WS_VALID.

      * Youth training subsidies (BOURSE.DAT, F90): the dual
      * hours just flown, or a student's solo, accrue the member's
      * entitlement and credit it to the paying balance inside this
      * same unit of work; F91 claims it back from the organisation.
        ACQUIERT_BOURSE_F2.
            MOVE WS_CUR_NUMPIL  TO WS-BRS-NUMPIL.
            MOVE WS_CUR_NUMVOL  TO WS-BRS-NUMVOL.
            MOVE WS_CUR_DATEDEP TO WS-BRS-DATE.
            MOVE WS_TPSVOL      TO WS-BRS-HEURES.
            MOVE WS_CUR_INSTFLAG TO WS-BRS-DOUBLE.
            MOVE "F2"           TO WS-BRS-PROGRAMME.
            PERFORM ACQUIERT-BOURSE-VOL.
            IF WS-BRS-NB > 0
                MOVE "F2"          TO WS-AUDIT-PROGRAMME
                MOVE "ACQUIERT_BOURSE" TO WS-AUDIT-PARAGRAPHE
                MOVE "BOURSE"      TO WS-AUDIT-ACTION
                MOVE SPACES        TO WS-AUDIT-RESUME
                STRING "vol " WS_CUR_NUMVOL " pilote " WS_CUR_NUMPIL
                    " bourse(s) acquise(s) " WS-BRS-TOTAL " EUR"
                    DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                PERFORM LOG-AUDIT
                MOVE SPACES        TO WS-AUDIT-RESUME
            END-IF.

      * The engine/propeller components fitted to this
      * aircraft (COMPOSANT.DAT, maintained by F57) get the same
      * hours and cycles the airframe counters just took, and a
                END-IF
            END-IF.

      * Items still out on the flight are listed under the
      * question; anything but N checks them all back in once the
      * flight is closed. A partial return is keyed as N and the
      * items brought back are checked in from F114.
        SAISIE_MATERIEL_F2.
            MOVE "O" TO WS_MAT_RENDU.
            MOVE WS_CUR_NUMVOL TO WS-EQ-NUMVOL.
            PERFORM COMPTE-PRETS-VOL.
            IF WS-EQ-NB > 0
                MOVE SPACES TO WS_MAT_LIGNE
                STRING "Materiel sorti : " WS-EQ-LISTE
                    DELIMITED BY SIZE INTO WS_MAT_LIGNE
                DISPLAY WS_MAT_LIGNE LINE 24 COL 2
                MOVE SPACES TO WS_MAT_LIGNE
                STRING WS-EQ-NB " materiel(s) sur ce vol - "
                    "tout est rendu (O/N) ?"
                    DELIMITED BY SIZE INTO WS_MAT_LIGNE
                DISPLAY WS_MAT_LIGNE LINE 23 COL 2
                ACCEPT WS_MAT_RENDU LINE 23 COL 54
                IF WS_MAT_RENDU = "n"
                    MOVE "N" TO WS_MAT_RENDU
                END-IF
            END-IF.

        RETOUR_MATERIEL_F2.
            IF WS_MAT_NON_RENDU
                STRING "vol " WS_CUR_NUMVOL " cloture avec "
                    WS-EQ-NB " materiel(s) non rendu(s): "
                    WS-EQ-LISTE DELIMITED BY SIZE INTO WS-ERR-TEXT
                MOVE "F2" TO WS-AUDIT-PROGRAMME
                PERFORM LOG-ERREUR
            ELSE
                PERFORM RETOUR-PRETS-VOL
                MOVE "F2"              TO WS-AUDIT-PROGRAMME
                MOVE "RETOUR_MATERIEL" TO WS-AUDIT-PARAGRAPHE
                MOVE "MAJ"             TO WS-AUDIT-ACTION
                STRING "vol " WS_CUR_NUMVOL ": " WS-EQ-NB
                    " materiel(s) rendu(s)"
                    DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                PERFORM LOG-AUDIT
            END-IF.

      * The receipt's amount comes back to the pilot as a
      * balance credit journaled under mode R; no club stock moves,
      * the litres were never in the tank farm.
            OPEN INPUT AVION-FILE.
            OPEN INPUT TARIF-FILE.
            OPEN I-O VOL-FILE.
            MOVE 0 TO WS-IX-MONTANT.
            MOVE WS_CUR_NUMVOL TO VL-NUMVOL.
            READ VOL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM CHARGE-TARIF-VOL
      * The type's fuel indexation is shared with the rest and
      * printed as a line of its own under the flight.
                    MOVE VL-NBHVOL TO WS-IX-HEURES
                    PERFORM CALCULE-INDEX-VOL
                    PERFORM LIGNE-INDEX-VOL
                    COMPUTE WS_COUT_TOTAL ROUNDED =
                        (VL-NBHVOL * WS-TAUX-HORAIRE
                        + VL-NB-ATTER * WS_TAXE_ATTER
                        + WS-IX-MONTANT)
                        * (1 + WS-TAUX-TVA / 100)
                    MOVE WS_COUT_TOTAL TO VL-COUTVOL
                    MOVE "O" TO VL-PAYE
                "montant " WS_COUT_TOTAL " TTC"
                DELIMITED BY SIZE INTO INV-LIGNE.
            WRITE INVOICE-REC.
            IF WS-IX-MONTANT NOT = 0
                MOVE WS-IX-LIGNE TO INV-LIGNE
                WRITE INVOICE-REC
            END-IF.

            MOVE 0 TO WS_PART_CUMUL.
            PERFORM VARYING WS_COP_IDX FROM 1 BY 1
                DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
            PERFORM LOG-AUDIT.

      * Marks a guest pilot's flight "P": paid as far as the pilot
      * billing paths go, to be put on the partner club's monthly
      * invoice by F128 (which turns it "F").
        VOL_CLUB_PART_F2.
            OPEN I-O VOL-FILE.
            MOVE WS_CUR_NUMVOL TO VL-NUMVOL.
            READ VOL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "P" TO VL-PAYE
                    REWRITE VOL-REC
            END-READ.
            CLOSE VOL-FILE.

            MOVE "F2"          TO WS-AUDIT-PROGRAMME.
            MOVE "VOL_CLUB_PART" TO WS-AUDIT-PARAGRAPHE.
            MOVE "MAJ"         TO WS-AUDIT-ACTION.
            STRING "vol " WS_CUR_NUMVOL " pilote invite "
                WS_CUR_NUMPIL " a facturer au club partenaire"
                DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
            PERFORM LOG-AUDIT.

      * Invoices the fixed discovery-flight price to the
      * passenger on FACTURE.TXT - under its own number from the
      * legal register, with the HT/TVA/TTC split, since a bapteme
      * Draws the litres just keyed off the club stock
      * (records created at zero if the stock file is new) - the
      * book stock F49's reconciliation compares against the
      * physical dip. The pump drawn is the one at the base the
      * flight left from (the principal for a plan filed before
      * there were several).
        DEBIT_STOCK_F2.
            PERFORM CHARGE-BASES.
            MOVE WS_STOCK_BASE TO WS-BA-CODE.
            PERFORM RAMENE-BASE.
            MOVE WS-BA-CODE TO WS_STOCK_BASE.
            IF WS_FUEL > 0
                MOVE "AVGAS" TO WS_STOCK_PRODUIT
                MOVE WS_FUEL TO WS_STOCK_QTE
                MOVE WS_STOCK_PRODUIT TO SK-PRODUIT
                READ STOCK-FILE
                    INVALID KEY
                        INITIALIZE STOCK-REC
                        MOVE WS_STOCK_PRODUIT TO SK-PRODUIT
                        MOVE 0 TO SK-SEUIL-REAPPRO
                        MOVE 0 TO SK-DERNIERE-LIVR
                        MOVE WS_STOCK_BASE TO WS-BA-CODE
                        COMPUTE WS-BA-QTE = 0 - WS_STOCK_QTE
                        PERFORM STOCK-BASE-MAJ
                        WRITE STOCK-REC
                    NOT INVALID KEY
                        MOVE "STOCK" TO WS-JRN-FICHIER
                        MOVE SK-PRODUIT TO WS-JRN-CLE
                        MOVE STOCK-REC TO WS-JRN-IMAGE
                        PERFORM IMAGE-AVANT
                        MOVE WS_STOCK_BASE TO WS-BA-CODE
                        COMPUTE WS-BA-QTE = 0 - WS_STOCK_QTE
                        PERFORM STOCK-BASE-MAJ
                        REWRITE STOCK-REC
                END-READ
                CLOSE STOCK-FILE

            COPY "PARAMS-PROC.cpy" IN TEMPLATE.

            COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

            COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.
            COPY "JOURNAL-PROC.cpy" IN TEMPLATE.

            COPY "PAIEMENT-PROC.cpy" IN TEMPLATE.

            COPY "PERIODE-PROC.cpy" IN TEMPLATE.

            COPY "PAYEUR-PROC.cpy" IN TEMPLATE.

            COPY "BOURSE-PROC.cpy" IN TEMPLATE.

            COPY "ACTMOIS-PROC.cpy" IN TEMPLATE.

            COPY "PRETEQ-PROC.cpy" IN TEMPLATE.

            COPY "BASE-PROC.cpy" IN TEMPLATE.

            COPY "HEURE-PROC.cpy" IN TEMPLATE.

            COPY "ALERTE-PROC.cpy" IN TEMPLATE.
    

           FILE-CONTROL.
               COPY "DATAFILES.cpy" IN TEMPLATE.

      * ICAO flight plan and pilot flight folder, one text file
      * each per flight, named after the flight number.
               SELECT EDITION-FILE ASSIGN TO WS_EDITION_NOM
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS WS_FS_EDITION.

       DATA DIVISION.
           FILE SECTION.
               COPY "DATAFILES-FD.cpy" IN TEMPLATE.
           FD  EDITION-FILE.
           01  EDITION-REC     PIC X(132).
           WORKING-STORAGE SECTION.
               COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           01  WS_CURR_DATE_FIELDS.
           77  WS_QUERY        PIC 9(6).
           77  WS_VALID        PIC X.
           77  WS_QUIT         PIC 9.
           77  WS_STATE        PIC 99.
           77  WS_DATEDEP_TEMP PIC 9(8).
           77  WS_DATEARR_TEMP PIC 9(8).
           01  WS_DATEDEP.
      * same hard refusal as the type-rating gate.
           77  WS_SOLO_OK      PIC X       VALUE "O".
               88  WS_SOLO_VALIDE  VALUE "O".
           77  WS_SOLO_SIGNE   PIC X       VALUE "N".
               88  WS_SOLO_AUTORISE VALUE "O".

      * Recent experience gate, from the flight history itself
      * (VOL.DAT plus the VOLHIST archive, by the pilot key): a
      * plan carrying a passenger needs RECENT-ATTER landings as
      * pilot over the RECENT-JOURS days before departure, and a
      * pilot whose last solo flight or dual flight with an
      * instructor aboard is older than INACTIF-SOLO days may only
      * file dual with an instructor - the refresher itself resets
      * the clock. A pilot with no completed flight here at all
      * (newcomer, partner-club guest) is not held inactive, nor is
      * a student with nothing on record yet who files a first solo
      * under a current sign-off. A dual plan with an instructor
      * aboard passes both rules. Validated
      * external declarations (VOLEXT.DAT) count too, a declared
      * dual flight as a supervised one.
           77  WS_RECENCE_OK   PIC X       VALUE "O".
               88  WS_RECENCE_VALIDE VALUE "O".
           77  WS_RECENCE_MOTIF PIC X      VALUE SPACES.
           77  WS_RECENT_ATTER PIC 9(2)    VALUE 3.
           77  WS_RECENT_JOURS PIC 9(3)    VALUE 90.
           77  WS_INACTIF_SOLO PIC 9(3)    VALUE 90.
           77  WS_NB_ATTER_REC PIC 9(3)    VALUE 0.
           77  WS_NB_VOLS_REC  PIC 9(5)    VALUE 0.
           77  WS_DERNIER_ACTIF PIC 9(8)   VALUE 0.
           77  WS_JOURS_INACTIF PIC 9(5)   VALUE 0.
           77  WS_REC_EXTERNE  PIC X       VALUE "N".

      * Field conditions for the departure date, read from the
      * METEO.DAT store F52 keeps loaded from the federation mirror.
      * before sunrise needs a night qualification row ("NU" in
      * QUALIF-FILE), enforced by CHECK_QUALIF_F1 with the same
      * refusal style as the type-rating gate. No EPHEM row for the
      * day means no night check. The table is in UTC like the
      * stored flight times, so the times keyed on the screen are
      * converted before the comparison.
           77  WS_NUIT         PIC X       VALUE "N".
               88  WS_VOL_NUIT     VALUE "O".
           77  WS_NUIT_DATE    PIC 9(8)    VALUE 0.
      * The named instructor must not already be aboard an
      * overlapping open flight (as pilot or as instructor) and must
      * be inside their declared availability window (DISPOINST-FILE)
      * for the departure day/hour. Before either, they must still
      * hold a current instructor rating (QUALINST-FILE) on the
      * departure date - motif "Q" when they do not.
           77  WS_INSTR_OK     PIC X       VALUE "O".
               88  WS_INSTR_LIBRE  VALUE "O".
           77  WS_INSTR_MOTIF  PIC X       VALUE SPACES.
               88  WS_ESTIM_ACQUITTE VALUE "O".
           77  WS_PREPAY_MODE  PIC 9       VALUE 0.
           77  WS_PREPAY_MINI  PIC S9(6)V99 VALUE 0.
      * Membership dues of the year must have been raised (F15 call
      * or F116 admission) before a pilot may file; COTIS-CONTROLE
      * at 0 lifts the check, e.g. in January before the F15 run.
           77  WS_COTIS_CONTROLE PIC 9     VALUE 1.
           77  WS_COTIS_PERIODE PIC X(13)  VALUE SPACES.
           77  WS_COTIS_OK     PIC X       VALUE "N".
               88  WS_COTIS_APPELEE VALUE "O".
           77  WS_SOLDE_PILOTE PIC S9(6)V99 VALUE 0.
           77  WS_SOLDE_APRES  PIC S9(7)V99 VALUE 0.

           77  WS_LLEGDATE     PIC X(18).
           77  WS_LLEGHARR     PIC X(17).

      * Aerodrome table (AERODROME.DAT, kept in F87): the
      * destination and every leg must be a known OACI code, open
      * on its planned arrival date. The route is then measured
      * from the club base (OA-BASE "O") point by point, great
      * circle in nautical miles (haversine, mean earth radius
      * 3440.065 NM), into VL-DIST-DEST/VL-LEG-DIST/VL-DISTANCE.
           77  WS_TERRAIN_CODE PIC X(25)   VALUE SPACES.
           77  WS_TERRAIN_DATE PIC 9(8)    VALUE 0.
           77  WS_TERRAIN_OK   PIC X       VALUE "N".
               88  WS_TERRAIN_VALIDE VALUE "O".
           77  WS_BASE_OACI    PIC X(4)    VALUE SPACES.
      * Base the plan departs from (the session's base, or the
      * aircraft's own on an all-bases session), kept in
      * VL-BASE-DEP; a plan leaving from anywhere but where the
      * aircraft last landed is flagged and needs a second
      * validation, same idiom as the estimate.
           77  WS_BASE_DEP     PIC X(4)    VALUE SPACES.
           77  WS_BASE_ECART   PIC X       VALUE "N".
               88  WS_BASE_HORS      VALUE "O".
           77  WS_BASE_ACK     PIC X       VALUE "N".
               88  WS_BASE_ACQUITTE  VALUE "O".
      * Staff alert notes (ALERTE.DAT, F135) on the pilot and the
      * aircraft are shown once per plan entry; WS_ALERTE_PIL and
      * WS_ALERTE_AV remember what was last shown. A blocking note
      * not yet acknowledged refuses the plan, unless a staff
      * account acknowledges it on the spot (audited).
           77  WS_ALERTE_OK    PIC X       VALUE "O".
               88  WS_ALERTE_LIBRE   VALUE "O".
           77  WS_ALERTE_VU    PIC X       VALUE "N".
               88  WS_ALERTE_DEJA_VUE VALUE "O".
           77  WS_ALERTE_PIL   PIC 9(6)    VALUE 0.
           77  WS_ALERTE_AV    PIC 9(3)    VALUE 0.
           77  WS_PT_TROUVE    PIC X       VALUE "N".
               88  WS_PT_CONNU     VALUE "O".
           77  WS_PREC_LAT     PIC S9(3)V9(6) VALUE 0.
           77  WS_PREC_LON     PIC S9(3)V9(6) VALUE 0.
           77  WS_PREC_CONNU   PIC X       VALUE "N".
           77  WS_PT_LAT       PIC S9(3)V9(6) VALUE 0.
           77  WS_PT_LON       PIC S9(3)V9(6) VALUE 0.
           77  WS_DIST_SEG     PIC 9(4)V9  VALUE 0.
           77  WS_HAV_A        PIC S9(3)V9(12) VALUE 0.
           77  WS_RAD          PIC S9(3)V9(12) VALUE 0.

      * On demand after deposit (MENU_F1's 'P' option, state 9):
      * the ICAO FPL message for the ATC filing service
      * (FPL_<vol>.TXT) and the pilot's printable flight folder
      * (DOSSIER_VOL_<vol>.TXT) - leg table with distances, filed
      * times and fuel at the type's PF-CONSO-HOR, fuel plan, the
      * day's bulletins, aircraft papers and open defects, pilot
      * expiry dates. Both are registered in the report catalog.
      * No ICAO designator is held for the club's type codes, so
      * item 9 is filed ZZZZ with the type in TYP/ as the ICAO
      * rules provide.
           77  WS_LDOSSIERNUM  PIC X(30).
      * Equipment taken out with the aircraft (headsets, jackets,
      * keys) is lent against the flight just deposited - by
      * default - and comes back at F2 close-out (PRETEQ-PROC).
           77  WS_LMATNUM      PIC X(30).
           77  WS_LMATSERIE    PIC X(30).
           77  WS_MAT_NUMVOL   PIC 9(6)    VALUE 0.
           01  WS_MAT_SAISIE.
               05  WS_MAT_SERIE OCCURS 4 PIC X(12).
           77  WS_MAT_IDX      PIC 9       VALUE 0.
           77  WS_MAT_NB_OK    PIC 9       VALUE 0.
           77  WS_MAT_NB_REFUS PIC 9       VALUE 0.
           77  WS_MAT_REFUS    PIC X(12)   VALUE SPACES.
      * Named manifest of a flight with more than one on board,
      * asked straight after the deposit (state 11) and open again
      * with B: everyone aboard besides the pilot in command, with
      * the contact to call - F39's search-and-rescue sheet reads
      * it back. A member number fills the name from PILOTE and the
      * contact from F115; a guest is keyed in full.
           77  WS_LMANIFNUM    PIC X(30).
           77  WS_LMANIFCOL    PIC X(75).
           77  WS_MF_NUMVOL    PIC 9(6)    VALUE 0.
           77  WS_MF_VOL_CHARGE PIC 9(6)   VALUE 0.
           77  WS_MF_POB       PIC 9(2)    VALUE 0.
           77  WS_MF_ATTENDU   PIC 9(2)    VALUE 0.
           01  WS_MF_SAISIE.
               05  WS_MF_LIGNE OCCURS 5.
                   10  WS_MF_NUMPIL    PIC 9(6).
                   10  WS_MF_NOM       PIC X(20).
                   10  WS_MF_PRENOM    PIC X(10).
                   10  WS_MF_CT_NOM    PIC X(20).
                   10  WS_MF_CT_TEL    PIC X(15).
                   10  WS_MF_PASSAGER  PIC 9(6).
           77  WS_MF_IDX       PIC 9       VALUE 0.
           77  WS_MF_RANG      PIC 9       VALUE 0.
           77  WS_MF_NB        PIC 9       VALUE 0.
           77  WS_DOSSIER_NUMVOL PIC 9(6)  VALUE 0.
           77  WS_EDITION_NOM  PIC X(40)   VALUE SPACES.
           77  WS_FS_EDITION   PIC XX      VALUE "00".
           77  WS_DOSSIER_OK   PIC X       VALUE "N".
               88  WS_DOSSIER_VALIDE VALUE "O".
           77  WS_FPL_ID       PIC X(10)   VALUE SPACES.
           77  WS_IMMAT_P1     PIC X(10)   VALUE SPACES.
           77  WS_IMMAT_P2     PIC X(10)   VALUE SPACES.
           77  WS_FPL_ROUTE    PIC X(60)   VALUE SPACES.
           77  WS_FPL_PTR      PIC 9(3)    VALUE 1.
           77  WS_FPL_FINAL    PIC X(4)    VALUE SPACES.
           77  WS_FPL_VITESSE  PIC 9(4)    VALUE 0.
           77  WS_CONSO        PIC 9(3)V9  VALUE 0.
           77  WS_PERF_TROUVE  PIC X       VALUE "N".
           77  WS_EET_MIN      PIC S9(7)   VALUE 0.
           77  WS_SEG_MIN      PIC S9(7)   VALUE 0.
           77  WS_CONV_MIN     PIC S9(7)   VALUE 0.
           01  WS_CONV_HHMM.
               05  WS_CONV_HH      PIC 9(2).
               05  WS_CONV_MM      PIC 9(2).
           77  WS_SEG_CARB     PIC 9(4)V9  VALUE 0.
           77  WS_TRIP_CARB    PIC 9(4)V9  VALUE 0.
           77  WS_RESERVE_CARB PIC 9(4)V9  VALUE 0.
           77  WS_MARGE_CARB   PIC S9(4)V9 VALUE 0.
           77  WS_NB_ETAPES    PIC 9       VALUE 0.
           77  WS_ETP          PIC 9       VALUE 0.
           01  WS_ETAPE_TABLE.
               05  WS_ETAPE OCCURS 5 TIMES.
                   10  WS_ETP_CODE     PIC X(4).
                   10  WS_ETP_DATE     PIC 9(8).
                   10  WS_ETP_HEURE    PIC 9(4).
                   10  WS_ETP_DIST     PIC 9(4)V9.
           77  WS_PREC_CODE    PIC X(4)    VALUE SPACES.
           77  WS_PREC_DATE    PIC 9(8)    VALUE 0.
           77  WS_PREC_HEURE   PIC 9(4)    VALUE 0.
           77  WS_ED_DIST      PIC ZZZ9.9.
           77  WS_ED_CARB      PIC ZZZ9.9.
           77  WS_ED_MARGE     PIC -ZZZ9.9.
           77  WS_ED_CONSO     PIC ZZ9.9.
           77  WS_ETAT_DOC     PIC X(8)    VALUE SPACES.
           77  WS_NB_DOCS      PIC 9(3)    VALUE 0.
           77  WS_NB_DEFAUTS   PIC 9(3)    VALUE 0.
           77  WS_ECH_DATE     PIC 9(8)    VALUE 0.
           77  WS_ECH_ETATPIL  PIC 9(6)    VALUE 0.
           77  WS_DOS_IMMAT    PIC X(10)   VALUE SPACES.
           77  WS_DOS_CODTYP   PIC X(2)    VALUE SPACES.

      * Cancel a deposited-but-not-yet-flown VOL, reachable
      * from MENU_F1's 'C' option (state 5), instead of leaving it
      * stuck open until F2 force-closes it.
           77  WS_LRESA_DATE   PIC X(18).
           77  WS_LRESA_HDEB   PIC X(17).
           77  WS_LRESA_HFIN   PIC X(17).
           77  WS_LRESA_INSTR  PIC X(18).
           77  WS_RESA_CODAV   PIC 9(3)    VALUE 0.
           77  WS_RESA_NUMPIL  PIC 9(6)    VALUE 0.
           77  WS_RESA_INSTR   PIC 9(6)    VALUE 0.
           01  WS_RESA_DATE.
               05  WS_RESA_AN      PIC 9(4).
               05  WS_RESA_MOIS    PIC 9(2).
               05  WS_RL_DATE      PIC 9(8).
               05  WS_RL_HDEB      PIC 9(4).
               05  WS_RL_HFIN      PIC 9(4).
               05  WS_RL_INSTR     PIC 9(6).

      * Optional second crew member (instructor) plus the
      * dual/instructional flag carried through to VL-INSTRUCTION/
           77  WS_PASSAGER_OK  PIC X       VALUE "N".
               88  WS_PASSAGER_VALIDE VALUE "O".

      * Flight category carried to VL-CATEGORIE. Left blank,
      * the plan takes the category its own flags imply (bapteme,
      * instruction, navigation, else local). The club categories
      * (maintenance test, ferry, club service) are not billed and
      * are filed by staff only; a maintenance test flies the type's
      * aircraft grounded under an open F11 work order and carries
      * that order's number (WS_OT_LIEN) to VL-OT-NUMOT.
           77  WS_CATEGORIE    PIC X       VALUE SPACE.
               88  WS_CAT_CONNUE   VALUE SPACE, "L", "N", "I", "B",
                                         "M", "F", "S".
               88  WS_CAT_CLUB     VALUE "M", "F", "S".
               88  WS_CAT_ESSAI    VALUE "M".
           77  WS_CAT_OK       PIC X       VALUE "O".
               88  WS_CAT_VALIDE   VALUE "O".
           77  WS_CAT_MOTIF    PIC X       VALUE SPACE.
           77  WS_OT_LIEN      PIC 9(6)    VALUE 0.
           77  WS_LCATEG       PIC X(78).
           77  WS_LCATVOL      PIC X(5).

           LINKAGE SECTION.
           77  LS_QUIT         PIC 9.
           77  LS_OPERATEUR    PIC X(10).
                   10  LINE 5  COL 2 PIC X(70) FROM WS_METEO_LIGNE.
                   10  LINE 6  COL 1 PIC X(80) FROM WS_LINE.
               05  ENTRYBODY BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
                   10  LINE 7  COL 2 PIC X(78) FROM WS_LCATEG.
                   10  LINE 8  COL 2 PIC X(18) FROM WS_LNPIL.
                   10  LINE 8  COL 21 PIC 9(6) FROM WS_QUERY.
                   10  LINE 9  COL 2 PIC X(18) FROM WS_LDATEDEP.
                   10  LINE 13 COL 2 PIC X(30) FROM WS_LLEGNUM.
                   10  LINE 13 COL 40 PIC X(18) FROM WS_LPASSAGER.
                   10  LINE 13 COL 60 PIC 9(6) USING WS_PASSAGER.
                   10  LINE 13 COL 68 PIC X(5) FROM WS_LCATVOL.
                   10  LINE 13 COL 74 PIC X USING WS_CATEGORIE.
                   10  LINE 14 COL 2 PIC X(80) FROM WS_OPTIONS.
                   10  LINE 15 COL 2 PIC X(80) FROM WS_OPTVAL.
                   10  LINE 16 COL 2 PIC X(80) FROM WS_OPTBACK.
                   10  LINE 19 COL 1 PIC X(80) FROM WS_LINE.
                   10  LINE 20 COL 2 PIC X(70) FROM WS_MSG.

      * Asks for the number of a deposited flight and writes its
      * ICAO flight plan and flight folder, same navigation idiom as
      * ANNULSCREEN.
           01  DOSSIERSCREEN.
               05  DOSSIERHEADER BACKGROUND-COLOR 0 FOREGROUND-COLOR 2.
                   10  LINE 3  COL 2 PIC 9(2) FROM WS_CURR_DAY.
                   10  LINE 3  COL 4 VALUE "/".
                   10  LINE 3  COL 5 PIC 9(2) FROM WS_CURR_MONTH.
                   10  LINE 3  COL 7 VALUE "/".
                   10  LINE 3  COL 8 PIC 9(4) FROM WS_CURR_YEAR.
                   10  LINE 3  COL 32 VALUE "GESTION AEROCLUB".
                   10  LINE 3  COL 63 PIC X(25) FROM WS_FUNC.
                   10  LINE 6  COL 1 PIC X(80) FROM WS_LINE.
               05  DOSSIERBODY BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
                   10  LINE 8  COL 2 PIC X(30) FROM WS_LDOSSIERNUM.
                   10  LINE 8  COL 33 PIC 9(6) USING WS_DOSSIER_NUMVOL.
                   10  LINE 14 COL 2 PIC X(80) FROM WS_OPTIONS.
                   10  LINE 15 COL 2 PIC X(80) FROM WS_OPTVAL.
                   10  LINE 16 COL 2 PIC X(80) FROM WS_OPTBACK.
                   10  LINE 17 COL 2 PIC X(80) FROM WS_OPTQUIT.
                   10  LINE 18 COL 2 VALUE ">".
                   10  LINE 18 COL 4 PIC X USING WS_NAV.
               05  DOSSIERFOOTER BACKGROUND-COLOR 0 FOREGROUND-COLOR 2.
                   10  LINE 19 COL 1 PIC X(80) FROM WS_LINE.
                   10  LINE 20 COL 2 PIC X(70) FROM WS_MSG.

      * Equipment out with a deposited flight, up to four serial
      * numbers at a time, same navigation idiom as DOSSIERSCREEN.
           01  MATSCREEN.
               05  MATHEADER BACKGROUND-COLOR 0 FOREGROUND-COLOR 2.
                   10  LINE 3  COL 2 PIC 9(2) FROM WS_CURR_DAY.
                   10  LINE 3  COL 4 VALUE "/".
                   10  LINE 3  COL 5 PIC 9(2) FROM WS_CURR_MONTH.
                   10  LINE 3  COL 7 VALUE "/".
                   10  LINE 3  COL 8 PIC 9(4) FROM WS_CURR_YEAR.
                   10  LINE 3  COL 32 VALUE "GESTION AEROCLUB".
                   10  LINE 3  COL 63 PIC X(25) FROM WS_FUNC.
                   10  LINE 6  COL 1 PIC X(80) FROM WS_LINE.
               05  MATBODY BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
                   10  LINE 8  COL 2 PIC X(30) FROM WS_LMATNUM.
                   10  LINE 8  COL 33 PIC 9(6) USING WS_MAT_NUMVOL.
                   10  LINE 9  COL 2 PIC X(30) FROM WS_LMATSERIE.
                   10  LINE 9  COL 33 PIC X(12) USING WS_MAT_SERIE (1).
                   10  LINE 10 COL 33 PIC X(12) USING WS_MAT_SERIE (2).
                   10  LINE 11 COL 33 PIC X(12) USING WS_MAT_SERIE (3).
                   10  LINE 12 COL 33 PIC X(12) USING WS_MAT_SERIE (4).
                   10  LINE 14 COL 2 PIC X(80) FROM WS_OPTIONS.
                   10  LINE 15 COL 2 PIC X(80) FROM WS_OPTVAL.
                   10  LINE 16 COL 2 PIC X(80) FROM WS_OPTBACK.
                   10  LINE 17 COL 2 PIC X(80) FROM WS_OPTQUIT.
                   10  LINE 18 COL 2 VALUE ">".
                   10  LINE 18 COL 4 PIC X USING WS_NAV.
               05  MATFOOTER BACKGROUND-COLOR 0 FOREGROUND-COLOR 2.
                   10  LINE 19 COL 1 PIC X(80) FROM WS_LINE.
                   10  LINE 20 COL 2 PIC X(70) FROM WS_MSG.

      * Manifest of a deposited flight, five rows below the pilot
      * in command, same navigation idiom as MATSCREEN.
           01  MANIFSCREEN.
               05  MANIFHEADER BACKGROUND-COLOR 0 FOREGROUND-COLOR 2.
                   10  LINE 3  COL 2 PIC 9(2) FROM WS_CURR_DAY.
                   10  LINE 3  COL 4 VALUE "/".
                   10  LINE 3  COL 5 PIC 9(2) FROM WS_CURR_MONTH.
                   10  LINE 3  COL 7 VALUE "/".
                   10  LINE 3  COL 8 PIC 9(4) FROM WS_CURR_YEAR.
                   10  LINE 3  COL 32 VALUE "GESTION AEROCLUB".
                   10  LINE 3  COL 63 PIC X(25) FROM WS_FUNC.
                   10  LINE 6  COL 1 PIC X(80) FROM WS_LINE.
               05  MANIFBODY BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
                   10  LINE 7  COL 2 PIC X(30) FROM WS_LMANIFNUM.
                   10  LINE 7  COL 33 PIC 9(6) USING WS_MF_NUMVOL.
                   10  LINE 7  COL 42 VALUE "POB :".
                   10  LINE 7  COL 48 PIC Z9 FROM WS_MF_POB.
                   10  LINE 8  COL 2 PIC X(75) FROM WS_LMANIFCOL.
                   10  LINE 9  COL 2 PIC 9(6) USING WS_MF_NUMPIL (1).
                   10  LINE 9  COL 9 PIC X(20) USING WS_MF_NOM (1).
                   10  LINE 9  COL 30 PIC X(10) USING WS_MF_PRENOM (1).
                   10  LINE 9  COL 41 PIC X(20) USING WS_MF_CT_NOM (1).
                   10  LINE 9  COL 62 PIC X(15) USING WS_MF_CT_TEL (1).
                   10  LINE 10 COL 2 PIC 9(6) USING WS_MF_NUMPIL (2).
                   10  LINE 10 COL 9 PIC X(20) USING WS_MF_NOM (2).
                   10  LINE 10 COL 30 PIC X(10) USING WS_MF_PRENOM (2).
                   10  LINE 10 COL 41 PIC X(20) USING WS_MF_CT_NOM (2).
                   10  LINE 10 COL 62 PIC X(15) USING WS_MF_CT_TEL (2).
                   10  LINE 11 COL 2 PIC 9(6) USING WS_MF_NUMPIL (3).
                   10  LINE 11 COL 9 PIC X(20) USING WS_MF_NOM (3).
                   10  LINE 11 COL 30 PIC X(10) USING WS_MF_PRENOM (3).
                   10  LINE 11 COL 41 PIC X(20) USING WS_MF_CT_NOM (3).
                   10  LINE 11 COL 62 PIC X(15) USING WS_MF_CT_TEL (3).
                   10  LINE 12 COL 2 PIC 9(6) USING WS_MF_NUMPIL (4).
                   10  LINE 12 COL 9 PIC X(20) USING WS_MF_NOM (4).
                   10  LINE 12 COL 30 PIC X(10) USING WS_MF_PRENOM (4).
                   10  LINE 12 COL 41 PIC X(20) USING WS_MF_CT_NOM (4).
                   10  LINE 12 COL 62 PIC X(15) USING WS_MF_CT_TEL (4).
                   10  LINE 13 COL 2 PIC 9(6) USING WS_MF_NUMPIL (5).
                   10  LINE 13 COL 9 PIC X(20) USING WS_MF_NOM (5).
                   10  LINE 13 COL 30 PIC X(10) USING WS_MF_PRENOM (5).
                   10  LINE 13 COL 41 PIC X(20) USING WS_MF_CT_NOM (5).
                   10  LINE 13 COL 62 PIC X(15) USING WS_MF_CT_TEL (5).
                   10  LINE 14 COL 2 PIC X(80) FROM WS_OPTIONS.
                   10  LINE 15 COL 2 PIC X(80) FROM WS_OPTVAL.
                   10  LINE 16 COL 2 PIC X(80) FROM WS_OPTBACK.
                   10  LINE 17 COL 2 PIC X(80) FROM WS_OPTQUIT.
                   10  LINE 18 COL 2 VALUE ">".
                   10  LINE 18 COL 4 PIC X USING WS_NAV.
               05  MANIFFOOTER BACKGROUND-COLOR 0 FOREGROUND-COLOR 2.
                   10  LINE 19 COL 1 PIC X(80) FROM WS_LINE.
                   10  LINE 20 COL 2 PIC X(70) FROM WS_MSG.

      * Reserve an aircraft for a future date/time window
      * ahead of the actual flight-plan filing.
           01  RESASCREEN.
                   10  LINE 11 COL 67 PIC 9(2) USING WS_RESA_HEUREFIN.
                   10  LINE 11 COL 69 VALUE ":".
                   10  LINE 11 COL 70 PIC 9(2) USING WS_RESA_MINFIN.
                   10  LINE 12 COL 2 PIC X(18) FROM WS_LRESA_INSTR.
                   10  LINE 12 COL 21 PIC 9(6) USING WS_RESA_INSTR.
                   10  LINE 14 COL 2 PIC X(80) FROM WS_OPTIONS.
                   10  LINE 15 COL 2 PIC X(80) FROM WS_OPTVAL.
                   10  LINE 16 COL 2 PIC X(80) FROM WS_OPTBACK.
                   10  LINE 10 COL 20 VALUE "Date".
                   10  LINE 10 COL 32 VALUE "Debut".
                   10  LINE 10 COL 40 VALUE "Fin".
                   10  LINE 10 COL 48 VALUE "Instr.".
                   10  LINE 17 COL 2 PIC X(80) FROM WS_OPTVAL.
                   10  LINE 18 COL 2 VALUE ">".
                   10  LINE 18 COL 4 PIC X USING WS_NAV.
               02  LINE WS_RL_LIGNE COL 20 PIC 9(8) FROM WS_RL_DATE.
               02  LINE WS_RL_LIGNE COL 32 PIC 9(4) FROM WS_RL_HDEB.
               02  LINE WS_RL_LIGNE COL 40 PIC 9(4) FROM WS_RL_HFIN.
               02  LINE WS_RL_LIGNE COL 48 PIC 9(6) FROM WS_RL_INSTR.

       PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
       PRINCIPAL SECTION.
                       PERFORM LISTE_RESA_F1
                   WHEN 8
                       PERFORM MODIF_VOL_F1
                   WHEN 9
                       PERFORM DOSSIER_VOL_F1
                   WHEN 10
                       PERFORM MATERIEL_VOL_F1
                   WHEN 11
                       PERFORM MANIFESTE_VOL_F1
               END-EVALUATE
           END-PERFORM.
           
               TO WS_OPTVAL.
           STRING "    M - Menu | C - Annuler | E - Modifier | "
               "R - Reserver | L - Resas." INTO WS_OPTBACK.
           STRING "    P - Plan OACI/dossier | T - Materiel | "
               "B - Manifeste | Q - Quitter." INTO WS_OPTQUIT.
           MOVE "Numero du vol a annuler :" TO WS_LANNULNUM.
           MOVE 0 TO WS_ANNUL_NUMVOL.
           MOVE "Numero du vol a modifier :" TO WS_LMODIFNUM.
           MOVE "Vol (plan OACI et dossier) :" TO WS_LDOSSIERNUM.
           MOVE 0 TO WS_DOSSIER_NUMVOL.
           MOVE "Vol (materiel emporte) :" TO WS_LMATNUM.
           MOVE "Numeros de serie :" TO WS_LMATSERIE.
           MOVE "Vol (manifeste) :" TO WS_LMANIFNUM.
           STRING "Membre Nom                  Prenom     "
               "Contact urgence      Telephone" INTO WS_LMANIFCOL.
           MOVE 0 TO WS_MODIF_NUMVOL.
           MOVE "N" TO WS_MODIF_FLAG.
           MOVE "Numero avion (CODAV) :" TO WS_LRESA_CODAV.
           MOVE "Date reservee    :" TO WS_LRESA_DATE.
           MOVE "Heure debut     :" TO WS_LRESA_HDEB.
           MOVE "Heure fin       :" TO WS_LRESA_HFIN.
           MOVE "Instructeur (0)  :" TO WS_LRESA_INSTR.
           MOVE 0 TO WS_RESA_CODAV, WS_RESA_NUMPIL, WS_RESA_INSTR.
           MOVE ZEROES TO WS_RESA_JOUR, WS_RESA_MOIS, WS_RESA_AN.
           MOVE ZEROES TO WS_RESA_HEUREDEB, WS_RESA_MINDEB.
           MOVE ZEROES TO WS_RESA_HEUREFIN, WS_RESA_MINFIN.
           MOVE "Numero du pilote :" TO WS_LNPIL.
           MOVE "Date de depart   :" TO WS_LDATEDEP.
           MOVE "Date d'arrivee   :" TO WS_LDATEARR.
           MOVE "Destination OACI :" TO WS_LDEST.
           MOVE "Type d'avion     :" TO WS_LTAVION.
           MOVE "Dep. (h locale) :" TO WS_LHDEP.
           MOVE "Arr. (h locale) :" TO WS_LHARR.
           MOVE ZEROES TO WS_DATEDEP.
           MOVE ZEROES TO WS_HDEP.
           MOVE ZEROES TO WS_DATEARR.
           MOVE "Instructeur :" TO WS_LNUMINSTR.
           MOVE "Passager (0=non) :" TO WS_LPASSAGER.
           MOVE 0 TO WS_PASSAGER.
           STRING "Cat.: L local N nav I instr. B bapteme "
               "M essai entretien F convoyage S service"
               DELIMITED BY SIZE INTO WS_LCATEG.
           MOVE "Cat.:" TO WS_LCATVOL.
           MOVE SPACE TO WS_CATEGORIE.
           MOVE 0 TO WS_OT_LIEN.
           MOVE "Escale(s) :" TO WS_LLEGNUM.
           MOVE "Terrain OACI   :" TO WS_LLEGDEST.
           MOVE "Date d'arrivee :" TO WS_LLEGDATE.
           MOVE "Arr. (h locale):" TO WS_LLEGHARR.
           MOVE ZEROES TO WS_NBLEGS.
           MOVE SPACES TO WS_LEG_TABLE.
           MOVE SPACES TO WS_LEG_DEST.
           END-IF.
           PERFORM CHARGE-PARAMS.
           PERFORM CHARGE_ROLE_F1.
           PERFORM PORTEE-ALERTES.
           MOVE "N" TO WS_METEO_ACK.
           PERFORM CHARGE_METEO_F1.

           MOVE 0 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS_PREPAY_MINI.
           MOVE "COTIS-CONTROLE" TO WS-PARAM-CODE.
           MOVE 1 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS_COTIS_CONTROLE.
           MOVE "RECENT-ATTER" TO WS-PARAM-CODE.
           MOVE 3 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS_RECENT_ATTER.
           MOVE "RECENT-JOURS" TO WS-PARAM-CODE.
           MOVE 90 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS_RECENT_JOURS.
           MOVE "INACTIF-SOLO" TO WS-PARAM-CODE.
           MOVE 90 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS_INACTIF_SOLO.

      * Today's (or the filed departure date's) observed field
      * conditions from the METEO store F52 keeps loaded; no bulletin
                   MOVE 7 TO WS_STATE
               WHEN "E"
                   MOVE 8 TO WS_STATE
               WHEN "P"
                   MOVE 9 TO WS_STATE
               WHEN "T"
                   MOVE WS_DOSSIER_NUMVOL TO WS_MAT_NUMVOL
                   MOVE SPACES TO WS_MAT_SAISIE
                   MOVE 10 TO WS_STATE
               WHEN "B"
                   MOVE WS_DOSSIER_NUMVOL TO WS_MF_NUMVOL
                   PERFORM MANIFESTE_CHARGE_F1
                   MOVE 11 TO WS_STATE
               WHEN "Q"
                   MOVE ZEROES TO WS_QUIT, LS_QUIT
               WHEN OTHER
               WHEN SPACES
                   MOVE SPACES TO WS_MSG
               WHEN "V"
                   MOVE WS_DEST TO WS_TERRAIN_CODE
                   MOVE WS_DATEARR TO WS_TERRAIN_DATE
                   PERFORM CHECK_TERRAIN_F1
                   IF WS_TERRAIN_VALIDE
                       MOVE WS_TERRAIN_CODE TO WS_DEST
                       MOVE 2 TO WS_STATE
                   END-IF
               WHEN "A"
                   IF WS_NBLEGS >= 4
                       MOVE "4 escales au maximum." TO WS_MSG
           MOVE "N" TO WS_METEO_ACK.
           MOVE "N" TO WS_TEMPS_ACK.
           MOVE "N" TO WS_ESTIM_ACK.
           MOVE "N" TO WS_BASE_ACK.
           MOVE 0 TO WS_ALERTE_PIL WS_ALERTE_AV.
           DISPLAY CLRSCREEN.
           DISPLAY STDSCREEN.
           ACCEPT STDSCREEN.
               WHEN SPACES
                   MOVE SPACES TO WS_MSG
               WHEN "V"
                   MOVE WS_LEG_DEST TO WS_TERRAIN_CODE
                   MOVE WS_LEG_DATEARR TO WS_TERRAIN_DATE
                   PERFORM CHECK_TERRAIN_F1
                   IF WS_TERRAIN_VALIDE
                       ADD 1 TO WS_NBLEGS
                       MOVE WS_TERRAIN_CODE
                           TO WS_LEGT_DEST (WS_NBLEGS)
                       MOVE WS_LEG_DATEARR
                           TO WS_LEGT_DATEARR (WS_NBLEGS)
                       MOVE WS_LEG_HARR TO WS_LEGT_HARR (WS_NBLEGS)
                       MOVE SPACES TO WS_LEG_DEST
                       MOVE ZEROES TO WS_LEG_DATEARR, WS_LEG_HARR
                       STRING "Escale " WS_NBLEGS " ajoutee."
                           INTO WS_MSG
                       MOVE 1 TO WS_STATE
                   END-IF
               WHEN "M"
                   MOVE 1 TO WS_STATE
               WHEN "Q"
           MOVE "N" TO WS_MAINT_OK.
           MOVE "N" TO WS_AVION_AU_SOL.
           MOVE "N" TO WS_AVION_RESERVE.
           MOVE 0 TO WS_OT_LIEN.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE LOW-VALUES TO AV-CODAV
                   READ AVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AVION
                       NOT AT END
                           IF AV-CODTYP = WS_TAVION AND WS_CAT_ESSAI
                               PERFORM CHECK_AVION_ESSAI_F1
                           END-IF
                           IF AV-CODTYP = WS_TAVION
                              AND NOT WS_CAT_ESSAI
      * A grounded aircraft (maintenance/hors service/
      * archive) of the right type does not count as available; keep
      * scanning for another one of the same type instead of stopping
               CLOSE AVION-FILE
           END-IF.

      * A maintenance test flight goes up on the aircraft the
      * workshop grounded: the type's tail in maintenance with an
      * open work order, whose number the plan then carries.
       CHECK_AVION_ESSAI_F1.
           IF AV-EN-MAINTENANCE
               MOVE AV-CODAV TO WS_CODAV
               PERFORM CHERCHE_OT_OUVERT_F1
               IF WS_OT_LIEN > 0
                   MOVE "O" TO WS_AVION_OK
               END-IF
           END-IF.

       CHERCHE_OT_OUVERT_F1.
           MOVE 0 TO WS_OT_LIEN.
           OPEN INPUT MAINT-FILE.
           IF WS-FS-MAINT = "00"
               MOVE WS_CODAV   TO OT-CODAV
               MOVE LOW-VALUES TO OT-NUMOT
               START MAINT-FILE KEY IS NOT LESS THAN OT-CLE
                   INVALID KEY MOVE "10" TO WS-FS-MAINT
               END-START
               PERFORM UNTIL WS-FS-MAINT = "10" OR WS_OT_LIEN > 0
                   READ MAINT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-MAINT
                       NOT AT END
                           IF OT-CODAV NOT = WS_CODAV
                               MOVE "10" TO WS-FS-MAINT
                           ELSE
                               IF OT-OUVERT
                                   MOVE OT-NUMOT TO WS_OT_LIEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-FILE
           END-IF.

      * Is WS_CODAV inside a planned unavailability block over
      * the WS_BLOC_DEB..WS_BLOC_FIN window?
       CHECK_INDISPO_F1.
                                           MOVE "O" TO WS_PILOTE_OK
                                           MOVE EP-CATEGORIE
                                               TO WS_CATEG_PILOTE
                                           IF PI-EST-INVITE
                                               PERFORM CHECK_CLUB_F1
                                           ELSE
                                            IF WS_COTIS_CONTROLE = 1
                                               PERFORM CHECK_COTIS_F1
                                            END-IF
                                           END-IF
                                       ELSE
                                           STRING "Pilote non eligible "
                                               "(sante/finances/dispo)."
               PERFORM LOG-ERREUR
           END-IF.

      * A member with no "COTIS <annee>" invoice in force on the
      * register for the current year has not been called for
      * dues: F15 skipped them or they were keyed in F3 outside
      * the F116 admission. One pass over FACTNUM.DAT, as F15 does.
       CHECK_COTIS_F1.
           MOVE "N" TO WS_COTIS_OK.
           MOVE SPACES TO WS_COTIS_PERIODE.
           STRING "COTIS " WS_CURR_YEAR
               DELIMITED BY SIZE INTO WS_COTIS_PERIODE.
           OPEN INPUT FACTNUM-FILE.
           IF WS-FS-FACTNUM = "00"
               MOVE LOW-VALUES TO FN-NUMERO
               START FACTNUM-FILE KEY IS NOT LESS THAN FN-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-FACTNUM
               END-START
               PERFORM UNTIL WS-FS-FACTNUM = "10" OR WS_COTIS_APPELEE
                   READ FACTNUM-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTNUM
                       NOT AT END
                           IF FN-EMISE
                              AND FN-NUMPIL = PI-NUMPIL
                              AND FN-PERIODE = WS_COTIS_PERIODE
                               MOVE "O" TO WS_COTIS_OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTNUM-FILE
           END-IF.
           IF NOT WS_COTIS_APPELEE
               MOVE "N" TO WS_PILOTE_OK
               MOVE SPACES TO WS_MSG
               STRING "Cotisation " WS_CURR_YEAR
                   " non appelee (F15/F116)."
                   DELIMITED BY SIZE INTO WS_MSG
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * A partner club's guest pays no dues here; what stands in
      * for them is the agreement itself - the club must still be
      * on CLUBPART.DAT and not terminated.
       CHECK_CLUB_F1.
           MOVE "N" TO WS_PILOTE_OK.
           OPEN INPUT CLUBPART-FILE.
           IF WS-FS-CLUBPART = "00"
               MOVE PI-CLUB-PART TO CB-ID
               READ CLUBPART-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CB-ACTIF
                           MOVE "O" TO WS_PILOTE_OK
                       END-IF
               END-READ
               CLOSE CLUBPART-FILE
           END-IF.
           IF WS_PILOTE_OK NOT = "O"
               MOVE SPACES TO WS_MSG
               STRING "Invite: club partenaire " PI-CLUB-PART
                   " inconnu ou resilie." DELIMITED BY SIZE
                   INTO WS_MSG
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * The pilot's notes, then the chosen aircraft's (WS_CODAV).
       CHECK_ALERTE_F1.
           MOVE "O" TO WS_ALERTE_OK.
           MOVE "N" TO WS_ALERTE_VU.
           IF WS_QUERY = WS_ALERTE_PIL
               MOVE "O" TO WS_ALERTE_VU
           END-IF.
           MOVE "P" TO WS-AL-CIBLE.
           MOVE WS_QUERY TO WS-AL-NUMERO.
           PERFORM ALERTE_CIBLE_F1.
           IF WS_ALERTE_LIBRE
               MOVE "N" TO WS_ALERTE_VU
               IF WS_CODAV = WS_ALERTE_AV
                   MOVE "O" TO WS_ALERTE_VU
               END-IF
               MOVE "A" TO WS-AL-CIBLE
               MOVE WS_CODAV TO WS-AL-NUMERO
               PERFORM ALERTE_CIBLE_F1
           END-IF.
           MOVE WS_QUERY TO WS_ALERTE_PIL.
           MOVE WS_CODAV TO WS_ALERTE_AV.

      * A staff account is asked to acknowledge a blocking note
      * every time one stands; anyone else is refused.
       ALERTE_CIBLE_F1.
           PERFORM CHARGE-ALERTES.
           IF WS-AL-NB-BLOQ > 0 AND WS_OPERATEUR_STAFF
               MOVE "Note bloquante: acquitter et poursuivre ? (y/n)"
                   TO WS-AL-QUESTION
               PERFORM AFFICHE-ALERTES
               IF WS-AL-OUI
                   MOVE "F1" TO WS-AUDIT-PROGRAMME
                   PERFORM ACQUITTE-ALERTES
               ELSE
                   MOVE "N" TO WS_ALERTE_OK
               END-IF
           ELSE
               IF WS-AL-NB-BLOQ > 0
                   MOVE "N" TO WS_ALERTE_OK
               END-IF
               IF NOT WS_ALERTE_DEJA_VUE
                   PERFORM AFFICHE-ALERTES
               END-IF
           END-IF.

      * Reject the new plan if its date range overlaps an
      * open flight already on file for this pilot, or one flying
      * the specific aircraft WS_CODAV (set by CHECK_AVION_F1) for
           MOVE WS_POB         TO VL-NB-POB.
           MOVE WS_FUELDEP     TO VL-FUEL-DEPART.
           MOVE "D"            TO VL-ETATVOL.
           MOVE WS_BASE_DEP    TO VL-BASE-DEP.
           MOVE WS_NBLEGS      TO VL-NBLEGS.
           PERFORM VARYING WS_SUB FROM 1 BY 1 UNTIL WS_SUB > WS_NBLEGS
               MOVE WS_LEGT_DEST (WS_SUB)    TO VL-LEG-DEST (WS_SUB)
               MOVE WS_LEGT_DATEARR (WS_SUB) TO VL-LEG-DATEARR (WS_SUB)
               MOVE WS_LEGT_HARR (WS_SUB)    TO VL-LEG-HARR (WS_SUB)
           END-PERFORM.
      * Keyed in local time, stored in UTC.
           PERFORM VOL-VERS-UTC.
           PERFORM CALCULE_DISTANCES_F1.
           PERFORM DEDUIT_CATEGORIE_F1.

           OPEN I-O VOL-FILE.
           IF WS-FS-VOL = "35"
           MOVE "F1"           TO WS-AUDIT-PROGRAMME.
           MOVE "PERSIST_VOL"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "CREATION"     TO WS-AUDIT-ACTION.
           IF WS_CAT_ESSAI
               STRING "vol " WS_NEXT_NUMVOL " essai avion " WS_CODAV
                   " ordre " WS_OT_LIEN " pilote " WS_QUERY
                   INTO WS-AUDIT-RESUME
           ELSE
               STRING "vol " WS_NEXT_NUMVOL " depose pour pilote "
                   WS_QUERY " categorie " WS_CATEGORIE
                   INTO WS-AUDIT-RESUME
           END-IF.
           PERFORM LOG-AUDIT.

           IF WS_MAINT_DUE
                      "Attention, entretien avion proche."
                   DELIMITED BY SIZE INTO WS_MSG
           ELSE
               STRING "Plan de vol n. " WS_NEXT_NUMVOL " enregistre"
                   " - P pour plan OACI et dossier." INTO WS_MSG
           END-IF.
           MOVE WS_NEXT_NUMVOL TO WS_DOSSIER_NUMVOL.

      * The aircraft chosen for the plan, WS_CODAV, against the
      * departure base; POSITION-AVION reuses VOL-REC's buffer,
      * which the persist paragraphs rebuild or re-read anyway.
       CHECK_BASE_F1.
           PERFORM CHARGE-BASES.
           PERFORM BASE-SESSION.
           MOVE WS_CODAV TO WS-BA-CODAV.
           PERFORM POSITION-AVION.
           IF WS-BA-SESSION NOT = SPACES
               MOVE WS-BA-SESSION TO WS_BASE_DEP
           ELSE
               MOVE WS-BA-AVION TO WS_BASE_DEP
           END-IF.
           MOVE "N" TO WS_BASE_ECART.
           IF WS-BA-POSITION NOT = SPACES
              AND WS_BASE_DEP NOT = SPACES
              AND WS-BA-POSITION NOT = WS_BASE_DEP
               MOVE "O" TO WS_BASE_ECART
           END-IF.

      * A destination or leg must be a known OACI code (the
      * free text of old plans is refused until corrected) and the
      * aerodrome must not be closed on the planned arrival date.
      * The code comes back upper-cased in WS_TERRAIN_CODE.
       CHECK_TERRAIN_F1.
           MOVE "N" TO WS_TERRAIN_OK.
           MOVE FUNCTION UPPER-CASE(WS_TERRAIN_CODE)
               TO WS_TERRAIN_CODE.
           MOVE SPACES TO WS_MSG.
           IF WS_TERRAIN_CODE(4:1) = SPACE
              OR WS_TERRAIN_CODE(5:21) NOT = SPACES
               STRING "Terrain " WS_TERRAIN_CODE(1:12)
                   " : code OACI a 4 lettres attendu."
                   DELIMITED BY SIZE INTO WS_MSG
           ELSE
               OPEN INPUT AERODROME-FILE
               IF WS-FS-AERODROME NOT = "00"
                   MOVE "Table des terrains OACI absente (F87)."
                       TO WS_MSG
               ELSE
                   MOVE WS_TERRAIN_CODE(1:4) TO OA-OACI
                   READ AERODROME-FILE
                       INVALID KEY
                           STRING "Terrain " WS_TERRAIN_CODE(1:4)
                               " inconnu de la table OACI (F87)."
                               DELIMITED BY SIZE INTO WS_MSG
                       NOT INVALID KEY
                           MOVE "O" TO WS_TERRAIN_OK
                           PERFORM VARYING WS_SUB FROM 1 BY 1
                                   UNTIL WS_SUB > OA-NB-FERMETURES
                               IF WS_TERRAIN_DATE
                                      >= OA-FERM-DEBUT (WS_SUB)
                                  AND WS_TERRAIN_DATE
                                      <= OA-FERM-FIN (WS_SUB)
                                   MOVE "N" TO WS_TERRAIN_OK
                                   STRING "Terrain " OA-OACI
                                       " ferme le " WS_TERRAIN_DATE
                                       " (" OA-FERM-MOTIF (WS_SUB) ")."
                                       DELIMITED BY SIZE INTO WS_MSG
                               END-IF
                           END-PERFORM
                   END-READ
                   CLOSE AERODROME-FILE
               END-IF
           END-IF.
           IF NOT WS_TERRAIN_VALIDE
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * Measures the route of VOL-REC: base -> VL-DEST -> each
      * leg in turn. A point missing from the table (a plan kept
      * from before it) measures zero and restarts the chain from
      * the next known point. Navigation as soon as one point is
      * not the base; with no base on file, as soon as the route
      * has any length.
       CALCULE_DISTANCES_F1.
           MOVE 0 TO VL-DIST-DEST VL-DISTANCE.
           MOVE "N" TO VL-NAVIGATION.
           MOVE "N" TO WS_PREC_CONNU.
           MOVE SPACES TO WS_BASE_OACI.
           OPEN INPUT AERODROME-FILE.
           IF WS-FS-AERODROME = "00"
               MOVE LOW-VALUES TO OA-OACI
               START AERODROME-FILE KEY IS NOT LESS THAN OA-OACI
                   INVALID KEY MOVE "10" TO WS-FS-AERODROME
               END-START
               PERFORM UNTIL WS-FS-AERODROME = "10"
                   READ AERODROME-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-AERODROME
                       NOT AT END
                           IF (VL-BASE-DEP = SPACES AND OA-BASE-CLUB)
                              OR (VL-BASE-DEP NOT = SPACES
                                  AND OA-OACI = VL-BASE-DEP)
                               MOVE OA-OACI TO WS_BASE_OACI
                               PERFORM POSITION_TERRAIN_F1
                               MOVE WS_PT_LAT TO WS_PREC_LAT
                               MOVE WS_PT_LON TO WS_PREC_LON
                               MOVE "O" TO WS_PREC_CONNU
                               MOVE "10" TO WS-FS-AERODROME
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-AERODROME
               MOVE VL-DEST TO WS_TERRAIN_CODE
               PERFORM SEGMENT_F1
               MOVE WS_DIST_SEG TO VL-DIST-DEST
               ADD WS_DIST_SEG TO VL-DISTANCE
               PERFORM VARYING WS_SUB FROM 1 BY 1
                       UNTIL WS_SUB > VL-NBLEGS
                   MOVE VL-LEG-DEST (WS_SUB) TO WS_TERRAIN_CODE
                   PERFORM SEGMENT_F1
                   MOVE WS_DIST_SEG TO VL-LEG-DIST (WS_SUB)
                   ADD WS_DIST_SEG TO VL-DISTANCE
               END-PERFORM
               CLOSE AERODROME-FILE
           END-IF.
           IF WS_BASE_OACI NOT = SPACES
               IF VL-DEST NOT = WS_BASE_OACI
                   MOVE "O" TO VL-NAVIGATION
               END-IF
               PERFORM VARYING WS_SUB FROM 1 BY 1
                       UNTIL WS_SUB > VL-NBLEGS
                   IF VL-LEG-DEST (WS_SUB) NOT = WS_BASE_OACI
                       MOVE "O" TO VL-NAVIGATION
                   END-IF
               END-PERFORM
           ELSE
               IF VL-DISTANCE > 0
                   MOVE "O" TO VL-NAVIGATION
               END-IF
           END-IF.

      * One segment from the previous known point to the code
      * in WS_TERRAIN_CODE; the point then becomes the previous one.
       SEGMENT_F1.
           MOVE 0 TO WS_DIST_SEG.
           MOVE "N" TO WS_PT_TROUVE.
           MOVE WS_TERRAIN_CODE(1:4) TO OA-OACI.
           READ AERODROME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "O" TO WS_PT_TROUVE
                   PERFORM POSITION_TERRAIN_F1
           END-READ.
           IF WS_PT_CONNU
               IF WS_PREC_CONNU = "O"
                   COMPUTE WS_RAD = FUNCTION PI / 180
                   COMPUTE WS_HAV_A =
                       FUNCTION SIN((WS_PT_LAT - WS_PREC_LAT)
                                    * WS_RAD / 2) ** 2
                     + FUNCTION COS(WS_PREC_LAT * WS_RAD)
                     * FUNCTION COS(WS_PT_LAT * WS_RAD)
                     * FUNCTION SIN((WS_PT_LON - WS_PREC_LON)
                                    * WS_RAD / 2) ** 2
                   IF WS_HAV_A > 1
                       MOVE 1 TO WS_HAV_A
                   END-IF
                   COMPUTE WS_DIST_SEG ROUNDED = 2 * 3440.065
                       * FUNCTION ASIN(FUNCTION SQRT(WS_HAV_A))
               END-IF
               MOVE WS_PT_LAT TO WS_PREC_LAT
               MOVE WS_PT_LON TO WS_PREC_LON
               MOVE "O" TO WS_PREC_CONNU
           END-IF.

      * Signed decimal degrees of the current AERODROME-REC:
      * south and west negative.
       POSITION_TERRAIN_F1.
           MOVE OA-LAT TO WS_PT_LAT.
           IF OA-LAT-SUD
               COMPUTE WS_PT_LAT = 0 - OA-LAT
           END-IF.
           MOVE OA-LON TO WS_PT_LON.
           IF OA-LON-OUEST
               COMPUTE WS_PT_LON = 0 - OA-LON
           END-IF.

      * State 3 gate between the date check and actually filing
      * double-booking check all have to pass here before
      * ENREGISTRE_VOL_F1 ever writes the new VOL-REC.
       VALIDATE_VOL_F1.
           PERFORM CHECK_CATEGORIE_F1.
           IF NOT WS_CAT_VALIDE
               EVALUATE WS_CAT_MOTIF
                   WHEN "B"
                       STRING "Categorie B (bapteme) : numero de "
                              "passager requis." INTO WS_MSG
                   WHEN "P"
                       STRING "Passager renseigne : categorie B "
                              "(bapteme) ou vide." INTO WS_MSG
                   WHEN "I"
                       STRING "Categorie I : instruction (O) et "
                              "instructeur requis." INTO WS_MSG
                   WHEN "S"
                       STRING "Vols club (M/F/S) non factures - "
                              "reserves au personnel." INTO WS_MSG
                   WHEN OTHER
                       STRING "Categorie inconnue (L N I B M F S ou "
                              "vide)." INTO WS_MSG
               END-EVALUATE
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
               MOVE 1 TO WS_STATE
           ELSE
           PERFORM CHECK_PASSAGER_F1
           IF NOT WS_PASSAGER_VALIDE
               MOVE "Passager inconnu." TO WS_MSG
               MOVE WS_MSG TO WS-ERR-TEXT
           ELSE
           PERFORM CHECK_AVION_F1
           IF NOT WS_AVION_VALIDE
               IF WS_CAT_ESSAI
                   STRING "Aucun avion du type " WS_TAVION
                          " au sol sous ordre de travail ouvert."
                       INTO WS_MSG
               ELSE
               IF WS_AVION_GROUNDED
                   STRING "Avion(s) du type " WS_TAVION
                          " au sol (entretien/hors service)."
                              " dans la flotte." INTO WS_MSG
                   END-IF
               END-IF
               END-IF
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
               IF NOT WS_PILOTE_VALIDE
                   MOVE 1 TO WS_STATE
               ELSE
               PERFORM CHECK_ALERTE_F1
               IF NOT WS_ALERTE_LIBRE
                   STRING "Note d'alerte bloquante non acquittee - "
                          "voir le bureau du club." INTO WS_MSG
                   MOVE WS_MSG TO WS-ERR-TEXT
                   MOVE "F1" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
                   MOVE 1 TO WS_STATE
               ELSE
               PERFORM CHECK_SOLO_F1
               IF NOT WS_SOLO_VALIDE
                   STRING "Eleve sans autorisation solo valide "
                   PERFORM LOG-ERREUR
                   MOVE 1 TO WS_STATE
               ELSE
               PERFORM CHECK_RECENCE_F1
               IF NOT WS_RECENCE_VALIDE
                   IF WS_RECENCE_MOTIF = "P"
                       STRING "Emport passager: " WS_RECENT_ATTER
                           " atterrissages/" WS_RECENT_JOURS
                           " j requis, pilote en a " WS_NB_ATTER_REC
                           "." INTO WS_MSG
                   ELSE
                       IF WS_DERNIER_ACTIF = 0
                           STRING "Inactivite: ni solo ni double "
                               "instructeur connu - double requis."
                               INTO WS_MSG
                       ELSE
                           STRING "Inactivite: dernier vol "
                               WS_DERNIER_ACTIF " (" WS_JOURS_INACTIF
                               " j > " WS_INACTIF_SOLO
                               ") - double requis." INTO WS_MSG
                       END-IF
                   END-IF
                   MOVE WS_MSG TO WS-ERR-TEXT
                   MOVE "F1" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
                   MOVE 1 TO WS_STATE
               ELSE
               PERFORM CHECK_TEMPS_F1
               IF NOT WS_TEMPS_VALIDE
                  AND NOT WS_OPERATEUR_STAFF
               ELSE
               PERFORM CHECK_INSTR_F1
               IF NOT WS_INSTR_LIBRE
                   EVALUATE WS_INSTR_MOTIF
                       WHEN "Q"
                           STRING "Privileges instructeur expires ou"
                                  " absents." INTO WS_MSG
                       WHEN "D"
                           STRING "Instructeur hors de ses "
                                  "disponibilites declarees."
                               INTO WS_MSG
                       WHEN OTHER
                           STRING "Instructeur deja en vol sur cette"
                                  " periode." INTO WS_MSG
                   END-EVALUATE
                   MOVE WS_MSG TO WS-ERR-TEXT
                   MOVE "F1" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
                       PERFORM LOG-ERREUR
                       MOVE 1 TO WS_STATE
                   ELSE
                       PERFORM CHECK_BASE_F1
                       IF WS_BASE_HORS AND NOT WS_BASE_ACQUITTE
                           MOVE "O" TO WS_BASE_ACK
                           STRING "Avion a " WS-BA-POSITION
                               ", depart prevu de " WS_BASE_DEP
                               " - validez pour confirmer."
                               DELIMITED BY SIZE INTO WS_MSG
                           MOVE 1 TO WS_STATE
                       ELSE
                       PERFORM CALCULE_ESTIMATION_F1
                       IF WS_PREPAY_MODE = 1
                          AND WS_SOLDE_APRES < WS_PREPAY_MINI
                       ELSE
                       IF NOT WS_ESTIM_ACQUITTE
                           MOVE "O" TO WS_ESTIM_ACK
                           IF WS_CAT_CLUB
                               STRING "Vol club (" WS_CATEGORIE
                                   ") non facture - validez pour "
                                   "confirmer." INTO WS_MSG
                           ELSE
                             IF WS-IX-MONTANT NOT = 0
                               STRING "Cout estime " WS_ESTIMATION
                                   " EUR TTC dont carb." WS-IX-TTC-ED
                                   " - validez." INTO WS_MSG
                             ELSE
                               STRING "Cout estime " WS_ESTIMATION
                                   " EUR TTC - validez pour "
                                   "confirmer." INTO WS_MSG
                             END-IF
                           END-IF
                           MOVE 1 TO WS_STATE
                       ELSE
                           MOVE "N" TO WS_ESTIM_ACK
                           MOVE "N" TO WS_BASE_ACK
                           PERFORM PERSIST_VOL_F1
                           IF WS_BASE_HORS
                               MOVE "F1" TO WS-AUDIT-PROGRAMME
                               MOVE "CHECK_BASE" TO WS-AUDIT-PARAGRAPHE
                               MOVE "BASE" TO WS-AUDIT-ACTION
                               STRING "vol " WS_DOSSIER_NUMVOL
                                   " depart " WS_BASE_DEP " avion a "
                                   WS-BA-POSITION DELIMITED BY SIZE
                                   INTO WS-AUDIT-RESUME
                               PERFORM LOG-AUDIT
                           END-IF
                           IF WS_POB > 1
                               MOVE WS_DOSSIER_NUMVOL TO WS_MF_NUMVOL
                               PERFORM MANIFESTE_CHARGE_F1
                               MOVE 11 TO WS_STATE
                           ELSE
                               MOVE ZEROES TO WS_STATE
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      * The category must be one of the seven (or blank). B
      * goes with a passenger reference and a passenger only with
      * B, I with the instruction flag, and the club categories are
      * staff-only - a member cannot file their own flight as a
      * club flight to keep it off the invoice.
       CHECK_CATEGORIE_F1.
           MOVE "O" TO WS_CAT_OK.
           MOVE SPACE TO WS_CAT_MOTIF.
           MOVE FUNCTION UPPER-CASE(WS_CATEGORIE) TO WS_CATEGORIE.
           EVALUATE TRUE
               WHEN NOT WS_CAT_CONNUE
                   MOVE "C" TO WS_CAT_MOTIF
               WHEN WS_CATEGORIE = "B" AND WS_PASSAGER = 0
                   MOVE "B" TO WS_CAT_MOTIF
               WHEN WS_PASSAGER > 0 AND WS_CATEGORIE NOT = "B"
                    AND WS_CATEGORIE NOT = SPACE
                   MOVE "P" TO WS_CAT_MOTIF
               WHEN WS_CATEGORIE = "I"
                    AND (NOT WS_VOL_INSTRUCTION
                         OR WS_NUMPIL_INSTR = 0)
                   MOVE "I" TO WS_CAT_MOTIF
               WHEN WS_CAT_CLUB AND NOT WS_OPERATEUR_STAFF
                   MOVE "S" TO WS_CAT_MOTIF
           END-EVALUATE.
           IF WS_CAT_MOTIF NOT = SPACE
               MOVE "N" TO WS_CAT_OK
           END-IF.

      * A blank category takes the one the plan's flags imply,
      * once CALCULE_DISTANCES_F1 has set VL-NAVIGATION.
       DEDUIT_CATEGORIE_F1.
           IF WS_CATEGORIE = SPACE
               EVALUATE TRUE
                   WHEN WS_PASSAGER > 0
                       MOVE "B" TO WS_CATEGORIE
                   WHEN WS_VOL_INSTRUCTION
                       MOVE "I" TO WS_CATEGORIE
                   WHEN VL-VOL-NAVIGATION
                       MOVE "N" TO WS_CATEGORIE
                   WHEN OTHER
                       MOVE "L" TO WS_CATEGORIE
               END-EVALUATE
           END-IF.
           MOVE WS_CATEGORIE TO VL-CATEGORIE.
           MOVE WS_OT_LIEN   TO VL-OT-NUMOT.

      * Totals the pilot's flown hours (VL-TERMINE, by the
      * VL-NUMPIL alternate key) over the departure day, the
      * trailing 7 and the trailing 30 days, then adds the new
      * plan's (or unrestricted). Everyone else passes untouched.
       CHECK_SOLO_F1.
           MOVE "O" TO WS_SOLO_OK.
           MOVE "N" TO WS_SOLO_SIGNE.
           IF WS_CATEG_PILOTE = "ELEV"
              AND NOT (WS_VOL_INSTRUCTION AND WS_NUMPIL_INSTR > 0)
               MOVE "N" TO WS_SOLO_OK
                                      AND (SL-CODTYP = SPACES
                                       OR SL-CODTYP = WS_TAVION)
                                       MOVE "O" TO WS_SOLO_OK
                                       MOVE "O" TO WS_SOLO_SIGNE
                                   END-IF
                               END-IF
                       END-READ
               END-IF
           END-IF.

      * Landings as pilot over the lookback window and the date
      * of the last solo or supervised dual flight, live and
      * archived history alike; the inactivity rule is tested first
      * since it already rules out any plan but a dual one.
       CHECK_RECENCE_F1.
           MOVE "O" TO WS_RECENCE_OK.
           MOVE SPACES TO WS_RECENCE_MOTIF.
           MOVE 0 TO WS_NB_ATTER_REC.
           MOVE 0 TO WS_NB_VOLS_REC.
           MOVE "N" TO WS_REC_EXTERNE.
           MOVE 0 TO WS_DERNIER_ACTIF.
           MOVE 0 TO WS_JOURS_INACTIF.
           IF NOT (WS_VOL_INSTRUCTION AND WS_NUMPIL_INSTR > 0)
               COMPUTE WS_DEP_INT =
                   FUNCTION INTEGER-OF-DATE(WS_DATEDEP_TEMP)
               OPEN INPUT VOL-FILE
               IF WS-FS-VOL = "00"
                   MOVE WS_QUERY TO VL-NUMPIL
                   START VOL-FILE KEY IS EQUAL TO VL-NUMPIL
                       INVALID KEY MOVE "10" TO WS-FS-VOL
                   END-START
                   PERFORM UNTIL WS-FS-VOL = "10"
                       READ VOL-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-VOL
                           NOT AT END
                               IF VL-NUMPIL NOT = WS_QUERY
                                   MOVE "10" TO WS-FS-VOL
                               ELSE
                                   IF VL-TERMINE
                                       PERFORM CUMULE_RECENCE_F1
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VOL-FILE
               END-IF
               OPEN INPUT VOLHIST-FILE
               IF WS-FS-VOLHIST = "00"
                   MOVE WS_QUERY TO HV-NUMPIL
                   START VOLHIST-FILE KEY IS EQUAL TO HV-NUMPIL
                       INVALID KEY MOVE "10" TO WS-FS-VOLHIST
                   END-START
                   PERFORM UNTIL WS-FS-VOLHIST = "10"
                       READ VOLHIST-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-VOLHIST
                           NOT AT END
                               IF HV-NUMPIL NOT = WS_QUERY
                                   MOVE "10" TO WS-FS-VOLHIST
                               ELSE
                                   IF HV-TERMINE
                                       MOVE VOLHIST-REC TO VOL-REC
                                       PERFORM CUMULE_RECENCE_F1
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VOLHIST-FILE
               END-IF
      * A declaration names no instructor; one the secretariat
      * validated as dual counts as supervised.
               MOVE "O" TO WS_REC_EXTERNE
               OPEN INPUT VOLEXT-FILE
               IF WS-FS-VOLEXT = "00"
                   MOVE WS_QUERY TO VX-NUMPIL
                   START VOLEXT-FILE KEY IS EQUAL TO VX-NUMPIL
                       INVALID KEY MOVE "10" TO WS-FS-VOLEXT
                   END-START
                   PERFORM UNTIL WS-FS-VOLEXT = "10"
                       READ VOLEXT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-VOLEXT
                           NOT AT END
                               IF VX-NUMPIL NOT = WS_QUERY
                                   MOVE "10" TO WS-FS-VOLEXT
                               ELSE
                                   IF VX-VALIDE
                                       MOVE VX-DATE TO VL-DATEDEP
                                       MOVE VX-NB-ATTER TO VL-NB-ATTER
                                       MOVE VX-INSTRUCTION
                                           TO VL-INSTRUCTION
                                       MOVE 0 TO VL-NUMPIL-INSTR
                                       PERFORM CUMULE_RECENCE_F1
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VOLEXT-FILE
               END-IF
               IF WS_DERNIER_ACTIF > 0
                   COMPUTE WS_JOURS_INACTIF = WS_DEP_INT
                       - FUNCTION INTEGER-OF-DATE(WS_DERNIER_ACTIF)
               END-IF
               MOVE "N" TO WS_REC_EXTERNE
               IF (WS_DERNIER_ACTIF = 0 AND WS_NB_VOLS_REC > 0
                   AND NOT WS_SOLO_AUTORISE)
                  OR WS_JOURS_INACTIF > WS_INACTIF_SOLO
                   MOVE "N" TO WS_RECENCE_OK
                   MOVE "I" TO WS_RECENCE_MOTIF
               ELSE
                   IF (WS_PASSAGER > 0 OR WS_POB > 1)
                      AND WS_NB_ATTER_REC < WS_RECENT_ATTER
                       MOVE "N" TO WS_RECENCE_OK
                       MOVE "P" TO WS_RECENCE_MOTIF
                   END-IF
               END-IF
           END-IF.

      * Only flights before the planned departure count, and
      * only those inside the window count toward the landings;
      * a solo flight or a dual one with an instructor aboard
      * resets the inactivity clock.
       CUMULE_RECENCE_F1.
           MOVE VL-DATEDEP TO WS_VOL_DATE.
           IF WS_VOL_DATE > 0 AND WS_VOL_DATE <= WS_DATEDEP_TEMP
               COMPUTE WS_VOL_INT =
                   FUNCTION INTEGER-OF-DATE(WS_VOL_DATE)
               IF WS_DEP_INT - WS_VOL_INT <= WS_RECENT_JOURS
                   ADD VL-NB-ATTER TO WS_NB_ATTER_REC
               END-IF
               ADD 1 TO WS_NB_VOLS_REC
               IF (NOT VL-VOL-INSTRUCTION
                   OR VL-NUMPIL-INSTR > 0
                   OR WS_REC_EXTERNE = "O")
                  AND WS_VOL_DATE > WS_DERNIER_ACTIF
                   MOVE WS_VOL_DATE TO WS_DERNIER_ACTIF
               END-IF
           END-IF.

      * Rates the planned span at the departure-date band the
      * billing chain itself would use (shared tariff lookup on a
      * staged VOL-REC buffer), TTC, and works out what the balance
           MOVE WS_DATEDEP TO VL-DATEDEP.
           MOVE WS_INSTRUCTION TO VL-INSTRUCTION.
           PERFORM CHARGE-TARIF-VOL.
      * The fuel indexation the invoice would add, on the same
      * planned hours.
           COMPUTE WS-IX-HEURES ROUNDED = WS_DUREE_MIN / 60.
           MOVE SPACES TO WS-IX-CLE-CACHE.
           PERFORM CALCULE-INDEX-VOL.
           PERFORM LIGNE-INDEX-VOL.
           CLOSE AVION-FILE.
           CLOSE TARIF-FILE.
           COMPUTE WS_ESTIMATION ROUNDED =
               (WS_DUREE_MIN * WS-TAUX-HORAIRE / 60 + WS-IX-MONTANT)
               * (1 + WS-TAUX-TVA / 100).
      * A club flight is not billed to the pilot, so it costs
      * their balance nothing against the prepayment floor.
           IF WS_CAT_CLUB
               MOVE 0 TO WS_ESTIMATION
               MOVE 0 TO WS-IX-MONTANT
           END-IF.
           MOVE 0 TO WS_SOLDE_PILOTE.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
                       MOVE WS_PASSAGER    TO VL-ID-PASSAGER
                       MOVE WS_POB         TO VL-NB-POB
                       MOVE WS_FUELDEP     TO VL-FUEL-DEPART
                       MOVE WS_BASE_DEP    TO VL-BASE-DEP
                       MOVE WS_NBLEGS      TO VL-NBLEGS
                       PERFORM VARYING WS_SUB FROM 1 BY 1
                               UNTIL WS_SUB > 4
                                   TO VL-LEG-HARR (WS_SUB)
                           END-IF
                       END-PERFORM
                       MOVE SPACE TO VL-REF-HEURE
                       PERFORM VOL-VERS-UTC
                       PERFORM CALCULE_DISTANCES_F1
                       PERFORM DEDUIT_CATEGORIE_F1
                       REWRITE VOL-REC
                       MOVE "F1" TO WS-AUDIT-PROGRAMME
                       MOVE "MODIF_VOL" TO WS-AUDIT-PARAGRAPHE
                       PERFORM LOG-AUDIT
                       STRING "Vol n. " WS_MODIF_NUMVOL
                           " modifie." INTO WS_MSG
                       MOVE WS_MODIF_NUMVOL TO WS_DOSSIER_NUMVOL
               END-READ
               CLOSE VOL-FILE
           ELSE
      * The plan names an aircraft TYPE on the entry screen,
      * so the stored tail number is resolved back to its AV-CODTYP.
       CHARGE_CHAMPS_MODIF_F1.
           PERFORM VOL-VERS-LOCALE.
           MOVE VL-NUMPIL      TO WS_QUERY.
           MOVE VL-DATEDEP     TO WS_DATEDEP.
           MOVE VL-HDEP        TO WS_HDEP.
           MOVE VL-INSTRUCTION TO WS_INSTRUCTION.
           MOVE VL-NUMPIL-INSTR TO WS_NUMPIL_INSTR.
           MOVE VL-ID-PASSAGER TO WS_PASSAGER.
           MOVE VL-CATEGORIE   TO WS_CATEGORIE.
           MOVE VL-NB-POB      TO WS_POB.
           MOVE VL-FUEL-DEPART TO WS_FUELDEP.
           MOVE VL-NBLEGS      TO WS_NBLEGS.
               PERFORM LOG-ERREUR
           END-IF.

      * State 9: ICAO flight plan and flight folder for a
      * deposited flight, written on demand - by default the flight
      * just deposited or modified.
       DOSSIER_VOL_F1.
           DISPLAY CLRSCREEN.
           DISPLAY DOSSIERSCREEN.
           ACCEPT DOSSIERSCREEN.
           EVALUATE WS_NAV
               WHEN SPACES
                   MOVE SPACES TO WS_MSG
               WHEN "V"
                   PERFORM DOSSIER_APPLY_F1
               WHEN "M"
                   MOVE 0 TO WS_STATE
               WHEN "Q"
                   MOVE ZEROES TO WS_QUIT, LS_QUIT
               WHEN OTHER
                   MOVE "Option invalide." TO WS_MSG
                   MOVE WS_MSG TO WS-ERR-TEXT
                   MOVE "F1" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
           END-EVALUATE.
           MOVE SPACES TO WS_NAV.

      * State 10: equipment out with a deposited flight, by default
      * the flight just deposited or modified.
       MATERIEL_VOL_F1.
           DISPLAY CLRSCREEN.
           DISPLAY MATSCREEN.
           ACCEPT MATSCREEN.
           EVALUATE WS_NAV
               WHEN SPACES
                   MOVE SPACES TO WS_MSG
               WHEN "V"
                   PERFORM MATERIEL_APPLY_F1
               WHEN "M"
                   MOVE 0 TO WS_STATE
               WHEN "Q"
                   MOVE ZEROES TO WS_QUIT, LS_QUIT
               WHEN OTHER
                   MOVE "Option invalide." TO WS_MSG
                   MOVE WS_MSG TO WS-ERR-TEXT
                   MOVE "F1" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
           END-EVALUATE.
           MOVE SPACES TO WS_NAV.

      * Only a deposited flight takes equipment out; each item goes
      * to the flight's pilot, and a key ring must belong to the
      * flight's aircraft. A refused serial is named in the message
      * and left on the screen for correction.
       MATERIEL_APPLY_F1.
           MOVE SPACES TO WS_MSG.
           MOVE 0 TO WS_MAT_NB_OK WS_MAT_NB_REFUS.
           MOVE SPACES TO WS_MAT_REFUS.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS_MAT_NUMVOL TO VL-NUMVOL
               READ VOL-FILE
                   INVALID KEY
                       MOVE "Vol inconnu." TO WS_MSG
                   NOT INVALID KEY
                       IF NOT VL-DEPOSE
                           MOVE "Vol non ouvert (termine ou annule)."
                               TO WS_MSG
                       END-IF
               END-READ
               CLOSE VOL-FILE
           ELSE
               MOVE "Fichier vols indisponible." TO WS_MSG
           END-IF.
           IF WS_MSG = SPACES
               MOVE VL-NUMPIL TO WS-EQ-NUMPIL
               MOVE VL-NUMVOL TO WS-EQ-NUMVOL
               MOVE VL-CODAV  TO WS-EQ-CODAV
               PERFORM VARYING WS_MAT_IDX FROM 1 BY 1
                       UNTIL WS_MAT_IDX > 4
                   IF WS_MAT_SERIE (WS_MAT_IDX) NOT = SPACES
                       MOVE WS_MAT_SERIE (WS_MAT_IDX) TO WS-EQ-NUMSERIE
                       PERFORM SORTIE-MATERIEL
                       IF WS-EQ-OK
                           ADD 1 TO WS_MAT_NB_OK
                           MOVE SPACES TO WS_MAT_SERIE (WS_MAT_IDX)
                           MOVE "F1" TO WS-AUDIT-PROGRAMME
                           MOVE "MATERIEL_VOL" TO WS-AUDIT-PARAGRAPHE
                           MOVE "CREATION" TO WS-AUDIT-ACTION
                           STRING "pret " WS-EQ-PRET-ID " materiel "
                               WS-EQ-NUMSERIE " vol " WS-EQ-NUMVOL
                               " pilote " WS-EQ-NUMPIL
                               DELIMITED BY SIZE INTO WS-AUDIT-RESUME
                           PERFORM LOG-AUDIT
                       ELSE
                           ADD 1 TO WS_MAT_NB_REFUS
                           MOVE WS-EQ-NUMSERIE TO WS_MAT_REFUS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS_MAT_NB_REFUS > 0
                   STRING WS_MAT_NB_OK " sorti(s), " WS_MAT_NB_REFUS
                       " refuse(s) dont " WS_MAT_REFUS
                       " (inconnu/indispo/autre avion)."
                       DELIMITED BY SIZE INTO WS_MSG
                   MOVE WS_MSG TO WS-ERR-TEXT
                   MOVE "F1" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               ELSE
                   STRING WS_MAT_NB_OK " materiel(s) sorti(s) sur "
                       "le vol " WS_MAT_NUMVOL "."
                       DELIMITED BY SIZE INTO WS_MSG
               END-IF
           ELSE
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * State 11: the manifest of a deposited flight. V on another
      * flight number loads that flight's manifest; V on the loaded
      * one checks and saves it.
       MANIFESTE_VOL_F1.
           DISPLAY CLRSCREEN.
           DISPLAY MANIFSCREEN.
           ACCEPT MANIFSCREEN.
           EVALUATE WS_NAV
               WHEN SPACES
                   MOVE SPACES TO WS_MSG
               WHEN "V"
                   IF WS_MF_NUMVOL NOT = WS_MF_VOL_CHARGE
                       PERFORM MANIFESTE_CHARGE_F1
                   ELSE
                       PERFORM MANIFESTE_APPLY_F1
                   END-IF
               WHEN "M"
                   MOVE 0 TO WS_STATE
               WHEN "Q"
                   MOVE ZEROES TO WS_QUIT, LS_QUIT
               WHEN OTHER
                   MOVE "Option invalide." TO WS_MSG
                   MOVE WS_MSG TO WS-ERR-TEXT
                   MOVE "F1" TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
           END-EVALUATE.
           MOVE SPACES TO WS_NAV.

      * The rows already on file, or for a first capture the
      * flight's instructor and baptism passenger with their F115
      * contacts, leaving the rest to be keyed.
       MANIFESTE_CHARGE_F1.
           MOVE SPACES TO WS_MSG.
           INITIALIZE WS_MF_SAISIE.
           MOVE 0 TO WS_MF_POB WS_MF_NB.
           MOVE WS_MF_NUMVOL TO WS_MF_VOL_CHARGE.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS_MF_NUMVOL TO VL-NUMVOL
               READ VOL-FILE
                   INVALID KEY
                       MOVE "Vol inconnu." TO WS_MSG
                   NOT INVALID KEY
                       MOVE VL-NB-POB TO WS_MF_POB
               END-READ
               CLOSE VOL-FILE
           ELSE
               MOVE "Fichier vols indisponible." TO WS_MSG
           END-IF.
           IF WS_MSG = SPACES
               OPEN INPUT MANIFESTE-FILE
               IF WS-FS-MANIFESTE = "00"
                   MOVE WS_MF_NUMVOL TO MF-NUMVOL
                   MOVE 0 TO MF-RANG
                   START MANIFESTE-FILE KEY IS NOT LESS THAN MF-CLE
                       INVALID KEY MOVE "10" TO WS-FS-MANIFESTE
                   END-START
                   PERFORM UNTIL WS-FS-MANIFESTE = "10"
                       READ MANIFESTE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MANIFESTE
                           NOT AT END
                               IF MF-NUMVOL NOT = WS_MF_NUMVOL
                                   MOVE "10" TO WS-FS-MANIFESTE
                               ELSE
                                   PERFORM MANIFESTE_RANGE_F1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MANIFESTE-FILE
               END-IF
               IF WS_MF_NB = 0
                   PERFORM MANIFESTE_PREREMPLI_F1
               END-IF
               STRING "Vol " WS_MF_NUMVOL " - POB " WS_MF_POB
                   " : personnes a bord hors commandant, puis V."
                   DELIMITED BY SIZE INTO WS_MSG
           ELSE
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

       MANIFESTE_RANGE_F1.
           IF MF-RANG >= 1 AND MF-RANG <= 5
               ADD 1 TO WS_MF_NB
               MOVE MF-NUMPIL      TO WS_MF_NUMPIL (MF-RANG)
               MOVE MF-ID-PASSAGER TO WS_MF_PASSAGER (MF-RANG)
               MOVE MF-NOM         TO WS_MF_NOM (MF-RANG)
               MOVE MF-PRENOM      TO WS_MF_PRENOM (MF-RANG)
               MOVE MF-CONTACT-NOM TO WS_MF_CT_NOM (MF-RANG)
               MOVE MF-CONTACT-TEL TO WS_MF_CT_TEL (MF-RANG)
           END-IF.

      * VOL-REC is still the flight just read.
       MANIFESTE_PREREMPLI_F1.
           MOVE 0 TO WS_MF_IDX.
           IF VL-NUMPIL-INSTR > 0
               ADD 1 TO WS_MF_IDX
               MOVE VL-NUMPIL-INSTR TO WS_MF_NUMPIL (WS_MF_IDX)
           END-IF.
           IF VL-ID-PASSAGER > 0
               ADD 1 TO WS_MF_IDX
               MOVE VL-ID-PASSAGER TO WS_MF_PASSAGER (WS_MF_IDX)
           END-IF.
           IF WS_MF_IDX > 0
               PERFORM MANIFESTE_OUVRE_F1
               PERFORM VARYING WS_MF_RANG FROM 1 BY 1
                       UNTIL WS_MF_RANG > WS_MF_IDX
                   PERFORM MANIFESTE_COMPLETE_F1
               END-PERFORM
               PERFORM MANIFESTE_FERME_F1
           END-IF.

       MANIFESTE_OUVRE_F1.
           OPEN INPUT PILOTE-FILE.
           OPEN INPUT PASSAGER-FILE.
           OPEN INPUT CONTURG-FILE.

       MANIFESTE_FERME_F1.
           IF WS-FS-PILOTE NOT = "35"
               CLOSE PILOTE-FILE
           END-IF.
           IF WS-FS-PASSAGER NOT = "35"
               CLOSE PASSAGER-FILE
           END-IF.
           IF WS-FS-CONTURG NOT = "35"
               CLOSE CONTURG-FILE
           END-IF.

      * Row WS_MF_RANG: a member's or passenger's name from their
      * record, the first F115 contact when none was keyed. An
      * unknown member number is reported in WS_MSG.
       MANIFESTE_COMPLETE_F1.
           IF WS_MF_NUMPIL (WS_MF_RANG) > 0
               MOVE 0 TO WS_MF_PASSAGER (WS_MF_RANG)
               MOVE WS_MF_NUMPIL (WS_MF_RANG) TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       STRING "Membre " PI-NUMPIL
                           " inconnu au manifeste." DELIMITED BY SIZE
                           INTO WS_MSG
                   NOT INVALID KEY
                       MOVE PI-NOM    TO WS_MF_NOM (WS_MF_RANG)
                       MOVE PI-PRENOM TO WS_MF_PRENOM (WS_MF_RANG)
                       MOVE "M" TO CU-GENRE
                       MOVE PI-NUMPIL TO CU-ID
                       PERFORM MANIFESTE_CONTACT_F1
               END-READ
           ELSE
               IF WS_MF_PASSAGER (WS_MF_RANG) > 0
                   MOVE WS_MF_PASSAGER (WS_MF_RANG) TO PS-ID
                   READ PASSAGER-FILE
                       INVALID KEY
                           MOVE 0 TO WS_MF_PASSAGER (WS_MF_RANG)
                       NOT INVALID KEY
                           IF WS_MF_NOM (WS_MF_RANG) = SPACES
                               MOVE PS-NOM TO WS_MF_NOM (WS_MF_RANG)
                               MOVE PS-PRENOM
                                   TO WS_MF_PRENOM (WS_MF_RANG)
                           END-IF
                           MOVE "P" TO CU-GENRE
                           MOVE PS-ID TO CU-ID
                           PERFORM MANIFESTE_CONTACT_F1
                   END-READ
               END-IF
           END-IF.

       MANIFESTE_CONTACT_F1.
           IF WS_MF_CT_NOM (WS_MF_RANG) = SPACES
              AND WS_MF_CT_TEL (WS_MF_RANG) = SPACES
              AND WS-FS-CONTURG NOT = "35"
               MOVE 1 TO CU-RANG
               READ CONTURG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NOM TO WS_MF_CT_NOM (WS_MF_RANG)
                       MOVE CU-TELEPHONE TO WS_MF_CT_TEL (WS_MF_RANG)
               END-READ
           END-IF.

      * Every person besides the pilot in command must be named
      * (five rows at most); the flight's rows are then replaced
      * by the screen's, packed from rang 1.
       MANIFESTE_APPLY_F1.
           MOVE SPACES TO WS_MSG.
           MOVE 0 TO WS_MF_NB.
           PERFORM MANIFESTE_OUVRE_F1.
           PERFORM VARYING WS_MF_RANG FROM 1 BY 1 UNTIL WS_MF_RANG > 5
               PERFORM MANIFESTE_COMPLETE_F1
               IF WS_MF_NOM (WS_MF_RANG) = SPACES
                   MOVE 0 TO WS_MF_PASSAGER (WS_MF_RANG)
               ELSE
                   ADD 1 TO WS_MF_NB
               END-IF
           END-PERFORM.
           PERFORM MANIFESTE_FERME_F1.
           IF WS_MSG = SPACES
               COMPUTE WS_MF_ATTENDU = WS_MF_POB - 1
               IF WS_MF_ATTENDU > 5
                   MOVE 5 TO WS_MF_ATTENDU
               END-IF
               IF WS_MF_NB < WS_MF_ATTENDU
                   STRING "Manifeste incomplet : " WS_MF_NB
                       " nom(s) pour POB " WS_MF_POB "."
                       DELIMITED BY SIZE INTO WS_MSG
               END-IF
           END-IF.
           IF WS_MSG = SPACES
               PERFORM MANIFESTE_ECRIT_F1
           ELSE
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

       MANIFESTE_ECRIT_F1.
           OPEN I-O MANIFESTE-FILE.
           IF WS-FS-MANIFESTE = "35"
               OPEN OUTPUT MANIFESTE-FILE
               CLOSE MANIFESTE-FILE
               OPEN I-O MANIFESTE-FILE
           END-IF.
           IF WS-FS-MANIFESTE NOT = "00"
               MOVE "Fichier manifeste indisponible." TO WS_MSG
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               MOVE WS_MF_NUMVOL TO MF-NUMVOL
               MOVE 0 TO MF-RANG
               START MANIFESTE-FILE KEY IS NOT LESS THAN MF-CLE
                   INVALID KEY MOVE "10" TO WS-FS-MANIFESTE
               END-START
               PERFORM UNTIL WS-FS-MANIFESTE = "10"
                   READ MANIFESTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-MANIFESTE
                       NOT AT END
                           IF MF-NUMVOL NOT = WS_MF_NUMVOL
                               MOVE "10" TO WS-FS-MANIFESTE
                           ELSE
                               DELETE MANIFESTE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS_MF_IDX
               PERFORM VARYING WS_MF_RANG FROM 1 BY 1
                       UNTIL WS_MF_RANG > 5
                   IF WS_MF_NOM (WS_MF_RANG) NOT = SPACES
                       ADD 1 TO WS_MF_IDX
                       INITIALIZE MANIFESTE-REC
                       MOVE WS_MF_NUMVOL TO MF-NUMVOL
                       MOVE WS_MF_IDX TO MF-RANG
                       MOVE WS_MF_NUMPIL (WS_MF_RANG) TO MF-NUMPIL
                       MOVE WS_MF_PASSAGER (WS_MF_RANG)
                           TO MF-ID-PASSAGER
                       MOVE WS_MF_NOM (WS_MF_RANG) TO MF-NOM
                       MOVE WS_MF_PRENOM (WS_MF_RANG) TO MF-PRENOM
                       MOVE WS_MF_CT_NOM (WS_MF_RANG)
                           TO MF-CONTACT-NOM
                       MOVE WS_MF_CT_TEL (WS_MF_RANG)
                           TO MF-CONTACT-TEL
                       MOVE WS-OPERATEUR TO MF-OPERATEUR
                       MOVE FUNCTION CURRENT-DATE(1:14) TO MF-MAJ
                       WRITE MANIFESTE-REC
                   END-IF
               END-PERFORM
               CLOSE MANIFESTE-FILE
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               MOVE "MANIFESTE_VOL" TO WS-AUDIT-PARAGRAPHE
               MOVE "MAJ" TO WS-AUDIT-ACTION
               STRING "manifeste vol " WS_MF_NUMVOL " : " WS_MF_IDX
                   " personne(s) pour POB " WS_MF_POB
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               STRING "Manifeste du vol " WS_MF_NUMVOL " enregistre ("
                   WS_MF_IDX " personne(s))." DELIMITED BY SIZE
                   INTO WS_MSG
               MOVE 0 TO WS_STATE
           END-IF.

      * The flight stays open for reading while both files are
      * written, so VOL-REC is the deposited plan throughout. A
      * cancelled flight, an aircraft without its registration or
      * a club base missing from the table are refused: the FPL
      * could not be filed as it stands.
       DOSSIER_APPLY_F1.
           MOVE "N" TO WS_DOSSIER_OK.
           MOVE SPACES TO WS_MSG.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS_DOSSIER_NUMVOL TO VL-NUMVOL
               READ VOL-FILE
                   INVALID KEY
                       MOVE "Vol inconnu." TO WS_MSG
                   NOT INVALID KEY
                       IF VL-ANNULE
                           MOVE "Vol annule - pas de plan de vol."
                               TO WS_MSG
                       ELSE
                           MOVE "O" TO WS_DOSSIER_OK
                           PERFORM VOL-VERS-UTC
                       END-IF
               END-READ
               IF WS_DOSSIER_VALIDE
                   PERFORM DOSSIER_AVION_F1
               END-IF
               IF WS_DOSSIER_VALIDE
                   PERFORM DOSSIER_ETAPES_F1
               END-IF
               IF WS_DOSSIER_VALIDE
                   PERFORM ECRIT_FPL_F1
                   PERFORM ECRIT_DOSSIER_F1
               END-IF
               CLOSE VOL-FILE
           ELSE
               MOVE "Fichier vols indisponible." TO WS_MSG
           END-IF.
           IF WS_DOSSIER_VALIDE
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               MOVE "DOSSIER_VOL" TO WS-AUDIT-PARAGRAPHE
               MOVE "EDITION" TO WS-AUDIT-ACTION
               STRING "plan OACI et dossier du vol " WS_DOSSIER_NUMVOL
                   " edites" DELIMITED BY SIZE INTO WS-AUDIT-RESUME
               PERFORM LOG-AUDIT
               STRING "FPL_" WS_DOSSIER_NUMVOL ".TXT et DOSSIER_VOL_"
                   WS_DOSSIER_NUMVOL ".TXT ecrits." DELIMITED BY SIZE
                   INTO WS_MSG
               MOVE 0 TO WS_STATE
           ELSE
               MOVE WS_MSG TO WS-ERR-TEXT
               MOVE "F1" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           END-IF.

      * Registration (item 7, without its dash), type and the
      * type's cruise consumption; no PERF row leaves the fuel
      * columns at zero with a note on the folder.
       DOSSIER_AVION_F1.
           MOVE SPACES TO WS_DOS_IMMAT WS_DOS_CODTYP WS_FPL_ID.
           OPEN INPUT AVION-FILE.
           IF WS-FS-AVION = "00"
               MOVE VL-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AV-IMMAT TO WS_DOS_IMMAT
                       MOVE AV-CODTYP TO WS_DOS_CODTYP
               END-READ
               CLOSE AVION-FILE
           END-IF.
           IF WS_DOS_IMMAT = SPACES
               MOVE "N" TO WS_DOSSIER_OK
               STRING "Avion " VL-CODAV " sans immatriculation "
                   "(a saisir dans F4)." DELIMITED BY SIZE
                   INTO WS_MSG
           ELSE
               MOVE SPACES TO WS_IMMAT_P1 WS_IMMAT_P2
               UNSTRING WS_DOS_IMMAT DELIMITED BY "-"
                   INTO WS_IMMAT_P1 WS_IMMAT_P2
               END-UNSTRING
               STRING WS_IMMAT_P1 DELIMITED BY SPACE
                   WS_IMMAT_P2 DELIMITED BY SPACE
                   INTO WS_FPL_ID
           END-IF.
           MOVE 0 TO WS_CONSO.
           MOVE "N" TO WS_PERF_TROUVE.
           OPEN INPUT PERF-FILE.
           IF WS-FS-PERF = "00"
               MOVE WS_DOS_CODTYP TO PF-CODTYP
               READ PERF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS_PERF_TROUVE
                       MOVE PF-CONSO-HOR TO WS_CONSO
               END-READ
               CLOSE PERF-FILE
           END-IF.

      * Route points in flying order (VL-DEST, then each leg)
      * with their filed arrival and measured distance; the route
      * is re-measured so a plan kept from before the table gets
      * its distances too. The total elapsed time and the ground
      * speed it implies feed items 15 and 16.
       DOSSIER_ETAPES_F1.
           PERFORM CALCULE_DISTANCES_F1.
           IF WS_BASE_OACI = SPACES
               MOVE "N" TO WS_DOSSIER_OK
               MOVE "Base du club absente de la table OACI (F87)."
                   TO WS_MSG
           ELSE
               INITIALIZE WS_ETAPE_TABLE
               MOVE 1 TO WS_NB_ETAPES
               MOVE VL-DEST (1:4) TO WS_ETP_CODE (1)
               MOVE VL-DATEARR TO WS_ETP_DATE (1)
               MOVE VL-HARR TO WS_ETP_HEURE (1)
               MOVE VL-DIST-DEST TO WS_ETP_DIST (1)
               PERFORM VARYING WS_SUB FROM 1 BY 1
                       UNTIL WS_SUB > VL-NBLEGS
                   ADD 1 TO WS_NB_ETAPES
                   MOVE VL-LEG-DEST (WS_SUB) (1:4)
                       TO WS_ETP_CODE (WS_NB_ETAPES)
                   MOVE VL-LEG-DATEARR (WS_SUB)
                       TO WS_ETP_DATE (WS_NB_ETAPES)
                   MOVE VL-LEG-HARR (WS_SUB)
                       TO WS_ETP_HEURE (WS_NB_ETAPES)
                   MOVE VL-LEG-DIST (WS_SUB)
                       TO WS_ETP_DIST (WS_NB_ETAPES)
               END-PERFORM
               MOVE WS_ETP_CODE (WS_NB_ETAPES) TO WS_FPL_FINAL
               MOVE VL-DATEDEP TO WS_PREC_DATE
               MOVE VL-HDEP TO WS_PREC_HEURE
               MOVE WS_NB_ETAPES TO WS_ETP
               PERFORM ECART_MINUTES_F1
               MOVE WS_SEG_MIN TO WS_EET_MIN
               MOVE 100 TO WS_FPL_VITESSE
               IF WS_EET_MIN > 0
                   COMPUTE WS_FPL_VITESSE ROUNDED =
                       VL-DISTANCE * 60 / WS_EET_MIN
                   IF WS_FPL_VITESSE = 0
                       MOVE 100 TO WS_FPL_VITESSE
                   END-IF
               END-IF
           END-IF.

      * Minutes from WS_PREC_DATE/WS_PREC_HEURE to the arrival of
      * route point WS_ETP; an unset date counts as zero.
       ECART_MINUTES_F1.
           MOVE 0 TO WS_SEG_MIN.
           IF WS_PREC_DATE > 0 AND WS_ETP_DATE (WS_ETP) > 0
               COMPUTE WS_SEG_MIN =
                   (FUNCTION INTEGER-OF-DATE(WS_ETP_DATE (WS_ETP))
                   - FUNCTION INTEGER-OF-DATE(WS_PREC_DATE)) * 1440
                   + FUNCTION INTEGER(WS_ETP_HEURE (WS_ETP) / 100) * 60
                   + FUNCTION MOD(WS_ETP_HEURE (WS_ETP), 100)
                   - FUNCTION INTEGER(WS_PREC_HEURE / 100) * 60
                   - FUNCTION MOD(WS_PREC_HEURE, 100)
               IF WS_SEG_MIN < 0
                   MOVE 0 TO WS_SEG_MIN
               END-IF
           END-IF.

      * WS_CONV_MIN as HHMM, capped at 99h59.
       MINUTES_HHMM_F1.
           IF WS_CONV_MIN < 0
               MOVE 0 TO WS_CONV_MIN
           END-IF.
           IF WS_CONV_MIN > 5999
               MOVE 5999 TO WS_CONV_MIN
           END-IF.
           COMPUTE WS_CONV_HH = WS_CONV_MIN / 60.
           COMPUTE WS_CONV_MM = WS_CONV_MIN - WS_CONV_HH * 60.

      * ICAO FPL message, one item per line as the filing
      * service takes it pasted: 7 identification, 8 VFR general
      * aviation, 9 type, 10 equipment, 13 departure and EOBT, 15
      * speed/rules/route, 16 destination and total EET, 18 date of
      * flight, type and remarks, 19 endurance and persons on board.
       ECRIT_FPL_F1.
           MOVE SPACES TO WS_EDITION_NOM.
           STRING "FPL_" VL-NUMVOL ".TXT" DELIMITED BY SIZE
               INTO WS_EDITION_NOM.
           OPEN OUTPUT EDITION-FILE.
           MOVE SPACES TO EDITION-REC.
           STRING "(FPL-" WS_FPL_ID DELIMITED BY SPACE
               "-VG" DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE "-ZZZZ/L-S/C" TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           STRING "-" WS_BASE_OACI VL-HDEP DELIMITED BY SIZE
               INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO WS_FPL_ROUTE.
           MOVE 1 TO WS_FPL_PTR.
           STRING "DCT" DELIMITED BY SIZE
               INTO WS_FPL_ROUTE WITH POINTER WS_FPL_PTR.
           PERFORM VARYING WS_ETP FROM 1 BY 1
                   UNTIL WS_ETP >= WS_NB_ETAPES
               STRING " " WS_ETP_CODE (WS_ETP) " DCT"
                   DELIMITED BY SIZE
                   INTO WS_FPL_ROUTE WITH POINTER WS_FPL_PTR
           END-PERFORM.
           MOVE SPACES TO EDITION-REC.
           STRING "-N" WS_FPL_VITESSE "VFR " WS_FPL_ROUTE
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE WS_EET_MIN TO WS_CONV_MIN.
           PERFORM MINUTES_HHMM_F1.
           MOVE SPACES TO EDITION-REC.
           STRING "-" WS_FPL_FINAL WS_CONV_HHMM DELIMITED BY SIZE
               INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           STRING "-DOF/" VL-DATEDEP (3:6) " TYP/" WS_DOS_CODTYP
               " RMK/VOL CLUB " VL-NUMVOL DELIMITED BY SIZE
               INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE 0 TO WS_CONV_MIN.
           IF WS_CONSO > 0
               COMPUTE WS_CONV_MIN = VL-FUEL-DEPART * 60 / WS_CONSO
           END-IF.
           PERFORM MINUTES_HHMM_F1.
           MOVE SPACES TO EDITION-REC.
           STRING "-E/" WS_CONV_HHMM " P/0" VL-NB-POB ")"
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           CLOSE EDITION-FILE.
           MOVE "FPL" TO WS-RPT-TYPE.
           MOVE VL-NUMVOL TO WS-RPT-PERIODE.
           MOVE WS_EDITION_NOM TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.

      * The pilot's flight folder: route and leg table, fuel
      * plan, the departure day's bulletins, aircraft papers and
      * open defects, and the pilot's expiry dates, each held
      * against the departure date.
       ECRIT_DOSSIER_F1.
           MOVE SPACES TO WS_EDITION_NOM.
           STRING "DOSSIER_VOL_" VL-NUMVOL ".TXT" DELIMITED BY SIZE
               INTO WS_EDITION_NOM.
           OPEN OUTPUT EDITION-FILE.
           MOVE SPACES TO EDITION-REC.
           STRING "DOSSIER DE VOL N. " VL-NUMVOL
               "                    EDITE LE " WS_CURR_DATE
               " PAR " WS-OPERATEUR DELIMITED BY SIZE
               INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE ALL "=" TO EDITION-REC (1:72).
           WRITE EDITION-REC.
           PERFORM DOSSIER_PILOTE_F1.
           MOVE SPACES TO EDITION-REC.
           MOVE WS_CONSO TO WS_ED_CONSO.
           STRING "Avion       : " VL-CODAV " " WS_DOS_IMMAT
               " type " WS_DOS_CODTYP "  consommation " WS_ED_CONSO
               " l/h" DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           STRING "Depart      : " WS_BASE_OACI " le " VL-DATEDEP
               " a " VL-HDEP " UTC   POB " VL-NB-POB
               "   categorie " VL-CATEGORIE
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           IF VL-CAT-ESSAI
               MOVE SPACES TO EDITION-REC
               STRING "Vol d'essai : ordre de travail " VL-OT-NUMOT
                   " - avion au sol, vol non facture"
                   DELIMITED BY SIZE INTO EDITION-REC
               WRITE EDITION-REC
           END-IF.
           MOVE SPACES TO EDITION-REC.
           WRITE EDITION-REC.
           PERFORM DOSSIER_NAVLOG_F1.
           PERFORM DOSSIER_CARBURANT_F1.
           PERFORM DOSSIER_METEO_F1.
           PERFORM DOSSIER_DOCAV_F1.
           PERFORM DOSSIER_DEFAUTS_F1.
           PERFORM DOSSIER_ECHEANCES_F1.
           CLOSE EDITION-FILE.
           MOVE "DOSSVOL" TO WS-RPT-TYPE.
           MOVE VL-NUMVOL TO WS-RPT-PERIODE.
           MOVE WS_EDITION_NOM TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.

       DOSSIER_PILOTE_F1.
           MOVE SPACES TO PI-NOM PI-PRENOM.
           MOVE 0 TO PI-ID-ETATPILOTE.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE VL-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       MOVE SPACES TO PI-NOM PI-PRENOM
                       MOVE 0 TO PI-ID-ETATPILOTE
               END-READ
               CLOSE PILOTE-FILE
           END-IF.
           MOVE PI-ID-ETATPILOTE TO WS_ECH_ETATPIL.
           MOVE SPACES TO EDITION-REC.
           STRING "Pilote      : " VL-NUMPIL " " PI-NOM " " PI-PRENOM
               DELIMITED BY SIZE INTO EDITION-REC.
           IF VL-VOL-INSTRUCTION
               STRING "  instructeur " VL-NUMPIL-INSTR
                   DELIMITED BY SIZE INTO EDITION-REC (60:40)
           END-IF.
           WRITE EDITION-REC.

      * One line per leg: distance, filed time from the previous
      * point (departure for the first) and the fuel burnt over
      * that time at the type's cruise consumption.
       DOSSIER_NAVLOG_F1.
           MOVE "ETAPES" TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           STRING " N. De   Vers  Arrivee UTC     Dist NM  Temps"
               "  Carb. l" DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE 0 TO WS_TRIP_CARB.
           MOVE WS_BASE_OACI TO WS_PREC_CODE.
           MOVE VL-DATEDEP TO WS_PREC_DATE.
           MOVE VL-HDEP TO WS_PREC_HEURE.
           PERFORM VARYING WS_ETP FROM 1 BY 1
                   UNTIL WS_ETP > WS_NB_ETAPES
               PERFORM ECART_MINUTES_F1
               COMPUTE WS_SEG_CARB ROUNDED =
                   WS_SEG_MIN * WS_CONSO / 60
               ADD WS_SEG_CARB TO WS_TRIP_CARB
               MOVE WS_SEG_MIN TO WS_CONV_MIN
               PERFORM MINUTES_HHMM_F1
               MOVE WS_ETP_DIST (WS_ETP) TO WS_ED_DIST
               MOVE WS_SEG_CARB TO WS_ED_CARB
               MOVE SPACES TO EDITION-REC
               STRING " " WS_ETP "  " WS_PREC_CODE " "
                   WS_ETP_CODE (WS_ETP) "  " WS_ETP_DATE (WS_ETP)
                   " " WS_ETP_HEURE (WS_ETP) "   " WS_ED_DIST
                   "   " WS_CONV_HHMM "   " WS_ED_CARB
                   DELIMITED BY SIZE INTO EDITION-REC
               WRITE EDITION-REC
               MOVE WS_ETP_CODE (WS_ETP) TO WS_PREC_CODE
               MOVE WS_ETP_DATE (WS_ETP) TO WS_PREC_DATE
               MOVE WS_ETP_HEURE (WS_ETP) TO WS_PREC_HEURE
           END-PERFORM.
           MOVE WS_EET_MIN TO WS_CONV_MIN.
           PERFORM MINUTES_HHMM_F1.
           MOVE VL-DISTANCE TO WS_ED_DIST.
           MOVE WS_TRIP_CARB TO WS_ED_CARB.
           MOVE SPACES TO EDITION-REC.
           STRING " Total                               " WS_ED_DIST
               "   " WS_CONV_HHMM "   " WS_ED_CARB
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           WRITE EDITION-REC.

      * Trip fuel plus the PARAMS reserve against the fuel on
      * board at departure; the endurance is that fuel at the
      * type's consumption.
       DOSSIER_CARBURANT_F1.
           MOVE "BILAN CARBURANT" TO EDITION-REC.
           WRITE EDITION-REC.
           IF WS_PERF_TROUVE NOT = "O" OR WS_CONSO = 0
               MOVE SPACES TO EDITION-REC
               STRING " Pas de consommation pour le type "
                   WS_DOS_CODTYP " (F51) - carburant non calcule."
                   DELIMITED BY SIZE INTO EDITION-REC
               WRITE EDITION-REC
           END-IF.
           COMPUTE WS_RESERVE_CARB ROUNDED =
               WS_RESERVE_MIN * WS_CONSO / 60.
           COMPUTE WS_MARGE_CARB = VL-FUEL-DEPART
               - WS_TRIP_CARB - WS_RESERVE_CARB.
           MOVE WS_TRIP_CARB TO WS_ED_CARB.
           MOVE SPACES TO EDITION-REC.
           STRING " Carburant etapes      : " WS_ED_CARB " l"
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE WS_RESERVE_CARB TO WS_ED_CARB.
           MOVE SPACES TO EDITION-REC.
           STRING " Reserve (" WS_RESERVE_MIN " min)     : "
               WS_ED_CARB " l" DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           COMPUTE WS_ED_CARB = WS_TRIP_CARB + WS_RESERVE_CARB.
           MOVE SPACES TO EDITION-REC.
           STRING " Total necessaire      : " WS_ED_CARB " l"
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE VL-FUEL-DEPART TO WS_ED_CARB.
           MOVE SPACES TO EDITION-REC.
           STRING " Carburant au depart   : " WS_ED_CARB " l"
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE WS_MARGE_CARB TO WS_ED_MARGE.
           MOVE SPACES TO EDITION-REC.
           STRING " Marge                 :" WS_ED_MARGE " l"
               DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE 0 TO WS_CONV_MIN.
           IF WS_CONSO > 0
               COMPUTE WS_CONV_MIN = VL-FUEL-DEPART * 60 / WS_CONSO
           END-IF.
           PERFORM MINUTES_HHMM_F1.
           MOVE SPACES TO EDITION-REC.
           STRING " Autonomie             : " WS_CONV_HH "h"
               WS_CONV_MM DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           WRITE EDITION-REC.

      * Both bulletins F52 loaded for the departure day.
       DOSSIER_METEO_F1.
           MOVE "METEO DU JOUR" TO EDITION-REC.
           WRITE EDITION-REC.
           OPEN INPUT METEO-FILE.
           MOVE VL-DATEDEP TO MT-DATE.
           MOVE "O" TO MT-TYPE.
           PERFORM DOSSIER_BULLETIN_F1.
           MOVE VL-DATEDEP TO MT-DATE.
           MOVE "P" TO MT-TYPE.
           PERFORM DOSSIER_BULLETIN_F1.
           IF WS-FS-METEO NOT = "35"
               CLOSE METEO-FILE
           END-IF.
           MOVE SPACES TO EDITION-REC.
           WRITE EDITION-REC.

       DOSSIER_BULLETIN_F1.
           MOVE SPACES TO EDITION-REC.
           IF MT-OBSERVATION
               MOVE " Observation : " TO EDITION-REC (1:15)
           ELSE
               MOVE " Prevision   : " TO EDITION-REC (1:15)
           END-IF.
           MOVE "aucun bulletin recu." TO EDITION-REC (16:70).
           IF WS-FS-METEO NOT = "35"
               READ METEO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MT-TEXTE TO EDITION-REC (16:70)
               END-READ
           END-IF.
           WRITE EDITION-REC.

      * The aircraft's papers (keyed aircraft + document type),
      * each marked against the departure date.
       DOSSIER_DOCAV_F1.
           MOVE "DOCUMENTS AVION" TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE 0 TO WS_NB_DOCS.
           OPEN INPUT DOCAV-FILE.
           IF WS-FS-DOCAV = "00"
               MOVE VL-CODAV TO DA-CODAV
               MOVE LOW-VALUES TO DA-TYPE
               START DOCAV-FILE KEY IS NOT LESS THAN DA-CLE
                   INVALID KEY MOVE "10" TO WS-FS-DOCAV
               END-START
               PERFORM UNTIL WS-FS-DOCAV = "10"
                   READ DOCAV-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DOCAV
                       NOT AT END
                           IF DA-CODAV NOT = VL-CODAV
                               MOVE "10" TO WS-FS-DOCAV
                           ELSE
                               ADD 1 TO WS_NB_DOCS
                               MOVE DA-EXPIRATION TO WS_ECH_DATE
                               PERFORM ETAT_ECHEANCE_F1
                               MOVE SPACES TO EDITION-REC
                               STRING " " DA-TYPE " " DA-REFERENCE
                                   " expire le " DA-EXPIRATION " "
                                   WS_ETAT_DOC DELIMITED BY SIZE
                                   INTO EDITION-REC
                               IF DA-EST-OBLIGATOIRE
                                   MOVE "obligatoire"
                                       TO EDITION-REC (60:11)
                               END-IF
                               WRITE EDITION-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCAV-FILE
           END-IF.
           IF WS_NB_DOCS = 0
               MOVE " Aucun document enregistre (F4)." TO EDITION-REC
               WRITE EDITION-REC
           END-IF.
           MOVE SPACES TO EDITION-REC.
           WRITE EDITION-REC.

      * Open squawks on the aircraft from the technical log;
      * a major one would already have grounded it.
       DOSSIER_DEFAUTS_F1.
           MOVE "DEFAUTS OUVERTS" TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE 0 TO WS_NB_DEFAUTS.
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
                           IF DF-CODAV = VL-CODAV AND DF-OUVERT
                               ADD 1 TO WS_NB_DEFAUTS
                               MOVE SPACES TO EDITION-REC
                               STRING " " DF-DATE " "
                                   DF-SEVERITE " " DF-TEXTE
                                   DELIMITED BY SIZE INTO EDITION-REC
                               WRITE EDITION-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEFAUT-FILE
           END-IF.
           IF WS_NB_DEFAUTS = 0
               MOVE " Aucun defaut ouvert." TO EDITION-REC
               WRITE EDITION-REC
           END-IF.
           MOVE SPACES TO EDITION-REC.
           WRITE EDITION-REC.

      * Medical, licence and type rating from the pilot's status
      * row and rating store; a zero expiry means none is held.
       DOSSIER_ECHEANCES_F1.
           MOVE "PILOTE - ECHEANCES" TO EDITION-REC.
           WRITE EDITION-REC.
           MOVE 0 TO EP-EXP-MEDICAL EP-EXP-LICENCE.
           OPEN INPUT ETATPIL-FILE.
           IF WS-FS-ETATPIL = "00"
               MOVE WS_ECH_ETATPIL TO EP-ID
               READ ETATPIL-FILE
                   INVALID KEY
                       MOVE 0 TO EP-EXP-MEDICAL EP-EXP-LICENCE
               END-READ
               CLOSE ETATPIL-FILE
           END-IF.
           MOVE EP-EXP-MEDICAL TO WS_ECH_DATE.
           PERFORM ETAT_ECHEANCE_F1.
           MOVE SPACES TO EDITION-REC.
           STRING " Visite medicale       : " EP-EXP-MEDICAL " "
               WS_ETAT_DOC DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE EP-EXP-LICENCE TO WS_ECH_DATE.
           PERFORM ETAT_ECHEANCE_F1.
           MOVE SPACES TO EDITION-REC.
           STRING " Licence               : " EP-EXP-LICENCE " "
               WS_ETAT_DOC DELIMITED BY SIZE INTO EDITION-REC.
           WRITE EDITION-REC.
           MOVE SPACES TO EDITION-REC.
           STRING " Qualification type " WS_DOS_CODTYP " : "
               DELIMITED BY SIZE INTO EDITION-REC.
           OPEN INPUT QUALIF-FILE.
           IF WS-FS-QUALIF = "00"
               MOVE VL-NUMPIL TO QF-NUMPIL
               MOVE WS_DOS_CODTYP TO QF-CODTYP
               READ QUALIF-FILE
                   INVALID KEY
                       MOVE "aucune" TO EDITION-REC (26:6)
                   NOT INVALID KEY
                       MOVE QF-DATE-EXPIRATION TO WS_ECH_DATE
                       PERFORM ETAT_ECHEANCE_F1
                       MOVE QF-DATE-EXPIRATION TO EDITION-REC (26:8)
                       MOVE WS_ETAT_DOC TO EDITION-REC (35:8)
               END-READ
               CLOSE QUALIF-FILE
           ELSE
               MOVE "aucune" TO EDITION-REC (26:6)
           END-IF.
           IF VL-VOL-INSTRUCTION
               MOVE "(vol en instruction)" TO EDITION-REC (44:20)
           END-IF.
           WRITE EDITION-REC.

      * WS_ECH_DATE against the departure date.
       ETAT_ECHEANCE_F1.
           EVALUATE TRUE
               WHEN WS_ECH_DATE = 0
                   MOVE "SANS" TO WS_ETAT_DOC
               WHEN WS_ECH_DATE < VL-DATEDEP
                   MOVE "EXPIRE" TO WS_ETAT_DOC
               WHEN OTHER
                   MOVE "VALIDE" TO WS_ETAT_DOC
           END-EVALUATE.

      * State 6: block out an aircraft on the reservation
      * calendar ahead of actually filing the flight plan for it.
       RESA_VOL_F1.
           DISPLAY CLRSCREEN.
           DISPLAY RESASCREEN.
           ACCEPT RESASCREEN.
                           PERFORM LOG-ERREUR
                       END-IF
                   END-IF
      * No slot can be booked on a day the club calendar (F131)
      * marks closed - staff included, the field is shut.
                   IF WS_AVION_VALIDE
                       MOVE WS_RESA_DATE TO WS-CAL-DATE
                       PERFORM LIT-JOUR-CALENDRIER
                       IF WS-CAL-FERME
                           MOVE "N" TO WS_AVION_OK
                           MOVE SPACES TO WS_MSG
                           STRING "Club ferme ce jour ("
                               WS-CAL-LIBELLE DELIMITED BY "  "
                               ")." DELIMITED BY SIZE
                               INTO WS_MSG
                           MOVE WS_MSG TO WS-ERR-TEXT
                           MOVE "F1" TO WS-AUDIT-PROGRAMME
                           PERFORM LOG-ERREUR
                       END-IF
                   END-IF
      * An instructor named on the slot must be free for it:
      * declared window, other reservations, simulator sessions.
                   IF WS_AVION_VALIDE AND WS_RESA_INSTR NOT = 0
                       MOVE WS_RESA_INSTR  TO WS-IR-INSTR
                       MOVE WS_RESA_NUMPIL TO WS-IR-NUMPIL
                       MOVE WS_RESA_DATE   TO WS-IR-DATE
                       MOVE WS_RESA_HDEB   TO WS-IR-HDEB
                       MOVE WS_RESA_HFIN   TO WS-IR-HFIN
                       MOVE 0              TO WS-IR-RESA-ID
                       PERFORM CONTROLE-INSTR-RESA
                       IF NOT WS-IR-LIBRE
                           MOVE "N" TO WS_AVION_OK
                           PERFORM LIBELLE-INSTR-RESA
                           MOVE SPACES TO WS_MSG
                           STRING "Refuse : " WS-IR-LIBELLE
                               DELIMITED BY "  " INTO WS_MSG
                           MOVE WS_MSG TO WS-ERR-TEXT
                           MOVE "F1" TO WS-AUDIT-PROGRAMME
                           PERFORM LOG-ERREUR
                       END-IF
                   END-IF
                   IF WS_AVION_VALIDE
                       PERFORM CHECK_REGLES_RESA_F1
                   END-IF
           MOVE WS_RESA_HDEB    TO RS-HDEB.
           MOVE WS_RESA_HFIN    TO RS-HFIN.
           MOVE "A"             TO RS-ETAT.
           MOVE WS_RESA_INSTR   TO RS-NUMPIL-INSTR.
           PERFORM CHARGE-BASES.
           PERFORM BASE-SESSION.
           IF WS-BA-SESSION NOT = SPACES
               MOVE WS-BA-SESSION TO RS-BASE
           ELSE
               MOVE WS_RESA_CODAV TO WS-BA-CODAV
               PERFORM BASE-AVION
               MOVE WS-BA-AVION TO RS-BASE
           END-IF.

           OPEN I-O RESA-FILE.
           IF WS-FS-RESA = "35"
           MOVE WS_RESA_HFIN    TO AT-HFIN.
           MOVE WS_CURR_DATE    TO AT-DATE-DEMANDE.
           MOVE "A"             TO AT-ETAT.
           MOVE WS_RESA_INSTR   TO AT-NUMPIL-INSTR.

           OPEN I-O ATTENTE-FILE.
           IF WS-FS-ATTENTE = "35"
                              AND AT-DATE = WS_RESA_DATE_TEMP
                              AND NOT (AT-HFIN <= WS_RESA_HDEB_TEMP
                                   OR AT-HDEB >= WS_RESA_HFIN_TEMP)
                               PERFORM TESTE_INSTR_ATTENTE_F1
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM APPLIQUE_PROMOTION_F1
           END-IF.

      * A queued entry that named an instructor only takes the
      * slot if the instructor is still free for it; otherwise the
      * next pilot in line gets the chance.
       TESTE_INSTR_ATTENTE_F1.
           MOVE AT-NUMPIL-INSTR TO WS-IR-INSTR.
           MOVE AT-NUMPIL       TO WS-IR-NUMPIL.
           MOVE AT-DATE         TO WS-IR-DATE.
           MOVE AT-HDEB         TO WS-IR-HDEB.
           MOVE AT-HFIN         TO WS-IR-HFIN.
           MOVE 0               TO WS-IR-RESA-ID.
           PERFORM CONTROLE-INSTR-RESA.
           IF WS-IR-LIBRE
               MOVE "O" TO WS_PROMO_TROUVE
               MOVE AT-ID TO WS_PROMO_ID
           END-IF.

       APPLIQUE_PROMOTION_F1.
           OPEN I-O ATTENTE-FILE.
           IF WS-FS-ATTENTE = "00"
               MOVE AT-DATE   TO WS_RESA_DATE
               MOVE AT-HDEB   TO WS_RESA_HDEB
               MOVE AT-HFIN   TO WS_RESA_HFIN
               MOVE AT-NUMPIL-INSTR TO WS_RESA_INSTR
               PERFORM PERSIST_RESA_F1
               MOVE "F1"              TO WS-AUDIT-PROGRAMME
               MOVE "PROMEUT_ATTENTE" TO WS-AUDIT-PARAGRAPHE
           PERFORM TESTE_NUIT_F1.

       TESTE_NUIT_F1.
           MOVE WS_NUIT_DATE  TO WS-HZ-DATE.
           MOVE WS_NUIT_HEURE TO WS-HZ-HEURE.
           PERFORM LOCALE-VERS-UTC.
           MOVE WS-HZ-DATE    TO WS_NUIT_DATE.
           MOVE WS-HZ-HEURE   TO WS_NUIT_HEURE.
           OPEN INPUT EPHEM-FILE.
           IF WS-FS-EPHEM = "00"
               MOVE WS_NUIT_DATE(5:2) TO EH-MOIS
           END-IF.

      * Nothing to check on a solo plan. On a dual plan the
      * instructor's privileges must be current on the departure
      * date (CONTROLE-QUALINST), then the overlap scan covers the
      * instructor seated either way round (as instructor of
      * another flight or flying as pilot), then
      * the departure is tested against their declared availability
      * windows - no declared window at all means unrestricted.
       CHECK_INSTR_F1.
           IF NOT WS_VOL_INSTRUCTION OR WS_NUMPIL_INSTR = 0
               CONTINUE
           ELSE
               MOVE WS_NUMPIL_INSTR TO WS-QI-NUMPIL
               MOVE WS_DATEDEP_TEMP TO WS-QI-DATE-REF
               PERFORM CONTROLE-QUALINST
               IF NOT WS-QI-VALIDE
                   MOVE "N" TO WS_INSTR_OK
                   MOVE "Q" TO WS_INSTR_MOTIF
               ELSE
                   PERFORM CHECK_INSTR_VOLS_F1
                   IF WS_INSTR_LIBRE
                       PERFORM CHECK_INSTR_DISPO_F1
                   END-IF
               END-IF
           END-IF.

                               MOVE RS-DATE  TO WS_RL_DATE
                               MOVE RS-HDEB  TO WS_RL_HDEB
                               MOVE RS-HFIN  TO WS_RL_HFIN
                               MOVE RS-NUMPIL-INSTR TO WS_RL_INSTR
                               DISPLAY SS_LIGNE_RESA
                               ADD 1 TO WS_RL_LIGNE
                               ADD 1 TO WS_RL_COUNT

       COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

       COPY "PRETEQ-PROC.cpy" IN TEMPLATE.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.
       COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

       COPY "NOTIF-PROC.cpy" IN TEMPLATE.

       COPY "TARIF-PROC.cpy" IN TEMPLATE.

       COPY "VERROU-PROC.cpy" IN TEMPLATE.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       COPY "QUALINST-PROC.cpy" IN TEMPLATE.

       COPY "INSTRRESA-PROC.cpy" IN TEMPLATE.

       COPY "BASE-PROC.cpy" IN TEMPLATE.

       COPY "CALENDRIER-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

       COPY "ALERTE-PROC.cpy" IN TEMPLATE.

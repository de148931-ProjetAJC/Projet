       77  WS-FS-OPSJOUR       PIC XX VALUE "00".
       77  WS-FS-JRNL          PIC XX VALUE "00".
       77  WS-FS-VERROU        PIC XX VALUE "00".
       77  WS-FS-VOLEXT        PIC XX VALUE "00".
       77  WS-FS-AERODROME     PIC XX VALUE "00".
       77  WS-FS-PAYEUR        PIC XX VALUE "00".
       77  WS-FS-LIENPAY       PIC XX VALUE "00".
       77  WS-FS-BOURSE        PIC XX VALUE "00".
       77  WS-FS-BOURSLIG      PIC XX VALUE "00".
       77  WS-FS-FOURN         PIC XX VALUE "00".
       77  WS-FS-FACTFOUR      PIC XX VALUE "00".
       77  WS-FS-REGFOUR       PIC XX VALUE "00".
       77  WS-FS-IMMO          PIC XX VALUE "00".
       77  WS-FS-SOLDE         PIC XX VALUE "00".
       77  WS-FS-PERMANENCE    PIC XX VALUE "00".
       77  WS-FS-ABSENCE       PIC XX VALUE "00".
       77  WS-FS-QUALINST      PIC XX VALUE "00".
       77  WS-FS-QUOTA         PIC XX VALUE "00".
       77  WS-FS-VENTEVIS      PIC XX VALUE "00".
       77  WS-FS-ARTICLE       PIC XX VALUE "00".
       77  WS-FS-VENTEBOUT     PIC XX VALUE "00".
       77  WS-FS-CODEPOST      PIC XX VALUE "00".
       77  WS-FS-AUDCHAIN      PIC XX VALUE "00".
       77  WS-FS-ABONRPT       PIC XX VALUE "00".
       77  WS-FS-ACTMOIS       PIC XX VALUE "00".
       77  WS-FS-PRIXCARB      PIC XX VALUE "00".
       77  WS-FS-EQUIP         PIC XX VALUE "00".
       77  WS-FS-PRETEQ        PIC XX VALUE "00".
       77  WS-FS-CONTURG       PIC XX VALUE "00".
       77  WS-FS-MANIFESTE     PIC XX VALUE "00".
       77  WS-FS-ADHESION      PIC XX VALUE "00".
       77  WS-FS-DON           PIC XX VALUE "00".
       77  WS-FS-LIVRET        PIC XX VALUE "00".
       77  WS-FS-PROGINSP      PIC XX VALUE "00".
       77  WS-FS-TACHEOT       PIC XX VALUE "00".
       77  WS-FS-PIECEMAG      PIC XX VALUE "00".
       77  WS-FS-MAGMVT        PIC XX VALUE "00".
       77  WS-FS-CLUBPART      PIC XX VALUE "00".
       77  WS-FS-CLUBVOL       PIC XX VALUE "00".
       77  WS-FS-NOTEFRAIS     PIC XX VALUE "00".
       77  WS-FS-CALENDRIER    PIC XX VALUE "00".
       77  WS-FS-FUSEAU        PIC XX VALUE "00".
       77  WS-FS-CLOTPIL       PIC XX VALUE "00".
       77  WS-FS-DIFFUSION     PIC XX VALUE "00".
       77  WS-FS-DIFFDEST      PIC XX VALUE "00".
       77  WS-FS-ALERTE        PIC XX VALUE "00".
       77  WS-FS-CONSULT       PIC XX VALUE "00".
       77  WS-FS-PERIODE       PIC XX VALUE "00".
       77  WS-FS-CLEREP        PIC XX VALUE "00".
       77  WS-FS-ENREG         PIC XX VALUE "00".
       77  WS-FS-AUDIT         PIC XX VALUE "00".
       77  WS-FS-ERRLOG        PIC XX VALUE "00".
       77  WS-FS-INVOICE       PIC XX VALUE "00".
       77  WS-AUDIT-PARAGRAPHE PIC X(20) VALUE SPACES.
       77  WS-AUDIT-ACTION     PIC X(8)  VALUE SPACES.
       77  WS-AUDIT-RESUME     PIC X(100) VALUE SPACES.
      * Audit hash chain work fields (AUDIT-PROC CALCULE-MAILLON).
       77  WS-AUC-TAMPON       PIC X(180) VALUE SPACES.
       77  WS-AUC-CHAINE       PIC 9(9)  VALUE 0.
       77  WS-AUC-IDX          PIC 9(3)  VALUE 0.
       77  WS-ERR-TEXT         PIC X(70) VALUE SPACES.
       77  WS-JRN-UOW          PIC 9(6)  VALUE 0.
       77  WS-JRN-SEQ          PIC 9(3)  VALUE 0.
       77  WS-NOTIF-ORIGINE    PIC X(8)  VALUE SPACES.
       77  WS-NOTIF-OBJET      PIC X(40) VALUE SPACES.
       77  WS-NOTIF-TEXTE      PIC X(100) VALUE SPACES.
       77  WS-NOTIF-PIECE      PIC X(40) VALUE SPACES.
       77  WS-NOTIF-MODE       PIC X     VALUE SPACE.
       77  WS-SIG2-ID          PIC X(10) VALUE SPACES.
       77  WS-SIG2-MDP         PIC X(12) VALUE SPACES.
       77  WS-SIG2-OK          PIC X     VALUE "N".
       77  WS-PARAM-CODE       PIC X(12) VALUE SPACES.
       77  WS-PARAM-DEFAUT     PIC 9(6)V99 VALUE 0.
       77  WS-PARAM-VALEUR     PIC 9(6)V99 VALUE 0.
       77  WS-PAY-PILOTE       PIC 9(6)  VALUE 0.
       77  WS-PAY-DATE         PIC 9(8)  VALUE 0.
       77  WS-PAY-LIEN         PIC X     VALUE "N".
           88  WS-PAY-A-LIEN       VALUE "O".
       77  WS-PAY-ID           PIC 9(6)  VALUE 0.
       77  WS-PAY-NATURE       PIC X     VALUE "P".
           88  WS-PAY-LUI-MEME     VALUE "P".
           88  WS-PAY-MEMBRE       VALUE "M".
           88  WS-PAY-TIERS        VALUE "T".
       77  WS-PAY-DEBUT        PIC 9(8)  VALUE 0.
       77  WS-PAY-FIN          PIC 9(8)  VALUE 0.
       77  WS-PAY-COUVRE       PIC X     VALUE "N".
           88  WS-PAY-COUVERT      VALUE "O".
       77  WS-PAY-NOM          PIC X(30) VALUE SPACES.
       77  WS-PAY-EMAIL        PIC X(30) VALUE SPACES.
       77  WS-PAY-ID-ADRESSE   PIC 9(6)  VALUE 0.
       77  WS-PAY-MONTANT      PIC S9(6)V99 VALUE 0.
       77  WS-PAY-SOLDE        PIC S9(6)V99 VALUE 0.
       77  WS-PAY-IMPUTE       PIC X     VALUE "N".
           88  WS-PAY-IMPUTE-OK    VALUE "O".
       77  WS-BRS-NUMPIL       PIC 9(6)  VALUE 0.
       77  WS-BRS-NUMVOL       PIC 9(6)  VALUE 0.
       77  WS-BRS-DATE         PIC 9(8)  VALUE 0.
       77  WS-BRS-HEURES       PIC 9(3)V9 VALUE 0.
       77  WS-BRS-DOUBLE       PIC X     VALUE "N".
           88  WS-BRS-EN-DOUBLE    VALUE "O".
       77  WS-BRS-PROGRAMME    PIC X(8)  VALUE SPACES.
       77  WS-BRS-NB           PIC 9(3)  VALUE 0.
       77  WS-BRS-TOTAL        PIC 9(6)V99 VALUE 0.
       77  WS-BRS-EVENEMENT    PIC X     VALUE "V".
           88  WS-BRS-PAR-VOL      VALUE "V".
           88  WS-BRS-PAR-LICENCE  VALUE "L".
       77  WS-BRS-CONNU        PIC X     VALUE "N".
           88  WS-BRS-BENEFICIAIRE VALUE "O".
       77  WS-BRS-NAISSANCE    PIC 9(8)  VALUE 0.
       77  WS-BRS-AGE          PIC 9(3)  VALUE 0.
       77  WS-BRS-CATEG        PIC X(4)  VALUE SPACES.
       77  WS-BRS-ETATPIL      PIC 9(6)  VALUE 0.
       77  WS-BRS-ELIGIBLE     PIC X     VALUE "N".
           88  WS-BRS-ELIGIBLE-OK  VALUE "O".
       77  WS-BRS-DEJA         PIC 9(6)V99 VALUE 0.
       77  WS-BRS-VOL-VU       PIC X     VALUE "N".
       77  WS-BRS-LIGNE-VUE    PIC X     VALUE "N".
       77  WS-BRS-MONTANT      PIC 9(6)V99 VALUE 0.
       77  WS-BRS-SOLDE        PIC S9(8)V99 VALUE 0.
       77  WS-IMO-CPT-IMMOB    PIC X(8)  VALUE SPACES.
       77  WS-IMO-CPT-AMORT    PIC X(8)  VALUE SPACES.
       77  WS-IMO-CPT-DOTATION PIC X(8)  VALUE SPACES.
       77  WS-IMO-CPT-VNC      PIC X(8)  VALUE SPACES.
       77  WS-IMO-CPT-CESSION  PIC X(8)  VALUE SPACES.
       77  WS-IMO-VNC          PIC S9(8)V99 VALUE 0.
       77  WS-BTQ-CPT-VENTE    PIC X(8)  VALUE SPACES.
       77  WS-BTQ-CPT-CLIENT   PIC X(8)  VALUE SPACES.
       77  WS-BTQ-CPT-TVA      PIC X(8)  VALUE SPACES.
       77  WS-BTQ-NB-LIGNES    PIC 9(5)  VALUE 0.
       77  WS-BTQ-DU           PIC 9(8)  VALUE 0.
       77  WS-BTQ-AU           PIC 9(8)  VALUE 0.
       77  WS-NDF-CPT-PIECES   PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-ATTER    PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-DEPLAC   PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-DIVERS   PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-ATTENTE  PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-DON      PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-TVADED   PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-CLIENT   PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-CAISSE   PIC X(8)  VALUE SPACES.
       77  WS-NDF-CPT-BANQUE   PIC X(8)  VALUE SPACES.
       77  WS-NDF-NB-LIGNES    PIC 9(5)  VALUE 0.
       77  WS-NDF-DU           PIC 9(8)  VALUE 0.
       77  WS-NDF-AU           PIC 9(8)  VALUE 0.
       77  WS-CAL-DATE         PIC 9(8)  VALUE 0.
       77  WS-CAL-INT          PIC 9(7)  VALUE 0.
       77  WS-CAL-PAS          PIC 9(3)  VALUE 0.
       77  WS-CAL-ETAT-FERME   PIC X     VALUE "N".
           88  WS-CAL-FERME        VALUE "O".
       77  WS-CAL-ETAT-FERIE   PIC X     VALUE "N".
           88  WS-CAL-FERIE        VALUE "O".
       77  WS-CAL-ETAT-BANQUE  PIC X     VALUE "N".
           88  WS-CAL-BANQUE-FERMEE VALUE "O".
       77  WS-CAL-ETAT-OUVRE   PIC X     VALUE "N".
           88  WS-CAL-JOUR-BANCAIRE VALUE "O".
       77  WS-CAL-LIBELLE      PIC X(30) VALUE SPACES.
       77  WS-CAL-DU           PIC 9(8)  VALUE 0.
       77  WS-CAL-AU           PIC 9(8)  VALUE 0.
       77  WS-CAL-NB-CHOMES    PIC 9(5)  VALUE 0.
      * HEURE-PROC: the time converted in place, and the year's
      * rule from FUSEAU.DAT kept between calls.
       77  WS-HZ-DATE          PIC 9(8)  VALUE 0.
       77  WS-HZ-HEURE         PIC 9(4)  VALUE 0.
       77  WS-HZ-ANNEE         PIC 9(4)  VALUE 0.
       77  WS-HZ-ANNEE-CHARGEE PIC 9(4)  VALUE 0.
       77  WS-HZ-DEBUT-ETE     PIC 9(8)  VALUE 0.
       77  WS-HZ-FIN-ETE       PIC 9(8)  VALUE 0.
       77  WS-HZ-BASCULE       PIC 9(4)  VALUE 0.
       77  WS-HZ-DECAL-HIVER   PIC S9(3) VALUE 0.
       77  WS-HZ-DECAL-ETE     PIC S9(3) VALUE 0.
       77  WS-HZ-MIN           PIC S9(10) VALUE 0.
       77  WS-HZ-MIN-DEB       PIC S9(10) VALUE 0.
       77  WS-HZ-MIN-FIN       PIC S9(10) VALUE 0.
       77  WS-HZ-INT           PIC 9(7)  VALUE 0.
       77  WS-HZ-RESTE         PIC 9(4)  VALUE 0.
       77  WS-HZ-LEG           PIC 9     VALUE 0.
       77  WS-QI-NUMPIL        PIC 9(6)  VALUE 0.
       77  WS-QI-DATE-REF      PIC 9(8)  VALUE 0.
       77  WS-QI-CODE          PIC X(4)  VALUE SPACES.
       77  WS-QI-EXPIRATION    PIC 9(8)  VALUE 0.
       77  WS-QI-NB            PIC 9(3)  VALUE 0.
       77  WS-QI-FIN           PIC X     VALUE "N".
       77  WS-QI-OK            PIC X     VALUE "N".
           88  WS-QI-VALIDE        VALUE "O".
      * INSTRRESA-PROC - instructor booked on a reservation: the
      * slot and the reservation to leave out of the overlap scan go
      * in, WS-IR-LIBRE and a one-letter WS-IR-MOTIF come back.
       77  WS-IR-INSTR         PIC 9(6)  VALUE 0.
       77  WS-IR-NUMPIL        PIC 9(6)  VALUE 0.
       77  WS-IR-DATE          PIC 9(8)  VALUE 0.
       77  WS-IR-HDEB          PIC 9(4)  VALUE 0.
       77  WS-IR-HFIN          PIC 9(4)  VALUE 0.
       77  WS-IR-RESA-ID       PIC 9(6)  VALUE 0.
       77  WS-IR-OK            PIC X     VALUE "O".
           88  WS-IR-LIBRE         VALUE "O".
       77  WS-IR-MOTIF         PIC X     VALUE SPACE.
       77  WS-IR-LIBELLE       PIC X(40) VALUE SPACES.
       77  WS-IR-FIN           PIC X     VALUE "N".
       77  WS-IR-DECL          PIC X     VALUE "N".
       77  WS-IR-DANS          PIC X     VALUE "N".
       77  WS-IR-JOUR          PIC 9     VALUE 0.
       77  WS-IR-DEB-MIN       PIC 9(10) VALUE 0.
       77  WS-IR-FIN-MIN       PIC 9(10) VALUE 0.
       77  WS-IR-SM-DEB        PIC 9(10) VALUE 0.
       77  WS-IR-SM-FIN        PIC 9(10) VALUE 0.
      * INDEXCARB-PROC - fuel indexation of a flight: the billed
      * hours go in, the per-hour and flight amounts (signed, a
      * rebate below the dead-band) come back with the prices used.
       77  WS-IX-HEURES        PIC 9(5)V9    VALUE 0.
       77  WS-IX-ACTIF         PIC X         VALUE "N".
           88  WS-IX-APPLIQUE      VALUE "O".
       77  WS-IX-CODTYP        PIC X(2)      VALUE SPACES.
       77  WS-IX-PRIX-REF      PIC 9(2)V999  VALUE 0.
       77  WS-IX-CONSO         PIC 9(3)V9    VALUE 0.
       77  WS-IX-PRIX-MOY      PIC 9(2)V999  VALUE 0.
       77  WS-IX-MOIS-PRIX     PIC 9(6)      VALUE 0.
       77  WS-IX-BANDE         PIC 9(2)V999  VALUE 0.
       77  WS-IX-ECART         PIC S9(2)V999 VALUE 0.
       77  WS-IX-PAR-HEURE     PIC S9(4)V99  VALUE 0.
       77  WS-IX-MONTANT       PIC S9(6)V99  VALUE 0.
       77  WS-IX-MOIS-AVANT    PIC 9(6)      VALUE 0.
       77  WS-IX-AAAA          PIC 9(4)      VALUE 0.
       77  WS-IX-MM            PIC 9(2)      VALUE 0.
       77  WS-IX-CLE-CACHE     PIC X(8)      VALUE SPACES.
       77  WS-IX-CLE-VOL       PIC X(8)      VALUE SPACES.
       77  WS-IX-PARAMS-LUS    PIC X         VALUE "N".
       77  WS-IX-FS-SAUVE      PIC XX        VALUE "00".
       77  WS-IX-TVA           PIC S9(6)V99  VALUE 0.
       77  WS-IX-TTC           PIC S9(6)V99  VALUE 0.
       77  WS-IX-LIGNE         PIC X(100)    VALUE SPACES.
       77  WS-IX-PAR-HEURE-ED  PIC -(4)9.99.
       77  WS-IX-MONTANT-ED    PIC -(6)9.99.
       77  WS-IX-TVA-ED        PIC -(6)9.99.
       77  WS-IX-TTC-ED        PIC -(6)9.99.
       77  WS-IX-PRIX-MOY-ED   PIC Z9.999.
       77  WS-IX-PRIX-REF-ED   PIC Z9.999.
      * PRETEQ-PROC - equipment loans: serial, member and flight go
      * in, the outcome comes back in WS-EQ-RESULTAT; the flight
      * count and serial list feed F2's close-out warning.
       77  WS-EQ-NUMSERIE      PIC X(12)     VALUE SPACES.
       77  WS-EQ-NUMPIL        PIC 9(6)      VALUE 0.
       77  WS-EQ-NUMVOL        PIC 9(6)      VALUE 0.
       77  WS-EQ-CODAV         PIC 9(3)      VALUE 0.
       77  WS-EQ-RESULTAT      PIC X         VALUE SPACE.
           88  WS-EQ-OK            VALUE "O".
           88  WS-EQ-INCONNU       VALUE "I".
           88  WS-EQ-INDISPO       VALUE "S".
           88  WS-EQ-PAS-SORTI     VALUE "D".
           88  WS-EQ-AUTRE-AVION   VALUE "A".
       77  WS-EQ-NB            PIC 9(3)      VALUE 0.
       77  WS-EQ-LISTE         PIC X(60)     VALUE SPACES.
       77  WS-EQ-PTR           PIC 9(3)      VALUE 1.
       77  WS-EQ-PRET-ID       PIC 9(6)      VALUE 0.
      * BASE-PROC - the club's bases (AERODROME rows flagged "O"
      * principal / "S" satellite), the session's base, where an
      * aircraft is kept and where it last landed, and the per-base
      * pump stock.
       77  WS-BA-NB            PIC 9         VALUE 0.
       01  WS-BA-TABLE.
           05  WS-BA-LIGNE OCCURS 5.
               10  WS-BA-OACI      PIC X(4).
               10  WS-BA-NOM       PIC X(30).
       77  WS-BA-PRINCIPALE    PIC X(4)      VALUE SPACES.
       77  WS-BA-IDX           PIC 9         VALUE 0.
       77  WS-BA-CODE          PIC X(4)      VALUE SPACES.
       77  WS-BA-OK            PIC X         VALUE "N".
           88  WS-BA-CONNUE        VALUE "O".
       77  WS-BA-SESSION       PIC X(4)      VALUE SPACES.
       77  WS-BA-CODAV         PIC 9(3)      VALUE 0.
       77  WS-BA-AVION         PIC X(4)      VALUE SPACES.
       77  WS-BA-POSITION      PIC X(4)      VALUE SPACES.
       77  WS-BA-POS-NUMVOL    PIC 9(6)      VALUE 0.
       77  WS-BA-POS-CLE       PIC 9(12)     VALUE 0.
       77  WS-BA-VOL-CLE       PIC 9(12)     VALUE 0.
       77  WS-BA-QTE           PIC S9(6)V9   VALUE 0.
       77  WS-BA-STK-QTE       PIC S9(6)V9   VALUE 0.
       77  WS-BA-STK-SEUIL     PIC 9(5)V9    VALUE 0.
       77  WS-BA-STK-LIVR      PIC 9(8)      VALUE 0.
       77  WS-BA-SAT           PIC 9         VALUE 0.
       77  WS-DON-ID           PIC 9(6)      VALUE 0.
       77  WS-DON-NUMPIL       PIC 9(6)      VALUE 0.
       77  WS-DON-DATE         PIC 9(8)      VALUE 0.
       77  WS-DON-MONTANT      PIC 9(8)V99   VALUE 0.
       77  WS-DON-NATURE       PIC X         VALUE SPACE.
       77  WS-DON-PERIODE      PIC 9(6)      VALUE 0.
       77  WS-LT-TYPE          PIC X         VALUE SPACE.
       77  WS-LT-CODAV         PIC 9(3)      VALUE 0.
       77  WS-LT-SERIE         PIC X(12)     VALUE SPACES.
       77  WS-LT-CPT-CELLULE   PIC 9(5)V9    VALUE 0.
       77  WS-LT-CP-HEURES     PIC 9(5)V9    VALUE 0.
       77  WS-LT-CP-CYCLES     PIC 9(5)      VALUE 0.
       77  WS-LT-REFERENCE     PIC X(15)     VALUE SPACES.
       77  WS-LT-TEXTE         PIC X(40)     VALUE SPACES.
      * ALERTE-PROC - the active alert notes of a member or an
      * aircraft (ALERTE.DAT), as the operator may see them, and the
      * blocking ones still to acknowledge.
       77  WS-AL-CIBLE         PIC X         VALUE SPACE.
       77  WS-AL-NUMERO        PIC 9(6)      VALUE 0.
       77  WS-AL-PORTEE        PIC X         VALUE "P".
           88  WS-AL-VUE-STAFF     VALUE "S".
       77  WS-AL-JOUR          PIC 9(8)      VALUE 0.
       77  WS-AL-NB            PIC 9(2)      VALUE 0.
       77  WS-AL-NB-BLOQ       PIC 9(2)      VALUE 0.
       01  WS-AL-TABLE.
           05  WS-AL-LIGNE OCCURS 7.
               10  WS-AL-T-ID      PIC 9(6).
               10  WS-AL-T-GRAVITE PIC X.
               10  WS-AL-T-TEXTE   PIC X(60).
               10  WS-AL-T-AUTEUR  PIC X(10).
               10  WS-AL-T-FIN     PIC 9(8).
               10  WS-AL-T-ACQUIT  PIC X(10).
       77  WS-AL-IDX           PIC 9(2)      VALUE 0.
       77  WS-AL-LIG           PIC 9(2)      VALUE 0.
       77  WS-AL-TITRE         PIC X(30)     VALUE SPACES.
       77  WS-AL-QUESTION      PIC X(60)     VALUE SPACES.
       77  WS-AL-REPONSE       PIC X         VALUE SPACE.
           88  WS-AL-OUI           VALUE "Y", "y", "O", "o".
      * CONSULT-PROC - the consultation line to write: member,
      * program, purpose code (FICH record shown, LIST roster line,
      * EXPO export, ACCE access dossier, PERS member's own account)
      * and the screen or file it went to.
       77  WS-CS-NUMPIL        PIC 9(6)      VALUE 0.
       77  WS-CS-PROGRAMME     PIC X(8)      VALUE SPACES.
       77  WS-CS-MOTIF         PIC X(4)      VALUE SPACES.
       77  WS-CS-ECRAN         PIC X(20)     VALUE SPACES.
       77  WS-CS-OUVERT        PIC X         VALUE "N".
           88  WS-CS-FICHIER-OUVERT VALUE "O".
       77  WS-CS-FAIT          PIC X         VALUE "N".
      * PERIODE-PROC - the month to look up or close (AAAAMM) and
      * the closing step (F billing, T VAT, E export); for a dated
      * event, the date asked for (zero = today) and the date it is
      * booked at, reported when its month is closed.
       77  WS-PER-MOIS         PIC 9(6)      VALUE 0.
       77  WS-PER-ETAPE        PIC X         VALUE SPACE.
           88  WS-PER-ETAPE-FACT   VALUE "F".
           88  WS-PER-ETAPE-TVA    VALUE "T".
           88  WS-PER-ETAPE-EXPORT VALUE "E".
       77  WS-PER-ETAT         PIC X         VALUE "O".
           88  WS-PER-CLOSE        VALUE "C".
       77  WS-PER-DATE         PIC 9(8)      VALUE 0.
       77  WS-PER-EFFET        PIC 9(8)      VALUE 0.
       77  WS-PER-REPORT       PIC X         VALUE "N".
           88  WS-PER-REPORTEE     VALUE "O".
       77  WS-PER-TAMPON       PIC X         VALUE "N".
           88  WS-PER-TAMPONNE     VALUE "O".
       77  WS-PER-DU           PIC 9(8)      VALUE 0.
       77  WS-PER-AU           PIC 9(8)      VALUE 0.
       77  WS-PER-FIN-MOIS     PIC 9(8)      VALUE 0.
       77  WS-PER-TOURS        PIC 9(2)      VALUE 0.
       77  WS-PER-NB-CLOS      PIC 9(2)      VALUE 0.
       77  WS-PAIE-DATE        PIC 9(8)      VALUE 0.
       77  WS-MVT-DATE         PIC 9(8)      VALUE 0.
       77  WS-FAC-DATE         PIC 9(8)      VALUE 0.

      * MIGRV5-FD - record layouts for MIGRV5-SELECT.cpy. The V4
      * layouts are frozen here as version 4 wrote them (the store
      * copybooks have since moved on: every field added at version
      * 5 was appended after them); the V5 rebuilds follow the
      * current copybooks.
       FD  V4ARCHLOG-FILE.
       01  V4ARCHLOG-REC.
           05  V4AR-NOM            PIC X(30).
           05  V4AR-TYPE           PIC X.
               88  V4AR-TYPE-AUDIT     VALUE "A".
               88  V4AR-TYPE-ERREUR    VALUE "E".
           05  V4AR-DATE           PIC 9(8).
           05  V4AR-NB-LIGNES      PIC 9(6).
       FD  V4ATTENTE-FILE.
       01  V4ATTENTE-REC.
           05  V4AT-ID             PIC 9(6).
           05  V4AT-CODAV          PIC 9(3).
           05  V4AT-NUMPIL         PIC 9(6).
           05  V4AT-DATE           PIC 9(8).
           05  V4AT-HDEB           PIC 9(4).
           05  V4AT-HFIN           PIC 9(4).
           05  V4AT-DATE-DEMANDE   PIC 9(8).
           05  V4AT-ETAT           PIC X.
               88  V4AT-EN-ATTENTE     VALUE "A".
               88  V4AT-PROMUE         VALUE "P".
               88  V4AT-EXPIREE        VALUE "X".
       FD  V4BANQUE-FILE.
       01  V4BANQUE-REC.
           05  V4BQ-NUMPIL         PIC 9(6).
           05  V4BQ-IBAN           PIC X(34).
           05  V4BQ-BIC            PIC X(11).
           05  V4BQ-TITULAIRE      PIC X(30).
           05  V4BQ-RUM            PIC X(35).
       FD  V4CAISSE-FILE.
       01  V4CAISSE-REC.
           05  V4CA-ID             PIC 9(6).
           05  V4CA-OPERATEUR      PIC X(10).
           05  V4CA-DATE-OUVERT    PIC 9(14).
           05  V4CA-FOND           PIC 9(6)V99.
           05  V4CA-DATE-FERME     PIC 9(14).
           05  V4CA-COMPTE         PIC 9(6)V99.
           05  V4CA-ECART          PIC S9(6)V99.
           05  V4CA-ETAT           PIC X.
               88  V4CA-OUVERTE        VALUE "O".
               88  V4CA-FERMEE         VALUE "F".
       FD  V4CATRPT-FILE.
       01  V4CATRPT-REC.
           05  V4CR-CLE.
               10  V4CR-TYPE       PIC X(8).
               10  V4CR-TIMESTAMP  PIC 9(14).
           05  V4CR-PERIODE        PIC X(13).
           05  V4CR-OPERATEUR      PIC X(10).
           05  V4CR-NOM-FICHIER    PIC X(40).
       FD  V4DEFAUT-FILE.
       01  V4DEFAUT-REC.
           05  V4DF-ID             PIC 9(6).
           05  V4DF-CODAV          PIC 9(3).
           05  V4DF-NUMVOL         PIC 9(6).
           05  V4DF-DATE           PIC 9(8).
           05  V4DF-TEXTE          PIC X(60).
           05  V4DF-SEVERITE       PIC X.
               88  V4DF-MAJEUR         VALUE "M".
               88  V4DF-MINEUR         VALUE "N".
           05  V4DF-ETAT           PIC X.
               88  V4DF-OUVERT         VALUE "O".
               88  V4DF-CLOS           VALUE "C".
               88  V4DF-CONVERTI       VALUE "T".
           05  V4DF-NUMOT          PIC 9(6).
           05  V4DF-OPERATEUR      PIC X(10).
       FD  V4DOCAV-FILE.
       01  V4DOCAV-REC.
           05  V4DA-CLE.
               10  V4DA-CODAV      PIC 9(3).
               10  V4DA-TYPE       PIC X(3).
           05  V4DA-REFERENCE      PIC X(20).
           05  V4DA-EXPIRATION     PIC 9(8).
           05  V4DA-OBLIGATOIRE    PIC X.
               88  V4DA-EST-OBLIGATOIRE  VALUE "O".
       FD  V4ECHEANCIER-FILE.
       01  V4ECHEANCIER-REC.
           05  V4EE-CLE.
               10  V4EE-NUMPIL     PIC 9(6).
               10  V4EE-SEQ        PIC 9(2).
           05  V4EE-DATE-ECHEANCE  PIC 9(8).
           05  V4EE-MONTANT        PIC 9(6)V99.
           05  V4EE-ETAT           PIC X.
               88  V4EE-PREVUE         VALUE "P".
               88  V4EE-REGLEE         VALUE "R".
               88  V4EE-MANQUEE        VALUE "M".
           05  V4EE-NUMRECU        PIC 9(6).
       FD  V4MAINCOUR-FILE.
       01  V4MAINCOUR-REC.
           05  V4MC-CLE.
               10  V4MC-DATE       PIC 9(8).
               10  V4MC-SEQ        PIC 9(3).
           05  V4MC-HEURE          PIC 9(4).
           05  V4MC-CATEGORIE      PIC X(8).
           05  V4MC-TEXTE          PIC X(60).
           05  V4MC-OPERATEUR      PIC X(10).
       FD  V4MAINT-FILE.
       01  V4MAINT-REC.
           05  V4OT-CLE.
               10  V4OT-CODAV      PIC 9(3).
               10  V4OT-NUMOT      PIC 9(6).
           05  V4OT-DATE-OUVERT    PIC 9(8).
           05  V4OT-DATE-CLOTURE   PIC 9(8).
           05  V4OT-CPT-OUVERT     PIC 9(5)V9.
           05  V4OT-CPT-CLOTURE    PIC 9(5)V9.
           05  V4OT-MECANICIEN     PIC X(20).
           05  V4OT-TRAVAUX        PIC X(60).
           05  V4OT-ETAT           PIC X.
               88  V4OT-OUVERT         VALUE "O".
               88  V4OT-CLOTURE        VALUE "C".
       FD  V4MVT-FILE.
       01  V4MVT-REC.
           05  V4MV-ID             PIC 9(8).
           05  V4MV-TIMESTAMP      PIC 9(14).
           05  V4MV-NUMPIL         PIC 9(6).
           05  V4MV-PROGRAMME      PIC X(8).
           05  V4MV-TYPE           PIC X(8).
           05  V4MV-MONTANT        PIC S9(8)V99.
           05  V4MV-REFERENCE      PIC 9(6).
           05  V4MV-SOLDE-APRES    PIC S9(8)V99.
       FD  V4NOTIF-FILE.
       01  V4NOTIF-REC.
           05  V4NT-ID             PIC 9(6).
           05  V4NT-TIMESTAMP      PIC 9(14).
           05  V4NT-NUMPIL         PIC 9(6).
           05  V4NT-EMAIL          PIC X(30).
           05  V4NT-ORIGINE        PIC X(8).
           05  V4NT-OBJET          PIC X(40).
           05  V4NT-TEXTE          PIC X(100).
           05  V4NT-ETAT           PIC X.
               88  V4NT-EN-ATTENTE     VALUE "A".
               88  V4NT-ENVOYEE        VALUE "S".
               88  V4NT-ECHEC          VALUE "F".
           05  V4NT-DATE-ENVOI     PIC 9(14).
       FD  V4OCCURRENCE-FILE.
       01  V4OCCURRENCE-REC.
           05  V4OC-ID             PIC 9(6).
           05  V4OC-NUMVOL         PIC 9(6).
           05  V4OC-CODAV          PIC 9(3).
           05  V4OC-DATE           PIC 9(8).
           05  V4OC-TEXTE          PIC X(60).
           05  V4OC-SEVERITE       PIC X.
               88  V4OC-GRAVE          VALUE "G".
               88  V4OC-LEGERE         VALUE "L".
           05  V4OC-SINISTRE       PIC X.
               88  V4OC-SIN-AUCUN      VALUE "N".
               88  V4OC-SIN-DECLARE    VALUE "D".
               88  V4OC-SIN-REGLE      VALUE "R".
           05  V4OC-REF-ASSUREUR   PIC X(20).
           05  V4OC-NUMOT          PIC 9(6).
           05  V4OC-ETAT           PIC X.
               88  V4OC-OUVERTE        VALUE "O".
               88  V4OC-CLOSE          VALUE "C".
       FD  V4OPERATEUR-FILE.
       01  V4OPERATEUR-REC.
           05  V4OPR-ID            PIC X(10).
           05  V4OPR-HASH          PIC 9(9).
           05  V4OPR-ROLE          PIC X.
               88  V4OPR-ROLE-STAFF    VALUE "S".
               88  V4OPR-ROLE-PILOTE   VALUE "P".
               88  V4OPR-ROLE-ADMIN    VALUE "A".
               88  V4OPR-ROLE-MECANO   VALUE "M".
               88  V4OPR-ROLE-TRESORIER  VALUE "T".
               88  V4OPR-ROLE-INSTR    VALUE "I".
               88  V4OPR-ROLE-BUREAU   VALUE "D".
           05  V4OPR-ACTIF         PIC X.
               88  V4OPR-EST-ACTIF     VALUE "O".
               88  V4OPR-DESACTIVE     VALUE "N".
           05  V4OPR-LAST-LOGIN    PIC 9(14).
           05  V4OPR-ECHECS        PIC 9(2).
           05  V4OPR-NUMPIL        PIC 9(6).
       FD  V4PERF-FILE.
       01  V4PERF-REC.
           05  V4PF-CODTYP         PIC X(2).
           05  V4PF-PLACES         PIC 9(2).
           05  V4PF-CHARGE-MAX     PIC 9(4).
           05  V4PF-CARBU-UTIL     PIC 9(3)V9.
           05  V4PF-CONSO-HOR      PIC 9(3)V9.
       FD  V4RESA-FILE.
       01  V4RESA-REC.
           05  V4RS-ID             PIC 9(6).
           05  V4RS-CODAV          PIC 9(3).
           05  V4RS-NUMPIL         PIC 9(6).
           05  V4RS-DATE           PIC 9(8).
           05  V4RS-HDEB           PIC 9(4).
           05  V4RS-HFIN           PIC 9(4).
           05  V4RS-ETAT           PIC X.
               88  V4RS-ACTIVE         VALUE "A".
               88  V4RS-ANNULEE        VALUE "X".
               88  V4RS-ECHUE          VALUE "E".
               88  V4RS-NOSHOW         VALUE "N".
       FD  V4SIMSESS-FILE.
       01  V4SIMSESS-REC.
           05  V4SM-ID             PIC 9(6).
           05  V4SM-NUMPIL         PIC 9(6).
           05  V4SM-INSTR          PIC 9(6).
           05  V4SM-DATE           PIC 9(8).
           05  V4SM-HDEB           PIC 9(4).
           05  V4SM-DUREE          PIC 9(2)V9.
           05  V4SM-NUMLECON       PIC 9(3).
           05  V4SM-ETAT           PIC X.
               88  V4SM-PREVUE         VALUE "P".
               88  V4SM-FAITE          VALUE "F".
           05  V4SM-PAYE           PIC X.
               88  V4SM-EST-PAYE       VALUE "O", "C".
               88  V4SM-PAYE-CARTE     VALUE "C".
           05  V4SM-NUMFACT        PIC 9(6).
       FD  V4STOCK-FILE.
       01  V4STOCK-REC.
           05  V4SK-PRODUIT        PIC X(6).
           05  V4SK-QUANTITE       PIC S9(6)V9.
           05  V4SK-SEUIL-REAPPRO  PIC 9(5)V9.
           05  V4SK-DERNIERE-LIVR  PIC 9(8).
       FD  V4PILOTE-FILE.
       01  V4PILOTE-REC.
           05  V4PI-NUMPIL         PIC 9(6).
           05  V4PI-ID-CIVILITE    PIC 9(3).
           05  V4PI-NOM            PIC X(20).
           05  V4PI-PRENOM         PIC X(10).
           05  V4PI-ID-ADRESSE     PIC 9(6).
           05  V4PI-NBHVOL         PIC 9(5)V9.
           05  V4PI-ID-ETATPILOTE  PIC 9(6).
           05  V4PI-SOLDE          PIC S9(6)V99.
           05  V4PI-DEPART         PIC X.
               88  V4PI-PARTI          VALUE "O".
           05  V4PI-DATE-DEPART    PIC 9(8).
           05  V4PI-EMAIL          PIC X(30).
           05  V4PI-DATE-NAISSANCE PIC 9(8).
       FD  V4PAIEMENT-FILE.
       01  V4PAIEMENT-REC.
           05  V4PA-NUMRECU        PIC 9(6).
           05  V4PA-TIMESTAMP      PIC 9(14).
           05  V4PA-NUMPIL         PIC 9(6).
           05  V4PA-MONTANT        PIC S9(6)V99.
           05  V4PA-MODE           PIC X.
               88  V4PA-MODE-ESPECES   VALUE "E".
               88  V4PA-MODE-CHEQUE    VALUE "C".
               88  V4PA-MODE-CARTE     VALUE "B".
               88  V4PA-MODE-VIREMENT  VALUE "V".
               88  V4PA-MODE-PERTE     VALUE "P".
               88  V4PA-MODE-REMBOURS  VALUE "R".
           05  V4PA-NBVOLS         PIC 9(3).
           05  V4PA-OPERATEUR      PIC X(10).
           05  V4PA-CAISSE         PIC 9(6).
           05  V4PA-REMISE         PIC 9(6).
       FD  V4FACTNUM-FILE.
       01  V4FACTNUM-REC.
           05  V4FN-NUMERO         PIC 9(6).
           05  V4FN-NUMPIL         PIC 9(6).
           05  V4FN-PERIODE        PIC X(13).
           05  V4FN-MONTANT        PIC S9(8)V99.
           05  V4FN-DATE           PIC 9(8).
           05  V4FN-ETAT           PIC X.
               88  V4FN-EMISE          VALUE "E".
               88  V4FN-ANNULEE        VALUE "A".
               88  V4FN-AVOIR          VALUE "V".
           05  V4FN-AVOIR-DE       PIC 9(6).
           05  V4FN-MONTANT-HT     PIC S9(8)V99.
           05  V4FN-TAUX-TVA       PIC 99V99.
       FD  V5ARCHLOG-FILE.
           COPY "ARCHLOG-RECORD.cpy" IN TEMPLATE
               REPLACING ==ARCHLOG-REC== BY ==V5ARCHLOG-REC==
               LEADING ==AR-== BY ==V5AR-==.
       FD  V5ATTENTE-FILE.
           COPY "ATTENTE-RECORD.cpy" IN TEMPLATE
               REPLACING ==ATTENTE-REC== BY ==V5ATTENTE-REC==
               LEADING ==AT-== BY ==V5AT-==.
       FD  V5BANQUE-FILE.
           COPY "BANQUE-RECORD.cpy" IN TEMPLATE
               REPLACING ==BANQUE-REC== BY ==V5BANQUE-REC==
               LEADING ==BQ-== BY ==V5BQ-==.
       FD  V5CAISSE-FILE.
           COPY "CAISSE-RECORD.cpy" IN TEMPLATE
               REPLACING ==CAISSE-REC== BY ==V5CAISSE-REC==
               LEADING ==CA-== BY ==V5CA-==.
       FD  V5CATRPT-FILE.
           COPY "CATRPT-RECORD.cpy" IN TEMPLATE
               REPLACING ==CATRPT-REC== BY ==V5CATRPT-REC==
               LEADING ==CR-== BY ==V5CR-==.
       FD  V5DEFAUT-FILE.
           COPY "DEFAUT-RECORD.cpy" IN TEMPLATE
               REPLACING ==DEFAUT-REC== BY ==V5DEFAUT-REC==
               LEADING ==DF-== BY ==V5DF-==.
       FD  V5DOCAV-FILE.
           COPY "DOCAV-RECORD.cpy" IN TEMPLATE
               REPLACING ==DOCAV-REC== BY ==V5DOCAV-REC==
               LEADING ==DA-== BY ==V5DA-==.
       FD  V5ECHEANCIER-FILE.
           COPY "ECHEANCIER-RECORD.cpy" IN TEMPLATE
               REPLACING ==ECHEANCIER-REC== BY ==V5ECHEANCIER-REC==
               LEADING ==EE-== BY ==V5EE-==.
       FD  V5MAINCOUR-FILE.
           COPY "MAINCOUR-RECORD.cpy" IN TEMPLATE
               REPLACING ==MAINCOUR-REC== BY ==V5MAINCOUR-REC==
               LEADING ==MC-== BY ==V5MC-==.
       FD  V5MAINT-FILE.
           COPY "MAINT-RECORD.cpy" IN TEMPLATE
               REPLACING ==MAINT-REC== BY ==V5MAINT-REC==
               LEADING ==OT-== BY ==V5OT-==.
       FD  V5MVT-FILE.
           COPY "MOUVEMENT-RECORD.cpy" IN TEMPLATE
               REPLACING ==MOUVEMENT-REC== BY ==V5MVT-REC==
               LEADING ==MV-== BY ==V5MV-==.
       FD  V5NOTIF-FILE.
           COPY "NOTIF-RECORD.cpy" IN TEMPLATE
               REPLACING ==NOTIF-REC== BY ==V5NOTIF-REC==
               LEADING ==NT-== BY ==V5NT-==.
       FD  V5OCCURRENCE-FILE.
           COPY "OCCURRENCE-RECORD.cpy" IN TEMPLATE
               REPLACING ==OCCURRENCE-REC== BY ==V5OCCURRENCE-REC==
               LEADING ==OC-== BY ==V5OC-==.
       FD  V5OPERATEUR-FILE.
           COPY "OPERATEUR-RECORD.cpy" IN TEMPLATE
               REPLACING ==OPERATEUR-REC== BY ==V5OPERATEUR-REC==
               LEADING ==OPR-== BY ==V5OPR-==.
       FD  V5PERF-FILE.
           COPY "PERF-RECORD.cpy" IN TEMPLATE
               REPLACING ==PERF-REC== BY ==V5PERF-REC==
               LEADING ==PF-== BY ==V5PF-==.
       FD  V5RESA-FILE.
           COPY "RESA-RECORD.cpy" IN TEMPLATE
               REPLACING ==RESA-REC== BY ==V5RESA-REC==
               LEADING ==RS-== BY ==V5RS-==.
       FD  V5SIMSESS-FILE.
           COPY "SIMSESS-RECORD.cpy" IN TEMPLATE
               REPLACING ==SIMSESS-REC== BY ==V5SIMSESS-REC==
               LEADING ==SM-== BY ==V5SM-==.
       FD  V5STOCK-FILE.
           COPY "STOCK-RECORD.cpy" IN TEMPLATE
               REPLACING ==STOCK-REC== BY ==V5STOCK-REC==
               LEADING ==SK-== BY ==V5SK-==.
       FD  V5PILOTE-FILE.
           COPY "PILOTE-RECORD.cpy" IN TEMPLATE
               REPLACING ==PILOTE-REC== BY ==V5PILOTE-REC==
               LEADING ==PI-== BY ==V5PI-==.
       FD  V5PAIEMENT-FILE.
           COPY "PAIEMENT-RECORD.cpy" IN TEMPLATE
               REPLACING ==PAIEMENT-REC== BY ==V5PAIEMENT-REC==
               LEADING ==PA-== BY ==V5PA-==.
       FD  V5FACTNUM-FILE.
           COPY "FACTNUM-RECORD.cpy" IN TEMPLATE
               REPLACING ==FACTNUM-REC== BY ==V5FACTNUM-REC==
               LEADING ==FN-== BY ==V5FN-==.

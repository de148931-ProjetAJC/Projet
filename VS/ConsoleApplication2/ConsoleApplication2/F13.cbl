      * passenger price. Account numbers live in the COMPTES.DAT
      * mapping table; a missing table is seeded with the standard
      * plan-comptable defaults on first run.
      * The expense side follows: each supplier invoice registered
      * through F92 (FACTFOUR.DAT) posts debit its poste HT, debit
      * TVA deductible and credit fournisseur TTC, and each payment
      * made to a supplier (REGFOUR.DAT) debit fournisseur, credit
      * banque or caisse (especes) - so F59 sees charges as well as
      * revenue.
      * Fixed assets too: the year-end depreciation charge F95
      * computed for each asset (IMMO.DAT) posts at 31/12 of its
      * exercice, and an asset that left the books posts its exit
      * at the disposal date, whenever those dates fall in the
      * period - the same lines F95 appended, rebuilt here.
      * Counter sales to visiting pilots (F103, VENTEVIS.DAT) post
      * like a flight - debit client TTC, credit ventes HT and TVA
      * collectee - so the receipt journaled for them lands on a
      * balanced client account.
      * Club shop sales (F104, VENTEBOUT.DAT) post the same way,
      * their revenue credited to the BOUTIQUE account - the lines
      * F105 appended for the month, rebuilt here.
      * Club flights (maintenance test, ferry, service - F1
      * category M/F/S) raise no invoice; they post at their tariff
      * value HT as an internal charge, debit VOLCLUB and credit
      * ventes without TVA, so the aircraft's real use still shows
      * in the accounts while no member is billed.
      * Volunteer expense claims (F129, NOTEFRAIS.DAT) post through
      * NOTEFRAIS-PROC.cpy: the approval debits the category poste
      * HT and TVA deductible against the claims suspense account,
      * the settlement clears it against caisse/banque, client or
      * the waived-fees gift account - the lines F129 appended as
      * each claim was decided, rebuilt here. The mode F payment
      * rows a paid claim journals are left to that posting.
      * Each month the export covers whole is then closed for
      * export in the period register (PERIODE.DAT); a flight
      * booked out of a closed month posts on its accounting date.
      * Every line also carries an activity code in columns 86-91
      * for the F140 margin report: a flight is ECOLE (dual), BAPT
      * (passenger) or VOL, a club flight CLUB, a visitor sale
      * VISIT, a shop sale BOUTIQ; dues and hangarage invoices from
      * the FACTNUM register, which post here as client/revenue
      * entries, are COTIS and HANGAR, a partner club's monthly
      * invoice (F128) CLUB; an insurance excess recharged to a
      * pilot (F64) recovers a repair cost and stays blank. A
      * partner club's guest flight posts nothing itself, its
      * revenue goes through that invoice. A supplier invoice takes
      * the allocation key of its poste (CLEREP.DAT, F139): the
      * named activity for a direct cost, REPART for a shared cost
      * split by hours flown; payments and balance-sheet lines stay
      * blank.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-MONT-ED          PIC 9(8).99.
           77  WS-ZERO-ED          PIC 9(8).99 VALUE 0.
           77  WS-DATE-EC          PIC 9(8) VALUE 0.
      * Date a closed flight posts on: VL-DATE-COMPTA when it was
      * booked out of a closed month, else its arrival date.
           77  WS-VOL-DATE-REF     PIC 9(8) VALUE 0.
           77  WS-LIBELLE          PIC X(42) VALUE SPACES.
           77  WS-NB-ECRITURES     PIC 9(5) VALUE 0.
      * Activity code written in columns 86-91 of each line.
           77  WS-ACTIVITE         PIC X(6) VALUE SPACES.

      * Account numbers resolved once from COMPTES.DAT.
           77  WS-CPT-CLIENT       PIC X(8) VALUE SPACES.
           77  WS-CPT-TRESO        PIC X(8) VALUE SPACES.
           77  WS-CPT-CONTRE       PIC X(8) VALUE SPACES.
           77  WS-CPT-CIBLE        PIC X(8) VALUE SPACES.
           77  WS-CPT-FOURN        PIC X(8) VALUE SPACES.
           77  WS-CPT-TVADED       PIC X(8) VALUE SPACES.
           77  WS-CPT-ACHAT        PIC X(8) VALUE SPACES.
           77  WS-CPT-CHARGE       PIC X(8) VALUE SPACES.
           77  WS-CPT-VOLCLUB      PIC X(8) VALUE SPACES.
           77  WS-CPT-COTIS        PIC X(8) VALUE SPACES.
           77  WS-CPT-HANGAR       PIC X(8) VALUE SPACES.
           77  WS-CPT-FRANCHISE    PIC X(8) VALUE SPACES.
           77  WS-FN-HT            PIC S9(8)V99 VALUE 0.
           77  WS-FN-TVA           PIC S9(8)V99 VALUE 0.
           77  WS-DATE-IMMO        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           PERFORM CHARGE-COMPTES.
           PERFORM OUVRE-EXPORT.
           PERFORM BALAYE-VOLS.
           PERFORM BALAYE-VENTES-VISITEURS.
           PERFORM BALAYE-FACTURES.
           PERFORM BALAYE-PAIEMENTS.
           PERFORM BALAYE-ACHATS.
           PERFORM BALAYE-REGLEMENTS-FOURN.
           PERFORM BALAYE-IMMOS.
           PERFORM BALAYE-BOUTIQUE.
           PERFORM BALAYE-FRAIS.
           PERFORM FERME-EXPORT.
           PERFORM ENREGISTRE-AUDIT.
           PERFORM CLOT-EXPORT.
           STOP RUN.

       SAISIE-PERIODE.
               NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-INSTR
           END-READ.
           CLOSE COMPTE-FILE.
           PERFORM SEED-COMPTES-ACHAT.
           OPEN INPUT COMPTE-FILE.
           MOVE "FOURN" TO CM-CODE.
           READ COMPTE-FILE
               INVALID KEY MOVE "401000" TO WS-CPT-FOURN
               NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-FOURN
           END-READ.
           MOVE "TVADED" TO CM-CODE.
           READ COMPTE-FILE
               INVALID KEY MOVE "445660" TO WS-CPT-TVADED
               NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-TVADED
           END-READ.
           MOVE "ACHAT" TO CM-CODE.
           READ COMPTE-FILE
               INVALID KEY MOVE "606000" TO WS-CPT-ACHAT
               NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-ACHAT
           END-READ.
           CLOSE COMPTE-FILE.
           PERFORM CHARGE-COMPTE-VOLCLUB.
           PERFORM CHARGE-COMPTES-FACTURES.

      * Adds the club-flight charge poste to an existing
      * COMPTES.DAT (a row already there is never overwritten) and
      * resolves it.
       CHARGE-COMPTE-VOLCLUB.
           MOVE "628800" TO WS-CPT-VOLCLUB.
           OPEN I-O COMPTE-FILE.
           IF WS-FS-COMPTE = "00"
               MOVE "VOLCLUB"  TO CM-CODE
               MOVE "628800"   TO CM-COMPTE
               MOVE "Vols club non factures" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "VOLCLUB" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-VOLCLUB
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

      * Same for the revenue postes the dues, hangarage and
      * recharged insurance excess invoices credit.
       CHARGE-COMPTES-FACTURES.
           MOVE "756000" TO WS-CPT-COTIS.
           MOVE "708300" TO WS-CPT-HANGAR.
           MOVE "758100" TO WS-CPT-FRANCHISE.
           OPEN I-O COMPTE-FILE.
           IF WS-FS-COMPTE = "00"
               MOVE "COTIS"    TO CM-CODE
               MOVE "756000"   TO CM-COMPTE
               MOVE "Cotisations" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "HANGAR"   TO CM-CODE
               MOVE "708300"   TO CM-COMPTE
               MOVE "Locations hangar" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "FRANCH"   TO CM-CODE
               MOVE "758100"   TO CM-COMPTE
               MOVE "Franchises refacturees" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "COTIS" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-COTIS
               END-READ
               MOVE "HANGAR" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-HANGAR
               END-READ
               MOVE "FRANCH" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-FRANCHISE
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

       OUVRE-EXPORT.
           OPEN OUTPUT ECRITURE-FILE.
      * One balanced pair of lines: debit then credit, both
      * from WS-DATE-EC/WS-MONTANT/WS-LIBELLE and the two accounts
      * passed through WS-CPT-CIBLE (debit side) and the caller's
      * credit account left in WS-CPT-CLIENT or WS-CPT-VENTE. The
      * caller's WS-ACTIVITE follows the label.
       ECRIT-LIGNE-DEBIT.
           MOVE WS-MONTANT TO WS-MONT-ED.
           MOVE SPACES TO EC-LIGNE.
           STRING WS-DATE-EC " " WS-CPT-CIBLE " " WS-MONT-ED " "
               WS-ZERO-ED " " WS-LIBELLE " " WS-ACTIVITE
               DELIMITED BY SIZE INTO EC-LIGNE.
           WRITE ECRITURE-REC.
           ADD 1 TO WS-NB-ECRITURES.
           MOVE WS-MONTANT TO WS-MONT-ED.
           MOVE SPACES TO EC-LIGNE.
           STRING WS-DATE-EC " " WS-CPT-CIBLE " " WS-ZERO-ED " "
               WS-MONT-ED " " WS-LIBELLE " " WS-ACTIVITE
               DELIMITED BY SIZE INTO EC-LIGNE.
           WRITE ECRITURE-REC.
           ADD 1 TO WS-NB-ECRITURES.
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           PERFORM DATE-REF-VOL
                           IF VL-TERMINE
                              AND WS-VOL-DATE-REF(3:6) NOT < PERIODE-DEP
                              AND WS-VOL-DATE-REF(3:6) NOT > PERIODE-ARR
                               PERFORM ECRIT-VOL
                           END-IF
                   END-READ
           CLOSE AVION-FILE.
           CLOSE TARIF-FILE.

       DATE-REF-VOL.
           IF VL-DATE-COMPTA = SPACES OR VL-DATE-COMPTA = LOW-VALUES
               MOVE VL-DATEARR TO WS-VOL-DATE-REF
           ELSE
               MOVE VL-DATE-COMPTA TO WS-VOL-DATE-REF
           END-IF.

      * A carte-settled flight ("C") posts nothing here: its
      * revenue went through the payment journal when the card was
      * sold, and no further invoice was raised for the flight. A
      * bapteme is rated at the fixed passenger price (the member
      * tariff does not apply to it), a member flight at the tariff
      * valuation with its fuel indexation line; either way the
      * client is debited the TTC and the ventes/TVA accounts
      * split the credit, matching the invoice. A partner club's
      * guest flight ("P"/"F") is billed to the club on F128's
      * monthly invoice, which the FACTNUM scan posts.
       ECRIT-VOL.
           IF VL-NON-FACTURABLE
               PERFORM ECRIT-VOL-CLUB
           ELSE
           IF VL-PAYE-CARTE OR VL-PAYE-CLUB
               CONTINUE
           ELSE
               MOVE VL-CODAV TO AV-CODAV
               PERFORM CHARGE-TARIF-VOL
               EVALUATE TRUE
                   WHEN VL-ID-PASSAGER > 0
                       MOVE "BAPT" TO WS-ACTIVITE
                   WHEN VL-VOL-INSTRUCTION
                       MOVE "ECOLE" TO WS-ACTIVITE
                   WHEN OTHER
                       MOVE "VOL" TO WS-ACTIVITE
               END-EVALUATE
               IF VL-ID-PASSAGER > 0
                   MOVE WS-PRIX-BAPT TO WS-MONTANT-HT
                   MOVE WS-TVA-DEFAUT TO WS-TAUX-TVA
               ELSE
                   PERFORM CHARGE-HEURES-FACT
                   MOVE WS-NBH-FACTURE TO WS-IX-HEURES
                   PERFORM CALCULE-INDEX-VOL
                   COMPUTE WS-MONTANT-HT =
                       WS-NBH-FACTURE * WS-TAUX-HORAIRE
                       + VL-NB-ATTER * WS-TAXE-ATTER
                       + WS-IX-MONTANT
               END-IF
               COMPUTE WS-MONTANT-TVA ROUNDED =
                   WS-MONTANT-HT * WS-TAUX-TVA / 100
               MOVE WS-VOL-DATE-REF TO WS-DATE-EC
               MOVE SPACES TO WS-LIBELLE
               IF VL-ID-PASSAGER > 0
                   STRING "BAPTEME " VL-NUMVOL " PAX "
                   MOVE WS-CPT-TVA TO WS-CPT-CIBLE
                   PERFORM ECRIT-LIGNE-CREDIT
               END-IF
           END-IF
           END-IF.

      * A club flight is valued on the hours actually flown (no
      * minimum billed time applies, nobody is invoiced) plus its
      * landings, HT only.
       ECRIT-VOL-CLUB.
           MOVE "CLUB" TO WS-ACTIVITE.
           MOVE VL-CODAV TO AV-CODAV.
           PERFORM CHARGE-TARIF-VOL.
           COMPUTE WS-MONTANT-HT =
               VL-NBHVOL * WS-TAUX-HORAIRE
               + VL-NB-ATTER * WS-TAXE-ATTER.
           IF WS-MONTANT-HT > 0
               MOVE WS-VOL-DATE-REF TO WS-DATE-EC
               MOVE SPACES TO WS-LIBELLE
               STRING "VOL CLUB " VL-NUMVOL " CAT " VL-CATEGORIE
                   " AV " VL-CODAV
                   DELIMITED BY SIZE INTO WS-LIBELLE
               MOVE WS-MONTANT-HT TO WS-MONTANT
               MOVE WS-CPT-VOLCLUB TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-DEBIT
               MOVE WS-CPT-VENTE TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-CREDIT
           END-IF.

       BALAYE-VENTES-VISITEURS.
           OPEN INPUT VENTEVIS-FILE.
           IF WS-FS-VENTEVIS = "00"
               MOVE LOW-VALUES TO VV-NUMERO
               START VENTEVIS-FILE KEY IS NOT LESS THAN VV-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-VENTEVIS
               END-START
               PERFORM UNTIL WS-FS-VENTEVIS = "10"
                   READ VENTEVIS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VENTEVIS
                       NOT AT END
                           IF VV-DATE(3:6) NOT < PERIODE-DEP
                              AND VV-DATE(3:6) NOT > PERIODE-ARR
                               PERFORM ECRIT-VENTE-VISITEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTEVIS-FILE
           END-IF.

       ECRIT-VENTE-VISITEUR.
           MOVE "VISIT" TO WS-ACTIVITE.
           MOVE VV-DATE TO WS-DATE-EC.
           MOVE SPACES TO WS-LIBELLE.
           STRING "VISITEUR " VV-IMMAT " FACT " VV-FACTURE
               DELIMITED BY SIZE INTO WS-LIBELLE.
           MOVE VV-MONTANT TO WS-MONTANT.
           MOVE WS-CPT-CLIENT TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-DEBIT.
           MOVE VV-MONTANT-HT TO WS-MONTANT.
           MOVE WS-CPT-VENTE TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-CREDIT.
           IF VV-MONTANT > VV-MONTANT-HT
               COMPUTE WS-MONTANT = VV-MONTANT - VV-MONTANT-HT
               MOVE WS-CPT-TVA TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-CREDIT
           END-IF.

      * Dues (COTIS), hangarage (HANG), partner club (CLUB, F128)
      * and insurance excess (SIN, F64) invoices dated in the
      * period: debit client TTC, credit the revenue poste HT and
      * TVA collectee for the rest - an excess, at a nil rate,
      * has none. A credit note carries negative
      * amounts and posts the same entry the other way round; the
      * original stays posted at its own date, as issued.
       BALAYE-FACTURES.
           OPEN INPUT FACTNUM-FILE.
           IF WS-FS-FACTNUM = "00"
               MOVE LOW-VALUES TO FN-NUMERO
               START FACTNUM-FILE KEY IS NOT LESS THAN FN-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-FACTNUM
               END-START
               PERFORM UNTIL WS-FS-FACTNUM = "10"
                   READ FACTNUM-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTNUM
                       NOT AT END
                           IF (FN-PERIODE(1:5) = "COTIS"
                               OR FN-PERIODE(1:4) = "HANG"
                               OR FN-PERIODE(1:4) = "CLUB"
                               OR FN-PERIODE(1:3) = "SIN")
                              AND FN-DATE(3:6) NOT < PERIODE-DEP
                              AND FN-DATE(3:6) NOT > PERIODE-ARR
                               PERFORM ECRIT-FACTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTNUM-FILE
           END-IF.

       ECRIT-FACTURE.
      * A register row older than the net/rate stamp is split at
      * the default rate, as F71 does.
           MOVE FN-MONTANT-HT TO WS-FN-HT.
           IF FN-TAUX-TVA = 0 AND FN-MONTANT-HT = 0
               COMPUTE WS-FN-HT ROUNDED =
                   FN-MONTANT / (1 + WS-TVA-DEFAUT / 100)
           END-IF.
           COMPUTE WS-FN-TVA = FN-MONTANT - WS-FN-HT.
           EVALUATE TRUE
               WHEN FN-PERIODE(1:5) = "COTIS"
                   MOVE "COTIS" TO WS-ACTIVITE
                   MOVE WS-CPT-COTIS TO WS-CPT-CONTRE
               WHEN FN-PERIODE(1:4) = "CLUB"
                   MOVE "CLUB" TO WS-ACTIVITE
                   MOVE WS-CPT-VENTE TO WS-CPT-CONTRE
               WHEN FN-PERIODE(1:3) = "SIN"
                   MOVE SPACES TO WS-ACTIVITE
                   MOVE WS-CPT-FRANCHISE TO WS-CPT-CONTRE
               WHEN OTHER
                   MOVE "HANGAR" TO WS-ACTIVITE
                   MOVE WS-CPT-HANGAR TO WS-CPT-CONTRE
           END-EVALUATE.
           MOVE FN-DATE TO WS-DATE-EC.
           MOVE SPACES TO WS-LIBELLE.
           STRING "FACT " FN-NUMERO " PIL " FN-NUMPIL " "
               FN-PERIODE DELIMITED BY SIZE INTO WS-LIBELLE.
           IF FN-MONTANT < 0
               COMPUTE WS-MONTANT = 0 - WS-FN-HT
               MOVE WS-CPT-CONTRE TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-DEBIT
               IF WS-FN-TVA < 0
                   COMPUTE WS-MONTANT = 0 - WS-FN-TVA
                   MOVE WS-CPT-TVA TO WS-CPT-CIBLE
                   PERFORM ECRIT-LIGNE-DEBIT
               END-IF
               COMPUTE WS-MONTANT = 0 - FN-MONTANT
               MOVE WS-CPT-CLIENT TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-CREDIT
           ELSE
               MOVE FN-MONTANT TO WS-MONTANT
               MOVE WS-CPT-CLIENT TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-DEBIT
               MOVE WS-FN-HT TO WS-MONTANT
               MOVE WS-CPT-CONTRE TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-CREDIT
               IF WS-FN-TVA > 0
                   MOVE WS-FN-TVA TO WS-MONTANT
                   MOVE WS-CPT-TVA TO WS-CPT-CIBLE
                   PERFORM ECRIT-LIGNE-CREDIT
               END-IF
           END-IF.

      * Every journaled payment in the period: debit caisse
                       NOT AT END
                           IF PA-TIMESTAMP(3:6) NOT < PERIODE-DEP
                              AND PA-TIMESTAMP(3:6) NOT > PERIODE-ARR
                              AND NOT PA-MODE-FRAIS
                               PERFORM ECRIT-PAIEMENT
                           END-IF
                   END-READ
           CLOSE PAIEMENT-FILE.

       ECRIT-PAIEMENT.
           MOVE SPACES TO WS-ACTIVITE.
           MOVE PA-MONTANT TO WS-MONTANT.
           MOVE PA-TIMESTAMP(1:8) TO WS-DATE-EC.
           MOVE SPACES TO WS-LIBELLE.
               PERFORM ECRIT-LIGNE-CREDIT
           END-IF.

      * Every purchase invoice dated in the period: debit the
      * charge account of its poste (the default purchases account
      * if the poste has since left COMPTES.DAT) for the HT, debit
      * TVA deductible for the tax, credit the supplier for the TTC.
       BALAYE-ACHATS.
           OPEN INPUT COMPTE-FILE.
           OPEN INPUT CLEREP-FILE.
           OPEN INPUT FACTFOUR-FILE.
           IF WS-FS-FACTFOUR = "00"
               MOVE LOW-VALUES TO FF-NUMERO
               START FACTFOUR-FILE KEY IS NOT LESS THAN FF-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-FACTFOUR
               END-START
               PERFORM UNTIL WS-FS-FACTFOUR = "10"
                   READ FACTFOUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-FACTFOUR
                       NOT AT END
                           IF FF-DATE(3:6) NOT < PERIODE-DEP
                              AND FF-DATE(3:6) NOT > PERIODE-ARR
                               PERFORM ECRIT-ACHAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTFOUR-FILE
           END-IF.
           CLOSE COMPTE-FILE.
           IF WS-FS-CLEREP = "00"
               CLOSE CLEREP-FILE
           END-IF.

       ECRIT-ACHAT.
           MOVE WS-CPT-ACHAT TO WS-CPT-CHARGE.
           IF WS-FS-COMPTE = "00"
               MOVE FF-CM-CODE TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-CPT-CHARGE
               END-READ
           END-IF.
           PERFORM ACTIVITE-ACHAT.
           MOVE FF-DATE TO WS-DATE-EC.
           MOVE SPACES TO WS-LIBELLE.
           STRING "ACHAT " FF-NUMERO " " FF-FOURN " " FF-REFERENCE
               DELIMITED BY SIZE INTO WS-LIBELLE.
           MOVE FF-HT TO WS-MONTANT.
           MOVE WS-CPT-CHARGE TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-DEBIT.
           IF FF-TVA > 0
               MOVE FF-TVA TO WS-MONTANT
               MOVE WS-CPT-TVADED TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-DEBIT
           END-IF.
           MOVE FF-TTC TO WS-MONTANT.
           MOVE WS-CPT-FOURN TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-CREDIT.

      * The activity the poste's allocation key names: a shared
      * cost is tagged REPART for F140 to split by hours flown, a
      * poste without a key is left blank.
       ACTIVITE-ACHAT.
           MOVE SPACES TO WS-ACTIVITE.
           IF WS-FS-CLEREP = "00"
               MOVE FF-CM-CODE TO AK-CODE
               READ CLEREP-FILE
                   INVALID KEY
                       MOVE "00" TO WS-FS-CLEREP
                   NOT INVALID KEY
                       IF AK-MODE-DIRECT
                           MOVE AK-ACTIVITE TO WS-ACTIVITE
                       ELSE
                           MOVE "REPART" TO WS-ACTIVITE
                       END-IF
               END-READ
           END-IF.

      * Every payment made to a supplier in the period: debit
      * the supplier, credit caisse for cash, banque otherwise.
       BALAYE-REGLEMENTS-FOURN.
           OPEN INPUT REGFOUR-FILE.
           IF WS-FS-REGFOUR = "00"
               MOVE LOW-VALUES TO RF-ID
               START REGFOUR-FILE KEY IS NOT LESS THAN RF-ID
                   INVALID KEY MOVE "10" TO WS-FS-REGFOUR
               END-START
               PERFORM UNTIL WS-FS-REGFOUR = "10"
                   READ REGFOUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-REGFOUR
                       NOT AT END
                           IF RF-DATE(3:6) NOT < PERIODE-DEP
                              AND RF-DATE(3:6) NOT > PERIODE-ARR
                               PERFORM ECRIT-REGLEMENT-FOURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGFOUR-FILE
           END-IF.

       ECRIT-REGLEMENT-FOURN.
           MOVE SPACES TO WS-ACTIVITE.
           MOVE RF-DATE TO WS-DATE-EC.
           MOVE SPACES TO WS-LIBELLE.
           STRING "REGL " RF-ID " ACHAT " RF-NUMERO " " RF-FOURN
               DELIMITED BY SIZE INTO WS-LIBELLE.
           MOVE RF-MONTANT TO WS-MONTANT.
           MOVE WS-CPT-FOURN TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-DEBIT.
           IF RF-ESPECES
               MOVE WS-CPT-CAISSE TO WS-CPT-CIBLE
           ELSE
               MOVE WS-CPT-BANQUE TO WS-CPT-CIBLE
           END-IF.
           PERFORM ECRIT-LIGNE-CREDIT.

      * Shop sale lines dated in the period.
       BALAYE-BOUTIQUE.
           MOVE "BOUTIQ" TO WS-ACTIVITE.
           PERFORM CHARGE-COMPTES-BOUTIQUE.
           COMPUTE WS-BTQ-DU = 20000000 + PERIODE-DEP.
           COMPUTE WS-BTQ-AU = 20000000 + PERIODE-ARR.
           PERFORM BALAYE-VENTES-BOUTIQUE.

      * Expense claims approved or settled in the period.
       BALAYE-FRAIS.
           MOVE SPACES TO WS-ACTIVITE.
           PERFORM CHARGE-COMPTES-FRAIS.
           COMPUTE WS-NDF-DU = 20000000 + PERIODE-DEP.
           COMPUTE WS-NDF-AU = 20000000 + PERIODE-ARR.
           PERFORM BALAYE-NOTES-FRAIS.

      * Depreciation charged for an exercice whose 31/12 is in the
      * period, and asset exits dated in the period.
       BALAYE-IMMOS.
           MOVE SPACES TO WS-ACTIVITE.
           PERFORM CHARGE-COMPTES-IMMO.
           OPEN INPUT IMMO-FILE.
           IF WS-FS-IMMO = "00"
               MOVE LOW-VALUES TO IB-ID
               START IMMO-FILE KEY IS NOT LESS THAN IB-ID
                   INVALID KEY MOVE "10" TO WS-FS-IMMO
               END-START
               PERFORM UNTIL WS-FS-IMMO = "10"
                   READ IMMO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-IMMO
                       NOT AT END
                           PERFORM ECRIT-IMMO
                   END-READ
               END-PERFORM
               CLOSE IMMO-FILE
           END-IF.

       ECRIT-IMMO.
           IF IB-DERNIER-EXERCICE > 0 AND IB-DOTATION-AN > 0
               COMPUTE WS-DATE-IMMO =
                   IB-DERNIER-EXERCICE * 10000 + 1231
               IF WS-DATE-IMMO(3:6) NOT < PERIODE-DEP
                  AND WS-DATE-IMMO(3:6) NOT > PERIODE-ARR
                   PERFORM ECRIT-DOTATION-IMMO
               END-IF
           END-IF.
           IF IB-SORTIE
              AND IB-DATE-CESSION(3:6) NOT < PERIODE-DEP
              AND IB-DATE-CESSION(3:6) NOT > PERIODE-ARR
               PERFORM ECRIT-SORTIE-IMMO
           END-IF.

       FERME-EXPORT.
           MOVE SPACES TO EC-LIGNE.
           STRING WS-NB-ECRITURES " ligne(s) exportee(s)."
           CLOSE ECRITURE-FILE.
           DISPLAY "Export ecrit dans ECRITURES.TXT.".

      * Every month the export covered whole is closed for export
      * in the period register.
       CLOT-EXPORT.
           COMPUTE WS-PER-DU = 20000000 + PERIODE-DEP.
           COMPUTE WS-PER-AU = 20000000 + PERIODE-ARR.
           MOVE "E" TO WS-PER-ETAPE.
           MOVE "F13" TO WS-AUDIT-PROGRAMME.
           PERFORM CLOT-PLAGE.
           IF WS-PER-NB-CLOS > 0
               DISPLAY WS-PER-NB-CLOS " mois clos pour l'export."
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"           TO WS-OPERATEUR.
           MOVE "F13"             TO WS-AUDIT-PROGRAMME.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PERIODE-PROC.cpy" IN TEMPLATE.

           COPY "TARIF-PROC.cpy" IN TEMPLATE.

           COPY "COMPTES-ACHAT-PROC.cpy" IN TEMPLATE.

           COPY "IMMO-PROC.cpy" IN TEMPLATE.

           COPY "BOUTIQUE-PROC.cpy" IN TEMPLATE.

           COPY "NOTEFRAIS-PROC.cpy" IN TEMPLATE.

      * Defaults come from the PARAMS file (seeded on first
      * read), maintained through F38 instead of a recompile.
       CHARGE-PARAMS.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

       END PROGRAM F13.

      * APPLIQUE-PAIEMENT does (VL-PAYE, PI-SOLDE, EP-FINANCES). Run on
      * a monthly scheduler or on demand - batch only, no
      * LINKAGE/operator prompt, same as F5/F6/F7/F8.
      * Billing is per paying account (LIENPAY.DAT, maintained in
      * F89): a member's statement carries their own flights not
      * covered by a payer link plus the covered flights of every
      * member they pay for, and a second pass bills the non-flying
      * payers (PAYEUR.DAT) for the members they cover. The payer's
      * balance, ledger, invoice number and debit order carry the
      * charge; the flying member's flights are still marked paid.
      * Last, the month's youth training subsidies (BOURSE.DAT, F90)
      * are brought up to date: the period's closed flights that
      * F2 did not already accrue, and the licence lump sum for the
      * members trained here who now hold a licence, each credited
      * to the paying account as a "BOURSE" movement.
      * Club flights (maintenance test, ferry, club service -
      * VL-NON-FACTURABLE) are never billed and accrue no subsidy;
      * F13 charges their value to the club's own account.
      * Each debit order follows its SEPA mandate (BANQUE.DAT):
      * tagged FRST on the mandate's first collection and RCUR
      * after, due PRELEV-PREAV days (PARAMS, 14 by default) after
      * the run, with the member - or the payer - pre-notified of
      * the amount and date through NOTIF.DAT right away, so the
      * notice always leaves that many days ahead. A revoked
      * mandate, or one unused for 36 months (lapsed here, status
      * C), gets no order: the account is listed in
      * MANDATS_ECARTES_*.TXT for the treasurer to collect by hand.
      * A type under a fuel-indexation clause (PF-PRIX-REF) has its
      * surcharge or rebate billed as a separate line under each
      * flight (INDEXCARB-PROC), counted in the statement totals.
      * A due date landing on a weekend or a bank closure of the
      * club calendar (CALENDRIER.DAT) moves on to the next banking
      * day, so the bank never rejects the collection date.
      * The run closes the billed month's billing in the period
      * register (PERIODE.DAT): a flight closed out after that is
      * booked into the open period (VL-DATE-COMPTA) and picked up
      * by the run for that month instead.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT MANDRPT-FILE ASSIGN TO WS-NOM-MANDRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-MANDRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  MANDRPT-FILE.
       01  MANDRPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           77  WS-FIN-MOIS-PREC    PIC 9(8).
           77  WS-PERIODE-DEP-X    PIC X(6).
           77  WS-PERIODE-ARR-X    PIC X(6).
      * The date a flight is billed on: its accounting date when
      * it was booked out of a closed month, else its departure.
           77  WS-VOL-DATE-REF     PIC X(8) VALUE SPACES.
           77  WS-MONTANT-VOL      PIC 9(8)V99.
           77  WS-MONTANT-PILOTE   PIC 9(8)V99.
           77  WS-NB-VOLS-PILOTE   PIC 9(5) VALUE 0.
           77  WS-TOTAL-PRELEV     PIC 9(8)V99 VALUE 0.
           77  WS-BANQUE-OK        PIC X VALUE "N".
               88  WS-BANQUE-TROUVEE   VALUE "O".
      * SEPA mandate follow-up: collection date, lapse horizon
      * (36 months back), and the accounts left out.
           77  WS-PREAVIS          PIC 9(3) VALUE 14.
           77  WS-INT-ECHEANCE     PIC 9(7) VALUE 0.
           77  WS-DATE-ECHEANCE    PIC 9(8) VALUE 0.
           77  WS-LIMITE-CADUC     PIC 9(8) VALUE 0.
           77  WS-SEQ-SEPA         PIC X(4) VALUE SPACES.
           77  WS-MOTIF-ECART      PIC X(30) VALUE SPACES.
           77  WS-NB-ECARTES       PIC 9(5) VALUE 0.
           77  WS-NB-PRENOTIF      PIC 9(5) VALUE 0.
           77  WS-FS-MANDRPT       PIC XX VALUE "00".
           77  WS-NOM-MANDRPT      PIC X(40) VALUE SPACES.
           77  WS-TTC-ED           PIC Z(7)9.99.

      * The account being billed (a pilot, or a non-flying payer)
      * and the member whose flights are being picked up for it.
           77  WS-CPT-NUMPIL       PIC 9(6) VALUE 0.
           77  WS-CPT-NOM          PIC X(30) VALUE SPACES.
           77  WS-CPT-LIBELLE      PIC X(7) VALUE "Pilote".
           77  WS-CPT-NATURE       PIC X VALUE "P".
               88  WS-CPT-TIERS        VALUE "T".
           77  WS-LIEN-ATTENDU     PIC X VALUE "M".
           77  WS-VOLS-NUMPIL      PIC 9(6) VALUE 0.
           77  WS-VOLS-MODE        PIC X VALUE "P".
               88  WS-VOLS-PROPRES     VALUE "P".
           77  WS-VOLS-LIE         PIC X VALUE "N".
           77  WS-VOLS-DEBUT       PIC 9(8) VALUE 0.
           77  WS-VOLS-FIN         PIC 9(8) VALUE 0.
           77  WS-VOLS-NB          PIC 9(5) VALUE 0.
           77  WS-VOL-COUVERT      PIC X VALUE "N".
           77  WS-NB-PAYEURS       PIC 9(5) VALUE 0.
           77  WS-NB-BOURSES       PIC 9(5) VALUE 0.
           77  WS-TOTAL-BOURSES    PIC 9(8)V99 VALUE 0.
           77  WS-BRS-SUIVANT      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           PERFORM CHARGE-PARAMS.
           PERFORM CALCULE-PERIODE.
           PERFORM CALCULE-ECHEANCE.
           PERFORM OUVRE-PRELEV.
           PERFORM BALAYE-PILOTES.
           PERFORM BALAYE-PAYEURS.
           PERFORM FERME-PRELEV.
           PERFORM ACQUIERT-BOURSES-VOLS.
           PERFORM ACQUIERT-BOURSES-LICENCES.
           PERFORM ENREGISTRE-AUDIT.
           PERFORM CLOT-FACTURATION.
           STOP RUN.

      * Billing period is always "the month that just ended"
               INTO WS-PERIODE-ARR-X.
           MOVE WS-PERIODE-ARR-X TO PERIODE-ARR.

      * The collection date is the run date plus the notice
      * period; a mandate last used (or, never used, signed) before
      * the same date 36 months back has lapsed.
       CALCULE-ECHEANCE.
           COMPUTE WS-LIMITE-CADUC = WS-CURR-YEAR * 10000
               + WS-CURR-MONTH * 100 + WS-CURR-DAY.
           COMPUTE WS-INT-ECHEANCE =
               FUNCTION INTEGER-OF-DATE(WS-LIMITE-CADUC) + WS-PREAVIS.
           COMPUTE WS-DATE-ECHEANCE =
               FUNCTION DATE-OF-INTEGER(WS-INT-ECHEANCE).
           MOVE WS-DATE-ECHEANCE TO WS-CAL-DATE.
           PERFORM JOUR-BANCAIRE-SUIVANT.
           MOVE WS-CAL-DATE TO WS-DATE-ECHEANCE.
           SUBTRACT 30000 FROM WS-LIMITE-CADUC.

      * Resumes from the last pilot billed (CK-CLE) if a
      * prior run of this job was interrupted partway through the
      * roster, instead of re-billing every pilot already invoiced

      * Same qualifying test and payment-application as F7's
      * APPLIQUE-PAIEMENT (VL-TERMINE, NOT VL-EST-PAYE) plus the
      * period window, for the account of PI-NUMPIL (the pilot
      * record BALAYE-PILOTES just read): the pilot's own flights a
      * payer link does not cover, then the covered flights of the
      * members this pilot pays for. Opens a fresh INVOICE-FILE
      * statement the first time a qualifying flight is found so an
      * account with nothing to bill gets no empty statement.
       FACTURE-PILOTE.
           MOVE 0 TO WS-MONTANT-PILOTE.
           MOVE 0 TO WS-NB-VOLS-PILOTE.
           MOVE 0 TO WS-TVA-PILOTE.
           MOVE 0 TO WS-TTC-PILOTE.
           MOVE PI-NUMPIL TO WS-CPT-NUMPIL.
           MOVE PI-NOM TO WS-CPT-NOM.
           MOVE "Pilote" TO WS-CPT-LIBELLE.
           MOVE "P" TO WS-CPT-NATURE.
           MOVE PI-NUMPIL TO WS-PAY-PILOTE.
           PERFORM LIT-LIEN-PAYEUR.
           MOVE PI-NUMPIL TO WS-VOLS-NUMPIL.
           MOVE "P" TO WS-VOLS-MODE.
           MOVE WS-PAY-LIEN TO WS-VOLS-LIE.
           MOVE WS-PAY-DEBUT TO WS-VOLS-DEBUT.
           MOVE WS-PAY-FIN TO WS-VOLS-FIN.
           PERFORM FACTURE-VOLS.
           MOVE "M" TO WS-LIEN-ATTENDU.
           PERFORM FACTURE-VOLS-LIES.
           PERFORM CLOTURE-FACTURE.

      * Second pass: every active non-flying payer is billed for
      * the covered flights of the members it pays for. PAYEUR-FILE
      * stays open I-O so the balance is posted on the record just
      * read.
       BALAYE-PAYEURS.
           MOVE 0 TO WS-NB-PAYEURS.
           OPEN I-O PAYEUR-FILE.
           IF WS-FS-PAYEUR = "00"
               MOVE LOW-VALUES TO PY-ID
               START PAYEUR-FILE KEY IS NOT LESS THAN PY-ID
                   INVALID KEY MOVE "10" TO WS-FS-PAYEUR
               END-START
               PERFORM UNTIL WS-FS-PAYEUR = "10"
                   READ PAYEUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PAYEUR
                       NOT AT END
                           IF PY-EST-ACTIF
                               ADD 1 TO WS-NB-PAYEURS
                               PERFORM FACTURE-PAYEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEUR-FILE
           END-IF.

       FACTURE-PAYEUR.
           MOVE 0 TO WS-MONTANT-PILOTE.
           MOVE 0 TO WS-NB-VOLS-PILOTE.
           MOVE 0 TO WS-TVA-PILOTE.
           MOVE 0 TO WS-TTC-PILOTE.
           MOVE PY-ID TO WS-CPT-NUMPIL.
           MOVE PY-NOM TO WS-CPT-NOM.
           MOVE "Payeur" TO WS-CPT-LIBELLE.
           MOVE "T" TO WS-CPT-NATURE.
           MOVE "T" TO WS-LIEN-ATTENDU.
           PERFORM FACTURE-VOLS-LIES.
           PERFORM CLOTURE-FACTURE.

      * Members this account pays for, through the LP-PAYEUR
      * alternate key; each link's own dates decide which of the
      * member's flights fall on this account.
       FACTURE-VOLS-LIES.
           OPEN INPUT LIENPAY-FILE.
           IF WS-FS-LIENPAY = "00"
               MOVE WS-CPT-NUMPIL TO LP-PAYEUR
               START LIENPAY-FILE KEY IS EQUAL TO LP-PAYEUR
                   INVALID KEY MOVE "10" TO WS-FS-LIENPAY
               END-START
               PERFORM UNTIL WS-FS-LIENPAY = "10"
                   READ LIENPAY-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-LIENPAY
                       NOT AT END
                           IF LP-PAYEUR NOT = WS-CPT-NUMPIL
                               MOVE "10" TO WS-FS-LIENPAY
                           ELSE
                               IF LP-NATURE = WS-LIEN-ATTENDU
                                  AND LP-NUMPIL NOT = WS-CPT-NUMPIL
                                   MOVE LP-NUMPIL TO WS-VOLS-NUMPIL
                                   MOVE "L" TO WS-VOLS-MODE
                                   MOVE "O" TO WS-VOLS-LIE
                                   MOVE LP-DEBUT TO WS-VOLS-DEBUT
                                   MOVE LP-FIN TO WS-VOLS-FIN
                                   PERFORM FACTURE-VOLS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENPAY-FILE
           END-IF.

      * One member's qualifying flights, through the VL-NUMPIL
      * alternate key: in "P" mode those no payer link covers, in
      * "L" mode those the link being billed covers.
       FACTURE-VOLS.
           MOVE 0 TO WS-VOLS-NB.
           OPEN I-O VOL-FILE.
           OPEN INPUT AVION-FILE.
           OPEN INPUT TARIF-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-VOLS-NUMPIL TO VL-NUMPIL
               START VOL-FILE KEY IS EQUAL TO VL-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                         IF VL-NUMPIL NOT = WS-VOLS-NUMPIL
                           MOVE "10" TO WS-FS-VOL
                         ELSE
                           PERFORM DATE-REF-VOL
                           MOVE "N" TO WS-VOL-COUVERT
                           IF WS-VOLS-LIE = "O"
                              AND VL-DATEDEP NOT < WS-VOLS-DEBUT
                              AND (WS-VOLS-FIN = 0
                                   OR VL-DATEDEP NOT > WS-VOLS-FIN)
                               MOVE "O" TO WS-VOL-COUVERT
                           END-IF
                           IF VL-TERMINE AND NOT VL-EST-PAYE
                              AND NOT VL-NON-FACTURABLE
                              AND WS-VOL-DATE-REF(3:6) NOT < PERIODE-DEP
                              AND WS-VOL-DATE-REF(3:6) NOT > PERIODE-ARR
                              AND ((WS-VOLS-PROPRES
                                    AND WS-VOL-COUVERT = "N")
                               OR (NOT WS-VOLS-PROPRES
                                    AND WS-VOL-COUVERT = "O"))
                               MOVE VL-CODAV TO AV-CODAV
                               PERFORM CHARGE-TARIF-VOL
                               PERFORM CHARGE-HEURES-FACT
                               COMPUTE WS-MONTANT-VOL =
                                   WS-NBH-FACTURE * WS-TAUX-HORAIRE
                                   + VL-NB-ATTER * WS-TAXE-ATTER
                               MOVE WS-NBH-FACTURE TO WS-IX-HEURES
                               PERFORM CALCULE-INDEX-VOL
                               IF WS-NB-VOLS-PILOTE = 0
      * First billable flight for this account: the statement
      * opens and so does the recovery unit of work covering the
      * flights, balance and status update.
                                   MOVE "F9" TO WS-JRN-PROGRAMME
                                   PERFORM DEBUT-UOW
                                   PERFORM OUVRE-FACTURE-PILOTE
                               END-IF
                               IF WS-VOLS-NB = 0
                                  AND NOT WS-VOLS-PROPRES
                                   PERFORM ECRIT-SOUS-TITRE-LIE
                               END-IF
                               PERFORM ECRIT-LIGNE-FACTURE
                               IF WS-IX-MONTANT NOT = 0
                                   PERFORM ECRIT-LIGNE-INDEX
                               END-IF
                               MOVE "VOL" TO WS-JRN-FICHIER
                               MOVE VL-NUMVOL TO WS-JRN-CLE
                               MOVE VOL-REC TO WS-JRN-IMAGE
                               REWRITE VOL-REC
                               ADD WS-MONTANT-VOL TO WS-MONTANT-PILOTE
                               ADD 1 TO WS-NB-VOLS-PILOTE
                               ADD 1 TO WS-VOLS-NB
                           END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VOL-FILE.
           CLOSE AVION-FILE.
           CLOSE TARIF-FILE.

      * The statement's total goes onto the paying account: the
      * pilot record still current from BALAYE-PILOTES, or the
      * payer record current from BALAYE-PAYEURS.
       CLOTURE-FACTURE.
           IF WS-NB-VOLS-PILOTE > 0
               PERFORM FERME-FACTURE-PILOTE
               IF WS-CPT-TIERS
                   PERFORM IMPUTE-FACTURE-PAYEUR
               ELSE
                   PERFORM IMPUTE-FACTURE-PILOTE
               END-IF
               ADD 1 TO WS-NB-FACTURES
               PERFORM ECRIT-PRELEV
               PERFORM FIN-UOW
           END-IF.

       IMPUTE-FACTURE-PILOTE.
           MOVE "PILOTE" TO WS-JRN-FICHIER.
           MOVE PI-NUMPIL TO WS-JRN-CLE.
           MOVE PILOTE-REC TO WS-JRN-IMAGE.
           PERFORM IMAGE-AVANT.
           ADD WS-TTC-PILOTE TO PI-SOLDE.
           REWRITE PILOTE-REC.
           MOVE PI-NUMPIL TO WS-MVT-NUMPIL.
           MOVE "F9" TO WS-MVT-PROGRAMME.
           MOVE "FACTURE" TO WS-MVT-TYPE.
           MOVE WS-TTC-PILOTE TO WS-MVT-MONTANT.
           MOVE WS-FAC-NUMERO TO WS-MVT-REFERENCE.
           MOVE PI-SOLDE TO WS-MVT-SOLDE.
           PERFORM ENREGISTRE-MOUVEMENT.
           IF WS-FS-ETATPIL = "00"
               MOVE PI-ID-ETATPILOTE TO EP-ID
               READ ETATPIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ETATPIL" TO WS-JRN-FICHIER
                       MOVE EP-ID TO WS-JRN-CLE
                       MOVE ETATPIL-REC TO WS-JRN-IMAGE
                       PERFORM IMAGE-AVANT
                       IF PI-SOLDE >= 0
                           MOVE "A" TO EP-FINANCES
                       ELSE
                           MOVE "I" TO EP-FINANCES
                       END-IF
                       REWRITE ETATPIL-REC
               END-READ
           END-IF.

      * A non-flying payer has no flying status to refresh.
       IMPUTE-FACTURE-PAYEUR.
           MOVE "PAYEUR" TO WS-JRN-FICHIER.
           MOVE PY-ID TO WS-JRN-CLE.
           MOVE PAYEUR-REC TO WS-JRN-IMAGE.
           PERFORM IMAGE-AVANT.
           ADD WS-TTC-PILOTE TO PY-SOLDE.
           REWRITE PAYEUR-REC.
           MOVE PY-ID TO WS-MVT-NUMPIL.
           MOVE "F9" TO WS-MVT-PROGRAMME.
           MOVE "FACTURE" TO WS-MVT-TYPE.
           MOVE WS-TTC-PILOTE TO WS-MVT-MONTANT.
           MOVE WS-FAC-NUMERO TO WS-MVT-REFERENCE.
           MOVE PY-SOLDE TO WS-MVT-SOLDE.
           PERFORM ENREGISTRE-MOUVEMENT.

      * The month's collection goes to the bank in one file:
      * one debit order line per billed pilot, covering the invoiced
      * amount, drawn on the IBAN held on BANQUE.DAT. Opened EXTEND
               DELIMITED BY SIZE INTO PV-LIGNE.
           WRITE PRELEV-REC.
           CLOSE PRELEV-FILE.
           MOVE SPACES TO WS-NOM-MANDRPT.
           STRING "MANDATS_ECARTES_" FUNCTION CURRENT-DATE(1:14)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-MANDRPT.
           OPEN OUTPUT MANDRPT-FILE.
           MOVE SPACES TO MANDRPT-REC.
           STRING "Comptes ecartes du prelevement, periode "
               PERIODE-DEP " au " PERIODE-ARR " - mandat revoque ou "
               "caduc, a encaisser a la main"
               DELIMITED BY SIZE INTO MANDRPT-REC.
           WRITE MANDRPT-REC.
           CLOSE MANDRPT-FILE.

      * One debit order for the account just billed, for the
      * TTC amount its invoice just totalled; an account with no
      * bank record on file is counted so the treasurer knows to
      * collect those by hand. The mandate decides the rest: an
      * active one not used for 36 months is lapsed first; a revoked
      * or lapsed one is reported instead of debited; otherwise the
      * order goes out FRST or RCUR, the mandate's last use moves to
      * the collection date (before-image journaled with the rest of
      * the billing unit of work) and the account is pre-notified.
       ECRIT-PRELEV.
           MOVE "N" TO WS-BANQUE-OK.
           OPEN I-O BANQUE-FILE.
           IF WS-FS-BANQUE = "00"
               MOVE WS-CPT-NUMPIL TO BQ-NUMPIL
               READ BANQUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-BANQUE-OK
               END-READ
               IF WS-BANQUE-TROUVEE
                   PERFORM TRAITE-MANDAT
               END-IF
               CLOSE BANQUE-FILE
           END-IF.
           IF NOT WS-BANQUE-TROUVEE
               ADD 1 TO WS-NB-SANS-IBAN
           END-IF.

       TRAITE-MANDAT.
           IF BQ-MANDAT-ACTIF
              AND ((BQ-DERNIER-USAGE > 0
                    AND BQ-DERNIER-USAGE < WS-LIMITE-CADUC)
                OR (BQ-DERNIER-USAGE = 0
                    AND BQ-DATE-SIGNATURE > 0
                    AND BQ-DATE-SIGNATURE < WS-LIMITE-CADUC))
               MOVE "BANQUE" TO WS-JRN-FICHIER
               MOVE BQ-NUMPIL TO WS-JRN-CLE
               MOVE BANQUE-REC TO WS-JRN-IMAGE
               PERFORM IMAGE-AVANT
               MOVE "C" TO BQ-STATUT
               REWRITE BANQUE-REC
           END-IF.
           IF BQ-MANDAT-REVOQUE OR BQ-MANDAT-CADUC
               PERFORM ECARTE-PRELEV
           ELSE
               PERFORM EMET-PRELEV
           END-IF.

       EMET-PRELEV.
           IF BQ-DERNIER-USAGE = 0
               MOVE "FRST" TO WS-SEQ-SEPA
           ELSE
               MOVE "RCUR" TO WS-SEQ-SEPA
           END-IF.
           OPEN EXTEND PRELEV-FILE.
           IF WS-FS-PRELEV = "35"
               OPEN OUTPUT PRELEV-FILE
           END-IF.
           MOVE SPACES TO PV-LIGNE.
           STRING WS-CPT-NUMPIL ";" BQ-IBAN ";" BQ-BIC ";"
               BQ-RUM ";" WS-TTC-PILOTE
               ";FACTURE " PERIODE-DEP "-" PERIODE-ARR
               ";" WS-SEQ-SEPA ";" BQ-DATE-SIGNATURE
               ";" WS-DATE-ECHEANCE
               DELIMITED BY SIZE INTO PV-LIGNE.
           WRITE PRELEV-REC.
           CLOSE PRELEV-FILE.
           ADD 1 TO WS-NB-PRELEV.
           ADD WS-TTC-PILOTE TO WS-TOTAL-PRELEV.
           MOVE "BANQUE" TO WS-JRN-FICHIER.
           MOVE BQ-NUMPIL TO WS-JRN-CLE.
           MOVE BANQUE-REC TO WS-JRN-IMAGE.
           PERFORM IMAGE-AVANT.
           MOVE WS-DATE-ECHEANCE TO BQ-DERNIER-USAGE.
           MOVE "A" TO BQ-STATUT.
           REWRITE BANQUE-REC.
           PERFORM PRENOTIFIE-PRELEV.

      * The SEPA pre-notification: amount, collection date and
      * mandate, queued for F53 to mail. A payer is written to at
      * its own address; a pilot's address is left for F53 to
      * resolve from the pilot record.
       PRENOTIFIE-PRELEV.
           MOVE WS-CPT-NUMPIL TO WS-NOTIF-NUMPIL.
           IF WS-CPT-TIERS
               MOVE PY-EMAIL TO WS-NOTIF-EMAIL
           ELSE
               MOVE SPACES TO WS-NOTIF-EMAIL
           END-IF.
           MOVE "F9" TO WS-NOTIF-ORIGINE.
           MOVE WS-DATE-ECHEANCE TO WS-DATE-IN.
           MOVE SPACES TO WS-DATE-OUT.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO WS-NOTIF-OBJET.
           STRING "Avis de prelevement du " WS-DATE-OUT
               DELIMITED BY SIZE INTO WS-NOTIF-OBJET.
           MOVE WS-TTC-PILOTE TO WS-TTC-ED.
           MOVE SPACES TO WS-NOTIF-TEXTE.
           STRING "Prelevement SEPA de " WS-TTC-ED " EUR le "
               WS-DATE-OUT " (facture " WS-FAC-NUMERO
               "), mandat " BQ-RUM
               DELIMITED BY SIZE INTO WS-NOTIF-TEXTE.
           PERFORM ENREGISTRE-NOTIFICATION.
           ADD 1 TO WS-NB-PRENOTIF.

       ECARTE-PRELEV.
           ADD 1 TO WS-NB-ECARTES.
           IF BQ-MANDAT-REVOQUE
               MOVE "mandat revoque" TO WS-MOTIF-ECART
           ELSE
               MOVE "mandat caduc (36 mois)" TO WS-MOTIF-ECART
           END-IF.
           MOVE WS-TTC-PILOTE TO WS-TTC-ED.
           OPEN EXTEND MANDRPT-FILE.
           MOVE SPACES TO MANDRPT-REC.
           STRING WS-CPT-LIBELLE " " WS-CPT-NUMPIL " "
               WS-CPT-NOM " " WS-TTC-ED " EUR - " WS-MOTIF-ECART
               " - RUM " BQ-RUM
               DELIMITED BY SIZE INTO MANDRPT-REC.
           WRITE MANDRPT-REC.
           CLOSE MANDRPT-FILE.

       FERME-PRELEV.
           OPEN EXTEND PRELEV-FILE.
           IF WS-FS-PRELEV = "35"
           MOVE SPACES TO PV-LIGNE.
           STRING "Total " WS-NB-PRELEV " ordre(s) pour "
               WS-TOTAL-PRELEV " - " WS-NB-SANS-IBAN
               " compte(s) sans IBAN, " WS-NB-ECARTES
               " mandat(s) ecarte(s) a encaisser a la main"
               DELIMITED BY SIZE INTO PV-LIGNE.
           WRITE PRELEV-REC.
           CLOSE PRELEV-FILE.
           OPEN EXTEND MANDRPT-FILE.
           MOVE SPACES TO MANDRPT-REC.
           STRING WS-NB-ECARTES " compte(s) ecarte(s), "
               WS-NB-PRENOTIF " avis de prelevement en file"
               DELIMITED BY SIZE INTO MANDRPT-REC.
           WRITE MANDRPT-REC.
           CLOSE MANDRPT-FILE.
           MOVE "MANDATS" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           STRING PERIODE-DEP "-" PERIODE-ARR
               DELIMITED BY SIZE INTO WS-RPT-PERIODE.
           MOVE WS-NOM-MANDRPT TO WS-RPT-NOM.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CATALOGUE-RAPPORT.

       OUVRE-FACTURE-PILOTE.
           OPEN EXTEND INVOICE-FILE.
           MOVE 0 TO WS-PRT-LIGNE-CPT.
           MOVE SPACES TO INV-LIGNE.
           STRING "Facture mensuelle periode du " PERIODE-DEP " au "
               PERIODE-ARR " - " WS-CPT-LIBELLE " " WS-CPT-NUMPIL
               " " WS-CPT-NOM
               " - page " WS-PRT-PAGE-NUM
               DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           WRITE INVOICE-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.

       ECRIT-LIGNE-INDEX.
           PERFORM LIGNE-INDEX-VOL.
           ADD WS-IX-MONTANT TO WS-MONTANT-PILOTE.
           ADD WS-IX-TVA TO WS-TVA-PILOTE.
           ADD WS-IX-TTC TO WS-TTC-PILOTE.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE WS-IX-LIGNE TO INV-LIGNE.
           WRITE INVOICE-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.

      * Covered flights are grouped under the member who flew
      * them.
       ECRIT-SOUS-TITRE-LIE.
           PERFORM SAUT-PAGE-SI-PLEINE.
           MOVE SPACES TO INV-LIGNE.
           STRING "Vols de l'adherent " WS-VOLS-NUMPIL
               " pris en charge" DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.

       FERME-FACTURE-PILOTE.
           MOVE WS-CPT-NUMPIL TO WS-FAC-NUMPIL.
           MOVE SPACES TO WS-FAC-PERIODE.
           STRING PERIODE-DEP "-" PERIODE-ARR
               DELIMITED BY SIZE INTO WS-FAC-PERIODE.
      * the pilot automatically.
           MOVE SPACES TO INV-LIGNE.
           STRING "Reference a rappeler pour tout virement : AC"
               WS-CPT-NUMPIL DELIMITED BY SIZE INTO INV-LIGNE.
           WRITE INVOICE-REC.
           ADD 1 TO WS-PRT-LIGNE-CPT.
           MOVE SPACES TO INV-LIGNE.
           WRITE INVOICE-REC.
           CLOSE INVOICE-FILE.

      * The period's closed member flights, primary-key order;
      * a flight F2 already accrued is skipped by the shared
      * paragraphs themselves. One unit of work per flight.
       ACQUIERT-BOURSES-VOLS.
           MOVE 0 TO WS-NB-BOURSES WS-TOTAL-BOURSES.
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
                           PERFORM DATE-REF-VOL
                           IF VL-TERMINE AND VL-ID-PASSAGER = 0
                              AND NOT VL-NON-FACTURABLE
                              AND WS-VOL-DATE-REF(3:6) NOT < PERIODE-DEP
                              AND WS-VOL-DATE-REF(3:6) NOT > PERIODE-ARR
                               MOVE VL-NUMPIL  TO WS-BRS-NUMPIL
                               MOVE VL-NUMVOL  TO WS-BRS-NUMVOL
                               MOVE VL-DATEDEP TO WS-BRS-DATE
                               MOVE VL-NBHVOL  TO WS-BRS-HEURES
                               MOVE VL-INSTRUCTION TO WS-BRS-DOUBLE
                               MOVE "F9" TO WS-BRS-PROGRAMME
                               MOVE "F9" TO WS-JRN-PROGRAMME
                               PERFORM DEBUT-UOW
                               PERFORM ACQUIERT-BOURSE-VOL
                               PERFORM FIN-UOW
                               ADD WS-BRS-NB TO WS-NB-BOURSES
                               ADD WS-BRS-TOTAL TO WS-TOTAL-BOURSES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOL-FILE
           END-IF.

      * Every member, one at a time: the shared paragraphs open
      * the pilot file themselves, so the pass re-positions after
      * the last number seen instead of holding the file open.
       ACQUIERT-BOURSES-LICENCES.
           MOVE 0 TO WS-BRS-SUIVANT.
           PERFORM LIT-PILOTE-SUIVANT.
           PERFORM UNTIL WS-BRS-SUIVANT = 0
               MOVE WS-BRS-SUIVANT TO WS-BRS-NUMPIL
               MOVE WS-CURR-DATE TO WS-BRS-DATE
               MOVE "F9" TO WS-BRS-PROGRAMME
               MOVE "F9" TO WS-JRN-PROGRAMME
               PERFORM DEBUT-UOW
               PERFORM ACQUIERT-BOURSE-LICENCE
               PERFORM FIN-UOW
               ADD WS-BRS-NB TO WS-NB-BOURSES
               ADD WS-BRS-TOTAL TO WS-TOTAL-BOURSES
               PERFORM LIT-PILOTE-SUIVANT
           END-PERFORM.

       LIT-PILOTE-SUIVANT.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE WS-BRS-SUIVANT TO PI-NUMPIL
               START PILOTE-FILE KEY IS GREATER THAN PI-NUMPIL
                   INVALID KEY MOVE 0 TO WS-BRS-SUIVANT
                   NOT INVALID KEY
                       READ PILOTE-FILE NEXT RECORD
                           AT END MOVE 0 TO WS-BRS-SUIVANT
                           NOT AT END MOVE PI-NUMPIL TO WS-BRS-SUIVANT
                       END-READ
               END-START
               CLOSE PILOTE-FILE
           ELSE
               MOVE 0 TO WS-BRS-SUIVANT
           END-IF.

       FORMAT-DATE.
           STRING WS-DATE-IN(7:2) "/" WS-DATE-IN(5:2) "/"
               WS-DATE-IN(1:4) DELIMITED BY SIZE INTO WS-DATE-OUT.

       DATE-REF-VOL.
           IF VL-DATE-COMPTA = SPACES OR VL-DATE-COMPTA = LOW-VALUES
               MOVE VL-DATEDEP TO WS-VOL-DATE-REF
           ELSE
               MOVE VL-DATE-COMPTA TO WS-VOL-DATE-REF
           END-IF.

      * The month just billed is closed for billing in the period
      * register; a re-run on a month already closed says so and
      * leaves the first closing stamp as it stands.
       CLOT-FACTURATION.
           MOVE WS-FIN-MOIS-PREC(1:6) TO WS-PER-MOIS.
           PERFORM ETAT-PERIODE.
           IF WS-PER-CLOSE
               DISPLAY "Periode " WS-PER-MOIS " deja close -"
                   " relance de la facturation."
           END-IF.
           MOVE "F" TO WS-PER-ETAPE.
           MOVE "F9" TO WS-AUDIT-PROGRAMME.
           PERFORM CLOT-PERIODE.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"          TO WS-OPERATEUR.
           MOVE "F9"              TO WS-AUDIT-PROGRAMME.
           MOVE "BALAYE-PILOTES"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "FACTURER"        TO WS-AUDIT-ACTION.
           STRING WS-NB-FACTURES " facture(s) sur " WS-NB-PILOTES
               " pilote(s) et " WS-NB-PAYEURS " payeur(s) tiers, "
               WS-NB-BOURSES " bourse(s) acquise(s) " WS-TOTAL-BOURSES
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.
           COPY "FACTURE-PROC.cpy" IN TEMPLATE.
           COPY "PERIODE-PROC.cpy" IN TEMPLATE.
           COPY "TARIF-PROC.cpy" IN TEMPLATE.
           COPY "JOURNAL-PROC.cpy" IN TEMPLATE.
           COPY "PAYEUR-PROC.cpy" IN TEMPLATE.
           COPY "BOURSE-PROC.cpy" IN TEMPLATE.
           COPY "NOTIF-PROC.cpy" IN TEMPLATE.
           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

      * Defaults come from the PARAMS file (seeded on first
      * read), maintained through F38 instead of a recompile.
           MOVE 20 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TVA-DEFAUT.
           MOVE "PRELEV-PREAV" TO WS-PARAM-CODE.
           MOVE 14 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-PREAVIS.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.
       COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.
       COPY "CALENDRIER-PROC.cpy" IN TEMPLATE.

       END PROGRAM F9.

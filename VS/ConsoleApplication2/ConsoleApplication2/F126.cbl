       IDENTIFICATION DIVISION.
       PROGRAM-ID. F126.

      * Controle de tarification: F10 reconciles counters and
      * balances, this batch checks what was billed. Every closed,
      * settled member flight of the chosen period (by default the
      * month that just ended, F9's period) is re-priced with the
      * shared effective-dated lookup (TARIF-PROC), its billable
      * hours (VL-NBH-FACT), the landing tax and the fuel index,
      * exactly as F7/F9 bill it, and the result is set against
      * what was recorded:
      *   - a flight settled on an invoice adds its price to the
      *     paying account's flight invoice (FACTNUM.DAT, period
      *     "AAMMJJ-AAMMJJ") whose period holds the flight; the
      *     invoice total is then compared with the register line
      *     and with the F9 "FACTURE" movement carrying its number
      *     (MVT.DAT). A settled flight no invoice covers is listed;
      *   - a shared-cost flight (F2, VL-COUTVOL) is compared with
      *     its re-priced total, and each co-payer's and the
      *     pilot's share with the "PARTAGE" movements referencing
      *     the flight;
      *   - a carte d'heures flight (VL-PAYE "C") must belong to a
      *     pilot holding a carte, and must not have been invoiced
      *     as well.
      * An invoice that does not match is explained by trying the
      * usual faults in turn: carte flights billed too, rates of
      * the band in force before the current one (an F37 change
      * not picked up), solo and instruction rates swapped, flown
      * hours instead of billable hours. Each discrepancy is listed
      * with its cause and the correction to make through F36
      * (credit note, then re-billing). Invoices of the whole fleet
      * (F7 with no pilot selected) cannot be matched to an account
      * and are only counted. A partner club's guest flights,
      * billed to the club by F128, are left out. Amounts within
      * PARAMS CTRL-TOLER (0.05 by default, per flight) are
      * taken as rounding.
      * Output CONTROLE_TARIF_<debut>_<fin>.TXT, catalogued as type
      * CTRLTARF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT CTRL-FILE ASSIGN TO WS-NOM-CTRL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CTRL.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  CTRL-FILE.
       01  CTRL-REC                PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-CTRL          PIC XX VALUE "00".
           77  WS-NOM-CTRL         PIC X(40) VALUE SPACES.
           77  WS-AUJOURDHUI       PIC 9(8) VALUE 0.
           77  WS-P-DEB            PIC 9(8) VALUE 0.
           77  WS-P-FIN            PIC 9(8) VALUE 0.
           77  WS-INT-JOUR         PIC 9(7) VALUE 0.
      * The flights read: the period, widened to the full periods
      * of the invoices found in it so their totals are complete.
           77  WS-V-DEB            PIC 9(8) VALUE 0.
           77  WS-V-FIN            PIC 9(8) VALUE 0.
           77  WS-DANS-PERIODE     PIC X VALUE "N".
               88  WS-VOL-DANS-PERIODE VALUE "O".

      * Pricing, as F9.
           77  TARIF-DEFAUT        PIC 9(3) VALUE 15.
           77  WS-TAUX-HORAIRE     PIC 9(3).
           77  WS-TAXE-ATTER       PIC 9(3)V99 VALUE 2.
           77  WS-TOLERANCE        PIC 9(3)V99 VALUE 0.05.
           77  WS-TOL-COUR         PIC 9(5)V99 VALUE 0.

      * The flight's rates: the right one, the other rate of the
      * same band, and the same rate in the band before it.
           77  WS-CT-TAUX          PIC 9(3) VALUE 0.
           77  WS-CT-TAUX-INV      PIC 9(3) VALUE 0.
           77  WS-CT-TAUX-PREC     PIC 9(3) VALUE 0.
           77  WS-CT-TAUX-V        PIC 9(3) VALUE 0.
           77  WS-DER-LU           PIC X VALUE "N".
           77  WS-DER-SOLO         PIC 9(3) VALUE 0.
           77  WS-DER-INSTR        PIC 9(3) VALUE 0.
           77  WS-CT-HEURES        PIC 9(5)V9 VALUE 0.
           77  WS-CT-HT            PIC S9(7)V99 VALUE 0.
           77  WS-CT-TVA           PIC S9(7)V99 VALUE 0.
           77  WS-CT-IX            PIC S9(6)V99 VALUE 0.
           77  WS-CT-IX-TVA        PIC S9(6)V99 VALUE 0.
           77  WS-CT-TTC           PIC S9(7)V99 VALUE 0.
      * The flight's TTC, right and under each usual fault.
           77  WS-TTC-JUSTE        PIC S9(7)V99 VALUE 0.
           77  WS-TTC-INVERSE      PIC S9(7)V99 VALUE 0.
           77  WS-TTC-BANDE        PIC S9(7)V99 VALUE 0.
           77  WS-TTC-HEURES       PIC S9(7)V99 VALUE 0.

      * Cause finding: the amount recorded, the right amount and
      * the amount under each fault (carte: flights on a carte).
           77  WS-K-CONSTATE       PIC S9(8)V99 VALUE 0.
           77  WS-K-JUSTE          PIC S9(8)V99 VALUE 0.
           77  WS-K-CARTE          PIC S9(8)V99 VALUE 0.
           77  WS-K-INVERSE        PIC S9(8)V99 VALUE 0.
           77  WS-K-BANDE          PIC S9(8)V99 VALUE 0.
           77  WS-K-HEURES         PIC S9(8)V99 VALUE 0.
           77  WS-K-INSTR          PIC X VALUE "N".
           77  WS-ECART-A          PIC S9(8)V99 VALUE 0.
           77  WS-ECART-B          PIC S9(8)V99 VALUE 0.
           77  WS-ECART            PIC S9(8)V99 VALUE 0.
           77  WS-ECART-OK         PIC X VALUE "N".
               88  WS-EGAUX            VALUE "O".

      * One discrepancy line.
           77  WS-EC-OBJET         PIC X(16) VALUE SPACES.
           77  WS-EC-COMPTE        PIC 9(6) VALUE 0.
           77  WS-EC-CAUSE         PIC X(10) VALUE SPACES.
           77  WS-EC-LIBELLE       PIC X(44) VALUE SPACES.
           77  WS-EC-CONSTATE      PIC S9(8)V99 VALUE 0.
           77  WS-EC-ATTENDU       PIC S9(8)V99 VALUE 0.
           77  WS-EC-CORRECTION    PIC X(70) VALUE SPACES.
           77  WS-ED-CONSTATE      PIC -(7)9.99.
           77  WS-ED-ATTENDU       PIC -(7)9.99.
           77  WS-ED-NB            PIC ZZZZ9.

      * Flight invoices of the register overlapping the period.
           01  FFACT.
               02  FACT-R OCCURS 500.
                   03  IV-NUMERO       PIC 9(6).
                   03  IV-COMPTE       PIC 9(6).
                   03  IV-DEB          PIC 9(8).
                   03  IV-FIN          PIC 9(8).
                   03  IV-MONTANT      PIC S9(8)V99.
                   03  IV-NBVOLS       PIC 9(3).
                   03  IV-NBCARTE      PIC 9(3).
                   03  IV-ATTENDU      PIC S9(8)V99.
                   03  IV-ATT-CARTE    PIC S9(8)V99.
                   03  IV-ATT-INVERSE  PIC S9(8)V99.
                   03  IV-ATT-BANDE    PIC S9(8)V99.
                   03  IV-ATT-HEURES   PIC S9(8)V99.
                   03  IV-MVT          PIC S9(8)V99.
                   03  IV-NBMVT        PIC 9(3).
           77  NB-FACT             PIC 9(3) VALUE 0.
           77  WS-IV-IDX           PIC 9(3) VALUE 0.
           77  WS-IV-TROUVE        PIC 9(3) VALUE 0.
           77  WS-AAMMJJ           PIC 9(6) VALUE 0.
           77  WS-FN-DEB           PIC 9(8) VALUE 0.
           77  WS-FN-FIN           PIC 9(8) VALUE 0.
           77  WS-NB-GLOBALES      PIC 9(5) VALUE 0.

      * Shared-cost flights of the period and the share each
      * account should carry.
           01  FPART.
               02  PART-R OCCURS 300.
                   03  SH-NUMVOL       PIC 9(6).
                   03  SH-NB           PIC 9.
                   03  SH-L OCCURS 5.
                       04  SH-NUMPIL       PIC 9(6).
                       04  SH-ATTENDU      PIC S9(6)V99.
                       04  SH-TROUVE       PIC S9(6)V99.
           77  NB-PART             PIC 9(3) VALUE 0.
           77  WS-SH-IDX           PIC 9(3) VALUE 0.
           77  WS-SH-L             PIC 9 VALUE 0.
           77  WS-SH-TROUVE        PIC 9 VALUE 0.
           77  WS-COP-IDX          PIC 9 VALUE 0.
           77  WS-PART-MONTANT     PIC S9(6)V99 VALUE 0.
           77  WS-PART-CUMUL       PIC S9(6)V99 VALUE 0.

           77  WS-NB-VOLS          PIC 9(5) VALUE 0.
           77  WS-NB-ECARTS        PIC 9(5) VALUE 0.
           77  WS-CARTE-OK         PIC X VALUE "N".

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           MOVE WS-CURR-DATE TO WS-AUJOURDHUI.
           PERFORM SAISIE-PERIODE.
           PERFORM CHARGE-PARAMS.
           MOVE SPACES TO WS-NOM-CTRL.
           STRING "CONTROLE_TARIF_" WS-P-DEB "_" WS-P-FIN ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-CTRL.
           OPEN OUTPUT CTRL-FILE.
           PERFORM ECRIT-ENTETE.
           PERFORM CHARGE-FACTURES.
           PERFORM BALAYE-VOLS.
           PERFORM BALAYE-MOUVEMENTS.
           PERFORM CONTROLE-FACTURES.
           PERFORM CONTROLE-PARTS.
           PERFORM ECRIT-SYNTHESE.
           CLOSE CTRL-FILE.
           MOVE "CTRLTARF" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           STRING WS-P-DEB "-" WS-P-FIN(5:4)
               DELIMITED BY SIZE INTO WS-RPT-PERIODE.
           MOVE WS-NOM-CTRL TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Controle tarification : " WS-NB-VOLS " vol(s), "
               NB-FACT " facture(s), " WS-NB-ECARTS " ecart(s) - "
               WS-NOM-CTRL.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

      * Period: start and end dates, by default the month that
      * just ended (the one F9 bills).
       SAISIE-PERIODE.
           DISPLAY "Controle de la tarification des vols factures".
           DISPLAY "Date de debut (AAAAMMJJ, vide = mois precedent) : "
               NO ADVANCING.
           ACCEPT WS-P-DEB.
           DISPLAY "Date de fin (AAAAMMJJ, vide = fin du mois "
               "precedent) : " NO ADVANCING.
           ACCEPT WS-P-FIN.
           IF WS-P-FIN NOT NUMERIC OR WS-P-FIN = 0
               MOVE WS-AUJOURDHUI TO WS-P-FIN
               MOVE "01" TO WS-P-FIN(7:2)
               COMPUTE WS-INT-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-P-FIN) - 1
               COMPUTE WS-P-FIN = FUNCTION DATE-OF-INTEGER(WS-INT-JOUR)
           END-IF.
           IF WS-P-DEB NOT NUMERIC OR WS-P-DEB = 0
               MOVE WS-P-FIN TO WS-P-DEB
               MOVE "01" TO WS-P-DEB(7:2)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-P-DEB) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-P-FIN) NOT = 0
               DISPLAY "Date invalide - controle refuse."
               STOP RUN
           END-IF.
           IF WS-P-FIN < WS-P-DEB
               DISPLAY "Periode vide - controle refuse."
               STOP RUN
           END-IF.
           MOVE WS-P-DEB TO WS-V-DEB.
           MOVE WS-P-FIN TO WS-V-FIN.

       CHARGE-PARAMS.
           MOVE "TAXE-ATTER" TO WS-PARAM-CODE.
           MOVE 2 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TAXE-ATTER.
           MOVE "TARIF-DEFAUT" TO WS-PARAM-CODE.
           MOVE 15 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO TARIF-DEFAUT.
           MOVE "TVA-DEFAUT" TO WS-PARAM-CODE.
           MOVE 20 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TVA-DEFAUT.
           MOVE "CTRL-TOLER" TO WS-PARAM-CODE.
           MOVE 0.05 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-TOLERANCE.

       ECRIT-ENTETE.
           MOVE SPACES TO CTRL-REC.
           STRING "Controle de tarification des vols factures du "
               WS-P-DEB " au " WS-P-FIN " - edite le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE SPACES TO CTRL-REC.
           STRING "Objet            Compte Cause      Constat"
               "          Enregistre     Recalcule"
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE ALL "-" TO CTRL-REC.
           WRITE CTRL-REC.

      * Issued (not cancelled) invoices whose period is a flight
      * billing period "AAMMJJ-AAMMJJ" overlapping the one checked;
      * the flight scan is widened to cover each of them whole.
       CHARGE-FACTURES.
           MOVE 0 TO NB-FACT.
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
                           IF FN-EMISE
                              AND FN-PERIODE(7:1) = "-"
                              AND FN-PERIODE(1:6) IS NUMERIC
                              AND FN-PERIODE(8:6) IS NUMERIC
                               PERFORM NOTE-FACTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTNUM-FILE
           END-IF.

       NOTE-FACTURE.
           MOVE FN-PERIODE(1:6) TO WS-AAMMJJ.
           COMPUTE WS-FN-DEB = 20000000 + WS-AAMMJJ.
           MOVE FN-PERIODE(8:6) TO WS-AAMMJJ.
           COMPUTE WS-FN-FIN = 20000000 + WS-AAMMJJ.
           IF WS-FN-DEB NOT > WS-P-FIN AND WS-FN-FIN NOT < WS-P-DEB
               IF FN-NUMPIL = 0
                   ADD 1 TO WS-NB-GLOBALES
               ELSE
                   IF NB-FACT = 500
                       DISPLAY "Plus de 500 factures dans la periode"
                           " - reduire la periode."
                       STOP RUN
                   END-IF
                   ADD 1 TO NB-FACT
                   INITIALIZE FACT-R(NB-FACT)
                   MOVE FN-NUMERO TO IV-NUMERO(NB-FACT)
                   MOVE FN-NUMPIL TO IV-COMPTE(NB-FACT)
                   MOVE WS-FN-DEB TO IV-DEB(NB-FACT)
                   MOVE WS-FN-FIN TO IV-FIN(NB-FACT)
                   MOVE FN-MONTANT TO IV-MONTANT(NB-FACT)
                   IF IV-DEB(NB-FACT) < WS-V-DEB
                       MOVE IV-DEB(NB-FACT) TO WS-V-DEB
                   END-IF
                   IF IV-FIN(NB-FACT) > WS-V-FIN
                       MOVE IV-FIN(NB-FACT) TO WS-V-FIN
                   END-IF
               END-IF
           END-IF.

      * Closed, settled member flights: club flights are never
      * billed and a discovery flight is billed to its passenger.
       BALAYE-VOLS.
           MOVE 0 TO WS-NB-VOLS.
           OPEN INPUT VOL-FILE.
           OPEN INPUT AVION-FILE.
           OPEN INPUT TARIF-FILE.
           IF WS-FS-VOL = "00"
               MOVE LOW-VALUES TO VL-NUMVOL
               START VOL-FILE KEY IS NOT LESS THAN VL-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
               PERFORM UNTIL WS-FS-VOL = "10"
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           IF VL-TERMINE AND VL-EST-PAYE
                              AND NOT VL-PAYE-CLUB
                              AND NOT VL-NON-FACTURABLE
                              AND VL-ID-PASSAGER = 0
                              AND VL-DATEDEP NOT < WS-V-DEB
                              AND VL-DATEDEP NOT > WS-V-FIN
                               PERFORM CONTROLE-VOL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VOL-FILE.
           CLOSE AVION-FILE.
           CLOSE TARIF-FILE.

       CONTROLE-VOL.
           MOVE "N" TO WS-DANS-PERIODE.
           IF VL-DATEDEP NOT < WS-P-DEB AND VL-DATEDEP NOT > WS-P-FIN
               MOVE "O" TO WS-DANS-PERIODE
               ADD 1 TO WS-NB-VOLS
           END-IF.
           PERFORM PRIX-VOL.
           EVALUATE TRUE
               WHEN VL-PAYE-CARTE
                   PERFORM CONTROLE-CARTE
               WHEN VL-COUTVOL > 0
                   IF WS-VOL-DANS-PERIODE
                       PERFORM CONTROLE-PARTAGE
                   END-IF
               WHEN OTHER
                   PERFORM IMPUTE-VOL-FACTURE
           END-EVALUATE.

      * The flight's TTC as F9 bills it (line VAT rounded, index
      * line on top), then the same under each usual fault.
       PRIX-VOL.
           MOVE VL-CODAV TO AV-CODAV.
           PERFORM CHARGE-TARIF-VOL.
           PERFORM CHARGE-HEURES-FACT.
           PERFORM CHERCHE-VARIANTES.
           MOVE WS-NBH-FACTURE TO WS-IX-HEURES.
           PERFORM CALCULE-INDEX-VOL.
           MOVE WS-NBH-FACTURE TO WS-CT-HEURES.
           MOVE WS-IX-MONTANT TO WS-CT-IX.
           MOVE WS-CT-TAUX TO WS-CT-TAUX-V.
           PERFORM PRIX-VARIANTE.
           MOVE WS-CT-TTC TO WS-TTC-JUSTE.
           MOVE WS-CT-TAUX-INV TO WS-CT-TAUX-V.
           PERFORM PRIX-VARIANTE.
           MOVE WS-CT-TTC TO WS-TTC-INVERSE.
           MOVE WS-CT-TAUX-PREC TO WS-CT-TAUX-V.
           PERFORM PRIX-VARIANTE.
           MOVE WS-CT-TTC TO WS-TTC-BANDE.
           MOVE VL-NBHVOL TO WS-CT-HEURES.
           COMPUTE WS-CT-IX ROUNDED = WS-IX-PAR-HEURE * VL-NBHVOL.
           MOVE WS-CT-TAUX TO WS-CT-TAUX-V.
           PERFORM PRIX-VARIANTE.
           MOVE WS-CT-TTC TO WS-TTC-HEURES.

       PRIX-VARIANTE.
           COMPUTE WS-CT-HT = WS-CT-HEURES * WS-CT-TAUX-V
               + VL-NB-ATTER * WS-TAXE-ATTER.
           COMPUTE WS-CT-TVA ROUNDED = WS-CT-HT * WS-TAUX-TVA / 100.
           COMPUTE WS-CT-IX-TVA ROUNDED =
               WS-CT-IX * WS-TAUX-TVA / 100.
           COMPUTE WS-CT-TTC = WS-CT-HT + WS-CT-TVA
               + WS-CT-IX + WS-CT-IX-TVA.

      * Same band walk as CHERCHE-TARIF-BANDE, keeping the other
      * rate of the band in force and this flight's rate in the
      * band read just before it. With no such band each fault
      * price equals the right one and is never retained.
       CHERCHE-VARIANTES.
           MOVE WS-TAUX-HORAIRE TO WS-CT-TAUX.
           MOVE WS-TAUX-HORAIRE TO WS-CT-TAUX-INV.
           MOVE WS-TAUX-HORAIRE TO WS-CT-TAUX-PREC.
           MOVE "N" TO WS-DER-LU.
           IF WS-FS-AVION = "00" AND WS-FS-TARIF = "00"
               MOVE VL-CODAV TO AV-CODAV
               READ AVION-FILE
                   INVALID KEY
                       MOVE "23" TO WS-FS-TARIF
                   NOT INVALID KEY
                       MOVE AV-CODTYP TO TR-CODTYP
                       MOVE LOW-VALUES TO TR-VALID-DU
                       START TARIF-FILE KEY IS NOT LESS THAN TR-CLE
                           INVALID KEY MOVE "23" TO WS-FS-TARIF
                       END-START
               END-READ
               PERFORM UNTIL WS-FS-TARIF NOT = "00"
                   READ TARIF-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-TARIF
                       NOT AT END
                           IF TR-CODTYP NOT = AV-CODTYP
                               MOVE "10" TO WS-FS-TARIF
                           ELSE
                               PERFORM NOTE-BANDE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-TARIF
           END-IF.

       NOTE-BANDE.
           IF TR-VALID-DU NOT > VL-DATEDEP
              AND (TR-VALID-AU = 0 OR TR-VALID-AU NOT < VL-DATEDEP)
               IF VL-VOL-INSTRUCTION
                   MOVE TR-TAUX-SOLO TO WS-CT-TAUX-INV
                   IF WS-DER-LU = "O"
                       MOVE WS-DER-INSTR TO WS-CT-TAUX-PREC
                   END-IF
               ELSE
                   MOVE TR-TAUX-INSTR TO WS-CT-TAUX-INV
                   IF WS-DER-LU = "O"
                       MOVE WS-DER-SOLO TO WS-CT-TAUX-PREC
                   END-IF
               END-IF
           END-IF.
           MOVE TR-TAUX-SOLO TO WS-DER-SOLO.
           MOVE TR-TAUX-INSTR TO WS-DER-INSTR.
           MOVE "O" TO WS-DER-LU.

      * The account F9 charged (the payer link in force on the
      * flight's date, the pilot otherwise) and its invoice whose
      * period holds the flight.
       CHERCHE-FACTURE-VOL.
           MOVE VL-NUMPIL TO WS-PAY-PILOTE.
           MOVE VL-DATEDEP TO WS-PAY-DATE.
           PERFORM RESOUT-PAYEUR.
           MOVE 0 TO WS-IV-TROUVE.
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > NB-FACT OR WS-IV-TROUVE > 0
               IF IV-COMPTE(WS-IV-IDX) = WS-PAY-ID
                  AND VL-DATEDEP NOT < IV-DEB(WS-IV-IDX)
                  AND VL-DATEDEP NOT > IV-FIN(WS-IV-IDX)
                   MOVE WS-IV-IDX TO WS-IV-TROUVE
               END-IF
           END-PERFORM.

      * A flight settled through F7/F9 goes to its invoice; a
      * settled flight of the period no invoice holds is listed.
       IMPUTE-VOL-FACTURE.
           PERFORM CHERCHE-FACTURE-VOL.
           IF WS-IV-TROUVE > 0
               MOVE WS-IV-TROUVE TO WS-IV-IDX
               ADD 1 TO IV-NBVOLS(WS-IV-IDX)
               ADD WS-TTC-JUSTE TO IV-ATTENDU(WS-IV-IDX)
               ADD WS-TTC-INVERSE TO IV-ATT-INVERSE(WS-IV-IDX)
               ADD WS-TTC-BANDE TO IV-ATT-BANDE(WS-IV-IDX)
               ADD WS-TTC-HEURES TO IV-ATT-HEURES(WS-IV-IDX)
           ELSE
               IF WS-VOL-DANS-PERIODE
                   MOVE SPACES TO WS-EC-OBJET
                   STRING "Vol " VL-NUMVOL DELIMITED BY SIZE
                       INTO WS-EC-OBJET
                   MOVE WS-PAY-ID TO WS-EC-COMPTE
                   MOVE "SANS-FACT" TO WS-EC-CAUSE
                   MOVE "vol regle sans facture au registre"
                       TO WS-EC-LIBELLE
                   MOVE 0 TO WS-EC-CONSTATE
                   MOVE WS-TTC-JUSTE TO WS-EC-ATTENDU
                   MOVE "verifier le reglement F7 ; facturer le vol"
                       TO WS-EC-CORRECTION
                   PERFORM ECRIT-ECART
               END-IF
           END-IF.

      * A carte flight needs a carte behind it, and must not sit
      * on an invoice as well: its price is kept apart on the
      * invoice for the cause finding.
       CONTROLE-CARTE.
           IF WS-VOL-DANS-PERIODE
               MOVE "N" TO WS-CARTE-OK
               OPEN INPUT CARTE-FILE
               IF WS-FS-CARTE = "00"
                   MOVE VL-NUMPIL TO CH-NUMPIL
                   MOVE LOW-VALUES TO CH-NUMCARTE
                   START CARTE-FILE KEY IS NOT LESS THAN CH-CLE
                       INVALID KEY MOVE "23" TO WS-FS-CARTE
                   END-START
                   IF WS-FS-CARTE = "00"
                       READ CARTE-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF CH-NUMPIL = VL-NUMPIL
                                   MOVE "O" TO WS-CARTE-OK
                               END-IF
                       END-READ
                   END-IF
                   CLOSE CARTE-FILE
               END-IF
               IF WS-CARTE-OK NOT = "O"
                   MOVE SPACES TO WS-EC-OBJET
                   STRING "Vol " VL-NUMVOL DELIMITED BY SIZE
                       INTO WS-EC-OBJET
                   MOVE VL-NUMPIL TO WS-EC-COMPTE
                   MOVE "CARTE-ABS" TO WS-EC-CAUSE
                   MOVE "regle sur carte, le pilote n'en a aucune"
                       TO WS-EC-LIBELLE
                   MOVE 0 TO WS-EC-CONSTATE
                   MOVE WS-TTC-JUSTE TO WS-EC-ATTENDU
                   MOVE "facturer le vol (F7) ou enregistrer la carte"
                       TO WS-EC-CORRECTION
                   PERFORM ECRIT-ECART
               END-IF
           END-IF.
           PERFORM CHERCHE-FACTURE-VOL.
           IF WS-IV-TROUVE > 0
               MOVE WS-IV-TROUVE TO WS-IV-IDX
               ADD 1 TO IV-NBCARTE(WS-IV-IDX)
               ADD WS-TTC-JUSTE TO IV-ATT-CARTE(WS-IV-IDX)
           END-IF.

      * Shared-cost flight: F2's total against the re-price, then
      * the shares each account should have been debited.
       CONTROLE-PARTAGE.
           MOVE VL-COUTVOL TO WS-K-CONSTATE.
           MOVE WS-TTC-JUSTE TO WS-K-JUSTE.
           MOVE WS-TTC-JUSTE TO WS-K-CARTE.
           MOVE WS-TTC-INVERSE TO WS-K-INVERSE.
           MOVE WS-TTC-BANDE TO WS-K-BANDE.
           MOVE WS-TTC-HEURES TO WS-K-HEURES.
           MOVE "N" TO WS-K-INSTR.
           IF VL-VOL-INSTRUCTION
               MOVE "O" TO WS-K-INSTR
           END-IF.
           MOVE WS-TOLERANCE TO WS-TOL-COUR.
           MOVE WS-K-CONSTATE TO WS-ECART-A.
           MOVE WS-K-JUSTE TO WS-ECART-B.
           PERFORM TESTE-ECART.
           IF NOT WS-EGAUX
               PERFORM CHERCHE-CAUSE
               MOVE SPACES TO WS-EC-OBJET
               STRING "Vol partage " VL-NUMVOL DELIMITED BY SIZE
                   INTO WS-EC-OBJET
               MOVE VL-NUMPIL TO WS-EC-COMPTE
               MOVE WS-K-CONSTATE TO WS-EC-CONSTATE
               MOVE WS-K-JUSTE TO WS-EC-ATTENDU
               MOVE "regulariser le solde des co-payeurs par avoir F36"
                   TO WS-EC-CORRECTION
               PERFORM ECRIT-ECART
           END-IF.
           IF NB-PART = 300
               DISPLAY "Plus de 300 vols partages dans la periode"
                   " - reduire la periode."
               STOP RUN
           END-IF.
           ADD 1 TO NB-PART.
           INITIALIZE PART-R(NB-PART).
           MOVE VL-NUMVOL TO SH-NUMVOL(NB-PART).
           MOVE 0 TO WS-PART-CUMUL.
           PERFORM VARYING WS-COP-IDX FROM 1 BY 1
                   UNTIL WS-COP-IDX > VL-NB-COPAYEURS
                      OR WS-COP-IDX > 3
               COMPUTE WS-PART-MONTANT ROUNDED =
                   VL-COUTVOL * VL-COP-PCT(WS-COP-IDX) / 100
               ADD WS-PART-MONTANT TO WS-PART-CUMUL
               MOVE VL-COP-NUMPIL(WS-COP-IDX) TO WS-PAY-PILOTE
               PERFORM NOTE-PART
           END-PERFORM.
           COMPUTE WS-PART-MONTANT = VL-COUTVOL - WS-PART-CUMUL.
           IF WS-PART-MONTANT > 0
               MOVE VL-NUMPIL TO WS-PAY-PILOTE
               PERFORM NOTE-PART
           END-IF.

      * A co-payer named twice carries both shares on one line.
       NOTE-PART.
           MOVE 0 TO WS-SH-TROUVE.
           PERFORM VARYING WS-SH-L FROM 1 BY 1
                   UNTIL WS-SH-L > SH-NB(NB-PART) OR WS-SH-TROUVE > 0
               IF SH-NUMPIL(NB-PART, WS-SH-L) = WS-PAY-PILOTE
                   MOVE WS-SH-L TO WS-SH-TROUVE
               END-IF
           END-PERFORM.
           IF WS-SH-TROUVE = 0 AND SH-NB(NB-PART) < 5
               ADD 1 TO SH-NB(NB-PART)
               MOVE SH-NB(NB-PART) TO WS-SH-TROUVE
               MOVE WS-PAY-PILOTE TO SH-NUMPIL(NB-PART, WS-SH-TROUVE)
           END-IF.
           IF WS-SH-TROUVE > 0
               ADD WS-PART-MONTANT
                   TO SH-ATTENDU(NB-PART, WS-SH-TROUVE)
           END-IF.

      * F9's "FACTURE" movements by invoice number, F2's
      * "PARTAGE" movements (debits, negative) by flight.
       BALAYE-MOUVEMENTS.
           OPEN INPUT MVT-FILE.
           IF WS-FS-MVT = "00"
               MOVE LOW-VALUES TO MV-ID
               START MVT-FILE KEY IS NOT LESS THAN MV-ID
                   INVALID KEY MOVE "10" TO WS-FS-MVT
               END-START
               PERFORM UNTIL WS-FS-MVT = "10"
                   READ MVT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-MVT
                       NOT AT END
                           EVALUATE MV-TYPE
                               WHEN "FACTURE"
                                   PERFORM NOTE-MVT-FACTURE
                               WHEN "PARTAGE"
                                   PERFORM NOTE-MVT-PARTAGE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE MVT-FILE
           END-IF.

       NOTE-MVT-FACTURE.
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > NB-FACT
               IF IV-NUMERO(WS-IV-IDX) = MV-REFERENCE
                   ADD MV-MONTANT TO IV-MVT(WS-IV-IDX)
                   ADD 1 TO IV-NBMVT(WS-IV-IDX)
               END-IF
           END-PERFORM.

       NOTE-MVT-PARTAGE.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > NB-PART
               IF SH-NUMVOL(WS-SH-IDX) = MV-REFERENCE
                   PERFORM NOTE-MVT-PART
               END-IF
           END-PERFORM.

      * A movement on an account with no expected share gets a
      * line of its own (nothing expected) while there is room.
       NOTE-MVT-PART.
           MOVE 0 TO WS-SH-TROUVE.
           PERFORM VARYING WS-SH-L FROM 1 BY 1
                   UNTIL WS-SH-L > SH-NB(WS-SH-IDX)
                      OR WS-SH-TROUVE > 0
               IF SH-NUMPIL(WS-SH-IDX, WS-SH-L) = MV-NUMPIL
                   MOVE WS-SH-L TO WS-SH-TROUVE
               END-IF
           END-PERFORM.
           IF WS-SH-TROUVE = 0 AND SH-NB(WS-SH-IDX) < 5
               ADD 1 TO SH-NB(WS-SH-IDX)
               MOVE SH-NB(WS-SH-IDX) TO WS-SH-TROUVE
               MOVE MV-NUMPIL TO SH-NUMPIL(WS-SH-IDX, WS-SH-TROUVE)
           END-IF.
           IF WS-SH-TROUVE > 0
               SUBTRACT MV-MONTANT
                   FROM SH-TROUVE(WS-SH-IDX, WS-SH-TROUVE)
           END-IF.

      * Each invoice: its register amount against the re-priced
      * flights it holds, then against its FACTURE movement.
       CONTROLE-FACTURES.
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > NB-FACT
               PERFORM CONTROLE-FACTURE
           END-PERFORM.

       CONTROLE-FACTURE.
           MOVE SPACES TO WS-EC-OBJET.
           STRING "Facture " IV-NUMERO(WS-IV-IDX) DELIMITED BY SIZE
               INTO WS-EC-OBJET.
           MOVE IV-COMPTE(WS-IV-IDX) TO WS-EC-COMPTE.
           COMPUTE WS-TOL-COUR = WS-TOLERANCE
               * (IV-NBVOLS(WS-IV-IDX) + IV-NBCARTE(WS-IV-IDX) + 1).
           IF IV-NBVOLS(WS-IV-IDX) = 0 AND IV-NBCARTE(WS-IV-IDX) = 0
               MOVE "FACT-VIDE" TO WS-EC-CAUSE
               MOVE "aucun vol regle retrouve pour cette facture"
                   TO WS-EC-LIBELLE
               MOVE IV-MONTANT(WS-IV-IDX) TO WS-EC-CONSTATE
               MOVE 0 TO WS-EC-ATTENDU
               MOVE "verifier les vols de la periode ; avoir F36"
                   TO WS-EC-CORRECTION
               PERFORM ECRIT-ECART
           ELSE
               MOVE IV-MONTANT(WS-IV-IDX) TO WS-K-CONSTATE
               MOVE IV-ATTENDU(WS-IV-IDX) TO WS-K-JUSTE
               COMPUTE WS-K-CARTE = IV-ATTENDU(WS-IV-IDX)
                   + IV-ATT-CARTE(WS-IV-IDX)
               MOVE IV-ATT-INVERSE(WS-IV-IDX) TO WS-K-INVERSE
               MOVE IV-ATT-BANDE(WS-IV-IDX) TO WS-K-BANDE
               MOVE IV-ATT-HEURES(WS-IV-IDX) TO WS-K-HEURES
               MOVE "*" TO WS-K-INSTR
               MOVE WS-K-CONSTATE TO WS-ECART-A
               MOVE WS-K-JUSTE TO WS-ECART-B
               PERFORM TESTE-ECART
               IF NOT WS-EGAUX
                   PERFORM CHERCHE-CAUSE
                   MOVE WS-K-CONSTATE TO WS-EC-CONSTATE
                   MOVE WS-K-JUSTE TO WS-EC-ATTENDU
                   MOVE "avoir F36, puis refacturer le montant juste"
                       TO WS-EC-CORRECTION
                   PERFORM ECRIT-ECART
               END-IF
           END-IF.
           MOVE IV-MONTANT(WS-IV-IDX) TO WS-EC-CONSTATE.
           MOVE IV-MVT(WS-IV-IDX) TO WS-EC-ATTENDU.
           EVALUATE TRUE
               WHEN IV-NBMVT(WS-IV-IDX) = 0
                   MOVE "MVT-ABSENT" TO WS-EC-CAUSE
                   MOVE "aucun mouvement FACTURE au compte"
                       TO WS-EC-LIBELLE
                   MOVE "normal si facture F7 (PAIEMENT) ; sinon F10"
                       TO WS-EC-CORRECTION
                   PERFORM ECRIT-ECART
               WHEN IV-NBMVT(WS-IV-IDX) > 1
                   MOVE "MVT-DOUBLE" TO WS-EC-CAUSE
                   MOVE "facture portee plusieurs fois au compte"
                       TO WS-EC-LIBELLE
                   MOVE "controler le solde (F10), avoir F36"
                       TO WS-EC-CORRECTION
                   PERFORM ECRIT-ECART
               WHEN OTHER
                   MOVE WS-TOLERANCE TO WS-TOL-COUR
                   MOVE IV-MONTANT(WS-IV-IDX) TO WS-ECART-A
                   MOVE IV-MVT(WS-IV-IDX) TO WS-ECART-B
                   PERFORM TESTE-ECART
                   IF NOT WS-EGAUX
                       MOVE "MVT-MONT" TO WS-EC-CAUSE
                       MOVE "mouvement FACTURE different du registre"
                           TO WS-EC-LIBELLE
                       MOVE "controler le solde (F10), avoir F36"
                           TO WS-EC-CORRECTION
                       PERFORM ECRIT-ECART
                   END-IF
           END-EVALUATE.

      * Shares against the PARTAGE movements found.
       CONTROLE-PARTS.
           MOVE WS-TOLERANCE TO WS-TOL-COUR.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > NB-PART
               PERFORM VARYING WS-SH-L FROM 1 BY 1
                       UNTIL WS-SH-L > SH-NB(WS-SH-IDX)
                   PERFORM CONTROLE-PART
               END-PERFORM
           END-PERFORM.

       CONTROLE-PART.
           MOVE SH-TROUVE(WS-SH-IDX, WS-SH-L) TO WS-ECART-A.
           MOVE SH-ATTENDU(WS-SH-IDX, WS-SH-L) TO WS-ECART-B.
           PERFORM TESTE-ECART.
           IF NOT WS-EGAUX
               MOVE SPACES TO WS-EC-OBJET
               STRING "Vol partage " SH-NUMVOL(WS-SH-IDX)
                   DELIMITED BY SIZE INTO WS-EC-OBJET
               MOVE SH-NUMPIL(WS-SH-IDX, WS-SH-L) TO WS-EC-COMPTE
               MOVE "PART-CPTE" TO WS-EC-CAUSE
               IF SH-TROUVE(WS-SH-IDX, WS-SH-L) = 0
                   MOVE "part non portee au compte (aucun mouvement)"
                       TO WS-EC-LIBELLE
               ELSE
                   MOVE "part debitee differente de la part due"
                       TO WS-EC-LIBELLE
               END-IF
               MOVE WS-ECART-A TO WS-EC-CONSTATE
               MOVE WS-ECART-B TO WS-EC-ATTENDU
               MOVE "regulariser le compte du co-payeur par avoir F36"
                   TO WS-EC-CORRECTION
               PERFORM ECRIT-ECART
           END-IF.

      * Within the current tolerance, either way.
       TESTE-ECART.
           COMPUTE WS-ECART = WS-ECART-A - WS-ECART-B.
           MOVE "O" TO WS-ECART-OK.
           IF WS-ECART > WS-TOL-COUR OR WS-ECART < 0 - WS-TOL-COUR
               MOVE "N" TO WS-ECART-OK
           END-IF.

      * The usual faults, tried in turn against the amount
      * recorded; a fault price equal to the right one proves
      * nothing and is passed over.
       CHERCHE-CAUSE.
           MOVE "NON-EXPL" TO WS-EC-CAUSE.
           MOVE "ecart non explique - reprendre vol par vol"
               TO WS-EC-LIBELLE.
           MOVE WS-K-CARTE TO WS-ECART-A.
           MOVE WS-K-JUSTE TO WS-ECART-B.
           PERFORM TESTE-ECART.
           MOVE WS-K-CONSTATE TO WS-ECART-A.
           IF NOT WS-EGAUX
               MOVE WS-K-CARTE TO WS-ECART-B
               PERFORM TESTE-ECART
               IF WS-EGAUX
                   MOVE "CARTE-FACT" TO WS-EC-CAUSE
                   MOVE "vol(s) sur carte d'heures factures aussi"
                       TO WS-EC-LIBELLE
               END-IF
           END-IF.
           IF WS-EC-CAUSE = "NON-EXPL"
               PERFORM CAUSE-TARIF
           END-IF.

       CAUSE-TARIF.
           MOVE WS-K-BANDE TO WS-ECART-A.
           MOVE WS-K-JUSTE TO WS-ECART-B.
           PERFORM TESTE-ECART.
           MOVE WS-K-CONSTATE TO WS-ECART-A.
           MOVE WS-K-BANDE TO WS-ECART-B.
           IF NOT WS-EGAUX
               PERFORM TESTE-ECART
               IF WS-EGAUX
                   MOVE "ANC-BANDE" TO WS-EC-CAUSE
                   MOVE "tarif de la bande precedente (changement F37)"
                       TO WS-EC-LIBELLE
               END-IF
           END-IF.
           IF WS-EC-CAUSE = "NON-EXPL"
               MOVE WS-K-INVERSE TO WS-ECART-A
               MOVE WS-K-JUSTE TO WS-ECART-B
               PERFORM TESTE-ECART
               MOVE WS-K-CONSTATE TO WS-ECART-A
               MOVE WS-K-INVERSE TO WS-ECART-B
               IF NOT WS-EGAUX
                   PERFORM TESTE-ECART
                   IF WS-EGAUX
                       PERFORM LIBELLE-TAUX
                   END-IF
               END-IF
           END-IF.
           IF WS-EC-CAUSE = "NON-EXPL"
               MOVE WS-K-HEURES TO WS-ECART-A
               MOVE WS-K-JUSTE TO WS-ECART-B
               PERFORM TESTE-ECART
               MOVE WS-K-CONSTATE TO WS-ECART-A
               MOVE WS-K-HEURES TO WS-ECART-B
               IF NOT WS-EGAUX
                   PERFORM TESTE-ECART
                   IF WS-EGAUX
                       MOVE "HEURES" TO WS-EC-CAUSE
                       MOVE "heures volees, pas les heures facturables"
                           TO WS-EC-LIBELLE
                   END-IF
               END-IF
           END-IF.

       LIBELLE-TAUX.
           MOVE "TAUX" TO WS-EC-CAUSE.
           EVALUATE WS-K-INSTR
               WHEN "O"
                   MOVE "vol en double commande facture au taux solo"
                       TO WS-EC-LIBELLE
               WHEN "*"
                   MOVE "taux solo et instruction inverses"
                       TO WS-EC-LIBELLE
               WHEN OTHER
                   MOVE "vol solo facture au taux instruction"
                       TO WS-EC-LIBELLE
           END-EVALUATE.

       ECRIT-ECART.
           ADD 1 TO WS-NB-ECARTS.
           MOVE WS-EC-CONSTATE TO WS-ED-CONSTATE.
           MOVE WS-EC-ATTENDU TO WS-ED-ATTENDU.
           MOVE SPACES TO CTRL-REC.
           STRING WS-EC-OBJET " " WS-EC-COMPTE " " WS-EC-CAUSE " "
               WS-EC-LIBELLE " " WS-ED-CONSTATE " " WS-ED-ATTENDU
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE SPACES TO CTRL-REC.
           STRING "    -> " WS-EC-CORRECTION
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.

       ECRIT-SYNTHESE.
           MOVE ALL "-" TO CTRL-REC.
           WRITE CTRL-REC.
           MOVE WS-NB-VOLS TO WS-ED-NB.
           MOVE SPACES TO CTRL-REC.
           STRING "Vols regles controles : " WS-ED-NB
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE NB-FACT TO WS-ED-NB.
           MOVE SPACES TO CTRL-REC.
           STRING "Factures de vols controlees : " WS-ED-NB
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE NB-PART TO WS-ED-NB.
           MOVE SPACES TO CTRL-REC.
           STRING "Vols a frais partages controles : " WS-ED-NB
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE WS-NB-GLOBALES TO WS-ED-NB.
           MOVE SPACES TO CTRL-REC.
           STRING "Factures de flotte (sans compte) non controlees : "
               WS-ED-NB DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.
           MOVE WS-NB-ECARTS TO WS-ED-NB.
           MOVE SPACES TO CTRL-REC.
           STRING "Ecarts releves : " WS-ED-NB
               DELIMITED BY SIZE INTO CTRL-REC.
           WRITE CTRL-REC.

       ENREGISTRE-AUDIT.
           MOVE "F126"            TO WS-AUDIT-PROGRAMME.
           MOVE "CONTROLE-FACT"   TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "controle tarifs " WS-P-DEB "-" WS-P-FIN ", "
               WS-NB-VOLS " vol(s), " WS-NB-ECARTS " ecart(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "TARIF-PROC.cpy" IN TEMPLATE.

           COPY "PAYEUR-PROC.cpy" IN TEMPLATE.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F126.

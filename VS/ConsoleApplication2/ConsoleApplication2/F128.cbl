       IDENTIFICATION DIVISION.
       PROGRAM-ID. F128.

      * Facturation des clubs partenaires: under the reciprocal
      * agreements (CLUBPART.DAT, F127) a partner club's pilots fly
      * our aircraft as guests (PI-INVITE, F3 option G) and F2
      * closes their flights "P" instead of charging the pilot.
      * Once a month, for the month that just ended (F9's period),
      * this batch bills every such flight dated up to the end of
      * that month to the guest's club: one numbered invoice per
      * club on the legal register (FACTNUM.DAT, account 0, period
      * "CLUBnnnn AAMM"), listing the flights at the club's agreed
      * rate - CB-TAUX-INSTR or CB-TAUX-SOLO, our own tariff band
      * (TARIF-PROC) when the agreed rate is zero - on the billable
      * hours, plus the landing tax, VAT at the band's rate. The
      * flights go "F" in the same unit of work. Each club's block
      * ends with the settlement statement: hours and value flown
      * both ways for the month and the year to date - their pilots
      * on our aircraft (VOL.DAT) and ours on theirs (CLUBVOL.DAT,
      * at the club's own figure or CB-TAUX-RECIP) - and the net
      * balance. Output CLUBS_<AAAAMM>.TXT, catalogued as type
      * CLUBPART. A re-run finds the billed flights "F" and raises
      * no second invoice for them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT CLUBS-FILE ASSIGN TO WS-NOM-CLUBS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CLUBS.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  CLUBS-FILE.
       01  CLUBS-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-CLUBS         PIC XX VALUE "00".
           77  WS-NOM-CLUBS        PIC X(40) VALUE SPACES.
      * The month billed and the year it closes.
           77  WS-P-DEB            PIC 9(8) VALUE 0.
           77  WS-P-FIN            PIC 9(8) VALUE 0.
           77  WS-A-DEB            PIC 9(8) VALUE 0.
           77  WS-INT-JOUR         PIC 9(7) VALUE 0.

      * Pricing, as F9.
           77  TARIF-DEFAUT        PIC 9(3) VALUE 15.
           77  WS-TAUX-HORAIRE     PIC 9(3).
           77  WS-TAXE-ATTER       PIC 9(3)V99 VALUE 2.
           77  WS-VOL-TAUX         PIC 9(3) VALUE 0.
           77  WS-VOL-HT           PIC 9(7)V99 VALUE 0.
           77  WS-VOL-TVA          PIC 9(7)V99 VALUE 0.
           77  WS-VOL-TTC          PIC 9(7)V99 VALUE 0.
           77  WS-DATE-IN          PIC 9(8).
           77  WS-DATE-OUT         PIC X(10).

      * The guest pilots on file, with their club.
           01  FINVITE.
               02  INVITE-R OCCURS 500.
                   03  GT-NUMPIL       PIC 9(6).
                   03  GT-CLUB         PIC 9(4).
                   03  GT-NOM          PIC X(20).
           77  NB-INVITES          PIC 9(3) VALUE 0.
           77  WS-GT-IDX           PIC 9(3) VALUE 0.

      * The club in hand: its invoice, then the hours and values
      * exchanged - ICI their pilots on our aircraft, CHEZ ours on
      * theirs - for the month and the year to date.
           77  WS-CL-NBVOLS        PIC 9(5) VALUE 0.
           77  WS-CL-HT            PIC 9(8)V99 VALUE 0.
           77  WS-CL-TVA           PIC 9(8)V99 VALUE 0.
           77  WS-CL-TTC           PIC 9(8)V99 VALUE 0.
           77  WS-ICI-H-MOIS       PIC 9(5)V9 VALUE 0.
           77  WS-ICI-H-AN         PIC 9(5)V9 VALUE 0.
           77  WS-ICI-V-MOIS       PIC 9(8)V99 VALUE 0.
           77  WS-ICI-V-AN         PIC 9(8)V99 VALUE 0.
           77  WS-CHEZ-H-MOIS      PIC 9(5)V9 VALUE 0.
           77  WS-CHEZ-H-AN        PIC 9(5)V9 VALUE 0.
           77  WS-CHEZ-V-MOIS      PIC 9(8)V99 VALUE 0.
           77  WS-CHEZ-V-AN        PIC 9(8)V99 VALUE 0.
           77  WS-CHEZ-VALEUR      PIC 9(7)V99 VALUE 0.
           77  WS-SOLDE-MOIS       PIC S9(8)V99 VALUE 0.
           77  WS-SOLDE-AN         PIC S9(8)V99 VALUE 0.

      * Run totals.
           77  WS-NB-CLUBS         PIC 9(5) VALUE 0.
           77  WS-NB-FACTURES      PIC 9(5) VALUE 0.
           77  WS-NB-VOLS          PIC 9(5) VALUE 0.
           77  WS-TOT-TTC          PIC 9(8)V99 VALUE 0.

           77  WS-ED-H1            PIC ZZZZ9.9.
           77  WS-ED-H2            PIC ZZZZ9.9.
           77  WS-ED-V1            PIC -(7)9.99.
           77  WS-ED-V2            PIC -(7)9.99.
           77  WS-ED-MT            PIC Z(6)9.99.
           77  WS-ED-NB            PIC ZZZZ9.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM CHARGE-PARAMS.
           PERFORM CALCULE-PERIODE.
           MOVE SPACES TO WS-NOM-CLUBS.
           STRING "CLUBS_" WS-P-FIN(1:6) ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-CLUBS.
           OPEN OUTPUT CLUBS-FILE.
           PERFORM ECRIT-ENTETE.
           PERFORM CHARGE-INVITES.
           PERFORM BALAYE-CLUBS.
           PERFORM ECRIT-SYNTHESE.
           CLOSE CLUBS-FILE.
           MOVE "CLUBPART" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-P-FIN(1:6) TO WS-RPT-PERIODE.
           MOVE WS-NOM-CLUBS TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Clubs partenaires : " WS-NB-FACTURES
               " facture(s), " WS-NB-VOLS " vol(s) - " WS-NOM-CLUBS.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

      * The month that just ended, as F9: the day before this
      * month's 1st is its last day; the year to date runs from
      * the 1st of January of that month's year.
       CALCULE-PERIODE.
           MOVE WS-CURR-DATE TO WS-P-FIN.
           MOVE "01" TO WS-P-FIN(7:2).
           COMPUTE WS-INT-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-P-FIN) - 1.
           COMPUTE WS-P-FIN = FUNCTION DATE-OF-INTEGER(WS-INT-JOUR).
           MOVE WS-P-FIN TO WS-P-DEB.
           MOVE "01" TO WS-P-DEB(7:2).
           MOVE WS-P-FIN TO WS-A-DEB.
           MOVE "0101" TO WS-A-DEB(5:4).

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

       ECRIT-ENTETE.
           MOVE SPACES TO CLUBS-REC.
           STRING "Clubs partenaires - facturation et echanges du "
               WS-P-DEB " au " WS-P-FIN " - edite le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE SPACES TO CLUBS-REC.
           STRING "Aeroclub - SIRET 123 456 789 00012"
               " - TVA intracom. FR12 345678901"
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE ALL "=" TO CLUBS-REC.
           WRITE CLUBS-REC.

      * One pass over the roster for the guest flyers; each club
      * then only walks its own guests' flights.
       CHARGE-INVITES.
           MOVE 0 TO NB-INVITES.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE LOW-VALUES TO PI-NUMPIL
               START PILOTE-FILE KEY IS NOT LESS THAN PI-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-PILOTE
               END-START
               PERFORM UNTIL WS-FS-PILOTE = "10"
                   READ PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PILOTE
                       NOT AT END
                           IF PI-EST-INVITE
                               IF NB-INVITES = 500
                                   DISPLAY "Plus de 500 pilotes"
                                       " invites - traitement refuse."
                                   STOP RUN
                               END-IF
                               ADD 1 TO NB-INVITES
                               MOVE PI-NUMPIL TO GT-NUMPIL(NB-INVITES)
                               MOVE PI-CLUB-PART TO GT-CLUB(NB-INVITES)
                               MOVE PI-NOM TO GT-NOM(NB-INVITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PILOTE-FILE
           END-IF.

      * Every club on file, terminated ones included: a flight
      * flown under the agreement is still owed after it ends.
       BALAYE-CLUBS.
           OPEN INPUT CLUBPART-FILE.
           IF WS-FS-CLUBPART = "00"
               MOVE LOW-VALUES TO CB-ID
               START CLUBPART-FILE KEY IS NOT LESS THAN CB-ID
                   INVALID KEY MOVE "10" TO WS-FS-CLUBPART
               END-START
               PERFORM UNTIL WS-FS-CLUBPART = "10"
                   READ CLUBPART-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CLUBPART
                       NOT AT END
                           PERFORM TRAITE-CLUB
                   END-READ
               END-PERFORM
               CLOSE CLUBPART-FILE
           END-IF.

       TRAITE-CLUB.
           MOVE 0 TO WS-CL-NBVOLS WS-CL-HT WS-CL-TVA WS-CL-TTC.
           MOVE 0 TO WS-ICI-H-MOIS WS-ICI-H-AN.
           MOVE 0 TO WS-ICI-V-MOIS WS-ICI-V-AN.
           MOVE 0 TO WS-CHEZ-H-MOIS WS-CHEZ-H-AN.
           MOVE 0 TO WS-CHEZ-V-MOIS WS-CHEZ-V-AN.
           OPEN I-O VOL-FILE.
           OPEN INPUT AVION-FILE.
           OPEN INPUT TARIF-FILE.
           IF WS-FS-VOL = "00"
               PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                       UNTIL WS-GT-IDX > NB-INVITES
                   IF GT-CLUB(WS-GT-IDX) = CB-ID
                       PERFORM VOLS-INVITE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE VOL-FILE.
           CLOSE AVION-FILE.
           CLOSE TARIF-FILE.
           IF WS-CL-NBVOLS > 0
               PERFORM FERME-FACTURE-CLUB
           END-IF.
           PERFORM VOLS-CHEZ-CLUB.
           IF WS-CL-NBVOLS > 0
              OR WS-ICI-H-AN > 0 OR WS-CHEZ-H-AN > 0
               ADD 1 TO WS-NB-CLUBS
               PERFORM ECRIT-BILAN-CLUB
           END-IF.

      * The guest's closed flights billed to a club ("P" still to
      * bill, "F" already billed): all count in the exchange, the
      * "P" ones up to the month's end go on the invoice.
       VOLS-INVITE.
           MOVE GT-NUMPIL(WS-GT-IDX) TO VL-NUMPIL.
           START VOL-FILE KEY IS EQUAL TO VL-NUMPIL
               INVALID KEY MOVE "10" TO WS-FS-VOL
           END-START.
           PERFORM UNTIL WS-FS-VOL = "10"
               READ VOL-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-VOL
                   NOT AT END
                       IF VL-NUMPIL NOT = GT-NUMPIL(WS-GT-IDX)
                           MOVE "10" TO WS-FS-VOL
                       ELSE
                           IF VL-TERMINE AND VL-PAYE-CLUB
                              AND VL-DATEDEP NOT > WS-P-FIN
                               PERFORM NOTE-VOL-INVITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-VOL.

       NOTE-VOL-INVITE.
           PERFORM PRIX-VOL-CLUB.
           IF VL-DATEDEP NOT < WS-A-DEB
               ADD VL-NBHVOL TO WS-ICI-H-AN
               ADD WS-VOL-HT TO WS-ICI-V-AN
               IF VL-DATEDEP NOT < WS-P-DEB
                   ADD VL-NBHVOL TO WS-ICI-H-MOIS
                   ADD WS-VOL-HT TO WS-ICI-V-MOIS
               END-IF
           END-IF.
           IF VL-CLUB-A-FACTURER
               PERFORM FACTURE-VOL-CLUB
           END-IF.

      * The agreed rate for the kind of flight; zero falls back
      * on our own tariff band in force on the flight date, which
      * also gives the VAT rate either way.
       PRIX-VOL-CLUB.
           MOVE VL-CODAV TO AV-CODAV.
           PERFORM CHARGE-TARIF-VOL.
           PERFORM CHARGE-HEURES-FACT.
           IF VL-VOL-INSTRUCTION
               MOVE CB-TAUX-INSTR TO WS-VOL-TAUX
           ELSE
               MOVE CB-TAUX-SOLO TO WS-VOL-TAUX
           END-IF.
           IF WS-VOL-TAUX = 0
               MOVE WS-TAUX-HORAIRE TO WS-VOL-TAUX
           END-IF.
           COMPUTE WS-VOL-HT = WS-NBH-FACTURE * WS-VOL-TAUX
               + VL-NB-ATTER * WS-TAXE-ATTER.
           COMPUTE WS-VOL-TVA ROUNDED =
               WS-VOL-HT * WS-TAUX-TVA / 100.
           COMPUTE WS-VOL-TTC = WS-VOL-HT + WS-VOL-TVA.

      * The club's invoice opens on its first flight, and with it
      * the unit of work covering the flights marked billed.
       FACTURE-VOL-CLUB.
           IF WS-CL-NBVOLS = 0
               MOVE "F128" TO WS-JRN-PROGRAMME
               PERFORM DEBUT-UOW
               PERFORM OUVRE-FACTURE-CLUB
           END-IF.
           MOVE VL-DATEDEP TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-VOL-HT TO WS-ED-MT.
           MOVE WS-NBH-FACTURE TO WS-ED-H1.
           MOVE SPACES TO CLUBS-REC.
           STRING GT-NUMPIL(WS-GT-IDX) " " GT-NOM(WS-GT-IDX) " "
               AV-IMMAT " " WS-DATE-OUT " " WS-ED-H1 " h x "
               WS-VOL-TAUX " " VL-NB-ATTER " att. HT " WS-ED-MT
               DELIMITED BY SIZE INTO CLUBS-REC.
           MOVE WS-VOL-TTC TO WS-ED-MT.
           STRING " TTC " WS-ED-MT DELIMITED BY SIZE
               INTO CLUBS-REC(100:33).
           WRITE CLUBS-REC.
           MOVE "VOL" TO WS-JRN-FICHIER.
           MOVE VL-NUMVOL TO WS-JRN-CLE.
           MOVE VOL-REC TO WS-JRN-IMAGE.
           PERFORM IMAGE-AVANT.
           MOVE "F" TO VL-PAYE.
           REWRITE VOL-REC.
           ADD WS-VOL-HT TO WS-CL-HT.
           ADD WS-VOL-TVA TO WS-CL-TVA.
           ADD WS-VOL-TTC TO WS-CL-TTC.
           ADD 1 TO WS-CL-NBVOLS.
           ADD 1 TO WS-NB-VOLS.

       OUVRE-FACTURE-CLUB.
           MOVE SPACES TO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE SPACES TO CLUBS-REC.
           STRING "Facture au club partenaire " CB-ID " " CB-NOM
               " - vols de ses pilotes au " WS-P-FIN
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE SPACES TO CLUBS-REC.
           STRING "A l'attention de " CB-CONTACT " - " CB-ADRESSE
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE SPACES TO CLUBS-REC.
           STRING CB-CP " " CB-VILLE " - " CB-EMAIL
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE SPACES TO CLUBS-REC.
           STRING "Pilote invite                Avion      Date"
               "       Heures fact.  Taux  Att.  Montants"
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.

      * Registered on the legal register under account 0 - the
      * club is not a member account - with the club in the
      * period so F36 and the VAT declaration find it.
       FERME-FACTURE-CLUB.
           MOVE 0 TO WS-FAC-NUMPIL.
           MOVE SPACES TO WS-FAC-PERIODE.
           STRING "CLUB" CB-ID " " WS-P-FIN(3:4)
               DELIMITED BY SIZE INTO WS-FAC-PERIODE.
           MOVE WS-CL-TTC TO WS-FAC-MONTANT.
           MOVE WS-CL-HT TO WS-FAC-MONTANT-HT.
           MOVE WS-TAUX-TVA TO WS-FAC-TAUX.
           PERFORM ALLOUE-NUMERO-FACTURE.
           PERFORM FIN-UOW.
           ADD 1 TO WS-NB-FACTURES.
           ADD WS-CL-TTC TO WS-TOT-TTC.
           MOVE SPACES TO CLUBS-REC.
           STRING "Facture n. " WS-FAC-NUMERO " - " WS-CL-NBVOLS
               " vol(s) - Total HT " WS-CL-HT " TVA " WS-CL-TVA
               " TTC " WS-CL-TTC
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE "F128"             TO WS-AUDIT-PROGRAMME.
           MOVE "FACTURE-CLUB"     TO WS-AUDIT-PARAGRAPHE.
           MOVE "FACTURER"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "club " CB-ID " facture " WS-FAC-NUMERO " "
               WS-CL-NBVOLS " vol(s) TTC " WS-CL-TTC
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

      * Our pilots on the club's aircraft, as keyed from the
      * club's statements: their figure when given, otherwise the
      * hours at the rate they charge us.
       VOLS-CHEZ-CLUB.
           OPEN INPUT CLUBVOL-FILE.
           IF WS-FS-CLUBVOL = "00"
               MOVE CB-ID TO CX-CLUB
               START CLUBVOL-FILE KEY IS EQUAL TO CX-CLUB
                   INVALID KEY MOVE "10" TO WS-FS-CLUBVOL
               END-START
               PERFORM UNTIL WS-FS-CLUBVOL = "10"
                   READ CLUBVOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-CLUBVOL
                       NOT AT END
                           IF CX-CLUB NOT = CB-ID
                               MOVE "10" TO WS-FS-CLUBVOL
                           ELSE
                               IF CX-DATE NOT < WS-A-DEB
                                  AND CX-DATE NOT > WS-P-FIN
                                   PERFORM NOTE-VOL-CHEZ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLUBVOL-FILE
           END-IF.

       NOTE-VOL-CHEZ.
           IF CX-MONTANT > 0
               MOVE CX-MONTANT TO WS-CHEZ-VALEUR
           ELSE
               COMPUTE WS-CHEZ-VALEUR = CX-HEURES * CB-TAUX-RECIP
           END-IF.
           ADD CX-HEURES TO WS-CHEZ-H-AN.
           ADD WS-CHEZ-VALEUR TO WS-CHEZ-V-AN.
           IF CX-DATE NOT < WS-P-DEB
               ADD CX-HEURES TO WS-CHEZ-H-MOIS
               ADD WS-CHEZ-VALEUR TO WS-CHEZ-V-MOIS
           END-IF.

      * Settlement statement: a positive balance is owed by the
      * partner club, a negative one by us.
       ECRIT-BILAN-CLUB.
           COMPUTE WS-SOLDE-MOIS = WS-ICI-V-MOIS - WS-CHEZ-V-MOIS.
           COMPUTE WS-SOLDE-AN = WS-ICI-V-AN - WS-CHEZ-V-AN.
           MOVE SPACES TO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE SPACES TO CLUBS-REC.
           STRING "Echanges avec le club " CB-ID " " CB-NOM
               DELIMITED BY SIZE INTO CLUBS-REC.
           IF CB-RESILIE
               MOVE "(accord resilie)" TO CLUBS-REC(65:16)
           END-IF.
           WRITE CLUBS-REC.
           MOVE SPACES TO CLUBS-REC.
           STRING "                           Heures mois  Valeur mois"
               "  Heures an.  Valeur annee"
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE WS-ICI-H-MOIS TO WS-ED-H1.
           MOVE WS-ICI-V-MOIS TO WS-ED-V1.
           MOVE WS-ICI-H-AN TO WS-ED-H2.
           MOVE WS-ICI-V-AN TO WS-ED-V2.
           MOVE SPACES TO CLUBS-REC.
           STRING "Leurs pilotes chez nous    " WS-ED-H1 "  "
               WS-ED-V1 "     " WS-ED-H2 "  " WS-ED-V2
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE WS-CHEZ-H-MOIS TO WS-ED-H1.
           MOVE WS-CHEZ-V-MOIS TO WS-ED-V1.
           MOVE WS-CHEZ-H-AN TO WS-ED-H2.
           MOVE WS-CHEZ-V-AN TO WS-ED-V2.
           MOVE SPACES TO CLUBS-REC.
           STRING "Nos pilotes chez eux       " WS-ED-H1 "  "
               WS-ED-V1 "     " WS-ED-H2 "  " WS-ED-V2
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE WS-SOLDE-MOIS TO WS-ED-V1.
           MOVE WS-SOLDE-AN TO WS-ED-V2.
           MOVE SPACES TO CLUBS-REC.
           STRING "Solde (+ du par le club)            " WS-ED-V1
               "              " WS-ED-V2
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE ALL "-" TO CLUBS-REC.
           WRITE CLUBS-REC.

       ECRIT-SYNTHESE.
           MOVE ALL "=" TO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE WS-NB-CLUBS TO WS-ED-NB.
           MOVE SPACES TO CLUBS-REC.
           STRING "Clubs avec des echanges sur l'annee : " WS-ED-NB
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE WS-NB-FACTURES TO WS-ED-NB.
           MOVE SPACES TO CLUBS-REC.
           STRING "Factures emises : " WS-ED-NB
               DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.
           MOVE WS-NB-VOLS TO WS-ED-NB.
           MOVE WS-TOT-TTC TO WS-ED-MT.
           MOVE SPACES TO CLUBS-REC.
           STRING "Vols factures : " WS-ED-NB " - total TTC "
               WS-ED-MT DELIMITED BY SIZE INTO CLUBS-REC.
           WRITE CLUBS-REC.

       FORMAT-DATE.
           STRING WS-DATE-IN(7:2) "/" WS-DATE-IN(5:2) "/"
               WS-DATE-IN(1:4) DELIMITED BY SIZE INTO WS-DATE-OUT.

       ENREGISTRE-AUDIT.
           MOVE "F128"            TO WS-AUDIT-PROGRAMME.
           MOVE "BALAYE-CLUBS"    TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPORT"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "clubs partenaires " WS-P-DEB "-" WS-P-FIN ", "
               WS-NB-FACTURES " facture(s), " WS-NB-VOLS " vol(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.
           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.
           COPY "FACTURE-PROC.cpy" IN TEMPLATE.
           COPY "PERIODE-PROC.cpy" IN TEMPLATE.
           COPY "TARIF-PROC.cpy" IN TEMPLATE.
           COPY "JOURNAL-PROC.cpy" IN TEMPLATE.
           COPY "PARAMS-PROC.cpy" IN TEMPLATE.
           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F128.

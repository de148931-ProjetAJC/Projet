       IDENTIFICATION DIVISION.
       PROGRAM-ID. F118.

      * Recus fiscaux des dons: once a year, after the accounts of
      * the year are closed, this batch walks the donations register
      * (DONS.DAT, fed by F117 and by F65's waived instructor fees)
      * and issues one numbered receipt per donor for all their gifts
      * of the chosen year not yet receipted, in the layout of the
      * official "recu au titre des dons" form (cerfa 11580): the
      * association, the donor and their address, the sum in
      * figures and in words, the detail of the payments, the form,
      * nature and mode of the gift. Each receipt is its own file,
      * RECU_DON_<annee>_<numero>.TXT, numbered from the RECUDON
      * counter so the numbers never repeat; every gift it covers is
      * stamped with that number, so a second run the same year only
      * receipts gifts recorded since. The receipts issued are listed
      * on the association's register RECUS_DONS_<annee>.TXT
      * (appended to, catalog type RECUDON).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT RECUDON-FILE ASSIGN TO WS-NOM-RECUDON
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RECUDON.

           SELECT REGDON-FILE ASSIGN TO WS-NOM-REGDON
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-REGDON.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  RECUDON-FILE.
       01  RECUDON-REC             PIC X(132).
       FD  REGDON-FILE.
       01  REGDON-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-ANNEE            PIC 9(4) VALUE 0.
           77  WS-NOM-RECUDON      PIC X(40) VALUE SPACES.
           77  WS-NOM-REGDON       PIC X(40) VALUE SPACES.
           77  WS-FS-RECUDON       PIC XX VALUE "00".
           77  WS-FS-REGDON        PIC XX VALUE "00".
           77  WS-NUM-RECU         PIC 9(6) VALUE 0.
           77  WS-NB-RECUS         PIC 9(5) VALUE 0.
           77  WS-NB-DONS          PIC 9(5) VALUE 0.
           77  WS-TOT-RECUS        PIC 9(8)V99 VALUE 0.
           77  WS-MONTANT-ED       PIC Z(7)9.99.
           77  WS-DATE-ED          PIC X(10) VALUE SPACES.
           77  WS-DONATEUR         PIC X(31) VALUE SPACES.
           77  WS-DON-ADRESSE      PIC X(50) VALUE SPACES.
           77  WS-DON-VILLE        PIC X(50) VALUE SPACES.
           77  WS-DON-CP           PIC 9(5) VALUE 0.
           77  WS-LIBELLE          PIC X(40) VALUE SPACES.

      * Donors with gifts of the year still to receipt, gathered
      * in a first pass so each receipt knows its total before its
      * detail lines are written; same bounded-table idiom as F15.
           01  FDONAT.
               02  DONAT-R OCCURS 500.
                   03  DT-NUMPIL       PIC 9(6).
                   03  DT-TOTAL        PIC 9(8)V99.
                   03  DT-NB           PIC 9(3).
           77  NB-DONAT            PIC 9(3) VALUE 0.
           77  WS-DT-IDX           PIC 9(3).
           77  WS-DT-OK            PIC X VALUE "N".
               88  WS-DT-TROUVE        VALUE "O".
           77  WS-DT-TRONQUE       PIC X VALUE "N".

      * Boxes ticked on the receipt, from the gifts it covers.
           77  WS-VU-ESPECES       PIC X VALUE " ".
           77  WS-VU-CHEQUE        PIC X VALUE " ".
           77  WS-VU-VIREMENT      PIC X VALUE " ".
           77  WS-VU-ABANDON       PIC X VALUE " ".
           77  WS-VU-MANUEL        PIC X VALUE " ".

      * Sum in words, French rules: "et un" up to soixante et onze,
      * "quatre-vingts" and "cents" plural only when ending the
      * number, "mille" invariable.
           77  WS-LET-MONTANT      PIC 9(6)V99 VALUE 0.
           77  WS-LET-TEXTE        PIC X(132) VALUE SPACES.
           77  WS-LET-PTR          PIC 9(3) VALUE 1.
           77  WS-LET-MOT          PIC X(14) VALUE SPACES.
           77  WS-LET-COLLE        PIC X VALUE "N".
           77  WS-LET-FINAL        PIC X VALUE "O".
           77  WS-LET-EUROS        PIC 9(6) VALUE 0.
           77  WS-LET-CENTS        PIC 9(2) VALUE 0.
           77  WS-LET-MILLE        PIC 9(3) VALUE 0.
           77  WS-LET-RESTE        PIC 9(3) VALUE 0.
           77  WS-LET-N3           PIC 9(3) VALUE 0.
           77  WS-LET-N2           PIC 9(2) VALUE 0.
           77  WS-LET-C            PIC 9 VALUE 0.
           77  WS-LET-R            PIC 9(2) VALUE 0.
           77  WS-LET-D            PIC 9 VALUE 0.
           77  WS-LET-U            PIC 9 VALUE 0.
           77  WS-LET-IDX          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM SAISIE-ANNEE.
           PERFORM RECENSE-DONATEURS.
           PERFORM VERIFIE-TRONQUE.
           PERFORM OUVRE-REGISTRE.
           PERFORM EMET-RECUS.
           PERFORM FERME-REGISTRE.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-ANNEE.
           DISPLAY "Recus fiscaux des dons".
           DISPLAY "Annee des dons (AAAA, vide = annee precedente) : "
               NO ADVANCING.
           ACCEPT WS-ANNEE.
           IF WS-ANNEE NOT NUMERIC OR WS-ANNEE = 0
               COMPUTE WS-ANNEE = WS-CURR-YEAR - 1
           END-IF.

      * First pass: every gift of the year without a receipt,
      * totalled per donor.
       RECENSE-DONATEURS.
           MOVE 0 TO NB-DONAT.
           OPEN INPUT DON-FILE.
           IF WS-FS-DON = "00"
               MOVE LOW-VALUES TO DN-ID
               START DON-FILE KEY IS NOT LESS THAN DN-ID
                   INVALID KEY MOVE "10" TO WS-FS-DON
               END-START
               PERFORM UNTIL WS-FS-DON = "10"
                   READ DON-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DON
                       NOT AT END
                           IF DN-DATE(1:4) = WS-ANNEE
                              AND DN-NUMRECU = 0
                               PERFORM CUMULE-DONATEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DON-FILE
           END-IF.

       CUMULE-DONATEUR.
           MOVE "N" TO WS-DT-OK.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > NB-DONAT OR WS-DT-TROUVE
               IF DT-NUMPIL(WS-DT-IDX) = DN-NUMPIL
                   ADD DN-MONTANT TO DT-TOTAL(WS-DT-IDX)
                   ADD 1 TO DT-NB(WS-DT-IDX)
                   MOVE "O" TO WS-DT-OK
               END-IF
           END-PERFORM.
           IF NOT WS-DT-TROUVE
               IF NB-DONAT < 500
                   ADD 1 TO NB-DONAT
                   MOVE DN-NUMPIL TO DT-NUMPIL(NB-DONAT)
                   MOVE DN-MONTANT TO DT-TOTAL(NB-DONAT)
                   MOVE 1 TO DT-NB(NB-DONAT)
               ELSE
                   MOVE "O" TO WS-DT-TRONQUE
               END-IF
           END-IF.

      * Past the buffer cap some donors would silently get no
      * receipt - the run stops instead, nothing issued.
       VERIFIE-TRONQUE.
           IF WS-DT-TRONQUE = "O"
               DISPLAY "Plus de 500 donateurs pour " WS-ANNEE
                   " - tampon insuffisant, emission refusee."
               STOP RUN
           END-IF.

       OUVRE-REGISTRE.
           MOVE SPACES TO WS-NOM-REGDON.
           STRING "RECUS_DONS_" WS-ANNEE ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-REGDON.
           OPEN EXTEND REGDON-FILE.
           IF WS-FS-REGDON = "35"
               OPEN OUTPUT REGDON-FILE
           END-IF.
           MOVE SPACES TO REGDON-REC.
           STRING "Registre des recus fiscaux - dons " WS-ANNEE
               " - emission du " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO REGDON-REC.
           WRITE REGDON-REC.
           MOVE SPACES TO REGDON-REC.
           STRING "Recu   Fichier                    Donateur"
               "                                 Dons     Montant"
               DELIMITED BY SIZE INTO REGDON-REC.
           WRITE REGDON-REC.

       EMET-RECUS.
           MOVE 0 TO WS-NB-RECUS WS-NB-DONS WS-TOT-RECUS.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > NB-DONAT
               PERFORM EMET-RECU
           END-PERFORM.

      * One receipt: number drawn, donor and address looked up,
      * header written with the total, then the donor's gifts of
      * the year walked on the DN-NUMPIL key - each written as a
      * detail line and stamped with the receipt number - and the
      * form/nature/mode boxes ticked from what was seen.
       EMET-RECU.
           MOVE "RECUDON" TO WS-SEQ-NOM.
           PERFORM NEXT-SEQUENCE.
           IF NOT WS-SEQ-TROUVE
               MOVE 0 TO WS-SEQ-VALEUR
               PERFORM SEED-SEQUENCE
               PERFORM NEXT-SEQUENCE
           END-IF.
           MOVE WS-SEQ-VALEUR TO WS-NUM-RECU.
           PERFORM CHERCHE-DONATEUR.
           MOVE SPACES TO WS-NOM-RECUDON.
           STRING "RECU_DON_" WS-ANNEE "_" WS-NUM-RECU ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-RECUDON.
           MOVE " " TO WS-VU-ESPECES WS-VU-CHEQUE WS-VU-VIREMENT
                       WS-VU-ABANDON WS-VU-MANUEL.
           OPEN OUTPUT RECUDON-FILE.
           PERFORM ECRIT-ENTETE-RECU.
           OPEN I-O DON-FILE.
           IF WS-FS-DON = "00"
               MOVE DT-NUMPIL(WS-DT-IDX) TO DN-NUMPIL
               START DON-FILE KEY IS EQUAL TO DN-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-DON
               END-START
               PERFORM UNTIL WS-FS-DON = "10"
                   READ DON-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-DON
                       NOT AT END
                           IF DN-NUMPIL NOT = DT-NUMPIL(WS-DT-IDX)
                               MOVE "10" TO WS-FS-DON
                           ELSE
                               IF DN-DATE(1:4) = WS-ANNEE
                                  AND DN-NUMRECU = 0
                                   PERFORM ECRIT-LIGNE-DON
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DON-FILE
           END-IF.
           PERFORM ECRIT-PIED-RECU.
           CLOSE RECUDON-FILE.
           ADD 1 TO WS-NB-RECUS.
           ADD DT-TOTAL(WS-DT-IDX) TO WS-TOT-RECUS.
           MOVE DT-TOTAL(WS-DT-IDX) TO WS-MONTANT-ED.
           MOVE SPACES TO REGDON-REC.
           STRING WS-NUM-RECU " " WS-NOM-RECUDON(1:26) " "
               DT-NUMPIL(WS-DT-IDX) " " WS-DONATEUR " "
               DT-NB(WS-DT-IDX) " " WS-MONTANT-ED
               DELIMITED BY SIZE INTO REGDON-REC.
           WRITE REGDON-REC.

       CHERCHE-DONATEUR.
           MOVE SPACES TO WS-DONATEUR WS-DON-ADRESSE WS-DON-VILLE.
           MOVE 0 TO WS-DON-CP.
           OPEN INPUT PILOTE-FILE.
           IF WS-FS-PILOTE = "00"
               MOVE DT-NUMPIL(WS-DT-IDX) TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       MOVE "(donateur inconnu)" TO WS-DONATEUR
                   NOT INVALID KEY
                       STRING PI-NOM " " PI-PRENOM
                           DELIMITED BY SIZE INTO WS-DONATEUR
                       PERFORM CHERCHE-ADRESSE
               END-READ
               CLOSE PILOTE-FILE
           END-IF.

       CHERCHE-ADRESSE.
           OPEN INPUT ADRESSE-FILE.
           IF WS-FS-ADRESSE = "00"
               MOVE PI-ID-ADRESSE TO AD-ID
               READ ADRESSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-NUMVOIE TO WS-DON-ADRESSE
                       MOVE AD-CP TO WS-DON-CP
                       MOVE AD-VILLE TO WS-DON-VILLE
               END-READ
               CLOSE ADRESSE-FILE
           END-IF.

       ECRIT-ENTETE-RECU.
           MOVE SPACES TO RECUDON-REC.
           STRING "Recu au titre des dons a certains organismes"
               " d'interet general"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "(articles 200 et 238 bis du code general des"
               " impots - cerfa n. 11580)"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "Numero d'ordre du recu : " WS-ANNEE "-"
               WS-NUM-RECU DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           WRITE RECUDON-REC.

           MOVE "BENEFICIAIRE DES VERSEMENTS" TO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE "Aeroclub - SIRET 123 456 789 00012" TO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "Objet : pratique et enseignement du pilotage"
               " des aeronefs legers"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "[X] Association loi 1901 d'interet general"
               " (article 200-1-b du CGI)"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           WRITE RECUDON-REC.

           MOVE "DONATEUR" TO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "Nom : " WS-DONATEUR " (membre n. "
               DT-NUMPIL(WS-DT-IDX) ")"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "Adresse : " WS-DON-ADRESSE
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "          " WS-DON-CP " " WS-DON-VILLE
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           WRITE RECUDON-REC.

           MOVE SPACES TO RECUDON-REC.
           STRING "Le beneficiaire reconnait avoir recu au titre"
               " des dons et versements ouvrant droit a"
               " reduction d'impot la somme de :"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE DT-TOTAL(WS-DT-IDX) TO WS-MONTANT-ED.
           MOVE SPACES TO RECUDON-REC.
           STRING "    *** " WS-MONTANT-ED " euros ***"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE "Somme en toutes lettres :" TO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE DT-TOTAL(WS-DT-IDX) TO WS-LET-MONTANT.
           PERFORM LETTRES-MONTANT.
           MOVE SPACES TO RECUDON-REC.
           STRING "    " WS-LET-TEXTE
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "Date(s) et detail des versements de l'annee "
               WS-ANNEE " :" DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.

       ECRIT-LIGNE-DON.
           MOVE SPACES TO WS-LIBELLE.
           EVALUATE TRUE
               WHEN DN-ESPECES
                   MOVE "X" TO WS-VU-ESPECES WS-VU-MANUEL
                   MOVE "remise d'especes" TO WS-LIBELLE
               WHEN DN-CHEQUE
                   MOVE "X" TO WS-VU-CHEQUE WS-VU-MANUEL
                   MOVE "cheque" TO WS-LIBELLE
               WHEN DN-VIREMENT
                   MOVE "X" TO WS-VU-VIREMENT WS-VU-MANUEL
                   MOVE "virement" TO WS-LIBELLE
               WHEN DN-ABANDON-FRAIS
                   MOVE "X" TO WS-VU-ABANDON
                   STRING "abandon de frais " DN-PERIODE(5:2) "/"
                       DN-PERIODE(1:4)
                       DELIMITED BY SIZE INTO WS-LIBELLE
           END-EVALUATE.
           MOVE DN-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO RECUDON-REC.
           STRING "    " DN-DATE(7:2) "/" DN-DATE(5:2) "/"
               DN-DATE(1:4) "  " WS-MONTANT-ED "  " WS-LIBELLE
               " (don n. " DN-ID ")"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE WS-NUM-RECU TO DN-NUMRECU.
           MOVE WS-CURR-DATE TO DN-DATE-RECU.
           REWRITE DON-REC.
           ADD 1 TO WS-NB-DONS.

       ECRIT-PIED-RECU.
           MOVE SPACES TO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "Forme du don : [" WS-VU-MANUEL "] Don manuel   ["
               WS-VU-ABANDON "] Autres (abandon de frais)"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE "Nature du don : [X] Numeraire" TO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "Mode de versement : [" WS-VU-ESPECES
               "] Remise d'especes   [" WS-VU-CHEQUE "] Cheque   ["
               WS-VU-VIREMENT "] Virement, prelevement, carte"
               " bancaire"
               DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE SPACES TO RECUDON-REC.
           STRING "Fait le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO RECUDON-REC.
           WRITE RECUDON-REC.
           MOVE "Le tresorier (date et signature)" TO RECUDON-REC.
           WRITE RECUDON-REC.

      * WS-LET-MONTANT (up to 999 999,99) into WS-LET-TEXTE.
       LETTRES-MONTANT.
           MOVE SPACES TO WS-LET-TEXTE.
           MOVE 1 TO WS-LET-PTR.
           MOVE "N" TO WS-LET-COLLE.
           MOVE WS-LET-MONTANT TO WS-LET-EUROS.
           COMPUTE WS-LET-CENTS =
               (WS-LET-MONTANT - WS-LET-EUROS) * 100.
           IF WS-LET-EUROS = 0
               MOVE "zero" TO WS-LET-MOT
               PERFORM AJOUTE-MOT
           ELSE
               DIVIDE WS-LET-EUROS BY 1000 GIVING WS-LET-MILLE
                   REMAINDER WS-LET-RESTE
               IF WS-LET-MILLE > 1
                   MOVE WS-LET-MILLE TO WS-LET-N3
                   MOVE "N" TO WS-LET-FINAL
                   PERFORM LETTRES-CENTAINE
               END-IF
               IF WS-LET-MILLE > 0
                   MOVE "mille" TO WS-LET-MOT
                   PERFORM AJOUTE-MOT
               END-IF
               IF WS-LET-RESTE > 0
                   MOVE WS-LET-RESTE TO WS-LET-N3
                   MOVE "O" TO WS-LET-FINAL
                   PERFORM LETTRES-CENTAINE
               END-IF
           END-IF.
           IF WS-LET-EUROS > 1
               MOVE "euros" TO WS-LET-MOT
           ELSE
               MOVE "euro" TO WS-LET-MOT
           END-IF.
           PERFORM AJOUTE-MOT.
           IF WS-LET-CENTS > 0
               MOVE "et" TO WS-LET-MOT
               PERFORM AJOUTE-MOT
               MOVE WS-LET-CENTS TO WS-LET-N2
               MOVE "O" TO WS-LET-FINAL
               PERFORM LETTRES-DIZAINE
               IF WS-LET-CENTS > 1
                   MOVE "centimes" TO WS-LET-MOT
               ELSE
                   MOVE "centime" TO WS-LET-MOT
               END-IF
               PERFORM AJOUTE-MOT
           END-IF.

      * WS-LET-N3, 1 to 999.
       LETTRES-CENTAINE.
           DIVIDE WS-LET-N3 BY 100 GIVING WS-LET-C
               REMAINDER WS-LET-R.
           IF WS-LET-C > 1
               MOVE WS-LET-C TO WS-LET-IDX
               PERFORM MOT-UNITE
               PERFORM AJOUTE-MOT
               IF WS-LET-R = 0 AND WS-LET-FINAL = "O"
                   MOVE "cents" TO WS-LET-MOT
               ELSE
                   MOVE "cent" TO WS-LET-MOT
               END-IF
               PERFORM AJOUTE-MOT
           END-IF.
           IF WS-LET-C = 1
               MOVE "cent" TO WS-LET-MOT
               PERFORM AJOUTE-MOT
           END-IF.
           IF WS-LET-R > 0
               MOVE WS-LET-R TO WS-LET-N2
               PERFORM LETTRES-DIZAINE
           END-IF.

      * WS-LET-N2, 1 to 99.
       LETTRES-DIZAINE.
           IF WS-LET-N2 < 20
               MOVE WS-LET-N2 TO WS-LET-IDX
               PERFORM MOT-UNITE
               PERFORM AJOUTE-MOT
           ELSE
               DIVIDE WS-LET-N2 BY 10 GIVING WS-LET-D
                   REMAINDER WS-LET-U
               PERFORM MOT-DIZAINE
               EVALUATE TRUE
                   WHEN WS-LET-D = 7 AND WS-LET-U = 1
                       PERFORM AJOUTE-MOT
                       MOVE "et" TO WS-LET-MOT
                       PERFORM AJOUTE-MOT
                       MOVE "onze" TO WS-LET-MOT
                       PERFORM AJOUTE-MOT
                   WHEN WS-LET-D = 7 OR WS-LET-D = 9
                       PERFORM AJOUTE-MOT
                       MOVE "O" TO WS-LET-COLLE
                       COMPUTE WS-LET-IDX = 10 + WS-LET-U
                       PERFORM MOT-UNITE
                       PERFORM AJOUTE-MOT
                   WHEN WS-LET-U = 0
                       IF WS-LET-D = 8 AND WS-LET-FINAL = "O"
                           MOVE "quatre-vingts" TO WS-LET-MOT
                       END-IF
                       PERFORM AJOUTE-MOT
                   WHEN WS-LET-U = 1 AND WS-LET-D < 8
                       PERFORM AJOUTE-MOT
                       MOVE "et" TO WS-LET-MOT
                       PERFORM AJOUTE-MOT
                       MOVE "un" TO WS-LET-MOT
                       PERFORM AJOUTE-MOT
                   WHEN OTHER
                       PERFORM AJOUTE-MOT
                       MOVE "O" TO WS-LET-COLLE
                       MOVE WS-LET-U TO WS-LET-IDX
                       PERFORM MOT-UNITE
                       PERFORM AJOUTE-MOT
               END-EVALUATE
           END-IF.

       MOT-UNITE.
           EVALUATE WS-LET-IDX
               WHEN 0  MOVE "zero"      TO WS-LET-MOT
               WHEN 1  MOVE "un"        TO WS-LET-MOT
               WHEN 2  MOVE "deux"      TO WS-LET-MOT
               WHEN 3  MOVE "trois"     TO WS-LET-MOT
               WHEN 4  MOVE "quatre"    TO WS-LET-MOT
               WHEN 5  MOVE "cinq"      TO WS-LET-MOT
               WHEN 6  MOVE "six"       TO WS-LET-MOT
               WHEN 7  MOVE "sept"      TO WS-LET-MOT
               WHEN 8  MOVE "huit"      TO WS-LET-MOT
               WHEN 9  MOVE "neuf"      TO WS-LET-MOT
               WHEN 10 MOVE "dix"       TO WS-LET-MOT
               WHEN 11 MOVE "onze"      TO WS-LET-MOT
               WHEN 12 MOVE "douze"     TO WS-LET-MOT
               WHEN 13 MOVE "treize"    TO WS-LET-MOT
               WHEN 14 MOVE "quatorze"  TO WS-LET-MOT
               WHEN 15 MOVE "quinze"    TO WS-LET-MOT
               WHEN 16 MOVE "seize"     TO WS-LET-MOT
               WHEN 17 MOVE "dix-sept"  TO WS-LET-MOT
               WHEN 18 MOVE "dix-huit"  TO WS-LET-MOT
               WHEN 19 MOVE "dix-neuf"  TO WS-LET-MOT
           END-EVALUATE.

       MOT-DIZAINE.
           EVALUATE WS-LET-D
               WHEN 2  MOVE "vingt"        TO WS-LET-MOT
               WHEN 3  MOVE "trente"       TO WS-LET-MOT
               WHEN 4  MOVE "quarante"     TO WS-LET-MOT
               WHEN 5  MOVE "cinquante"    TO WS-LET-MOT
               WHEN 6  MOVE "soixante"     TO WS-LET-MOT
               WHEN 7  MOVE "soixante"     TO WS-LET-MOT
               WHEN 8  MOVE "quatre-vingt" TO WS-LET-MOT
               WHEN 9  MOVE "quatre-vingt" TO WS-LET-MOT
           END-EVALUATE.

      * Appends WS-LET-MOT, after a space - or a hyphen when
      * WS-LET-COLLE asks for one (vingt-deux, soixante-douze).
       AJOUTE-MOT.
           IF WS-LET-COLLE = "O"
               STRING "-" DELIMITED BY SIZE
                   INTO WS-LET-TEXTE WITH POINTER WS-LET-PTR
           ELSE
               IF WS-LET-PTR > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-LET-TEXTE WITH POINTER WS-LET-PTR
               END-IF
           END-IF.
           STRING WS-LET-MOT DELIMITED BY SPACE
               INTO WS-LET-TEXTE WITH POINTER WS-LET-PTR.
           MOVE "N" TO WS-LET-COLLE.

       FERME-REGISTRE.
           MOVE WS-TOT-RECUS TO WS-MONTANT-ED.
           MOVE SPACES TO REGDON-REC.
           STRING WS-NB-RECUS " recu(s) emis pour " WS-NB-DONS
               " don(s), total " WS-MONTANT-ED
               DELIMITED BY SIZE INTO REGDON-REC.
           WRITE REGDON-REC.
           MOVE SPACES TO REGDON-REC.
           WRITE REGDON-REC.
           CLOSE REGDON-FILE.
           MOVE "RECUDON" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-ANNEE TO WS-RPT-PERIODE.
           MOVE WS-NOM-REGDON TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY WS-NB-RECUS " recu(s) fiscal(aux) emis pour "
               WS-ANNEE " - " WS-NOM-REGDON.

       ENREGISTRE-AUDIT.
           MOVE "F118"            TO WS-AUDIT-PROGRAMME.
           MOVE "EMET-RECUS"      TO WS-AUDIT-PARAGRAPHE.
           MOVE "RECUDON"         TO WS-AUDIT-ACTION.
           STRING WS-NB-RECUS " recu(s) fiscal(aux) " WS-ANNEE
               " pour " WS-NB-DONS " don(s), total " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "SEQUENCE-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F118.

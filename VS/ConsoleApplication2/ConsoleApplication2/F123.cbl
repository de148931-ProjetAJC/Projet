       IDENTIFICATION DIVISION.
       PROGRAM-ID. F123.

      * Magasin pieces - reappro et inventaire: the two listings the
      * parts store kept on F122 needs on paper.
      *   R  the reorder list: every part whose quantity on hand
      *      has fallen under its minimum, with the shortfall, the
      *      usual supplier, the last receipt and the shortfall
      *      valued at the average cost - the order to place before
      *      the next visit finds the shelf empty. REAPPRO_<date>.TXT,
      *      catalogued as type REAPPRO.
      *   I  the yearly stock count: for every part, the latest F122
      *      count ("I" movement on MAGMVT.DAT) made in the chosen
      *      year, book quantity against counted quantity, the
      *      variance and its value at the average cost of the day;
      *      parts not counted that year are listed as such, and the
      *      stock is valued as it stands now. INVENTAIRE_<annee>.TXT,
      *      catalogued as type INVENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT MAGRPT-FILE ASSIGN TO WS-NOM-MAGRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-MAGRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  MAGRPT-FILE.
       01  MAGRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-MAGRPT        PIC XX VALUE "00".
           77  WS-NOM-MAGRPT       PIC X(40) VALUE SPACES.
           77  WS-MODE             PIC X VALUE SPACE.
               88  WS-MODE-REAPPRO     VALUE "R", "r".
               88  WS-MODE-INVENT      VALUE "I", "i".
           77  WS-ANNEE            PIC 9(4) VALUE 0.
           77  WS-MG-ANNEE         PIC 9(4) VALUE 0.

      * Reorder list.
           77  WS-MANQUE           PIC 9(5) VALUE 0.
           77  WS-NB-REAPPRO       PIC 9(4) VALUE 0.
           77  WS-VAL-REAPPRO      PIC 9(9)V99 VALUE 0.
           77  WS-VALEUR           PIC 9(9)V99 VALUE 0.

      * Stock count: the part's latest count of the year.
           77  WS-CPT-OK           PIC X VALUE "N".
               88  WS-CPT-TROUVE       VALUE "O".
           77  WS-CPT-DATE         PIC 9(8) VALUE 0.
           77  WS-CPT-LIVRE        PIC S9(5) VALUE 0.
           77  WS-CPT-ECART        PIC S9(5) VALUE 0.
           77  WS-CPT-COMPTE       PIC S9(5) VALUE 0.
           77  WS-CPT-COUT         PIC 9(5)V99 VALUE 0.
           77  WS-ECART-VAL        PIC S9(9)V99 VALUE 0.
           77  WS-NB-COMPTES       PIC 9(4) VALUE 0.
           77  WS-NB-NON-COMPTES   PIC 9(4) VALUE 0.
           77  WS-NB-ECARTS        PIC 9(4) VALUE 0.
           77  WS-TOT-BONI         PIC S9(9)V99 VALUE 0.
           77  WS-TOT-MALI         PIC S9(9)V99 VALUE 0.
           77  WS-TOT-NET          PIC S9(9)V99 VALUE 0.
           77  WS-VAL-STOCK        PIC 9(9)V99 VALUE 0.

      * Edited fields for the listing.
           77  WS-ED-QTE           PIC -(5)9.
           77  WS-ED-QTE2          PIC -(5)9.
           77  WS-ED-QTE3          PIC -(5)9.
           77  WS-ED-COUT          PIC ZZZZ9.99.
           77  WS-ED-VALEUR        PIC Z(8)9.99.
           77  WS-ED-SIGNE         PIC -(8)9.99.
           77  WS-ED-NB            PIC ZZZ9.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM SAISIE-MODE.
           IF WS-MODE-REAPPRO
               PERFORM EDITE-REAPPRO
           ELSE
               PERFORM EDITE-INVENTAIRE
           END-IF.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-MODE.
           DISPLAY "Magasin pieces - reappro et inventaire".
           DISPLAY "R = pieces sous le minimum, I = inventaire annuel"
               " : " NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-INVENT
               MOVE "R" TO WS-MODE
           END-IF.
           IF WS-MODE-INVENT
               MOVE "I" TO WS-MODE
               DISPLAY "Annee (AAAA, vide = annee en cours) : "
                   NO ADVANCING
               ACCEPT WS-ANNEE
               IF WS-ANNEE NOT NUMERIC OR WS-ANNEE = 0
                   MOVE WS-CURR-YEAR TO WS-ANNEE
               END-IF
           END-IF.

      * ------------------------------------------------------------
      * R - parts under their minimum, in part-number order.
      * ------------------------------------------------------------
       EDITE-REAPPRO.
           MOVE SPACES TO WS-NOM-MAGRPT.
           STRING "REAPPRO_" WS-CURR-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-MAGRPT.
           OPEN OUTPUT MAGRPT-FILE.
           MOVE SPACES TO MAGRPT-REC.
           STRING "Magasin pieces - pieces sous le minimum - edite le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           STRING "Reference       Libelle                    Stock"
               "  Mini Manque Fourn.   Der.entree  Cout moy."
               "        Valeur" DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE 0 TO WS-NB-REAPPRO WS-VAL-REAPPRO.
           OPEN INPUT PIECEMAG-FILE.
           IF WS-FS-PIECEMAG = "00"
               MOVE LOW-VALUES TO PC-REFERENCE
               START PIECEMAG-FILE KEY IS NOT LESS THAN PC-REFERENCE
                   INVALID KEY MOVE "10" TO WS-FS-PIECEMAG
               END-START
               PERFORM UNTIL WS-FS-PIECEMAG = "10"
                   READ PIECEMAG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PIECEMAG
                       NOT AT END
                           IF PC-QUANTITE < PC-MINIMUM
                               PERFORM ECRIT-LIGNE-REAPPRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PIECEMAG-FILE
           END-IF.
           MOVE SPACES TO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE WS-NB-REAPPRO TO WS-ED-NB.
           MOVE WS-VAL-REAPPRO TO WS-ED-VALEUR.
           MOVE SPACES TO MAGRPT-REC.
           IF WS-NB-REAPPRO = 0
               MOVE "Aucune piece sous son minimum." TO MAGRPT-REC
           ELSE
               STRING WS-ED-NB " piece(s) a commander, valeur estimee "
                   WS-ED-VALEUR " EUR au cout moyen."
                   DELIMITED BY SIZE INTO MAGRPT-REC
           END-IF.
           WRITE MAGRPT-REC.
           CLOSE MAGRPT-FILE.
           MOVE "REAPPRO" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-CURR-DATE TO WS-RPT-PERIODE.
           MOVE WS-NOM-MAGRPT TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Pieces sous le minimum : " WS-NB-REAPPRO " - "
               WS-NOM-MAGRPT.

       ECRIT-LIGNE-REAPPRO.
           ADD 1 TO WS-NB-REAPPRO.
           COMPUTE WS-MANQUE = PC-MINIMUM - PC-QUANTITE.
           COMPUTE WS-VALEUR ROUNDED = WS-MANQUE * PC-COUT-MOYEN.
           ADD WS-VALEUR TO WS-VAL-REAPPRO.
           MOVE PC-QUANTITE TO WS-ED-QTE.
           MOVE PC-MINIMUM TO WS-ED-QTE2.
           MOVE WS-MANQUE TO WS-ED-QTE3.
           MOVE PC-COUT-MOYEN TO WS-ED-COUT.
           MOVE WS-VALEUR TO WS-ED-VALEUR.
           MOVE SPACES TO MAGRPT-REC.
           STRING PC-REFERENCE " " PC-LIBELLE(1:25) " " WS-ED-QTE
               WS-ED-QTE2 WS-ED-QTE3 " " PC-FOURN " "
               PC-DERNIERE-ENTREE "  " WS-ED-COUT " " WS-ED-VALEUR
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.

      * ------------------------------------------------------------
      * I - the year's stock count, part by part.
      * ------------------------------------------------------------
       EDITE-INVENTAIRE.
           MOVE SPACES TO WS-NOM-MAGRPT.
           STRING "INVENTAIRE_" WS-ANNEE ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-MAGRPT.
           OPEN OUTPUT MAGRPT-FILE.
           MOVE SPACES TO MAGRPT-REC.
           STRING "Magasin pieces - inventaire " WS-ANNEE
               " - edite le " WS-CURR-DAY "/" WS-CURR-MONTH "/"
               WS-CURR-YEAR DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           STRING "Reference       Libelle                    Compte le"
               "   Livre Compte  Ecart  Cout moy.   Valeur ecart"
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE 0 TO WS-NB-COMPTES WS-NB-NON-COMPTES WS-NB-ECARTS.
           MOVE 0 TO WS-TOT-BONI WS-TOT-MALI WS-VAL-STOCK.
           OPEN INPUT PIECEMAG-FILE.
           IF WS-FS-PIECEMAG = "00"
               MOVE LOW-VALUES TO PC-REFERENCE
               START PIECEMAG-FILE KEY IS NOT LESS THAN PC-REFERENCE
                   INVALID KEY MOVE "10" TO WS-FS-PIECEMAG
               END-START
               PERFORM UNTIL WS-FS-PIECEMAG = "10"
                   READ PIECEMAG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PIECEMAG
                       NOT AT END
                           PERFORM CHERCHE-COMPTAGE
                           PERFORM ECRIT-LIGNE-INVENT
                   END-READ
               END-PERFORM
               CLOSE PIECEMAG-FILE
           END-IF.
           PERFORM ECRIT-TOTAUX-INVENT.
           CLOSE MAGRPT-FILE.
           MOVE "INVENT" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-ANNEE TO WS-RPT-PERIODE.
           MOVE WS-NOM-MAGRPT TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Inventaire " WS-ANNEE " : " WS-NB-COMPTES
               " piece(s) comptee(s) - " WS-NOM-MAGRPT.

      * The part's movements through the MG-REFERENCE key, in the
      * order they were written; the last count of the year wins.
       CHERCHE-COMPTAGE.
           MOVE "N" TO WS-CPT-OK.
           OPEN INPUT MAGMVT-FILE.
           IF WS-FS-MAGMVT = "00"
               MOVE PC-REFERENCE TO MG-REFERENCE
               START MAGMVT-FILE KEY IS EQUAL TO MG-REFERENCE
                   INVALID KEY MOVE "10" TO WS-FS-MAGMVT
               END-START
               PERFORM UNTIL WS-FS-MAGMVT = "10"
                   READ MAGMVT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-MAGMVT
                       NOT AT END
                           IF MG-REFERENCE NOT = PC-REFERENCE
                               MOVE "10" TO WS-FS-MAGMVT
                           ELSE
                               MOVE MG-DATE(1:4) TO WS-MG-ANNEE
                               IF MG-INVENTAIRE
                                  AND WS-MG-ANNEE = WS-ANNEE
                                   MOVE "O" TO WS-CPT-OK
                                   MOVE MG-DATE TO WS-CPT-DATE
                                   MOVE MG-QTE-LIVRE TO WS-CPT-LIVRE
                                   MOVE MG-QUANTITE TO WS-CPT-ECART
                                   MOVE MG-COUT-UNIT TO WS-CPT-COUT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAGMVT-FILE
           END-IF.

       ECRIT-LIGNE-INVENT.
           IF PC-QUANTITE > 0
               COMPUTE WS-VALEUR ROUNDED =
                   PC-QUANTITE * PC-COUT-MOYEN
               ADD WS-VALEUR TO WS-VAL-STOCK
           END-IF.
           MOVE SPACES TO MAGRPT-REC.
           IF WS-CPT-TROUVE
               ADD 1 TO WS-NB-COMPTES
               COMPUTE WS-CPT-COMPTE = WS-CPT-LIVRE + WS-CPT-ECART
               COMPUTE WS-ECART-VAL ROUNDED =
                   WS-CPT-ECART * WS-CPT-COUT
               IF WS-CPT-ECART > 0
                   ADD WS-ECART-VAL TO WS-TOT-BONI
               END-IF
               IF WS-CPT-ECART < 0
                   ADD WS-ECART-VAL TO WS-TOT-MALI
               END-IF
               IF WS-CPT-ECART NOT = 0
                   ADD 1 TO WS-NB-ECARTS
               END-IF
               MOVE WS-CPT-LIVRE TO WS-ED-QTE
               MOVE WS-CPT-COMPTE TO WS-ED-QTE2
               MOVE WS-CPT-ECART TO WS-ED-QTE3
               MOVE WS-CPT-COUT TO WS-ED-COUT
               MOVE WS-ECART-VAL TO WS-ED-SIGNE
               STRING PC-REFERENCE " " PC-LIBELLE(1:25) " "
                   WS-CPT-DATE " " WS-ED-QTE " " WS-ED-QTE2 " "
                   WS-ED-QTE3 "  " WS-ED-COUT " " WS-ED-SIGNE
                   DELIMITED BY SIZE INTO MAGRPT-REC
           ELSE
               ADD 1 TO WS-NB-NON-COMPTES
               MOVE PC-QUANTITE TO WS-ED-QTE
               STRING PC-REFERENCE " " PC-LIBELLE(1:25) " "
                   "non comptee " WS-ED-QTE
                   DELIMITED BY SIZE INTO MAGRPT-REC
           END-IF.
           WRITE MAGRPT-REC.

       ECRIT-TOTAUX-INVENT.
           MOVE SPACES TO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           MOVE WS-NB-COMPTES TO WS-ED-NB.
           STRING "Pieces comptees         : " WS-ED-NB
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           MOVE WS-NB-ECARTS TO WS-ED-NB.
           STRING "  dont avec un ecart    : " WS-ED-NB
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           MOVE WS-NB-NON-COMPTES TO WS-ED-NB.
           STRING "Pieces non comptees     : " WS-ED-NB
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           MOVE WS-TOT-BONI TO WS-ED-SIGNE.
           STRING "Ecarts positifs (EUR)   : " WS-ED-SIGNE
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           MOVE WS-TOT-MALI TO WS-ED-SIGNE.
           STRING "Ecarts negatifs (EUR)   : " WS-ED-SIGNE
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           COMPUTE WS-TOT-NET = WS-TOT-BONI + WS-TOT-MALI.
           MOVE SPACES TO MAGRPT-REC.
           MOVE WS-TOT-NET TO WS-ED-SIGNE.
           STRING "Ecart net (EUR)         : " WS-ED-SIGNE
               DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.
           MOVE SPACES TO MAGRPT-REC.
           MOVE WS-VAL-STOCK TO WS-ED-VALEUR.
           STRING "Valeur du stock ce jour : " WS-ED-VALEUR
               " EUR au cout moyen" DELIMITED BY SIZE INTO MAGRPT-REC.
           WRITE MAGRPT-REC.

       ENREGISTRE-AUDIT.
           MOVE "F123"            TO WS-AUDIT-PROGRAMME.
           MOVE "RAPPORT"         TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           IF WS-MODE-REAPPRO
               MOVE "EDITE-REAPPRO" TO WS-AUDIT-PARAGRAPHE
               STRING "reappro pieces, " WS-NB-REAPPRO
                   " piece(s) sous le minimum"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESUME
           ELSE
               MOVE "EDITE-INVENTAIRE" TO WS-AUDIT-PARAGRAPHE
               STRING "inventaire pieces " WS-ANNEE ", "
                   WS-NB-COMPTES " comptee(s), " WS-NB-NON-COMPTES
                   " non comptee(s)" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESUME
           END-IF.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F123.

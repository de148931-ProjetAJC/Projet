      * left the pump invisibly - and flights whose keyed litres
      * disagree with the pump, plus the day's pump total against
      * the litres the close-outs drew off the F49 book stock.
      * Visitor counter sales (F103, VENTEVIS.DAT) are matched the
      * same way against the dispensings logged with no club
      * aircraft (code zero), so fuel sold to a visitor no longer
      * shows as having left the pump unexplained.
      * Each base has its own pump and drop: the run asks for the
      * base, reads POMPE_JOURNAL.TXT for the principal field or
      * POMPE_JOURNAL_<base>.TXT for a satellite, and only matches
      * the flights that left from that base and the visitor sales
      * made there. A satellite's report is RAPPROCH_POMPE_<base>_
      * <jour>.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT POMPE-FILE ASSIGN TO WS-NOM-POMPE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-POMPE.

           77  WS-JOUR             PIC 9(8) VALUE 0.
           77  WS-AUJOURD-DATE     PIC 9(8) VALUE 0.
           77  WS-TOLERANCE        PIC 9(2)V9 VALUE 2.
           77  WS-NOM-POMPE        PIC X(40) VALUE SPACES.
           77  WS-POMPE-BASE       PIC X(4) VALUE SPACES.

      * The day's dispensings, buffered for the match pass.
           01  FPOMPE.
           77  WS-NB-SANS-VOL      PIC 9(3) VALUE 0.
           77  WS-NB-DESACCORD     PIC 9(3) VALUE 0.
           77  WS-NB-VOLS-JOUR     PIC 9(3) VALUE 0.
           77  WS-TOT-VISITEURS    PIC 9(6)V9 VALUE 0.
           77  WS-NB-VENTES-VIS    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
               COMPUTE WS-JOUR = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-AUJOURD-DATE) - 1)
           END-IF.
           PERFORM CHOIX-BASE.
           PERFORM CHARGE-POMPE.
           PERFORM OUVRE-RAPPORT.
           PERFORM RAPPROCHE-VOLS.
           PERFORM RAPPROCHE-VISITEURS.
           PERFORM EDITE-SANS-VOL.
           PERFORM FERME-RAPPORT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

      * The base whose pump is checked, blank for the principal
      * field; the pump drop's name follows from it.
       CHOIX-BASE.
           PERFORM CHARGE-BASES.
           MOVE SPACES TO WS-BA-CODE.
           IF WS-BA-NB > 1
               DISPLAY "Base (OACI, vide = principale) : "
                   NO ADVANCING
               ACCEPT WS-BA-CODE
           END-IF.
           PERFORM CONTROLE-BASE.
           IF NOT WS-BA-CONNUE
               DISPLAY "Base inconnue (terrain non base du club)."
               STOP RUN
           END-IF.
           MOVE WS-BA-CODE TO WS-POMPE-BASE.
           MOVE SPACES TO WS-NOM-POMPE.
           IF WS-POMPE-BASE = WS-BA-PRINCIPALE
               MOVE "POMPE_JOURNAL.TXT" TO WS-NOM-POMPE
           ELSE
               STRING "POMPE_JOURNAL_" WS-POMPE-BASE ".TXT"
                   DELIMITED BY SIZE INTO WS-NOM-POMPE
           END-IF.

       CHARGE-POMPE.
           MOVE 0 TO NB-POMPE WS-TOT-POMPE.
           OPEN INPUT POMPE-FILE.
           IF WS-FS-POMPE NOT = "00"
               DISPLAY WS-NOM-POMPE " introuvable - abandon."
               MOVE "Rapprochement pompe: journal absent."
                   TO WS-ERR-TEXT
               MOVE "F74" TO WS-AUDIT-PROGRAMME

       OUVRE-RAPPORT.
           MOVE SPACES TO WS-NOM-RAPPROCH.
           IF WS-POMPE-BASE = WS-BA-PRINCIPALE
               STRING "RAPPROCH_POMPE_" WS-JOUR ".TXT"
                   DELIMITED BY SIZE INTO WS-NOM-RAPPROCH
           ELSE
               STRING "RAPPROCH_POMPE_" WS-POMPE-BASE "_" WS-JOUR
                   ".TXT" DELIMITED BY SIZE INTO WS-NOM-RAPPROCH
           END-IF.
           OPEN OUTPUT RAPPROCH-FILE.
           MOVE SPACES TO RAPPROCH-REC.
           STRING "Rapprochement pompe du " WS-JOUR " base "
               WS-POMPE-BASE " - edite le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO RAPPROCH-REC.
           WRITE RAPPROCH-REC.
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                           MOVE VL-BASE-DEP TO WS-BA-CODE
                           PERFORM RAMENE-BASE
                           IF VL-TERMINE
                              AND VL-DATEARR = WS-JOUR
                              AND VL-FUEL-AJOUTE > 0
                              AND WS-BA-CODE = WS-POMPE-BASE
                               ADD 1 TO WS-NB-VOLS-JOUR
                               ADD VL-FUEL-AJOUTE TO WS-TOT-VOLS
                               PERFORM APPARIE-VOL
               WRITE RAPPROCH-REC
           END-IF.

      * Each visitor sale of the day with fuel on it looks for
      * a dispensing keyed without a club aircraft, litres inside
      * the same tolerance; a sale left unmatched is reported like
      * a flight in disagreement.
       RAPPROCHE-VISITEURS.
           OPEN INPUT VENTEVIS-FILE.
           IF WS-FS-VENTEVIS = "00"
               MOVE WS-JOUR TO VV-DATE
               START VENTEVIS-FILE KEY IS NOT LESS THAN VV-DATE
                   INVALID KEY MOVE "10" TO WS-FS-VENTEVIS
               END-START
               PERFORM UNTIL WS-FS-VENTEVIS = "10"
                   READ VENTEVIS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VENTEVIS
                       NOT AT END
                           IF VV-DATE NOT = WS-JOUR
                               MOVE "10" TO WS-FS-VENTEVIS
                           ELSE
                               MOVE VV-BASE TO WS-BA-CODE
                               PERFORM RAMENE-BASE
                               IF VV-LITRES > 0
                                  AND WS-BA-CODE = WS-POMPE-BASE
                                   ADD 1 TO WS-NB-VENTES-VIS
                                   ADD VV-LITRES TO WS-TOT-VISITEURS
                                   PERFORM APPARIE-VISITEUR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTEVIS-FILE
           END-IF.

       APPARIE-VISITEUR.
           MOVE "N" TO WS-MATCH.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NB-POMPE OR WS-MATCH = "O"
               IF PD-APPARIE(WS-IDX) = "N"
                  AND PD-CODAV(WS-IDX) = 0
                   COMPUTE WS-ECART =
                       PD-LITRES(WS-IDX) - VV-LITRES
                   IF WS-ECART < 0
                       COMPUTE WS-ECART = 0 - WS-ECART
                   END-IF
                   IF WS-ECART <= WS-TOLERANCE
                       MOVE "O" TO PD-APPARIE(WS-IDX)
                       MOVE "O" TO WS-MATCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MATCH = "N"
               ADD 1 TO WS-NB-DESACCORD
               MOVE SPACES TO RAPPROCH-REC
               STRING "DESACCORD vente visiteur " VV-NUMERO " "
                   VV-IMMAT ": " VV-LITRES
                   " L factures, aucune distribution pompe"
                   " concordante" DELIMITED BY SIZE
                   INTO RAPPROCH-REC
               WRITE RAPPROCH-REC
           END-IF.

       EDITE-SANS-VOL.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > NB-POMPE
               IF PD-APPARIE(WS-IDX) = "N"
                   STRING "SANS VOL: distribution de "
                       PD-LITRES(WS-IDX) " L a " PD-HEURE(WS-IDX)
                       " avion " PD-CODAV(WS-IDX)
                       " sans vol ni vente concordant"
                       DELIMITED BY SIZE INTO RAPPROCH-REC
                   WRITE RAPPROCH-REC
               END-IF
               DELIMITED BY SIZE INTO RAPPROCH-REC.
           WRITE RAPPROCH-REC.
           MOVE SPACES TO RAPPROCH-REC.
           STRING "Ventes visiteurs: " WS-TOT-VISITEURS " L ("
               WS-NB-VENTES-VIS " vente(s)), egalement debites du"
               " stock F49." DELIMITED BY SIZE INTO RAPPROCH-REC.
           WRITE RAPPROCH-REC.
           MOVE SPACES TO RAPPROCH-REC.
           STRING WS-NB-SANS-VOL " distribution(s) sans vol, "
               WS-NB-DESACCORD " vol(s) en desaccord."
               DELIMITED BY SIZE INTO RAPPROCH-REC.
           MOVE "F74"            TO WS-AUDIT-PROGRAMME.
           MOVE "RAPPROCHE-VOLS" TO WS-AUDIT-PARAGRAPHE.
           MOVE "RAPPROCH"       TO WS-AUDIT-ACTION.
           STRING "pompe " WS-POMPE-BASE " " WS-JOUR ": "
               WS-NB-SANS-VOL
               " sans vol, " WS-NB-DESACCORD " desaccord(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

       COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F74.

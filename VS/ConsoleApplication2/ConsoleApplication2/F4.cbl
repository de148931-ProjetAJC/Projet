              02 SEUIL-CPTHORAV PIC 9(5)V9.
              02 SEUIL-CPTINTER PIC 9(3).
              02 PROPRIO PIC 9(6).
              02 IMMAT PIC X(10).
      * Base where the aircraft is kept (OACI code of an AERODROME
      * row flagged as a club base); blank is the principal base.
              02 BASEAV PIC X(4).

	       77 VALIDE PIC X.
	       77 NUM-AVION-MAJ PIC 9(3).
           77 WS-VOL-OK PIC X VALUE "N".
               88 WS-VOL-FOUND VALUE "O".

      * Fixed assets of an archived aircraft opened for disposal.
           77 WS-NB-IMMO-SORTIE PIC 9(3) VALUE 0.

      * Running list of every create/modify/delete made
      * during this terminal session, same idiom as F3's
      * WS-CHANGELOG-TABLE.
               02 LINE 13 COL 3 VALUE "Seuil entretien horaire: ".
               02 LINE 14 COL 3 VALUE "Seuil entretien inter: ".
               02 LINE 15 COL 3 VALUE "Proprietaire (0=club): ".
               02 LINE 16 COL 3 VALUE "Immatriculation: ".
               02 LINE 16 COL 40 VALUE "Base (OACI): ".
               02 LINE 17 COL 3 VALUE "Valider ? (y/n)".

           01 AS-CRE-AVION REQUIRED UNDERLINE.
               02 LINE 7  COL 25 PIC 9(3)  TO CODAV.
               02 LINE 13 COL 30 PIC 9(5).9 TO SEUIL-CPTHORAV.
               02 LINE 14 COL 30 PIC 9(3)  TO SEUIL-CPTINTER.
               02 LINE 15 COL 30 PIC 9(6)  TO PROPRIO.
               02 LINE 16 COL 25 PIC X(10) TO IMMAT.
               02 LINE 16 COL 54 PIC X(4)  USING BASEAV.
               02 LINE 17 COL 20 PIC X     TO WS-CHOIX.

           01 DS-MAJ-AVION.
               02 LINE 7  COL 3 FROM "Code de l'avion: ".
               02 LINE 13 COL 3 VALUE "Seuil entretien horaire: ".
               02 LINE 14 COL 3 VALUE "Seuil entretien inter: ".
               02 LINE 15 COL 3 VALUE "Proprietaire (0=club): ".
               02 LINE 16 COL 3 VALUE "Immatriculation: ".
               02 LINE 16 COL 40 VALUE "Base (OACI): ".
               02 LINE 17 COL 3 VALUE "Valider ? (y/n)".

           01 AS-MAJ-AVION  REQUIRED UNDERLINE.
               02 LINE 7  COL 25 FROM CODAV.
               02 LINE 13 COL 30 USING SEUIL-CPTHORAV.
               02 LINE 14 COL 30 USING SEUIL-CPTINTER.
               02 LINE 15 COL 30 USING PROPRIO.
               02 LINE 16 COL 25 USING IMMAT.
               02 LINE 16 COL 54 USING BASEAV.
               02 LINE 17 COL 20 PIC X TO WS-CHOIX.

           01 DS-DOC-AVION.
               02 LINE 14 COL 3 VALUE "Type (CDN/ASS/RAD): ".
           MOVE 0   TO SEUIL-CPTHORAV.
           MOVE 0   TO SEUIL-CPTINTER.
           MOVE 0   TO PROPRIO.
           MOVE SPACES TO IMMAT.
           PERFORM CHARGE-BASES.
           MOVE WS-BA-PRINCIPALE TO BASEAV.
           DISPLAY DS-CRE-AVION.
           ACCEPT AS-CRE-AVION.
           IF WS-VALIDER
               ACCEPT AS-MAJ-AVION

               IF WS-VALIDER
                   MOVE BASEAV TO WS-BA-CODE
                   PERFORM CONTROLE-BASE
                   MOVE WS-BA-CODE TO BASEAV
               END-IF
               IF WS-VALIDER AND NOT WS-BA-CONNUE
                   MOVE "Base inconnue (terrain non base du club)."
                       TO WS-MSG
                   MOVE WS-MSG           TO WS-ERR-TEXT
                   MOVE "F4"             TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               ELSE
               IF WS-VALIDER
      * Lock the aircraft record around the edit/rewrite, so a
      * concurrent F2 close-out rolling the same counters forward
      * gets a clear refusal instead of being overwritten.
               ELSE
                   MOVE "Avion non modifié" TO WS-MSG
               END-IF
               END-IF

               MOVE SPACES TO WS-CHOIX
               PERFORM REFRESH
               MOVE AV-SEUIL-CPTHORAV TO SEUIL-CPTHORAV
               MOVE AV-SEUIL-CPTINTER TO SEUIL-CPTINTER
               MOVE AV-PROPRIETAIRE   TO PROPRIO
               MOVE AV-IMMAT          TO IMMAT
               PERFORM CHARGE-BASES
               MOVE AV-BASE TO WS-BA-CODE
               PERFORM RAMENE-BASE
               MOVE WS-BA-CODE        TO BASEAV
           END-IF.


                   REWRITE AVION-REC
           END-READ.
           CLOSE AVION-FILE.
           PERFORM SORTIE-IMMOS-AVION.

           MOVE "F4"          TO WS-AUDIT-PROGRAMME.
           MOVE "DEL-AVION"   TO WS-AUDIT-PARAGRAPHE.
           MOVE "ARCHIVE"     TO WS-AUDIT-ACTION.
           STRING "avion " DEL-AVION-MAJ " archive, "
               WS-NB-IMMO-SORTIE " immobilisation(s) a sortir"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.
           PERFORM RECORD-CHANGE.
           MOVE "Avion archivé" TO WS-MSG.


      * An archived aircraft leaves the asset register: its active
      * IMMO.DAT rows are put "a sortir" as of today at a nil
      * price, for F94 to correct the date and price and F95 to
      * charge the last months and post the exit.
       SORTIE-IMMOS-AVION.
           MOVE 0 TO WS-NB-IMMO-SORTIE.
           OPEN I-O IMMO-FILE.
           IF WS-FS-IMMO = "00"
               MOVE DEL-AVION-MAJ TO IB-CODAV
               START IMMO-FILE KEY IS EQUAL TO IB-CODAV
                   INVALID KEY MOVE "10" TO WS-FS-IMMO
               END-START
               PERFORM UNTIL WS-FS-IMMO = "10"
                   READ IMMO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-IMMO
                       NOT AT END
                           IF IB-CODAV NOT = DEL-AVION-MAJ
                               MOVE "10" TO WS-FS-IMMO
                           ELSE
                               IF IB-AVION AND IB-ACTIVE
                                   MOVE "C" TO IB-ETAT
                                   MOVE WS-CURR-DATE TO IB-DATE-CESSION
                                   MOVE 0 TO IB-PRIX-CESSION
                                   REWRITE IMMO-REC
                                   ADD 1 TO WS-NB-IMMO-SORTIE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE IMMO-FILE.

      * Draws the next free CODAV from the central AVION
      * counter on SEQUENCE.DAT (one read/rewrite); the legacy
      * whole-file max scan only runs once ever, to seed the counter
               END-IF
           END-IF.

           IF WS-CODE-VALIDE
               MOVE BASEAV TO WS-BA-CODE
               PERFORM CONTROLE-BASE
               MOVE WS-BA-CODE TO BASEAV
               IF NOT WS-BA-CONNUE
                   MOVE "N" TO WS-CODE-OK
                   MOVE "Base inconnue (terrain non base du club)."
                       TO WS-MSG
                   MOVE WS-MSG           TO WS-ERR-TEXT
                   MOVE "F4"             TO WS-AUDIT-PROGRAMME
                   PERFORM LOG-ERREUR
               END-IF
           END-IF.

           IF WS-CODE-VALIDE
               INITIALIZE AVION-REC
               MOVE WS-NEXT-CODAV TO AV-CODAV
               MOVE SEUIL-CPTHORAV TO AV-SEUIL-CPTHORAV
               MOVE SEUIL-CPTINTER TO AV-SEUIL-CPTINTER
               MOVE PROPRIO        TO AV-PROPRIETAIRE
               MOVE FUNCTION UPPER-CASE(IMMAT) TO AV-IMMAT
               MOVE BASEAV        TO AV-BASE
               OPEN I-O AVION-FILE
               IF WS-FS-AVION = "35"
                   OPEN OUTPUT AVION-FILE
           MOVE SEUIL-CPTHORAV TO AV-SEUIL-CPTHORAV.
           MOVE SEUIL-CPTINTER TO AV-SEUIL-CPTINTER.
           MOVE PROPRIO        TO AV-PROPRIETAIRE.
           MOVE FUNCTION UPPER-CASE(IMMAT) TO AV-IMMAT.
           MOVE BASEAV        TO AV-BASE.
           REWRITE AVION-REC.
           CLOSE AVION-FILE.

               MOVE WS-DA-TYPE    TO DA-TYPE
               READ DOCAV-FILE
                   INVALID KEY
                       MOVE 0 TO DA-IMMOB-DEB DA-IMMOB-FIN
                   NOT INVALID KEY
                       MOVE "O" TO WS-DA-OK
               END-READ
      * A renewal past today ends the grounding F48 put on the
      * document; the span stays for F125's downtime analysis.
               IF DA-IMMOB-DEB > 0 AND DA-IMMOB-FIN = 0
                  AND WS-DA-EXPIRATION NOT < WS-CURR-DATE
                   MOVE WS-CURR-DATE TO DA-IMMOB-FIN
               END-IF
               MOVE NUM-AVION-MAJ     TO DA-CODAV
               MOVE WS-DA-TYPE        TO DA-TYPE
               MOVE WS-DA-REFERENCE   TO DA-REFERENCE

           COPY "VERROU-PROC.cpy" IN TEMPLATE.

           COPY "BASE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F4.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F88.

      * Migration des formats de fichiers, version 4: the flight
      * store (live VOL.DAT and the VOLHIST.DAT archive) gained the
      * route measured against the aerodrome table - a distance per
      * leg, the base-to-destination distance, the route total, the
      * navigation flag - and a spare area for later attributes;
      * the aircraft store (AVION.DAT) gained the registration the
      * ICAO flight plan is filed under, plus its own spare area.
      * Same one-shot idiom as F85: each store is read through its
      * version 3 layout frozen below, rewritten under the current
      * copybook with the new fields at zero/spaces (flights filed
      * before the table carry no distance), recounted, swapped over
      * the original, and PARAMS is stamped 4 for the login health
      * check. Runs only on a dataset stamped 3; an older dataset
      * goes through F85, which writes the current layouts directly.
      * The stores that grew at version 5 are then taken through
      * the version 4 to 5 conversion F142 runs (MIGRV5-PROC.cpy),
      * so a version 3 dataset lands on 5 in one pass.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

      * The flight stores as version 3 laid them out, bound to
      * the live file names.
           SELECT KVOL-FILE ASSIGN TO "VOL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KV-NUMVOL
               ALTERNATE RECORD KEY KV-CODAV WITH DUPLICATES
               ALTERNATE RECORD KEY KV-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-ANCIEN.

           SELECT KVOLHIST-FILE ASSIGN TO "VOLHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KH-NUMVOL
               ALTERNATE RECORD KEY KH-CODAV WITH DUPLICATES
               ALTERNATE RECORD KEY KH-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-ANCIEN.

           SELECT KAVION-FILE ASSIGN TO "AVION.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KA-CODAV
               FILE STATUS WS-FS-ANCIEN.

      * The rebuilds under the current layout, swapped over the
      * originals once their counts check out.
           SELECT GVOL-FILE ASSIGN TO "MIGR_VOL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GV-NUMVOL
               ALTERNATE RECORD KEY GV-CODAV WITH DUPLICATES
               ALTERNATE RECORD KEY GV-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-MIGR.

           SELECT GVOLHIST-FILE ASSIGN TO "MIGR_VOLHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GH-NUMVOL
               ALTERNATE RECORD KEY GH-CODAV WITH DUPLICATES
               ALTERNATE RECORD KEY GH-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-MIGR.

           SELECT GAVION-FILE ASSIGN TO "MIGR_AVION.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GA-CODAV
               FILE STATUS WS-FS-MIGR.

           COPY "MIGRV5-SELECT.cpy" IN TEMPLATE.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.

      * Version 3 layout, frozen here: VOL-RECORD.cpy has moved
      * on, this records the shape the live files still hold.
       FD  KVOL-FILE.
       01  KVOL-REC.
           05  KV-NUMVOL           PIC 9(6).
           05  KV-CODAV            PIC 9(3).
           05  KV-NUMPIL           PIC 9(6).
           05  KV-NUMPIL-INSTR     PIC 9(6).
           05  KV-INSTRUCTION      PIC X.
               88  KV-VOL-INSTRUCTION VALUE "O".
           05  KV-ID-PASSAGER      PIC 9(6).
           05  KV-DATEDEP          PIC 9(8).
           05  KV-HDEP             PIC 9(4).
           05  KV-DATEARR          PIC 9(8).
           05  KV-HARR             PIC 9(4).
           05  KV-DEST             PIC X(25).
           05  KV-NBLEGS           PIC 9.
           05  KV-LEGS OCCURS 4 TIMES.
               10  KV-LEG-DEST         PIC X(25).
               10  KV-LEG-DATEARR      PIC 9(8).
               10  KV-LEG-HARR         PIC 9(4).
           05  KV-CPTDEP           PIC 9(5)V9.
           05  KV-CPTARR           PIC 9(5)V9.
           05  KV-NBHVOL           PIC 9(5)V9.
           05  KV-COUTVOL          PIC 9(6)V99.
           05  KV-FUEL-AJOUTE      PIC 9(3)V9.
           05  KV-OIL-AJOUTE       PIC 9(2)V9.
           05  KV-FUEL-EXT-L       PIC 9(3)V9.
           05  KV-FUEL-EXT-MT      PIC 9(5)V99.
           05  KV-FUEL-EXT-LIEU    PIC X(15).
           05  KV-NB-ATTER         PIC 9(2).
           05  KV-NB-POB           PIC 9(2).
           05  KV-FUEL-DEPART      PIC 9(3)V9.
           05  KV-NBH-FACT         PIC 9(5)V9.
           05  KV-ETATVOL          PIC X.
               88  KV-DEPOSE           VALUE "D".
               88  KV-TERMINE          VALUE "T".
               88  KV-ANNULE           VALUE "A".
           05  KV-PAYE             PIC X.
               88  KV-EST-PAYE         VALUE "O", "C".
               88  KV-PAYE-CARTE       VALUE "C".
           05  KV-NB-COPAYEURS     PIC 9.
           05  KV-COPAYEURS OCCURS 3 TIMES.
               10  KV-COP-NUMPIL       PIC 9(6).
               10  KV-COP-PCT          PIC 9(3).
       FD  KVOLHIST-FILE.
       01  KVOLHIST-REC.
           05  KH-NUMVOL           PIC 9(6).
           05  KH-CODAV            PIC 9(3).
           05  KH-NUMPIL           PIC 9(6).
           05  KH-NUMPIL-INSTR     PIC 9(6).
           05  KH-INSTRUCTION      PIC X.
               88  KH-VOL-INSTRUCTION VALUE "O".
           05  KH-ID-PASSAGER      PIC 9(6).
           05  KH-DATEDEP          PIC 9(8).
           05  KH-HDEP             PIC 9(4).
           05  KH-DATEARR          PIC 9(8).
           05  KH-HARR             PIC 9(4).
           05  KH-DEST             PIC X(25).
           05  KH-NBLEGS           PIC 9.
           05  KH-LEGS OCCURS 4 TIMES.
               10  KH-LEG-DEST         PIC X(25).
               10  KH-LEG-DATEARR      PIC 9(8).
               10  KH-LEG-HARR         PIC 9(4).
           05  KH-CPTDEP           PIC 9(5)V9.
           05  KH-CPTARR           PIC 9(5)V9.
           05  KH-NBHVOL           PIC 9(5)V9.
           05  KH-COUTVOL          PIC 9(6)V99.
           05  KH-FUEL-AJOUTE      PIC 9(3)V9.
           05  KH-OIL-AJOUTE       PIC 9(2)V9.
           05  KH-FUEL-EXT-L       PIC 9(3)V9.
           05  KH-FUEL-EXT-MT      PIC 9(5)V99.
           05  KH-FUEL-EXT-LIEU    PIC X(15).
           05  KH-NB-ATTER         PIC 9(2).
           05  KH-NB-POB           PIC 9(2).
           05  KH-FUEL-DEPART      PIC 9(3)V9.
           05  KH-NBH-FACT         PIC 9(5)V9.
           05  KH-ETATVOL          PIC X.
               88  KH-DEPOSE           VALUE "D".
               88  KH-TERMINE          VALUE "T".
               88  KH-ANNULE           VALUE "A".
           05  KH-PAYE             PIC X.
               88  KH-EST-PAYE         VALUE "O", "C".
               88  KH-PAYE-CARTE       VALUE "C".
           05  KH-NB-COPAYEURS     PIC 9.
           05  KH-COPAYEURS OCCURS 3 TIMES.
               10  KH-COP-NUMPIL       PIC 9(6).
               10  KH-COP-PCT          PIC 9(3).
       FD  KAVION-FILE.
       01  KAVION-REC.
           05  KA-CODAV            PIC 9(3).
           05  KA-CPTHORAV         PIC 9(5)V9.
           05  KA-CPTINTER         PIC 9(3).
           05  KA-INFOS            PIC X(50).
           05  KA-ETATAV           PIC X.
           05  KA-CODTYP           PIC X(2).
           05  KA-SEUIL-CPTHORAV   PIC 9(5)V9.
           05  KA-SEUIL-CPTINTER   PIC 9(3).
           05  KA-PROPRIETAIRE     PIC 9(6).

      * Current layout.
       FD  GVOL-FILE.
           COPY "VOL-RECORD.cpy" IN TEMPLATE
               REPLACING ==VOL-REC== BY ==GVOL-REC==
               LEADING ==VL-== BY ==GV-==.
       FD  GVOLHIST-FILE.
           COPY "VOL-RECORD.cpy" IN TEMPLATE
               REPLACING ==VOL-REC== BY ==GVOLHIST-REC==
               LEADING ==VL-== BY ==GH-==.
       FD  GAVION-FILE.
           COPY "AVION-RECORD.cpy" IN TEMPLATE
               REPLACING ==AVION-REC== BY ==GAVION-REC==
               LEADING ==AV-== BY ==GA-==.

           COPY "MIGRV5-FD.cpy" IN TEMPLATE.

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-ANCIEN        PIC XX VALUE "00".
           77  WS-FS-MIGR          PIC XX VALUE "00".
           77  WS-VERSION-SOURCE   PIC 9(2) VALUE 3.
           77  WS-VERSION-CIBLE    PIC 9(2) VALUE 5.
           77  WS-VERSION-LUE      PIC 9(2) VALUE 0.
           77  WS-CONFIRME         PIC X VALUE "N".
           77  WS-FICHIER          PIC X(10) VALUE SPACES.
           77  WS-NOM-VIF          PIC X(30) VALUE SPACES.
           77  WS-NOM-MIGR         PIC X(30) VALUE SPACES.
           77  WS-NB-LUS           PIC 9(7) VALUE 0.
           77  WS-NB-RELUS         PIC 9(7) VALUE 0.
           77  WS-NB-OK            PIC 9(2) VALUE 0.
           77  WS-NB-KO            PIC 9(2) VALUE 0.
           77  WS-NB-ABSENTS       PIC 9(2) VALUE 0.
           77  WS-SUB              PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           DISPLAY "Migration des formats de fichiers vers la"
               " version " WS-VERSION-CIBLE ".".
           PERFORM LIT-VERSION.
           IF WS-VERSION-LUE NOT = WS-VERSION-SOURCE
               DISPLAY "Fichiers en version " WS-VERSION-LUE
                   ", attendue " WS-VERSION-SOURCE
                   " - aucun fichier touche."
               IF WS-VERSION-LUE < WS-VERSION-SOURCE
                   DISPLAY "Lancer d'abord la migration F85."
               END-IF
               STOP RUN
           END-IF.
           DISPLAY "A lancer UNE FOIS, terminaux fermes, apres"
               " la sauvegarde F33.".
           DISPLAY "Confirmer la migration ? (O/N) : "
               NO ADVANCING.
           ACCEPT WS-CONFIRME.
           IF WS-CONFIRME NOT = "O" AND WS-CONFIRME NOT = "o"
               DISPLAY "Abandon - aucun fichier touche."
               STOP RUN
           END-IF.
           PERFORM MIGRE-VOL.
           PERFORM MIGRE-VOLHIST.
           PERFORM MIGRE-AVION.
           MOVE "F88" TO WS-AUDIT-PROGRAMME.
           PERFORM MIGRE-V5-COMPTES.
           PERFORM MIGRE-V5-ANNEXES.
           IF WS-NB-KO = 0
               PERFORM STAMPE-VERSION
               DISPLAY "Migration terminee: " WS-NB-OK
                   " fichier(s) convertis, " WS-NB-ABSENTS
                   " absent(s), version " WS-VERSION-CIBLE
                   " estampillee."
           ELSE
               DISPLAY "Migration INCOMPLETE: " WS-NB-KO
                   " fichier(s) refuse(s) - version NON"
                   " estampillee, voir ERREURS.LOG."
           END-IF.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

      * The stamp the previous migration left; no stamp reads as
      * zero and is refused like any other mismatch.
       LIT-VERSION.
           MOVE 0 TO WS-VERSION-LUE.
           OPEN INPUT PARAMS-FILE.
           IF WS-FS-PARAMS = "00"
               MOVE "VERSION-FIC" TO PM-CODE
               READ PARAMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-VALEUR TO WS-VERSION-LUE
               END-READ
               CLOSE PARAMS-FILE
           END-IF.

      * Common tail of every store: the rebuild's count must
      * match what was read before it replaces the original.
       CONTROLE-ET-BASCULE.
           IF WS-NB-RELUS = WS-NB-LUS
               CALL "CBL_COPY_FILE"
                   USING WS-NOM-MIGR WS-NOM-VIF
               CALL "CBL_DELETE_FILE" USING WS-NOM-MIGR
               ADD 1 TO WS-NB-OK
               DISPLAY WS-FICHIER ": " WS-NB-LUS
                   " enregistrement(s) convertis."
           ELSE
               ADD 1 TO WS-NB-KO
               MOVE SPACES TO WS-ERR-TEXT
               STRING "Migration " WS-FICHIER " refusee: "
                   WS-NB-LUS " lu(s), " WS-NB-RELUS " relu(s)"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               MOVE "F88" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
               DISPLAY WS-FICHIER ": REFUSE (comptes differents)."
           END-IF.

       MIGRE-VOL.
           MOVE "VOL" TO WS-FICHIER.
           MOVE "VOL.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_VOL.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT KVOL-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration VOL: ouverture impossible."
                   TO WS-ERR-TEXT
               MOVE "F88" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT GVOL-FILE
               MOVE LOW-VALUES TO KV-NUMVOL
               START KVOL-FILE KEY IS NOT LESS THAN KV-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ KVOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-VOL
                           WRITE GVOL-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE KVOL-FILE
               CLOSE GVOL-FILE
               OPEN INPUT GVOL-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO GV-NUMVOL
                   START GVOL-FILE
                       KEY IS NOT LESS THAN GV-NUMVOL
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ GVOL-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE GVOL-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-VOL.
           INITIALIZE GVOL-REC.
           MOVE KV-NUMVOL TO GV-NUMVOL.
           MOVE KV-CODAV TO GV-CODAV.
           MOVE KV-NUMPIL TO GV-NUMPIL.
           MOVE KV-NUMPIL-INSTR TO GV-NUMPIL-INSTR.
           MOVE KV-INSTRUCTION TO GV-INSTRUCTION.
           MOVE KV-ID-PASSAGER TO GV-ID-PASSAGER.
           MOVE KV-DATEDEP TO GV-DATEDEP.
           MOVE KV-HDEP TO GV-HDEP.
           MOVE KV-DATEARR TO GV-DATEARR.
           MOVE KV-HARR TO GV-HARR.
           MOVE KV-DEST TO GV-DEST.
           MOVE KV-NBLEGS TO GV-NBLEGS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE KV-LEG-DEST(WS-SUB) TO GV-LEG-DEST(WS-SUB)
               MOVE KV-LEG-DATEARR(WS-SUB)
                   TO GV-LEG-DATEARR(WS-SUB)
               MOVE KV-LEG-HARR(WS-SUB) TO GV-LEG-HARR(WS-SUB)
           END-PERFORM.
           MOVE KV-CPTDEP TO GV-CPTDEP.
           MOVE KV-CPTARR TO GV-CPTARR.
           MOVE KV-NBHVOL TO GV-NBHVOL.
           MOVE KV-COUTVOL TO GV-COUTVOL.
           MOVE KV-FUEL-AJOUTE TO GV-FUEL-AJOUTE.
           MOVE KV-OIL-AJOUTE TO GV-OIL-AJOUTE.
           MOVE KV-FUEL-EXT-L TO GV-FUEL-EXT-L.
           MOVE KV-FUEL-EXT-MT TO GV-FUEL-EXT-MT.
           MOVE KV-FUEL-EXT-LIEU TO GV-FUEL-EXT-LIEU.
           MOVE KV-NB-ATTER TO GV-NB-ATTER.
           MOVE KV-NB-POB TO GV-NB-POB.
           MOVE KV-FUEL-DEPART TO GV-FUEL-DEPART.
           MOVE KV-NBH-FACT TO GV-NBH-FACT.
           MOVE KV-ETATVOL TO GV-ETATVOL.
           MOVE KV-PAYE TO GV-PAYE.
           MOVE KV-NB-COPAYEURS TO GV-NB-COPAYEURS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               MOVE KV-COP-NUMPIL(WS-SUB) TO GV-COP-NUMPIL(WS-SUB)
               MOVE KV-COP-PCT(WS-SUB) TO GV-COP-PCT(WS-SUB)
           END-PERFORM.

       MIGRE-VOLHIST.
           MOVE "VOLHIST" TO WS-FICHIER.
           MOVE "VOLHIST.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_VOLHIST.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT KVOLHIST-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration VOLHIST: ouverture impossible."
                   TO WS-ERR-TEXT
               MOVE "F88" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT GVOLHIST-FILE
               MOVE LOW-VALUES TO KH-NUMVOL
               START KVOLHIST-FILE KEY IS NOT LESS THAN KH-NUMVOL
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ KVOLHIST-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-VOLHIST
                           WRITE GVOLHIST-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE KVOLHIST-FILE
               CLOSE GVOLHIST-FILE
               OPEN INPUT GVOLHIST-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO GH-NUMVOL
                   START GVOLHIST-FILE
                       KEY IS NOT LESS THAN GH-NUMVOL
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ GVOLHIST-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE GVOLHIST-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-VOLHIST.
           INITIALIZE GVOLHIST-REC.
           MOVE KH-NUMVOL TO GH-NUMVOL.
           MOVE KH-CODAV TO GH-CODAV.
           MOVE KH-NUMPIL TO GH-NUMPIL.
           MOVE KH-NUMPIL-INSTR TO GH-NUMPIL-INSTR.
           MOVE KH-INSTRUCTION TO GH-INSTRUCTION.
           MOVE KH-ID-PASSAGER TO GH-ID-PASSAGER.
           MOVE KH-DATEDEP TO GH-DATEDEP.
           MOVE KH-HDEP TO GH-HDEP.
           MOVE KH-DATEARR TO GH-DATEARR.
           MOVE KH-HARR TO GH-HARR.
           MOVE KH-DEST TO GH-DEST.
           MOVE KH-NBLEGS TO GH-NBLEGS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE KH-LEG-DEST(WS-SUB) TO GH-LEG-DEST(WS-SUB)
               MOVE KH-LEG-DATEARR(WS-SUB)
                   TO GH-LEG-DATEARR(WS-SUB)
               MOVE KH-LEG-HARR(WS-SUB) TO GH-LEG-HARR(WS-SUB)
           END-PERFORM.
           MOVE KH-CPTDEP TO GH-CPTDEP.
           MOVE KH-CPTARR TO GH-CPTARR.
           MOVE KH-NBHVOL TO GH-NBHVOL.
           MOVE KH-COUTVOL TO GH-COUTVOL.
           MOVE KH-FUEL-AJOUTE TO GH-FUEL-AJOUTE.
           MOVE KH-OIL-AJOUTE TO GH-OIL-AJOUTE.
           MOVE KH-FUEL-EXT-L TO GH-FUEL-EXT-L.
           MOVE KH-FUEL-EXT-MT TO GH-FUEL-EXT-MT.
           MOVE KH-FUEL-EXT-LIEU TO GH-FUEL-EXT-LIEU.
           MOVE KH-NB-ATTER TO GH-NB-ATTER.
           MOVE KH-NB-POB TO GH-NB-POB.
           MOVE KH-FUEL-DEPART TO GH-FUEL-DEPART.
           MOVE KH-NBH-FACT TO GH-NBH-FACT.
           MOVE KH-ETATVOL TO GH-ETATVOL.
           MOVE KH-PAYE TO GH-PAYE.
           MOVE KH-NB-COPAYEURS TO GH-NB-COPAYEURS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               MOVE KH-COP-NUMPIL(WS-SUB) TO GH-COP-NUMPIL(WS-SUB)
               MOVE KH-COP-PCT(WS-SUB) TO GH-COP-PCT(WS-SUB)
           END-PERFORM.

       MIGRE-AVION.
           MOVE "AVION" TO WS-FICHIER.
           MOVE "AVION.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_AVION.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT KAVION-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration AVION: ouverture impossible."
                   TO WS-ERR-TEXT
               MOVE "F88" TO WS-AUDIT-PROGRAMME
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT GAVION-FILE
               MOVE LOW-VALUES TO KA-CODAV
               START KAVION-FILE KEY IS NOT LESS THAN KA-CODAV
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ KAVION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-AVION
                           WRITE GAVION-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE KAVION-FILE
               CLOSE GAVION-FILE
               OPEN INPUT GAVION-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO GA-CODAV
                   START GAVION-FILE
                       KEY IS NOT LESS THAN GA-CODAV
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ GAVION-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE GAVION-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

      * The registration is left blank: F4 fills it in aircraft
      * by aircraft, and F1 refuses the flight plan until it has.
       CONVERTIT-AVION.
           INITIALIZE GAVION-REC.
           MOVE KA-CODAV TO GA-CODAV.
           MOVE KA-CPTHORAV TO GA-CPTHORAV.
           MOVE KA-CPTINTER TO GA-CPTINTER.
           MOVE KA-INFOS TO GA-INFOS.
           MOVE KA-ETATAV TO GA-ETATAV.
           MOVE KA-CODTYP TO GA-CODTYP.
           MOVE KA-SEUIL-CPTHORAV TO GA-SEUIL-CPTHORAV.
           MOVE KA-SEUIL-CPTINTER TO GA-SEUIL-CPTINTER.
           MOVE KA-PROPRIETAIRE TO GA-PROPRIETAIRE.

       COPY "MIGRV5-PROC.cpy" IN TEMPLATE.

       COPY "HEURE-PROC.cpy" IN TEMPLATE.

      * The stamp the login health check verifies; written only
      * when every store converted cleanly.
       STAMPE-VERSION.
           OPEN I-O PARAMS-FILE.
           IF WS-FS-PARAMS = "00"
               MOVE "VERSION-FIC" TO PM-CODE
               READ PARAMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-VERSION-CIBLE TO PM-VALEUR
                       REWRITE PARAMS-REC
               END-READ
               CLOSE PARAMS-FILE
           END-IF.

       ENREGISTRE-AUDIT.
           MOVE "BATCH"     TO WS-OPERATEUR.
           MOVE "F88"       TO WS-AUDIT-PROGRAMME.
           MOVE "DEBUT"     TO WS-AUDIT-PARAGRAPHE.
           MOVE "MIGRER"    TO WS-AUDIT-ACTION.
           STRING "migration formats v" WS-VERSION-CIBLE ": "
               WS-NB-OK " converti(s), " WS-NB-KO " refuse(s), "
               WS-NB-ABSENTS " absent(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F88.

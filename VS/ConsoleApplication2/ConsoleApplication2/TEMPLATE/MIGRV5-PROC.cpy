      * MIGRV5-PROC - version 4 to 5 conversion of each store that
      * grew, for the migrations that land on version 5 (F85, F88,
      * F142). The host declares the WS-FS-ANCIEN/WS-FS-MIGR
      * statuses, the WS-FICHIER/WS-NOM-VIF/WS-NOM-MIGR names, the
      * WS-NB- counters and CONTROLE-ET-BASCULE (count check and
      * swap), and sets WS-AUDIT-PROGRAMME before performing:
      *   MIGRE-V5-ANNEXES  the stores F85 does not rebuild itself
      *   MIGRE-V5-COMPTES  pilot, payment and invoice stores, which
      *                     F85 writes under the current layout
      * Each store is read through its frozen version 4 layout and
      * rewritten with the appended fields at zero/spaces - the
      * value every program reads as "not yet set". Simulator
      * sessions keep their layout but have their start put in
      * UTC, so the host also copies HEURE-PROC.cpy.
       MIGRE-V5-ANNEXES.
           PERFORM MIGRE-V5-ARCHLOG.
           PERFORM MIGRE-V5-ATTENTE.
           PERFORM MIGRE-V5-BANQUE.
           PERFORM MIGRE-V5-CAISSE.
           PERFORM MIGRE-V5-CATRPT.
           PERFORM MIGRE-V5-DEFAUT.
           PERFORM MIGRE-V5-DOCAV.
           PERFORM MIGRE-V5-ECHEANCIER.
           PERFORM MIGRE-V5-MAINCOUR.
           PERFORM MIGRE-V5-MAINT.
           PERFORM MIGRE-V5-MVT.
           PERFORM MIGRE-V5-NOTIF.
           PERFORM MIGRE-V5-OCCURRENCE.
           PERFORM MIGRE-V5-OPERATEUR.
           PERFORM MIGRE-V5-PERF.
           PERFORM MIGRE-V5-RESA.
           PERFORM MIGRE-V5-SIMSESS.
           PERFORM MIGRE-V5-STOCK.

       MIGRE-V5-COMPTES.
           PERFORM MIGRE-V5-PILOTE.
           PERFORM MIGRE-V5-PAIEMENT.
           PERFORM MIGRE-V5-FACTNUM.

       MIGRE-V5-ARCHLOG.
           MOVE "ARCHLOG" TO WS-FICHIER.
           MOVE "ARCHLOG.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_ARCHLOG.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4ARCHLOG-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration ARCHLOG: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5ARCHLOG-FILE
               MOVE LOW-VALUES TO V4AR-NOM
               START V4ARCHLOG-FILE KEY IS NOT LESS THAN V4AR-NOM
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4ARCHLOG-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-ARCHLOG
                           WRITE V5ARCHLOG-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4ARCHLOG-FILE
               CLOSE V5ARCHLOG-FILE
               OPEN INPUT V5ARCHLOG-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5AR-NOM
                   START V5ARCHLOG-FILE
                       KEY IS NOT LESS THAN V5AR-NOM
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5ARCHLOG-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5ARCHLOG-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-ARCHLOG.
           INITIALIZE V5ARCHLOG-REC.
           MOVE V4AR-NOM TO V5AR-NOM.
           MOVE V4AR-TYPE TO V5AR-TYPE.
           MOVE V4AR-DATE TO V5AR-DATE.
           MOVE V4AR-NB-LIGNES TO V5AR-NB-LIGNES.

       MIGRE-V5-ATTENTE.
           MOVE "ATTENTE" TO WS-FICHIER.
           MOVE "ATTENTE.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_ATTENTE.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4ATTENTE-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration ATTENTE: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5ATTENTE-FILE
               MOVE LOW-VALUES TO V4AT-ID
               START V4ATTENTE-FILE KEY IS NOT LESS THAN V4AT-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4ATTENTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-ATTENTE
                           WRITE V5ATTENTE-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4ATTENTE-FILE
               CLOSE V5ATTENTE-FILE
               OPEN INPUT V5ATTENTE-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5AT-ID
                   START V5ATTENTE-FILE
                       KEY IS NOT LESS THAN V5AT-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5ATTENTE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5ATTENTE-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-ATTENTE.
           INITIALIZE V5ATTENTE-REC.
           MOVE V4AT-ID TO V5AT-ID.
           MOVE V4AT-CODAV TO V5AT-CODAV.
           MOVE V4AT-NUMPIL TO V5AT-NUMPIL.
           MOVE V4AT-DATE TO V5AT-DATE.
           MOVE V4AT-HDEB TO V5AT-HDEB.
           MOVE V4AT-HFIN TO V5AT-HFIN.
           MOVE V4AT-DATE-DEMANDE TO V5AT-DATE-DEMANDE.
           MOVE V4AT-ETAT TO V5AT-ETAT.

       MIGRE-V5-BANQUE.
           MOVE "BANQUE" TO WS-FICHIER.
           MOVE "BANQUE.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_BANQUE.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4BANQUE-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration BANQUE: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5BANQUE-FILE
               MOVE LOW-VALUES TO V4BQ-NUMPIL
               START V4BANQUE-FILE KEY IS NOT LESS THAN V4BQ-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4BANQUE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-BANQUE
                           WRITE V5BANQUE-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4BANQUE-FILE
               CLOSE V5BANQUE-FILE
               OPEN INPUT V5BANQUE-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5BQ-NUMPIL
                   START V5BANQUE-FILE
                       KEY IS NOT LESS THAN V5BQ-NUMPIL
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5BANQUE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5BANQUE-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-BANQUE.
           INITIALIZE V5BANQUE-REC.
           MOVE V4BQ-NUMPIL TO V5BQ-NUMPIL.
           MOVE V4BQ-IBAN TO V5BQ-IBAN.
           MOVE V4BQ-BIC TO V5BQ-BIC.
           MOVE V4BQ-TITULAIRE TO V5BQ-TITULAIRE.
           MOVE V4BQ-RUM TO V5BQ-RUM.

       MIGRE-V5-CAISSE.
           MOVE "CAISSE" TO WS-FICHIER.
           MOVE "CAISSE.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_CAISSE.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4CAISSE-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration CAISSE: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5CAISSE-FILE
               MOVE LOW-VALUES TO V4CA-ID
               START V4CAISSE-FILE KEY IS NOT LESS THAN V4CA-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4CAISSE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-CAISSE
                           WRITE V5CAISSE-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4CAISSE-FILE
               CLOSE V5CAISSE-FILE
               OPEN INPUT V5CAISSE-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5CA-ID
                   START V5CAISSE-FILE
                       KEY IS NOT LESS THAN V5CA-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5CAISSE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5CAISSE-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-CAISSE.
           INITIALIZE V5CAISSE-REC.
           MOVE V4CA-ID TO V5CA-ID.
           MOVE V4CA-OPERATEUR TO V5CA-OPERATEUR.
           MOVE V4CA-DATE-OUVERT TO V5CA-DATE-OUVERT.
           MOVE V4CA-FOND TO V5CA-FOND.
           MOVE V4CA-DATE-FERME TO V5CA-DATE-FERME.
           MOVE V4CA-COMPTE TO V5CA-COMPTE.
           MOVE V4CA-ECART TO V5CA-ECART.
           MOVE V4CA-ETAT TO V5CA-ETAT.

       MIGRE-V5-CATRPT.
           MOVE "CATRPT" TO WS-FICHIER.
           MOVE "CATRPT.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_CATRPT.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4CATRPT-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration CATRPT: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5CATRPT-FILE
               MOVE LOW-VALUES TO V4CR-CLE
               START V4CATRPT-FILE KEY IS NOT LESS THAN V4CR-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4CATRPT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-CATRPT
                           WRITE V5CATRPT-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4CATRPT-FILE
               CLOSE V5CATRPT-FILE
               OPEN INPUT V5CATRPT-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5CR-CLE
                   START V5CATRPT-FILE
                       KEY IS NOT LESS THAN V5CR-CLE
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5CATRPT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5CATRPT-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-CATRPT.
           INITIALIZE V5CATRPT-REC.
           MOVE V4CR-CLE TO V5CR-CLE.
           MOVE V4CR-PERIODE TO V5CR-PERIODE.
           MOVE V4CR-OPERATEUR TO V5CR-OPERATEUR.
           MOVE V4CR-NOM-FICHIER TO V5CR-NOM-FICHIER.

       MIGRE-V5-DEFAUT.
           MOVE "DEFAUT" TO WS-FICHIER.
           MOVE "DEFAUTS.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_DEFAUTS.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4DEFAUT-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration DEFAUT: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5DEFAUT-FILE
               MOVE LOW-VALUES TO V4DF-ID
               START V4DEFAUT-FILE KEY IS NOT LESS THAN V4DF-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4DEFAUT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-DEFAUT
                           WRITE V5DEFAUT-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4DEFAUT-FILE
               CLOSE V5DEFAUT-FILE
               OPEN INPUT V5DEFAUT-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5DF-ID
                   START V5DEFAUT-FILE
                       KEY IS NOT LESS THAN V5DF-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5DEFAUT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5DEFAUT-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-DEFAUT.
           INITIALIZE V5DEFAUT-REC.
           MOVE V4DF-ID TO V5DF-ID.
           MOVE V4DF-CODAV TO V5DF-CODAV.
           MOVE V4DF-NUMVOL TO V5DF-NUMVOL.
           MOVE V4DF-DATE TO V5DF-DATE.
           MOVE V4DF-TEXTE TO V5DF-TEXTE.
           MOVE V4DF-SEVERITE TO V5DF-SEVERITE.
           MOVE V4DF-ETAT TO V5DF-ETAT.
           MOVE V4DF-NUMOT TO V5DF-NUMOT.
           MOVE V4DF-OPERATEUR TO V5DF-OPERATEUR.

       MIGRE-V5-DOCAV.
           MOVE "DOCAV" TO WS-FICHIER.
           MOVE "DOCAV.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_DOCAV.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4DOCAV-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration DOCAV: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5DOCAV-FILE
               MOVE LOW-VALUES TO V4DA-CLE
               START V4DOCAV-FILE KEY IS NOT LESS THAN V4DA-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4DOCAV-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-DOCAV
                           WRITE V5DOCAV-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4DOCAV-FILE
               CLOSE V5DOCAV-FILE
               OPEN INPUT V5DOCAV-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5DA-CLE
                   START V5DOCAV-FILE
                       KEY IS NOT LESS THAN V5DA-CLE
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5DOCAV-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5DOCAV-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-DOCAV.
           INITIALIZE V5DOCAV-REC.
           MOVE V4DA-CLE TO V5DA-CLE.
           MOVE V4DA-REFERENCE TO V5DA-REFERENCE.
           MOVE V4DA-EXPIRATION TO V5DA-EXPIRATION.
           MOVE V4DA-OBLIGATOIRE TO V5DA-OBLIGATOIRE.

       MIGRE-V5-ECHEANCIER.
           MOVE "ECHEANCIER" TO WS-FICHIER.
           MOVE "ECHEANCIER.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_ECHEANCIER.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4ECHEANCIER-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration ECHEANCIER: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5ECHEANCIER-FILE
               MOVE LOW-VALUES TO V4EE-CLE
               START V4ECHEANCIER-FILE KEY IS NOT LESS THAN V4EE-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4ECHEANCIER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-ECHEANCIER
                           WRITE V5ECHEANCIER-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4ECHEANCIER-FILE
               CLOSE V5ECHEANCIER-FILE
               OPEN INPUT V5ECHEANCIER-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5EE-CLE
                   START V5ECHEANCIER-FILE
                       KEY IS NOT LESS THAN V5EE-CLE
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5ECHEANCIER-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5ECHEANCIER-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-ECHEANCIER.
           INITIALIZE V5ECHEANCIER-REC.
           MOVE V4EE-CLE TO V5EE-CLE.
           MOVE V4EE-DATE-ECHEANCE TO V5EE-DATE-ECHEANCE.
           MOVE V4EE-MONTANT TO V5EE-MONTANT.
           MOVE V4EE-ETAT TO V5EE-ETAT.
           MOVE V4EE-NUMRECU TO V5EE-NUMRECU.

       MIGRE-V5-MAINCOUR.
           MOVE "MAINCOUR" TO WS-FICHIER.
           MOVE "MAINCOUR.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_MAINCOUR.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4MAINCOUR-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration MAINCOUR: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5MAINCOUR-FILE
               MOVE LOW-VALUES TO V4MC-CLE
               START V4MAINCOUR-FILE KEY IS NOT LESS THAN V4MC-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4MAINCOUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-MAINCOUR
                           WRITE V5MAINCOUR-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4MAINCOUR-FILE
               CLOSE V5MAINCOUR-FILE
               OPEN INPUT V5MAINCOUR-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5MC-CLE
                   START V5MAINCOUR-FILE
                       KEY IS NOT LESS THAN V5MC-CLE
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5MAINCOUR-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5MAINCOUR-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-MAINCOUR.
           INITIALIZE V5MAINCOUR-REC.
           MOVE V4MC-CLE TO V5MC-CLE.
           MOVE V4MC-HEURE TO V5MC-HEURE.
           MOVE V4MC-CATEGORIE TO V5MC-CATEGORIE.
           MOVE V4MC-TEXTE TO V5MC-TEXTE.
           MOVE V4MC-OPERATEUR TO V5MC-OPERATEUR.

       MIGRE-V5-MAINT.
           MOVE "MAINT" TO WS-FICHIER.
           MOVE "MAINT.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_MAINT.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4MAINT-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration MAINT: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5MAINT-FILE
               MOVE LOW-VALUES TO V4OT-CLE
               START V4MAINT-FILE KEY IS NOT LESS THAN V4OT-CLE
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4MAINT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-MAINT
                           WRITE V5MAINT-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4MAINT-FILE
               CLOSE V5MAINT-FILE
               OPEN INPUT V5MAINT-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5OT-CLE
                   START V5MAINT-FILE
                       KEY IS NOT LESS THAN V5OT-CLE
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5MAINT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5MAINT-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-MAINT.
           INITIALIZE V5MAINT-REC.
           MOVE V4OT-CLE TO V5OT-CLE.
           MOVE V4OT-DATE-OUVERT TO V5OT-DATE-OUVERT.
           MOVE V4OT-DATE-CLOTURE TO V5OT-DATE-CLOTURE.
           MOVE V4OT-CPT-OUVERT TO V5OT-CPT-OUVERT.
           MOVE V4OT-CPT-CLOTURE TO V5OT-CPT-CLOTURE.
           MOVE V4OT-MECANICIEN TO V5OT-MECANICIEN.
           MOVE V4OT-TRAVAUX TO V5OT-TRAVAUX.
           MOVE V4OT-ETAT TO V5OT-ETAT.

       MIGRE-V5-MVT.
           MOVE "MVT" TO WS-FICHIER.
           MOVE "MVT.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_MVT.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4MVT-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration MVT: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5MVT-FILE
               MOVE LOW-VALUES TO V4MV-ID
               START V4MVT-FILE KEY IS NOT LESS THAN V4MV-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4MVT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-MVT
                           WRITE V5MVT-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4MVT-FILE
               CLOSE V5MVT-FILE
               OPEN INPUT V5MVT-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5MV-ID
                   START V5MVT-FILE
                       KEY IS NOT LESS THAN V5MV-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5MVT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5MVT-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-MVT.
           INITIALIZE V5MVT-REC.
           MOVE V4MV-ID TO V5MV-ID.
           MOVE V4MV-TIMESTAMP TO V5MV-TIMESTAMP.
           MOVE V4MV-NUMPIL TO V5MV-NUMPIL.
           MOVE V4MV-PROGRAMME TO V5MV-PROGRAMME.
           MOVE V4MV-TYPE TO V5MV-TYPE.
           MOVE V4MV-MONTANT TO V5MV-MONTANT.
           MOVE V4MV-REFERENCE TO V5MV-REFERENCE.
           MOVE V4MV-SOLDE-APRES TO V5MV-SOLDE-APRES.

       MIGRE-V5-NOTIF.
           MOVE "NOTIF" TO WS-FICHIER.
           MOVE "NOTIF.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_NOTIF.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4NOTIF-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration NOTIF: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5NOTIF-FILE
               MOVE LOW-VALUES TO V4NT-ID
               START V4NOTIF-FILE KEY IS NOT LESS THAN V4NT-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4NOTIF-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-NOTIF
                           WRITE V5NOTIF-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4NOTIF-FILE
               CLOSE V5NOTIF-FILE
               OPEN INPUT V5NOTIF-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5NT-ID
                   START V5NOTIF-FILE
                       KEY IS NOT LESS THAN V5NT-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5NOTIF-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5NOTIF-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-NOTIF.
           INITIALIZE V5NOTIF-REC.
           MOVE V4NT-ID TO V5NT-ID.
           MOVE V4NT-TIMESTAMP TO V5NT-TIMESTAMP.
           MOVE V4NT-NUMPIL TO V5NT-NUMPIL.
           MOVE V4NT-EMAIL TO V5NT-EMAIL.
           MOVE V4NT-ORIGINE TO V5NT-ORIGINE.
           MOVE V4NT-OBJET TO V5NT-OBJET.
           MOVE V4NT-TEXTE TO V5NT-TEXTE.
           MOVE V4NT-ETAT TO V5NT-ETAT.
           MOVE V4NT-DATE-ENVOI TO V5NT-DATE-ENVOI.

       MIGRE-V5-OCCURRENCE.
           MOVE "OCCURRENCE" TO WS-FICHIER.
           MOVE "OCCURRENCE.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_OCCURRENCE.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4OCCURRENCE-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration OCCURRENCE: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5OCCURRENCE-FILE
               MOVE LOW-VALUES TO V4OC-ID
               START V4OCCURRENCE-FILE KEY IS NOT LESS THAN V4OC-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4OCCURRENCE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-OCCURRENCE
                           WRITE V5OCCURRENCE-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4OCCURRENCE-FILE
               CLOSE V5OCCURRENCE-FILE
               OPEN INPUT V5OCCURRENCE-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5OC-ID
                   START V5OCCURRENCE-FILE
                       KEY IS NOT LESS THAN V5OC-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5OCCURRENCE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5OCCURRENCE-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-OCCURRENCE.
           INITIALIZE V5OCCURRENCE-REC.
           MOVE V4OC-ID TO V5OC-ID.
           MOVE V4OC-NUMVOL TO V5OC-NUMVOL.
           MOVE V4OC-CODAV TO V5OC-CODAV.
           MOVE V4OC-DATE TO V5OC-DATE.
           MOVE V4OC-TEXTE TO V5OC-TEXTE.
           MOVE V4OC-SEVERITE TO V5OC-SEVERITE.
           MOVE V4OC-SINISTRE TO V5OC-SINISTRE.
           MOVE V4OC-REF-ASSUREUR TO V5OC-REF-ASSUREUR.
           MOVE V4OC-NUMOT TO V5OC-NUMOT.
           MOVE V4OC-ETAT TO V5OC-ETAT.

       MIGRE-V5-OPERATEUR.
           MOVE "OPERATEUR" TO WS-FICHIER.
           MOVE "OPERATEUR.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_OPERATEUR.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4OPERATEUR-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration OPERATEUR: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5OPERATEUR-FILE
               MOVE LOW-VALUES TO V4OPR-ID
               START V4OPERATEUR-FILE KEY IS NOT LESS THAN V4OPR-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4OPERATEUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-OPERATEUR
                           WRITE V5OPERATEUR-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4OPERATEUR-FILE
               CLOSE V5OPERATEUR-FILE
               OPEN INPUT V5OPERATEUR-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5OPR-ID
                   START V5OPERATEUR-FILE
                       KEY IS NOT LESS THAN V5OPR-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5OPERATEUR-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5OPERATEUR-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-OPERATEUR.
           INITIALIZE V5OPERATEUR-REC.
           MOVE V4OPR-ID TO V5OPR-ID.
           MOVE V4OPR-HASH TO V5OPR-HASH.
           MOVE V4OPR-ROLE TO V5OPR-ROLE.
           MOVE V4OPR-ACTIF TO V5OPR-ACTIF.
           MOVE V4OPR-LAST-LOGIN TO V5OPR-LAST-LOGIN.
           MOVE V4OPR-ECHECS TO V5OPR-ECHECS.
           MOVE V4OPR-NUMPIL TO V5OPR-NUMPIL.

       MIGRE-V5-PERF.
           MOVE "PERF" TO WS-FICHIER.
           MOVE "PERF.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_PERF.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4PERF-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration PERF: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5PERF-FILE
               MOVE LOW-VALUES TO V4PF-CODTYP
               START V4PERF-FILE KEY IS NOT LESS THAN V4PF-CODTYP
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4PERF-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-PERF
                           WRITE V5PERF-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4PERF-FILE
               CLOSE V5PERF-FILE
               OPEN INPUT V5PERF-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5PF-CODTYP
                   START V5PERF-FILE
                       KEY IS NOT LESS THAN V5PF-CODTYP
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5PERF-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5PERF-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-PERF.
           INITIALIZE V5PERF-REC.
           MOVE V4PF-CODTYP TO V5PF-CODTYP.
           MOVE V4PF-PLACES TO V5PF-PLACES.
           MOVE V4PF-CHARGE-MAX TO V5PF-CHARGE-MAX.
           MOVE V4PF-CARBU-UTIL TO V5PF-CARBU-UTIL.
           MOVE V4PF-CONSO-HOR TO V5PF-CONSO-HOR.

       MIGRE-V5-RESA.
           MOVE "RESA" TO WS-FICHIER.
           MOVE "RESA.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_RESA.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4RESA-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration RESA: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5RESA-FILE
               MOVE LOW-VALUES TO V4RS-ID
               START V4RESA-FILE KEY IS NOT LESS THAN V4RS-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4RESA-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-RESA
                           WRITE V5RESA-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4RESA-FILE
               CLOSE V5RESA-FILE
               OPEN INPUT V5RESA-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5RS-ID
                   START V5RESA-FILE
                       KEY IS NOT LESS THAN V5RS-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5RESA-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5RESA-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-RESA.
           INITIALIZE V5RESA-REC.
           MOVE V4RS-ID TO V5RS-ID.
           MOVE V4RS-CODAV TO V5RS-CODAV.
           MOVE V4RS-NUMPIL TO V5RS-NUMPIL.
           MOVE V4RS-DATE TO V5RS-DATE.
           MOVE V4RS-HDEB TO V5RS-HDEB.
           MOVE V4RS-HFIN TO V5RS-HFIN.
           MOVE V4RS-ETAT TO V5RS-ETAT.

       MIGRE-V5-SIMSESS.
           MOVE "SIMSESS" TO WS-FICHIER.
           MOVE "SIMSESS.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_SIMSESS.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4SIMSESS-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration SIMSESS: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5SIMSESS-FILE
               MOVE LOW-VALUES TO V4SM-ID
               START V4SIMSESS-FILE KEY IS NOT LESS THAN V4SM-ID
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4SIMSESS-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-SIMSESS
                           WRITE V5SIMSESS-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4SIMSESS-FILE
               CLOSE V5SIMSESS-FILE
               OPEN INPUT V5SIMSESS-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5SM-ID
                   START V5SIMSESS-FILE
                       KEY IS NOT LESS THAN V5SM-ID
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5SIMSESS-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5SIMSESS-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

      * Sessions were booked in local time up to version 4; they
      * are kept in UTC from version 5, like the flights.
       CONVERTIT-V5-SIMSESS.
           INITIALIZE V5SIMSESS-REC.
           MOVE V4SM-ID TO V5SM-ID.
           MOVE V4SM-NUMPIL TO V5SM-NUMPIL.
           MOVE V4SM-INSTR TO V5SM-INSTR.
           MOVE V4SM-DATE TO WS-HZ-DATE.
           MOVE V4SM-HDEB TO WS-HZ-HEURE.
           PERFORM LOCALE-VERS-UTC.
           MOVE WS-HZ-DATE TO V5SM-DATE.
           MOVE WS-HZ-HEURE TO V5SM-HDEB.
           MOVE V4SM-DUREE TO V5SM-DUREE.
           MOVE V4SM-NUMLECON TO V5SM-NUMLECON.
           MOVE V4SM-ETAT TO V5SM-ETAT.
           MOVE V4SM-PAYE TO V5SM-PAYE.
           MOVE V4SM-NUMFACT TO V5SM-NUMFACT.

       MIGRE-V5-STOCK.
           MOVE "STOCK" TO WS-FICHIER.
           MOVE "STOCK.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_STOCK.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4STOCK-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration STOCK: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5STOCK-FILE
               MOVE LOW-VALUES TO V4SK-PRODUIT
               START V4STOCK-FILE KEY IS NOT LESS THAN V4SK-PRODUIT
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4STOCK-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-STOCK
                           WRITE V5STOCK-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4STOCK-FILE
               CLOSE V5STOCK-FILE
               OPEN INPUT V5STOCK-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5SK-PRODUIT
                   START V5STOCK-FILE
                       KEY IS NOT LESS THAN V5SK-PRODUIT
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5STOCK-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5STOCK-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-STOCK.
           INITIALIZE V5STOCK-REC.
           MOVE V4SK-PRODUIT TO V5SK-PRODUIT.
           MOVE V4SK-QUANTITE TO V5SK-QUANTITE.
           MOVE V4SK-SEUIL-REAPPRO TO V5SK-SEUIL-REAPPRO.
           MOVE V4SK-DERNIERE-LIVR TO V5SK-DERNIERE-LIVR.

       MIGRE-V5-PILOTE.
           MOVE "PILOTE" TO WS-FICHIER.
           MOVE "PILOTE.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_PILOTE.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4PILOTE-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration PILOTE: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5PILOTE-FILE
               MOVE LOW-VALUES TO V4PI-NUMPIL
               START V4PILOTE-FILE KEY IS NOT LESS THAN V4PI-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4PILOTE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-PILOTE
                           WRITE V5PILOTE-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4PILOTE-FILE
               CLOSE V5PILOTE-FILE
               OPEN INPUT V5PILOTE-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5PI-NUMPIL
                   START V5PILOTE-FILE
                       KEY IS NOT LESS THAN V5PI-NUMPIL
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5PILOTE-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5PILOTE-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-PILOTE.
           INITIALIZE V5PILOTE-REC.
           MOVE V4PI-NUMPIL TO V5PI-NUMPIL.
           MOVE V4PI-ID-CIVILITE TO V5PI-ID-CIVILITE.
           MOVE V4PI-NOM TO V5PI-NOM.
           MOVE V4PI-PRENOM TO V5PI-PRENOM.
           MOVE V4PI-ID-ADRESSE TO V5PI-ID-ADRESSE.
           MOVE V4PI-NBHVOL TO V5PI-NBHVOL.
           MOVE V4PI-ID-ETATPILOTE TO V5PI-ID-ETATPILOTE.
           MOVE V4PI-SOLDE TO V5PI-SOLDE.
           MOVE V4PI-DEPART TO V5PI-DEPART.
           MOVE V4PI-DATE-DEPART TO V5PI-DATE-DEPART.
           MOVE V4PI-EMAIL TO V5PI-EMAIL.
           MOVE V4PI-DATE-NAISSANCE TO V5PI-DATE-NAISSANCE.

       MIGRE-V5-PAIEMENT.
           MOVE "PAIEMENT" TO WS-FICHIER.
           MOVE "PAIEMENT.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_PAIEMENT.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4PAIEMENT-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration PAIEMENT: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5PAIEMENT-FILE
               MOVE LOW-VALUES TO V4PA-NUMRECU
               START V4PAIEMENT-FILE KEY IS NOT LESS THAN V4PA-NUMRECU
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4PAIEMENT-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-PAIEMENT
                           WRITE V5PAIEMENT-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4PAIEMENT-FILE
               CLOSE V5PAIEMENT-FILE
               OPEN INPUT V5PAIEMENT-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5PA-NUMRECU
                   START V5PAIEMENT-FILE
                       KEY IS NOT LESS THAN V5PA-NUMRECU
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5PAIEMENT-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5PAIEMENT-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-PAIEMENT.
           INITIALIZE V5PAIEMENT-REC.
           MOVE V4PA-NUMRECU TO V5PA-NUMRECU.
           MOVE V4PA-TIMESTAMP TO V5PA-TIMESTAMP.
           MOVE V4PA-NUMPIL TO V5PA-NUMPIL.
           MOVE V4PA-MONTANT TO V5PA-MONTANT.
           MOVE V4PA-MODE TO V5PA-MODE.
           MOVE V4PA-NBVOLS TO V5PA-NBVOLS.
           MOVE V4PA-OPERATEUR TO V5PA-OPERATEUR.
           MOVE V4PA-CAISSE TO V5PA-CAISSE.
           MOVE V4PA-REMISE TO V5PA-REMISE.

       MIGRE-V5-FACTNUM.
           MOVE "FACTNUM" TO WS-FICHIER.
           MOVE "FACTNUM.DAT" TO WS-NOM-VIF.
           MOVE "MIGR_FACTNUM.DAT" TO WS-NOM-MIGR.
           MOVE 0 TO WS-NB-LUS WS-NB-RELUS.
           OPEN INPUT V4FACTNUM-FILE.
           IF WS-FS-ANCIEN = "35"
               ADD 1 TO WS-NB-ABSENTS
           ELSE
           IF WS-FS-ANCIEN NOT = "00"
               ADD 1 TO WS-NB-KO
               MOVE "Migration FACTNUM: ouverture impossible."
                   TO WS-ERR-TEXT
               PERFORM LOG-ERREUR
           ELSE
               OPEN OUTPUT V5FACTNUM-FILE
               MOVE LOW-VALUES TO V4FN-NUMERO
               START V4FACTNUM-FILE KEY IS NOT LESS THAN V4FN-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-ANCIEN
               END-START
               PERFORM UNTIL WS-FS-ANCIEN = "10"
                   READ V4FACTNUM-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-ANCIEN
                       NOT AT END
                           PERFORM CONVERTIT-V5-FACTNUM
                           WRITE V5FACTNUM-REC
                           ADD 1 TO WS-NB-LUS
                   END-READ
               END-PERFORM
               CLOSE V4FACTNUM-FILE
               CLOSE V5FACTNUM-FILE
               OPEN INPUT V5FACTNUM-FILE
               IF WS-FS-MIGR = "00"
                   MOVE LOW-VALUES TO V5FN-NUMERO
                   START V5FACTNUM-FILE
                       KEY IS NOT LESS THAN V5FN-NUMERO
                       INVALID KEY MOVE "10" TO WS-FS-MIGR
                   END-START
                   PERFORM UNTIL WS-FS-MIGR = "10"
                       READ V5FACTNUM-FILE NEXT RECORD
                           AT END MOVE "10" TO WS-FS-MIGR
                           NOT AT END
                               ADD 1 TO WS-NB-RELUS
                       END-READ
                   END-PERFORM
                   CLOSE V5FACTNUM-FILE
               END-IF
               PERFORM CONTROLE-ET-BASCULE
           END-IF
           END-IF.

       CONVERTIT-V5-FACTNUM.
           INITIALIZE V5FACTNUM-REC.
           MOVE V4FN-NUMERO TO V5FN-NUMERO.
           MOVE V4FN-NUMPIL TO V5FN-NUMPIL.
           MOVE V4FN-PERIODE TO V5FN-PERIODE.
           MOVE V4FN-MONTANT TO V5FN-MONTANT.
           MOVE V4FN-DATE TO V5FN-DATE.
           MOVE V4FN-ETAT TO V5FN-ETAT.
           MOVE V4FN-AVOIR-DE TO V5FN-AVOIR-DE.
           MOVE V4FN-MONTANT-HT TO V5FN-MONTANT-HT.
           MOVE V4FN-TAUX-TVA TO V5FN-TAUX-TVA.

      * MIGRV5-SELECT - the stores that grew at layout version 5, as
      * version 4 left them (V4...) and as rebuilt under the current
      * copybooks (V5..., MIGR_<store>.DAT) before the swap. Copied
      * into FILE-CONTROL by the migrations that land on version 5
      * (F85, F88, F142), with MIGRV5-FD.cpy and MIGRV5-PROC.cpy.
           SELECT V4ARCHLOG-FILE ASSIGN TO "ARCHLOG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4AR-NOM
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4ATTENTE-FILE ASSIGN TO "ATTENTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4AT-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4BANQUE-FILE ASSIGN TO "BANQUE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4BQ-NUMPIL
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4CAISSE-FILE ASSIGN TO "CAISSE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4CA-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4CATRPT-FILE ASSIGN TO "CATRPT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4CR-CLE
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4DEFAUT-FILE ASSIGN TO "DEFAUTS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4DF-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4DOCAV-FILE ASSIGN TO "DOCAV.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4DA-CLE
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4ECHEANCIER-FILE ASSIGN TO "ECHEANCIER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4EE-CLE
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4MAINCOUR-FILE ASSIGN TO "MAINCOUR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4MC-CLE
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4MAINT-FILE ASSIGN TO "MAINT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4OT-CLE
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4MVT-FILE ASSIGN TO "MVT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4MV-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4NOTIF-FILE ASSIGN TO "NOTIF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4NT-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4OCCURRENCE-FILE ASSIGN TO "OCCURRENCE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4OC-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4OPERATEUR-FILE ASSIGN TO "OPERATEUR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4OPR-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4PERF-FILE ASSIGN TO "PERF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4PF-CODTYP
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4RESA-FILE ASSIGN TO "RESA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4RS-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4SIMSESS-FILE ASSIGN TO "SIMSESS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4SM-ID
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4SK-PRODUIT
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4PILOTE-FILE ASSIGN TO "PILOTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4PI-NUMPIL
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4PAIEMENT-FILE ASSIGN TO "PAIEMENT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4PA-NUMRECU
               FILE STATUS WS-FS-ANCIEN.

           SELECT V4FACTNUM-FILE ASSIGN TO "FACTNUM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V4FN-NUMERO
               FILE STATUS WS-FS-ANCIEN.

           SELECT V5ARCHLOG-FILE ASSIGN TO "MIGR_ARCHLOG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5AR-NOM
               FILE STATUS WS-FS-MIGR.

           SELECT V5ATTENTE-FILE ASSIGN TO "MIGR_ATTENTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5AT-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5BANQUE-FILE ASSIGN TO "MIGR_BANQUE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5BQ-NUMPIL
               FILE STATUS WS-FS-MIGR.

           SELECT V5CAISSE-FILE ASSIGN TO "MIGR_CAISSE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5CA-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5CATRPT-FILE ASSIGN TO "MIGR_CATRPT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5CR-CLE
               FILE STATUS WS-FS-MIGR.

           SELECT V5DEFAUT-FILE ASSIGN TO "MIGR_DEFAUTS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5DF-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5DOCAV-FILE ASSIGN TO "MIGR_DOCAV.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5DA-CLE
               FILE STATUS WS-FS-MIGR.

           SELECT V5ECHEANCIER-FILE ASSIGN TO "MIGR_ECHEANCIER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5EE-CLE
               FILE STATUS WS-FS-MIGR.

           SELECT V5MAINCOUR-FILE ASSIGN TO "MIGR_MAINCOUR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5MC-CLE
               FILE STATUS WS-FS-MIGR.

           SELECT V5MAINT-FILE ASSIGN TO "MIGR_MAINT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5OT-CLE
               FILE STATUS WS-FS-MIGR.

           SELECT V5MVT-FILE ASSIGN TO "MIGR_MVT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5MV-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5NOTIF-FILE ASSIGN TO "MIGR_NOTIF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5NT-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5OCCURRENCE-FILE ASSIGN TO "MIGR_OCCURRENCE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5OC-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5OPERATEUR-FILE ASSIGN TO "MIGR_OPERATEUR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5OPR-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5PERF-FILE ASSIGN TO "MIGR_PERF.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5PF-CODTYP
               FILE STATUS WS-FS-MIGR.

           SELECT V5RESA-FILE ASSIGN TO "MIGR_RESA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5RS-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5SIMSESS-FILE ASSIGN TO "MIGR_SIMSESS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5SM-ID
               FILE STATUS WS-FS-MIGR.

           SELECT V5STOCK-FILE ASSIGN TO "MIGR_STOCK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5SK-PRODUIT
               FILE STATUS WS-FS-MIGR.

           SELECT V5PILOTE-FILE ASSIGN TO "MIGR_PILOTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5PI-NUMPIL
               FILE STATUS WS-FS-MIGR.

           SELECT V5PAIEMENT-FILE ASSIGN TO "MIGR_PAIEMENT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5PA-NUMRECU
               FILE STATUS WS-FS-MIGR.

           SELECT V5FACTNUM-FILE ASSIGN TO "MIGR_FACTNUM.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY V5FN-NUMERO
               FILE STATUS WS-FS-MIGR.

      * CONSULT-RECORD - one consultation of a member's personal
      * data: who (CS-OPERATEUR, "BATCH" for the batch exports)
      * displayed or exported which member (CS-NUMPIL), from which
      * program and screen, when, and for what purpose. AUDIT.LOG
      * only records changes; this file answers "who looked at my
      * data" for the data-protection officer (F136) and the
      * member's own access dossier (F81). Keyed member first so a
      * member's history reads in date order; CS-RANG tells apart
      * two lines of the same second.
       01  CONSULT-REC.
           05  CS-CLE.
               10  CS-NUMPIL       PIC 9(6).
               10  CS-HORODATE     PIC 9(14).
               10  CS-PROGRAMME    PIC X(8).
               10  CS-RANG         PIC 9(2).
           05  CS-OPERATEUR        PIC X(10).
           05  CS-MOTIF            PIC X(4).
               88  CS-FICHE            VALUE "FICH".
               88  CS-LISTE            VALUE "LIST".
               88  CS-EXPORT           VALUE "EXPO".
               88  CS-ACCES            VALUE "ACCE".
               88  CS-PERSONNEL        VALUE "PERS".
           05  CS-ECRAN            PIC X(20).
           05  CS-RESERVE          PIC X(16).

      * DIFFUSION-RECORD - one message broadcast to the members from
      * F134: who sent it and when, the selection it went to (the
      * criterion and its parameter, a type code or a base), whether
      * it was a statutory notice sent regardless of consent, the
      * subject and text as queued on NOTIF.DAT, and how many members
      * were reached or left out for want of consent. The recipients
      * themselves are on DIFFDEST.DAT under the same id.
       01  DIFFUSION-REC.
           05  DU-ID               PIC 9(6).
           05  DU-DATE             PIC 9(8).
           05  DU-HEURE            PIC 9(4).
           05  DU-OPERATEUR        PIC X(10).
           05  DU-CRITERE          PIC X.
               88  DU-MEMBRES-ACTIFS   VALUE "1".
               88  DU-ELEVES           VALUE "2".
               88  DU-QUALIFIES-TYPE   VALUE "3".
               88  DU-INSTRUCTEURS     VALUE "4".
               88  DU-MEMBRES-BASE     VALUE "5".
               88  DU-COTIS-IMPAYEE    VALUE "6".
           05  DU-PARAMETRE        PIC X(4).
           05  DU-STATUTAIRE       PIC X.
               88  DU-EST-STATUTAIRE   VALUE "O".
           05  DU-OBJET            PIC X(40).
           05  DU-TEXTE            PIC X(100).
           05  DU-NB-DEST          PIC 9(5).
           05  DU-NB-EXCLUS        PIC 9(5).
           05  DU-RESERVE          PIC X(20).

      * PERIODE-RECORD - accounting period register, one row per
      * month (PR-MOIS = AAAAMM): when the month's billing (F9),
      * VAT declaration (F71) and accounting export (F13) were
      * closed and by whom. Once any of the three is stamped the
      * month is closed (PR-ETAT "C"): PERIODE-PROC.cpy moves every
      * dated financial event falling in it to the first open
      * period, the original date kept on the event. Reopening
      * (F137, second-operator sign-off) sets "R" and is traced on
      * the row and in AUDIT.LOG; the next closing step closes the
      * month again.
       01  PERIODE-REC.
           05  PR-MOIS             PIC 9(6).
           05  PR-ETAT             PIC X.
               88  PR-OUVERTE          VALUE "O".
               88  PR-CLOSE            VALUE "C".
               88  PR-ROUVERTE         VALUE "R".
           05  PR-FACT-DATE        PIC 9(8).
           05  PR-FACT-PAR         PIC X(10).
           05  PR-TVA-DATE         PIC 9(8).
           05  PR-TVA-PAR          PIC X(10).
           05  PR-EXPORT-DATE      PIC 9(8).
           05  PR-EXPORT-PAR       PIC X(10).
      * Last reopening: date, operator, the second operator who
      * released it, and how many times the month was reopened.
           05  PR-ROUVERT-DATE     PIC 9(8).
           05  PR-ROUVERT-PAR      PIC X(10).
           05  PR-ROUVERT-SIG2     PIC X(10).
           05  PR-NB-REOUV         PIC 9(3).
           05  PR-ROUVERT-MOTIF    PIC X(40).
           05  PR-RESERVE          PIC X(20).

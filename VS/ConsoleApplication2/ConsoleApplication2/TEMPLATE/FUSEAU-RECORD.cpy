      * FUSEAU-RECORD - the club's legal time rule, one record per
      * year: the dates summer time starts and ends, the UTC time
      * both changes happen at, and the offset of local time from
      * UTC in minutes in winter and in summer. Flight times are
      * kept in UTC (VL-REF-HEURE) and the entry screens and ops
      * sheets convert through this table (HEURE-PROC). The F130
      * yearly run generates the European rule ("G": last Sunday of
      * March to last Sunday of October at 01:00 UTC); F131 amends
      * a year by hand ("M"), which the generation then leaves.
       01  FUSEAU-REC.
           05  FU-ANNEE            PIC 9(4).
           05  FU-DEBUT-ETE        PIC 9(8).
           05  FU-FIN-ETE          PIC 9(8).
           05  FU-HEURE-BASCULE    PIC 9(4).
           05  FU-DECALAGE-HIVER   PIC S9(3).
           05  FU-DECALAGE-ETE     PIC S9(3).
           05  FU-ORIGINE          PIC X.
               88  FU-GENERE           VALUE "G".
               88  FU-MANUEL           VALUE "M".
           05  FU-OPERATEUR        PIC X(10).
           05  FU-RESERVE          PIC X(20).

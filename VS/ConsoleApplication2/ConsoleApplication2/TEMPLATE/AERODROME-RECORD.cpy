      * AERODROME-RECORD - aerodrome reference table keyed by the
      * OACI code: name, position (decimal degrees with hemisphere
      * letter, the way the charts print it), main runway length and
      * up to five closure periods (NOTAM works, event, seasonal
      * closure). One row carries the club's own field (OA-BASE "O",
      * the principal base), and any satellite field where club
      * aircraft are also kept is flagged "S"; each plan is measured
      * from the base it departs from (VL-BASE-DEP, the principal
      * when blank). BASE-PROC.cpy reads the bases. Maintained in F87;
      * F1 accepts only known, open aerodromes as destination or
      * leg and computes the great-circle distance of each segment.
       01  AERODROME-REC.
           05  OA-OACI             PIC X(4).
           05  OA-NOM              PIC X(30).
           05  OA-LAT              PIC 9(2)V9(4).
           05  OA-LAT-HEMI         PIC X.
               88  OA-LAT-SUD          VALUE "S".
           05  OA-LON              PIC 9(3)V9(4).
           05  OA-LON-HEMI         PIC X.
               88  OA-LON-OUEST        VALUE "W", "O".
           05  OA-PISTE-LONG       PIC 9(5).
           05  OA-BASE             PIC X.
               88  OA-BASE-CLUB        VALUE "O".
               88  OA-BASE-SATELLITE   VALUE "S".
               88  OA-BASE-DU-CLUB     VALUE "O", "S".
           05  OA-NB-FERMETURES    PIC 9.
           05  OA-FERMETURES OCCURS 5 TIMES.
               10  OA-FERM-DEBUT       PIC 9(8).
               10  OA-FERM-FIN         PIC 9(8).
               10  OA-FERM-MOTIF       PIC X(20).

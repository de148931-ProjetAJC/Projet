      * QUOTA-WS - working storage for QUOTA-PROC.cpy: one month of
      * aerodrome movements in quarter-hour slots (all movements and
      * circuit movements apart), plus the fields the quota check
      * hands back to its caller. COPY into WORKING-STORAGE next to
      * DATAFILES-WS.cpy.
       01  WS-QT-MOIS.
           05  WS-QT-JOUR OCCURS 31.
               10  WS-QT-SLOT OCCURS 96.
                   15  WS-QT-S-TOUS    PIC 9(3).
                   15  WS-QT-S-TDP     PIC 9(3).
       77  WS-QT-J             PIC 9(2)  VALUE 0.
       77  WS-QT-DATE          PIC 9(8)  VALUE 0.
       77  WS-QT-DEB-MIN       PIC 9(4)  VALUE 0.
       77  WS-QT-FIN-MIN       PIC 9(4)  VALUE 0.
       77  WS-QT-NB            PIC 9(3)  VALUE 0.
       77  WS-QT-CIRCUIT       PIC X     VALUE "N".
           88  WS-QT-EN-CIRCUIT    VALUE "O".
       77  WS-QT-K             PIC 9(3)  VALUE 0.
       77  WS-QT-T             PIC 9(4)  VALUE 0.
       77  WS-QT-S             PIC 9(3)  VALUE 0.
       77  WS-QT-S-MIN         PIC 9(4)  VALUE 0.
       77  WS-QT-TYPE          PIC X     VALUE "S".
       77  WS-QT-LIB-TYPE      PIC X(8)  VALUE SPACES.
       77  WS-QT-JOUR-SEM      PIC 9     VALUE 0.
       77  WS-QT-JOUR-INT      PIC 9(8)  VALUE 0.
       77  WS-QT-BANDE-DEB     PIC 9(4)  VALUE 0.
       77  WS-QT-BANDE-FIN     PIC 9(4)  VALUE 0.
       77  WS-QT-CPT-DEB       PIC 9(4)  VALUE 0.
       77  WS-QT-CPT-FIN       PIC 9(4)  VALUE 0.
       77  WS-QT-H-DEB         PIC 9(4)  VALUE 0.
       77  WS-QT-H-FIN         PIC 9(4)  VALUE 0.
       77  WS-QT-COMPTE        PIC 9(5)  VALUE 0.
       77  WS-QT-NB-REGLES     PIC 9(3)  VALUE 0.
       77  WS-QT-NB-DEPASS     PIC 9(4)  VALUE 0.
       77  WS-QT-FIN           PIC X     VALUE "N".
       77  WS-QT-FERIE         PIC X     VALUE "N".
           88  WS-QT-EST-FERIE     VALUE "O".

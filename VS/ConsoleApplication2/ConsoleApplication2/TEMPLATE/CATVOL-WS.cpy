      * CATVOL-WS - working storage for CATVOL-PROC.cpy: flights
      * and hours per flight category (VL-CATEGORIE), the seven
      * categories F1 files in a fixed order, plus the flight the
      * caller hands in. COPY into WORKING-STORAGE next to
      * DATAFILES-WS.cpy.
       01  WS-CV-LIBELLES.
           05  FILLER              PIC X(21)
               VALUE "LLocal               ".
           05  FILLER              PIC X(21)
               VALUE "NNavigation          ".
           05  FILLER              PIC X(21)
               VALUE "IInstruction         ".
           05  FILLER              PIC X(21)
               VALUE "BBapteme             ".
           05  FILLER              PIC X(21)
               VALUE "MEssai entretien     ".
           05  FILLER              PIC X(21)
               VALUE "FConvoyage           ".
           05  FILLER              PIC X(21)
               VALUE "SService club        ".
       01  WS-CV-TABLE REDEFINES WS-CV-LIBELLES.
           05  WS-CV-CAT OCCURS 7.
               10  WS-CV-CODE          PIC X.
               10  WS-CV-LIBELLE       PIC X(20).
       01  WS-CV-CUMULS.
           05  WS-CV-CUM OCCURS 7.
               10  WS-CV-NBVOLS        PIC 9(6).
               10  WS-CV-HEURES        PIC 9(7)V9.
       77  WS-CV-I             PIC 9(2)  VALUE 0.
      * The flight in hand: its category as filed (blank on a
      * flight filed before categories existed), passenger id,
      * instruction and navigation flags (O/N) and hours flown.
      * WS-CV-NBVOL is the number of flights the call stands for:
      * 1 for a flight, a monthly summary row's AM-NB-VOLS (with
      * its AM-HEURES) when the caller reads ACTMOIS.DAT.
       77  WS-CV-CATEGORIE     PIC X     VALUE SPACE.
       77  WS-CV-PASSAGER      PIC 9(6)  VALUE 0.
       77  WS-CV-INSTR         PIC X     VALUE "N".
       77  WS-CV-NAV           PIC X     VALUE "N".
       77  WS-CV-NBHVOL        PIC 9(6)V9 VALUE 0.
       77  WS-CV-NBVOL         PIC 9(5)  VALUE 1.

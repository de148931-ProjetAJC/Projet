               88  DF-CONVERTI         VALUE "T".
           05  DF-NUMOT            PIC 9(6).
           05  DF-OPERATEUR        PIC X(10).
      * Day the squawk was cleared or converted in F11 (zero while
      * it is open): ends the grounding of a MAJEUR defect.
           05  DF-DATE-CLOS        PIC 9(8).

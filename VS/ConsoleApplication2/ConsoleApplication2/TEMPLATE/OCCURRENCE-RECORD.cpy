           05  OC-ETAT             PIC X.
               88  OC-OUVERTE          VALUE "O".
               88  OC-CLOSE            VALUE "C".
      * Insurance excess recovery: the insurer's settlement and the
      * policy excess (franchise) left with the club, then the
      * bureau's decision on the share the pilot is liable for -
      * invoiced through FACTNUM (OC-FR-NUMFACT) and debited to the
      * pilot's balance, or waived. F64 lists what is still owed.
           05  OC-INDEMNITE        PIC 9(8)V99.
           05  OC-FRANCHISE        PIC 9(6)V99.
           05  OC-FR-ETAT          PIC X.
               88  OC-FR-SANS          VALUE " ".
               88  OC-FR-A-DECIDER     VALUE "A".
               88  OC-FR-FACTUREE      VALUE "F".
               88  OC-FR-EXONEREE      VALUE "E".
           05  OC-FR-NUMPIL        PIC 9(6).
           05  OC-FR-PART          PIC 9(6)V99.
           05  OC-FR-DECISION      PIC 9(8).
           05  OC-FR-NUMFACT       PIC 9(6).

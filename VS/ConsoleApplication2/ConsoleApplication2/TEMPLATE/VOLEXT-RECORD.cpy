      * VOLEXT-RECORD - flight declared by a member as flown outside
      * the club (employer's aircraft, rental abroad, a friend's
      * ULM): date, type and registration as flown, hours, landings,
      * dual or solo and the proof the member produced (logbook page,
      * rental invoice). Keyed by F86 and counted only once the
      * secretariat has validated it ("V"): F47's experience, F69's
      * carnet (own column) and F1's recency gate read it; aircraft
      * counters, billing and F10 never do.
       01  VOLEXT-REC.
           05  VX-ID               PIC 9(6).
           05  VX-NUMPIL           PIC 9(6).
           05  VX-DATE             PIC 9(8).
           05  VX-TYPE             PIC X(10).
           05  VX-IMMAT            PIC X(10).
           05  VX-NBHVOL           PIC 9(3)V9.
           05  VX-NB-ATTER         PIC 9(2).
           05  VX-INSTRUCTION      PIC X.
               88  VX-VOL-INSTRUCTION  VALUE "O".
           05  VX-PREUVE           PIC X(30).
           05  VX-ETAT             PIC X.
               88  VX-EN-ATTENTE       VALUE "A".
               88  VX-VALIDE           VALUE "V".
               88  VX-REFUSE           VALUE "R".
           05  VX-SAISI-PAR        PIC X(10).
           05  VX-DATE-SAISIE      PIC 9(8).
           05  VX-VALIDE-PAR       PIC X(10).
           05  VX-DATE-VALID       PIC 9(8).

      * CLOTPIL-RECORD - a close-out keyed by the pilot from the
      * self-service menu (F133) when the desk is shut, one record
      * per flight. The flight goes to VL-CLOTURE-PILOTE at once,
      * which frees the aircraft and stops the overdue watch, but
      * nothing is posted: counters, components, crew hours,
      * billing and stock wait for a staff member to countersign
      * the entry in F2, correcting it if need be. The record then
      * stays as the trace of who keyed and who countersigned what.
       01  CLOTPIL-REC.
           05  CQ-NUMVOL           PIC 9(6).
           05  CQ-CODAV            PIC 9(3).
           05  CQ-NUMPIL           PIC 9(6).
           05  CQ-DATE-SAISIE      PIC 9(8).
           05  CQ-HEURE-SAISIE     PIC 9(4).
           05  CQ-OPERATEUR        PIC X(10).
      * As keyed by the pilot, same fields as F2's return screen.
           05  CQ-CPTARR           PIC 9(5)V9.
           05  CQ-FUEL             PIC 9(3)V9.
           05  CQ-OIL              PIC 9(2)V9.
           05  CQ-NB-ATTER         PIC 9(2).
           05  CQ-DEFAUT           PIC X(48).
           05  CQ-DEF-SEV          PIC X.
           05  CQ-ETAT             PIC X.
               88  CQ-EN-ATTENTE       VALUE "A".
               88  CQ-CONTRESIGNE      VALUE "V".
      * Filled at countersignature; CQ-CORRIGE "O" when the desk
      * changed any figure the pilot keyed.
           05  CQ-VALIDEUR         PIC X(10).
           05  CQ-DATE-VALID       PIC 9(8).
           05  CQ-CORRIGE          PIC X.
           05  CQ-RESERVE          PIC X(20).

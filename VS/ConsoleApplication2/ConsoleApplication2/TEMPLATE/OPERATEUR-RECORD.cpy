      * self-service screens show that pilot and no other. Zero on
      * staff accounts.
           05  OPR-NUMPIL          PIC 9(6).
      * Password ageing: the day the current password was set (zero
      * on an account whose password was never changed by its owner,
      * which MENU treats as expired), the forced-change flag F24
      * raises, and the three previous hashes a change may not reuse.
           05  OPR-DATE-MDP        PIC 9(8).
           05  OPR-CHANGER-MDP     PIC X.
               88  OPR-MDP-A-CHANGER   VALUE "O".
           05  OPR-HIST-MDP        PIC 9(9) OCCURS 3.
      * Base the account works from by default (F24; spaces = all
      * bases), and the base chosen at MENU login for the current
      * session, which the base-aware screens read back.
           05  OPR-BASE            PIC X(4).
           05  OPR-BASE-SESSION    PIC X(4).
           05  OPR-RESERVE         PIC X(12).

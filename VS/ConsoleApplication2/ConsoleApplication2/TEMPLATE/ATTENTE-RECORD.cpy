               88  AT-EN-ATTENTE       VALUE "A".
               88  AT-PROMUE           VALUE "P".
               88  AT-EXPIREE          VALUE "X".
      * Instructor asked for with the slot (0 = none), carried
      * onto the reservation when the entry is promoted.
           05  AT-NUMPIL-INSTR     PIC 9(6).

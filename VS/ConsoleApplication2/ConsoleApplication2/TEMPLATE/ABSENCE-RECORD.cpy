      * ABSENCE-RECORD - declared unavailability of one member
      * (holiday, training course, illness): a date range and a
      * reason, the member-side counterpart of INDISPO.DAT's
      * aircraft blocks. Maintained from F97, which refuses a duty
      * slot inside a declared absence.
       01  ABSENCE-REC.
           05  AB-ID               PIC 9(6).
           05  AB-NUMPIL           PIC 9(6).
           05  AB-DATE-DEB         PIC 9(8).
           05  AB-DATE-FIN         PIC 9(8).
           05  AB-MOTIF            PIC X(30).

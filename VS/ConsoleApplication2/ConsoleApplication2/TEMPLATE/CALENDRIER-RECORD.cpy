      * CALENDRIER-RECORD - club calendar: one record per day that
      * is not an ordinary working day, keyed by the date. A day
      * may be a club closure (no booking is taken - the F1 and
      * F54 gates refuse it), a public holiday, and/or a day the
      * banks do not settle on (a SEPA collection or an installment
      * due that day moves to the next banking day, weekends being
      * never banking days). The F130 yearly run generates the
      * public and banking holidays and the standing annual closure
      * ("G"); F131 maintains the rest by hand ("M"), and a manual
      * day is never overwritten by the generation.
       01  CALENDRIER-REC.
           05  CL-DATE             PIC 9(8).
           05  CL-FERME            PIC X.
               88  CL-CLUB-FERME       VALUE "O".
           05  CL-FERIE            PIC X.
               88  CL-JOUR-FERIE       VALUE "O".
           05  CL-BANQUE           PIC X.
               88  CL-BANQUE-FERMEE    VALUE "O".
           05  CL-LIBELLE          PIC X(30).
           05  CL-ORIGINE          PIC X.
               88  CL-GENERE           VALUE "G".
               88  CL-MANUEL           VALUE "M".
           05  CL-OPERATEUR        PIC X(10).
           05  CL-RESERVE          PIC X(20).

      * QUALINST-RECORD - indexed instructor-privilege store: one
      * record per instructor and rating (FI, CRI, TRI, IRI...),
      * with the date it was obtained, its expiry (always set - an
      * instructor rating never runs open-ended) and the date of
      * the last refresher seminar. Maintained from F3; checked by
      * CONTROLE-QUALINST (QUALINST-PROC.cpy) before F1 accepts a
      * dual flight, F83 books a simulator session or F21 records
      * a lesson sign-off.
       01  QUALINST-REC.
           05  QI-CLE.
               10  QI-NUMPIL       PIC 9(6).
               10  QI-CODE         PIC X(4).
           05  QI-DATE-OBTENTION   PIC 9(8).
           05  QI-DATE-EXPIRATION  PIC 9(8).
           05  QI-DATE-SEMINAIRE   PIC 9(8).
           05  QI-RESERVE          PIC X(20).

      * ABONRPT-RECORD - report subscriptions: one row per report
      * type (CR-TYPE in the CATRPT catalog) and subscriber, either
      * an operator account (AB-ABONNE = OPR-ID) or a club member
      * (AB-ABONNE = the six-digit PI-NUMPIL). Kept from F109; F110
      * queues one NOTIF.DAT message per row each time a report of
      * that type is catalogued, the output attached or inlined.
       01  ABONRPT-REC.
           05  AB-CLE.
               10  AB-TYPE         PIC X(8).
               10  AB-GENRE        PIC X.
                   88  AB-GENRE-OPERATEUR  VALUE "O".
                   88  AB-GENRE-MEMBRE     VALUE "M".
               10  AB-ABONNE       PIC X(10).
      * Blank: the member's PI-EMAIL (resolved by F53), or for an
      * operator the email of the pilot the account is linked to.
           05  AB-EMAIL            PIC X(30).
           05  AB-MODE             PIC X.
               88  AB-MODE-JOINT       VALUE "J".
               88  AB-MODE-INCLUS      VALUE "I".
           05  AB-DATE             PIC 9(8).
           05  AB-SAISI-PAR        PIC X(10).

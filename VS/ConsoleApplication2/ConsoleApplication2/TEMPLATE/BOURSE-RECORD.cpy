      * BOURSE-RECORD - indexed table of the youth training
      * subsidy programmes (bourses federales / regionales) the club
      * advances to its members and claims back: who qualifies (age
      * at the event from PI-DATE-NAISSANCE, EP-CATEGORIE), what is
      * granted (an amount per dual hour up to a cap per member, or
      * a lump sum at first solo or at the licence) and the dates
      * the programme runs. Maintained from F90; accrued by F2 and
      * F9 onto BOURSLIG.DAT, claimed by F91.
       01  BOURSE-REC.
           05  BO-CODE             PIC X(6).
           05  BO-LIBELLE          PIC X(30).
           05  BO-ORGANISME        PIC X(20).
           05  BO-NATURE           PIC X.
               88  BO-PAR-HEURE        VALUE "H".
               88  BO-AU-SOLO          VALUE "S".
               88  BO-A-LA-LICENCE     VALUE "L".
      * Age limit in whole years at the event (0 = any age) and
      * the status category required (spaces = any); the licence
      * lump sum ignores the category, which the licence changes.
           05  BO-AGE-MAX          PIC 9(2).
           05  BO-CATEGORIE        PIC X(4).
      * Rate per dual hour, or the lump sum; cap per member over
      * the programme (0 = no cap).
           05  BO-TAUX             PIC 9(4)V99.
           05  BO-PLAFOND          PIC 9(6)V99.
           05  BO-DEBUT            PIC 9(8).
           05  BO-FIN              PIC 9(8).
           05  BO-ACTIF            PIC X.
               88  BO-EST-ACTIF        VALUE "O".
           05  BO-RESERVE          PIC X(30).

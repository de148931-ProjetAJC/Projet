      * ENREG-RECORD - one flight recorded by an aircraft's engine
      * data monitor and tracker, loaded by F141 from the tail's
      * downloaded log (ENREG_<immat>.CSV), keyed by aircraft and
      * engine start so a log dropped twice loads once. Times are
      * UTC, AAAAMMJJHHMM. F141 matches each row to its VOL-REC
      * (EG-NUMVOL, zero while none fits) by aircraft and time
      * window; F2 pre-fills the close-out from the rows matched to
      * the flight, and F141 reports where the keyed figures and the
      * recorded ones part.
       01  ENREG-REC.
           05  EG-CLE.
               10  EG-CODAV            PIC 9(3).
               10  EG-DEMARRAGE        PIC 9(12).
           05  EG-DECOLLAGE        PIC 9(12).
           05  EG-ATTERRISSAGE     PIC 9(12).
           05  EG-ARRET            PIC 9(12).
      * Engine running time in minutes as recorded, and the same
      * in hours to the tenth, the unit of the hour counter.
           05  EG-MIN-MOTEUR       PIC 9(4).
           05  EG-TEMPS-MOTEUR     PIC 9(3)V9.
           05  EG-NB-ATTER         PIC 9(2).
      * Route points as logged, OACI codes or fixes joined by "-".
           05  EG-ROUTE            PIC X(40).
           05  EG-NUMVOL           PIC 9(6).
           05  EG-DATE-IMPORT      PIC 9(8).
           05  EG-FICHIER          PIC X(30).

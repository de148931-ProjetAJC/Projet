      * loaded by F61 from the EPHEMERIDES.TXT drop. Aeronautical
      * night runs from 30 minutes after EH-COUCHER to 30 minutes
      * before EH-LEVER; F1's night check applies that offset.
      * Times are UTC, as published and as flights are stored.
       01  EPHEM-REC.
           05  EH-CLE.
               10  EH-MOIS         PIC 9(2).

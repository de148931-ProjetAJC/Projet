           05  CR-PERIODE          PIC X(13).
           05  CR-OPERATEUR        PIC X(10).
           05  CR-NOM-FICHIER      PIC X(40).
      * "N" until F110 has queued the run to its subscribers.
           05  CR-DIFFUSE          PIC X.
               88  CR-A-DIFFUSER       VALUE "N".
               88  CR-DIFFUSE-FAIT     VALUE "O".

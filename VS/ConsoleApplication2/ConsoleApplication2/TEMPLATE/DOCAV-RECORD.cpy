           05  DA-EXPIRATION       PIC 9(8).
           05  DA-OBLIGATOIRE      PIC X.
               88  DA-EST-OBLIGATOIRE  VALUE "O".
      * Last grounding on this document: first day past the expiry
      * when F48 set the aircraft hors service, and the day F4
      * recorded the renewal (zero while still grounded).
           05  DA-IMMOB-DEB        PIC 9(8).
           05  DA-IMMOB-FIN        PIC 9(8).

      * QUOTA-RECORD - noise-quota table agreed with the town, one
      * row per day type and time band: "S" weekday, "W" weekend,
      * "F" public holiday (the French legal holidays, computed in
      * QUOTA-PROC.cpy). QT-MODE "B" caps the movements over the
      * whole band, "H" caps each hour inside it; a whole-day cap is
      * a 0000-2400 "B" row, quiet hours a band with QT-MAX zero.
      * QT-PORTEE "C" counts circuit movements only (tours de piste,
      * i.e. local flights), "T" every movement on the field.
      * Maintained in F101; checked by F102's monthly return and
      * by F19's next-day sheet against the reservations.
       01  QUOTA-REC.
           05  QT-CLE.
               10  QT-TYPE-JOUR    PIC X.
                   88  QT-SEMAINE      VALUE "S".
                   88  QT-WEEKEND      VALUE "W".
                   88  QT-FERIE        VALUE "F".
               10  QT-HDEB         PIC 9(4).
               10  QT-HFIN         PIC 9(4).
           05  QT-MODE             PIC X.
               88  QT-PAR-BANDE        VALUE "B".
               88  QT-PAR-HEURE        VALUE "H".
           05  QT-PORTEE           PIC X.
               88  QT-TOURS-PISTE      VALUE "C".
               88  QT-TOUS-MVT         VALUE "T".
           05  QT-MAX              PIC 9(4).
           05  QT-LIBELLE          PIC X(20).
           05  QT-RESERVE          PIC X(20).

      * hangarage call bills the owners through the normal invoice,
      * dunning and aging chain.
           05  AV-PROPRIETAIRE     PIC 9(6).
      * Registration as filed with ATC (F-GXXX), printed on the
      * ICAO flight plan F1 produces at deposit; maintained on F4's
      * create/modify screens. The spare area takes later aircraft
      * attributes without another file migration.
           05  AV-IMMAT            PIC X(10).
      * Base the aircraft is kept at (an OA-BASE-DU-CLUB code, kept
      * on F4): its reservations, planning rows and pump belong to
      * that base. Spaces = the principal base.
           05  AV-BASE             PIC X(4).
           05  AV-RESERVE          PIC X(36).

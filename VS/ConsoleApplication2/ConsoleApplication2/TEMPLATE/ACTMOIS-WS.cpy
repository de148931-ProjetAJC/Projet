      * ACTMOIS-WS - working storage for ACTMOIS-PROC.cpy, the
      * monthly activity summary. COPY into WORKING-STORAGE next to
      * DATAFILES-WS.cpy.
      * The flight in VOL-REC's buffer is added ("+", close-out)
      * or taken back out ("-", reversal).
       77  WS-AM-SENS          PIC X VALUE "+".
           88  WS-AM-AJOUT         VALUE "+".
           88  WS-AM-RETRAIT       VALUE "-".
      * "O" when the caller already holds the files open - the
      * rebuild keeps ACTMOIS-FILE I-O and AVION/TARIF INPUT for
      * the whole pass instead of one open per flight.
       77  WS-AM-OUVERT        PIC X VALUE "N".
       77  WS-AM-TARIF-OUVERT  PIC X VALUE "N".
      * "O" inside a recovery unit of work (F2, F40): the row's
      * before-image goes to the journal for F66.
       77  WS-AM-JOURNAL       PIC X VALUE "N".
       77  WS-AM-PARAMS-LUS    PIC X VALUE "N".
       77  WS-AM-TAXE-ATTER    PIC 9(3)V99 VALUE 2.
       77  WS-AM-NATURE        PIC X VALUE SPACE.
       77  WS-AM-RECETTE       PIC 9(8)V99 VALUE 0.
       77  WS-AM-EXISTE        PIC X VALUE "N".
       77  WS-AM-ECART         PIC X VALUE "N".
      * Closed-period test: the caller sets the period's first
      * and last month; WS-AM-CLOS comes back "O" when the summary
      * has been built and the nightly close has passed the
      * period's last day.
       77  WS-AM-MOIS-DEBUT    PIC 9(6) VALUE 0.
       77  WS-AM-MOIS-FIN      PIC 9(6) VALUE 0.
       77  WS-AM-FIN-PERIODE   PIC 9(8) VALUE 0.
       77  WS-AM-INT-JOUR      PIC 9(7) VALUE 0.
       77  WS-AM-CLOS          PIC X VALUE "N".
           88  WS-AM-PERIODE-CLOSE VALUE "O".

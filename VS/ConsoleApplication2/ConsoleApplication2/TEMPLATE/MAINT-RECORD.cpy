           05  OT-ETAT             PIC X.
               88  OT-OUVERT           VALUE "O".
               88  OT-CLOTURE          VALUE "C".
      * An order opened with OT-ESSAI-EXIGE cannot be closed
      * until a maintenance test flight filed against it (F1
      * category "M", VL-OT-NUMOT) has been flown and closed out;
      * OT-VOL-ESSAI keeps that flight's number once the order is
      * closed. Spaces/zero on orders opened before the rule.
           05  OT-ESSAI-REQUIS     PIC X.
               88  OT-ESSAI-EXIGE      VALUE "O".
           05  OT-VOL-ESSAI        PIC 9(6).
      * Visit type (an IP-VISITE of the aircraft type's programme
      * d'inspection) the order was opened for; its task cards sit
      * on TACHEOT.DAT. Spaces for an unscheduled order.
           05  OT-VISITE           PIC X(4).
      * Waiting for parts while the order is open (F11): from the
      * day the mechanic flagged it to the day the parts came in,
      * zero while it never happened or is still running (FIN).
      * One span per order - a second wait extends the first.
           05  OT-ATTENTE-DEB      PIC 9(8).
           05  OT-ATTENTE-FIN      PIC 9(8).

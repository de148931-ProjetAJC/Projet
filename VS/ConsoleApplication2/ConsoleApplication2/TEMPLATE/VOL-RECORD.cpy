               10  VL-LEG-DEST         PIC X(25).
               10  VL-LEG-DATEARR      PIC 9(8).
               10  VL-LEG-HARR         PIC 9(4).
               10  VL-LEG-DIST         PIC 9(4)V9.
           05  VL-CPTDEP           PIC 9(5)V9.
           05  VL-CPTARR           PIC 9(5)V9.
           05  VL-NBHVOL           PIC 9(5)V9.
      * amount differs from the counter delta. Flight time
      * (PI-NBHVOL, carnet) always stays VL-NBHVOL.
           05  VL-NBH-FACT         PIC 9(5)V9.
      * "C" closed out by the pilot from the self-service menu
      * (F133, CLOTPIL.DAT) and waiting for the desk to countersign
      * it in F2: no longer open, but nothing posted or billed yet.
           05  VL-ETATVOL          PIC X.
               88  VL-DEPOSE           VALUE "D".
               88  VL-CLOTURE-PILOTE   VALUE "C".
               88  VL-TERMINE          VALUE "T".
               88  VL-ANNULE           VALUE "A".
      * "O" settled through the billing/payment path, "C"
      * settled by a carte d'heures draw-down at close-out - both
      * count as paid, but a reversal (F40) must credit the hours
      * back to the carte in the second case. A partner club's
      * guest pilot (PI-INVITE) is never billed: F2 closes the
      * flight "P", to bill to the club, and F128 turns it "F"
      * once on the club's monthly invoice - both count as paid
      * so no pilot billing path picks the flight up.
           05  VL-PAYE             PIC X.
               88  VL-EST-PAYE         VALUE "O", "C", "P", "F".
               88  VL-PAYE-CARTE       VALUE "C".
               88  VL-PAYE-CLUB        VALUE "P", "F".
               88  VL-CLUB-A-FACTURER  VALUE "P".
      * Vol a frais partages: up to three co-paying members
      * named at close-out, each with their percentage of the rated
      * amount; the remainder stays with VL-NUMPIL. F2 debits the
           05  VL-COPAYEURS OCCURS 3 TIMES.
               10  VL-COP-NUMPIL       PIC 9(6).
               10  VL-COP-PCT          PIC 9(3).
      * Route measured by F1 against the aerodrome table (OACI
      * codes): great-circle NM from the club base to VL-DEST, then
      * each leg from the previous point (VL-LEG-DIST above), and the
      * route total. VL-NAVIGATION is "O" as soon as one point of
      * the route is not the base - the navigation flights F26 and
      * F63 count. Zero/spaces on flights filed before the table.
           05  VL-DIST-DEST        PIC 9(4)V9.
           05  VL-DISTANCE         PIC 9(5)V9.
           05  VL-NAVIGATION       PIC X.
               88  VL-VOL-NAVIGATION   VALUE "O".
      * Flight category chosen at filing (F1). Maintenance test,
      * ferry and club service flights are flown for the club: the
      * billing chain (F2 close-out, F7, F9) skips them and F13
      * charges their value to the club's own account. A test flight
      * carries the work order it validates (VL-OT-NUMOT, on the
      * same VL-CODAV) so F11 can hold the order's closure on it.
      * Spaces on flights filed before the category existed: those
      * are billable, and the statistics derive the category from
      * the bapteme/instruction/navigation flags (CATVOL-PROC.cpy).
           05  VL-CATEGORIE        PIC X.
               88  VL-CAT-LOCAL        VALUE "L".
               88  VL-CAT-NAVIGATION   VALUE "N".
               88  VL-CAT-INSTRUCTION  VALUE "I".
               88  VL-CAT-BAPTEME      VALUE "B".
               88  VL-CAT-ESSAI        VALUE "M".
               88  VL-CAT-CONVOYAGE    VALUE "F".
               88  VL-CAT-SERVICE      VALUE "S".
               88  VL-NON-FACTURABLE   VALUE "M", "F", "S".
           05  VL-OT-NUMOT         PIC 9(6).
      * Base the flight departs from, set by F1 at deposit (the
      * session's base, else the aircraft's): origin of the route,
      * pump drawn at close-out, and the base whose boards, daily
      * close and overdue watch carry the flight. Spaces on plans
      * filed before, read as the principal base.
           05  VL-BASE-DEP         PIC X(4).
      * "U" once the times above (departure, arrival and legs,
      * dates included) are held in UTC, as every plan filed or
      * amended now is and F132 converts the history to; spaces on
      * a record still in local time. HEURE-PROC converts either way.
           05  VL-REF-HEURE        PIC X.
               88  VL-HEURES-UTC       VALUE "U".
      * Accounting date (AAAAMMJJ) of a flight closed out, or
      * corrected, after the month it flew in was closed in the
      * period register (PERIODE.DAT): billing (F7, F9) and the
      * accounting export (F13) take the flight in that open period
      * instead of its own. Spaces = the flight's own dates apply.
           05  VL-DATE-COMPTA      PIC X(8).
      * Spare room so later flight attributes can be carved out
      * without another format migration; always spaces here.
           05  VL-RESERVE          PIC X(40).

      * IMMO-RECORD - indexed fixed-asset register: the aircraft,
      * the engines and propellers of COMPOSANT.DAT, the fuel pump,
      * the simulator. One row per asset, numbered from the "IMMO"
      * sequence, linked to its airframe (IB-CODAV, alternate key)
      * or component (IB-SERIE), with acquisition date and cost,
      * residual value, method (linear or declining balance) and
      * duration in years. F95's year-end run adds the year's charge
      * to IB-CUMUL and notes the year in IB-DERNIER-EXERCICE, so an
      * exercice is never charged twice. A disposal (F94, or F4
      * archiving the aircraft) sets state C with its date and price;
      * F95 then posts the exit and the row turns S.
       01  IMMO-REC.
           05  IB-ID               PIC 9(6).
           05  IB-LIBELLE          PIC X(30).
           05  IB-NATURE           PIC X.
               88  IB-AVION            VALUE "A".
               88  IB-COMPOSANT        VALUE "C".
               88  IB-AUTRE            VALUE "D".
           05  IB-CODAV            PIC 9(3).
           05  IB-SERIE            PIC X(12).
           05  IB-DATE-ACQ         PIC 9(8).
           05  IB-COUT             PIC 9(8)V99.
           05  IB-RESIDUELLE       PIC 9(8)V99.
           05  IB-METHODE          PIC X.
               88  IB-LINEAIRE         VALUE "L".
               88  IB-DEGRESSIF        VALUE "D".
           05  IB-DUREE            PIC 9(2).
           05  IB-CUMUL            PIC 9(8)V99.
           05  IB-DOTATION-AN      PIC 9(8)V99.
           05  IB-DERNIER-EXERCICE PIC 9(4).
           05  IB-ETAT             PIC X.
               88  IB-ACTIVE           VALUE "A".
               88  IB-A-SORTIR         VALUE "C".
               88  IB-SORTIE           VALUE "S".
           05  IB-DATE-CESSION     PIC 9(8).
           05  IB-PRIX-CESSION     PIC 9(8)V99.
           05  IB-RESERVE          PIC X(30).

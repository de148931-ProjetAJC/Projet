      * on board exceed the seats or whose declared fuel cannot
      * cover the planned legs plus the PARAMS reserve. A type with
      * no row is not checked (no data is better than wrong data).
      * PF-PRIX-REF is the type's optional fuel-indexation clause:
      * the AVGAS price per litre the hourly rate was set on (zero
      * = no clause). INDEXCARB-PROC prices the drift of F49's
      * monthly average delivery price away from it, at
      * PF-CONSO-HOR litres per hour.
       01  PERF-REC.
           05  PF-CODTYP           PIC X(2).
           05  PF-PLACES           PIC 9(2).
           05  PF-CHARGE-MAX       PIC 9(4).
           05  PF-CARBU-UTIL       PIC 9(3)V9.
           05  PF-CONSO-HOR        PIC 9(3)V9.
           05  PF-PRIX-REF         PIC 9(2)V999.

               88  EE-REGLEE           VALUE "R".
               88  EE-MANQUEE          VALUE "M".
           05  EE-NUMRECU          PIC 9(6).
      * Invoice the plan was opened against (an excess billed from
      * an F64 occurrence, say); zero for a plan on the general
      * arrears.
           05  EE-NUMFACT          PIC 9(6).

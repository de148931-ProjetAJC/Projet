      * LIVRET-RECORD - logbook events the other stores do not keep
      * in history: COMPOSANT.DAT only knows where a component sits
      * now, and a recurring directive's row on DIRECTIVE.DAT is
      * overwritten at each compliance. F57 writes a line when it
      * fits ("P") or removes ("D") a component, with the airframe
      * counter and the component's clocks at that moment; F82
      * writes one per compliance sign-off ("C") with the directive
      * reference and the airframe hours. Together with the closed
      * MAINT.DAT work orders they are the entries F121 prints in
      * the airframe and engine logbooks.
       01  LIVRET-REC.
           05  LT-ID               PIC 9(6).
           05  LT-TYPE             PIC X.
               88  LT-POSE             VALUE "P".
               88  LT-DEPOSE           VALUE "D".
               88  LT-CONFORMITE       VALUE "C".
           05  LT-DATE             PIC 9(8).
           05  LT-CODAV            PIC 9(3).
           05  LT-SERIE            PIC X(12).
           05  LT-CPT-CELLULE      PIC 9(5)V9.
           05  LT-CP-HEURES        PIC 9(5)V9.
           05  LT-CP-CYCLES        PIC 9(5).
           05  LT-REFERENCE        PIC X(15).
           05  LT-TEXTE            PIC X(40).
           05  LT-OPERATEUR        PIC X(10).
           05  LT-RESERVE          PIC X(20).

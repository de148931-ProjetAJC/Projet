      * CLEREP-RECORD - analytic allocation key per charge poste
      * (the CM-CODE mnemonic a supplier invoice carries in
      * FF-CM-CODE). A poste keyed H is a shared cost - insurance,
      * maintenance - that F13 tags REPART and F140 spreads over
      * the activities by hours flown in the period; a poste keyed
      * D is a direct cost of the one activity named. A poste with
      * no key stays unallocated (structure). Maintained in F139.
       01  CLEREP-REC.
           05  AK-CODE             PIC X(8).
           05  AK-MODE             PIC X.
               88  AK-MODE-HEURES      VALUE "H".
               88  AK-MODE-DIRECT      VALUE "D".
           05  AK-ACTIVITE         PIC X(6).
           05  AK-LIBELLE          PIC X(30).
           05  AK-DATE-MAJ         PIC 9(8).
           05  AK-OPERATEUR        PIC X(10).

      * MANIFESTE-RECORD - named manifest of a flight, captured at
      * F1 deposit whenever VL-NB-POB is over 1: one row per person
      * aboard besides the pilot in command (VL-NUMPIL). A member
      * or F22 passenger is referenced and their CONTURG contacts
      * apply; a guest with no record carries the contact on the
      * row itself. Rewritten whole when the manifest is re-keyed.
       01  MANIFESTE-REC.
           05  MF-CLE.
               10  MF-NUMVOL       PIC 9(6).
               10  MF-RANG         PIC 9.
           05  MF-NUMPIL           PIC 9(6).
           05  MF-ID-PASSAGER      PIC 9(6).
           05  MF-NOM              PIC X(20).
           05  MF-PRENOM           PIC X(10).
           05  MF-CONTACT-NOM      PIC X(20).
           05  MF-CONTACT-TEL      PIC X(15).
           05  MF-OPERATEUR        PIC X(10).
           05  MF-MAJ              PIC X(14).

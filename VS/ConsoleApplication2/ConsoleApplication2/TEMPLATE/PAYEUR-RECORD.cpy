      * PAYEUR-RECORD - indexed store of the non-flying payers (a
      * parent, an employer, a works council) who settle a member's
      * flying: own name, address (ADRESSE store) and e-mail, and
      * their own running balance. PY-ID is drawn from the same
      * "PILOTE" sequence as the pilot numbers, so BANQUE (IBAN),
      * FACTNUM, MVT and RELANCE key a payer exactly like a pilot.
       01  PAYEUR-REC.
           05  PY-ID               PIC 9(6).
           05  PY-NOM              PIC X(30).
           05  PY-ID-ADRESSE       PIC 9(6).
           05  PY-EMAIL            PIC X(30).
           05  PY-SOLDE            PIC S9(6)V99.
           05  PY-ACTIF            PIC X.
               88  PY-EST-ACTIF        VALUE "O".
           05  PY-RESERVE          PIC X(40).

      * FOURN-RECORD - indexed supplier master: the avgas dealer,
      * the Part-145 shop behind the F11 work orders, the insurer,
      * the hangar landlord. Keyed by a short mnemonic code; carries
      * the postal address and IBAN the treasurer pays to, the
      * default COMPTES.DAT poste its invoices are charged to and the
      * usual payment term, used to date an invoice's due date when
      * the bill itself does not say.
       01  FOURN-REC.
           05  FO-CODE             PIC X(8).
           05  FO-NOM              PIC X(30).
           05  FO-ADRESSE          PIC X(40).
           05  FO-CODEPOST         PIC X(5).
           05  FO-VILLE            PIC X(25).
           05  FO-IBAN             PIC X(34).
           05  FO-CM-CODE          PIC X(8).
           05  FO-DELAI            PIC 9(3).
           05  FO-ACTIF            PIC X.
               88  FO-EST-ACTIF        VALUE "O".
           05  FO-RESERVE          PIC X(30).

      * ADHESION-RECORD - new-member applications, kept by F116 from
      * the form handed in at the desk to the bureau's decision. The
      * applicant's data is what F3 would ask for; the sponsor is an
      * existing member. An accepted application carries the pilot
      * number created from it and the pro-rata dues invoice raised
      * for the year; a refused one the bureau's reason.
       01  ADHESION-REC.
           05  AH-ID               PIC 9(6).
           05  AH-DATE-DEMANDE     PIC 9(8).
           05  AH-CIVILITE         PIC 9(3).
           05  AH-NOM              PIC X(20).
           05  AH-PRENOM           PIC X(10).
           05  AH-ADRESSE          PIC X(50).
           05  AH-CP               PIC 9(5).
           05  AH-VILLE            PIC X(50).
           05  AH-PAYS             PIC X(50).
           05  AH-EMAIL            PIC X(30).
           05  AH-NAISSANCE        PIC 9(8).
           05  AH-CATEGORIE        PIC X(4).
           05  AH-NBHVOL           PIC 9(5)V9.
           05  AH-EXAM-MED         PIC 9(8).
           05  AH-EXP-LICENCE      PIC 9(8).
           05  AH-PARRAIN          PIC 9(6).
      * Documents received at the desk, "O" once in the file.
           05  AH-PIECES.
               10  AH-PIECE-LICENCE    PIC X.
               10  AH-PIECE-MEDICAL    PIC X.
               10  AH-PIECE-BULLETIN   PIC X.
           05  AH-STATUT           PIC X.
               88  AH-EN-ATTENTE       VALUE "E".
               88  AH-ACCEPTEE         VALUE "A".
               88  AH-REFUSEE          VALUE "R".
           05  AH-DATE-DECISION    PIC 9(8).
           05  AH-DECIDEUR         PIC X(10).
           05  AH-MOTIF            PIC X(40).
           05  AH-NUMPIL           PIC 9(6).
           05  AH-NUMFACT          PIC 9(6).
           05  AH-RESERVE          PIC X(20).

      * CLUBPART-RECORD - clubs partenaires: the neighbouring clubs
      * we lend aircraft to and borrow from under a reciprocal
      * agreement (F127). Their pilots fly here as guests
      * (PI-INVITE) and are billed to the club, never to the
      * pilot; F128 raises one FACTNUM invoice a month per club
      * and prints the hours exchanged both ways. The two rates
      * price their pilots' flights (0 = our own tariff applies);
      * CB-TAUX-RECIP is what they charge for ours, used to value
      * the CLUBVOL.DAT hours on the settlement statement.
       01  CLUBPART-REC.
           05  CB-ID               PIC 9(4).
           05  CB-NOM              PIC X(30).
           05  CB-CONTACT          PIC X(30).
           05  CB-EMAIL            PIC X(30).
           05  CB-ADRESSE          PIC X(50).
           05  CB-CP               PIC 9(5).
           05  CB-VILLE            PIC X(20).
           05  CB-TAUX-SOLO        PIC 9(3).
           05  CB-TAUX-INSTR       PIC 9(3).
           05  CB-TAUX-RECIP       PIC 9(3).
           05  CB-ETAT             PIC X.
               88  CB-ACTIF            VALUE "A".
               88  CB-RESILIE          VALUE "R".
           05  CB-RESERVE          PIC X(20).

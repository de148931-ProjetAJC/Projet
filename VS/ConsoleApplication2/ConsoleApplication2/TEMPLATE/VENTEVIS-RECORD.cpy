      * VENTEVIS-RECORD - counter sale to a visiting (non-member)
      * pilot: fuel drawn from the club pump and landing fees, priced
      * at the visitor rates (PARAMS VIS-PRIX-L / VIS-TAXE-AT),
      * invoiced under a FACTNUM number and paid through the PAIEMENT
      * journal at the desk (F103). Keyed on its own sequence, with
      * the sale day as alternate key so F74 can pair the pump's
      * dispensings of the day with the visitor litres.
       01  VENTEVIS-REC.
           05  VV-NUMERO           PIC 9(6).
           05  VV-DATE             PIC 9(8).
           05  VV-HEURE            PIC 9(4).
           05  VV-IMMAT            PIC X(8).
           05  VV-PILOTE           PIC X(30).
           05  VV-LITRES           PIC 9(4)V9.
           05  VV-NB-ATTER         PIC 9(2).
           05  VV-PRIX-LITRE       PIC 9(3)V99.
           05  VV-TAXE-ATTER       PIC 9(4)V99.
           05  VV-MONTANT-HT       PIC S9(6)V99.
           05  VV-TAUX-TVA         PIC 99V99.
           05  VV-MONTANT          PIC S9(6)V99.
           05  VV-FACTURE          PIC 9(6).
           05  VV-RECU             PIC 9(6).
           05  VV-MODE             PIC X.
           05  VV-OPERATEUR        PIC X(10).
      * Base whose pump served the sale (spaces = principal).
           05  VV-BASE             PIC X(4).
           05  VV-RESERVE          PIC X(16).

      * PRELEV-RECORD - one line of the month-end direct-debit export
      * file (PRELEVEMENTS.TXT) uploaded to the bank, flat PIC X line
      * like INVOICE-RECORD since header/order/trailer lines have
      * different shapes. 160 wide since each order also carries
      * its SEPA sequence (FRST/RCUR) and collection date.
       01  PRELEV-REC.
           05  PV-LIGNE            PIC X(160).

      * DIFFDEST-RECORD - recipient list of a DIFFUSION.DAT broadcast,
      * one row per member selected, keyed broadcast + pilot: the
      * NOTIF.DAT row queued for them, or none when they were left
      * out because they have not agreed to the club's mailings.
       01  DIFFDEST-REC.
           05  DD-CLE.
               10  DD-ID           PIC 9(6).
               10  DD-NUMPIL       PIC 9(6).
           05  DD-NOTIF-ID         PIC 9(6).
           05  DD-ETAT             PIC X.
               88  DD-ENVOYE           VALUE "E".
               88  DD-SANS-ACCORD      VALUE "C".

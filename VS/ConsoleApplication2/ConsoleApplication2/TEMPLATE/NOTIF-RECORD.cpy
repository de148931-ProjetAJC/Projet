               88  NT-ENVOYEE          VALUE "S".
               88  NT-ECHEC            VALUE "F".
           05  NT-DATE-ENVOI       PIC 9(14).
      * A report sent with the message (F110's subscriptions): the
      * output file name and whether F53 attaches it ("J") or copies
      * its lines into the body ("I"). Spaces on ordinary messages.
           05  NT-PIECE            PIC X(40).
           05  NT-MODE-PIECE       PIC X.
               88  NT-PIECE-JOINTE     VALUE "J".
               88  NT-PIECE-INCLUSE    VALUE "I".

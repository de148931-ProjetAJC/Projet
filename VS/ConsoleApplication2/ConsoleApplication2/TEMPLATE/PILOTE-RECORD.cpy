      * over 50) and the minor flag for the school's
      * guardian-consent file. Zeroed by F29's anonymization.
           05  PI-DATE-NAISSANCE   PIC 9(8).
      * Guest flyer from a partner club (F3 option G): flies on
      * the same licence/medical checks as a member but is not
      * one - no dues (F1/F15), not in the F63 declaration, and
      * the flights are billed to club PI-CLUB-PART (CLUBPART.DAT)
      * by F128. Older rows carry spaces here, i.e. members.
           05  PI-INVITE           PIC X.
               88  PI-EST-INVITE       VALUE "O".
           05  PI-CLUB-PART        PIC 9(4).
      * Consent to the club's non-essential mailings (F3): news,
      * events, fly-outs sent by the F134 broadcast screen. A
      * statutory notice (AGM convocation...) goes regardless.
      * Older rows carry spaces here, read as no consent.
           05  PI-ACCORD-INFOS     PIC X.
               88  PI-ACCEPTE-INFOS    VALUE "O".

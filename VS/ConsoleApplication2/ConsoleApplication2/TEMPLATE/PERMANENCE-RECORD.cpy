      * PERMANENCE-RECORD - duty roster: who holds one half-day slot
      * as chef de piste or as instructor on duty, keyed day +
      * half-day + role (one holder per role and slot). Planned and
      * kept through F97; F98 flags the uncovered slots ahead and
      * queues the holders' reminders. The hours, planned at the
      * half-day default and confirmed once the duty is done, are
      * the volunteer hours F98 totals per member and year.
       01  PERMANENCE-REC.
           05  PE-CLE.
               10  PE-DATE         PIC 9(8).
               10  PE-CRENEAU      PIC X.
                   88  PE-MATIN        VALUE "M".
                   88  PE-APRES-MIDI   VALUE "A".
               10  PE-ROLE         PIC X.
                   88  PE-CHEF-PISTE   VALUE "C".
                   88  PE-INSTRUCTEUR  VALUE "I".
           05  PE-NUMPIL           PIC 9(6).
           05  PE-HEURES           PIC 9(2)V9.
           05  PE-ETAT             PIC X.
               88  PE-PREVUE       VALUE "P".
               88  PE-EFFECTUEE    VALUE "E".
           05  PE-RAPPEL           PIC X.
               88  PE-RAPPEL-ENVOYE VALUE "O".
           05  PE-OPERATEUR        PIC X(10).
           05  PE-DATE-SAISIE      PIC 9(8).
           05  PE-RESERVE          PIC X(20).

               88  RS-ANNULEE          VALUE "X".
               88  RS-ECHUE            VALUE "E".
               88  RS-NOSHOW           VALUE "N".
      * Optional instructor booked on the slot (0 = none): checked
      * at booking time by INSTRRESA-PROC.cpy against their declared
      * windows, their other reservations and their F83 sessions,
      * and shown as a lesson on the F112 instructor agenda.
           05  RS-NUMPIL-INSTR     PIC 9(6).
      * Base of the reserved aircraft when the slot was booked;
      * spaces = the principal base.
           05  RS-BASE             PIC X(4).

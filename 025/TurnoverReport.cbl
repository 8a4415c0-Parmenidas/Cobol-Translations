               02 HL-DATE       PIC 9(8).
               02 HL-SSN        PIC 9(9).
               02 HL-DEPT-CODE  PIC X(4).
               02 HL-SEQ-NUM    PIC 9(9).
               02 HL-CHAIN      PIC 9(9).

           FD IdxMaster.
      *> The indexed master, read front to back in SSN order - the

      *> RETROPAY - one back-dated salary change awaiting its back
      *> pay, on retropend.dat. Whenever a salary change is applied
      *> to the master with an effective date earlier than the day
      *> it is applied - by EmpUpdate off empmaint.dat, by
      *> SalaryApprove on a held change, or by a SalaryAdjust run -
      *> the salary before and after goes onto the queue here, and
      *> the next PayrollRegister posting run works out and pays the
      *> difference for every period already paid at the old salary
      *> since the effective date, then takes the record off the
      *> queue. RP-SOURCE says which program queued it. Included
      *> under an 01-level group item in the FILE SECTION of every
      *> program that reads or writes it.
           02 RP-SSN-NUM         PIC 9(9).
           02 RP-EFFECTIVE-DATE  PIC 9(8).
           02 RP-OLD-SALARY      PIC 9(7)V99.
           02 RP-NEW-SALARY      PIC 9(7)V99.
           02 RP-SOURCE          PIC X(1).
               88 RP-From-Update   VALUE 'U'.
               88 RP-From-Approval VALUE 'A'.
               88 RP-From-Adjust   VALUE 'J'.
           02 RP-QUEUED-DATE     PIC 9(8).

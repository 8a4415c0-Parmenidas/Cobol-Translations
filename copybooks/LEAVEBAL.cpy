      *> LEAVEBAL - one employee's balance of one kind of leave, on
      *> leavebal.idx keyed by SSN plus leave type (V vacation, S
      *> sick), so time off is kept in the system instead of on the
      *> HR office's index cards. Hours throughout. LeaveAccrual adds
      *> each month's accrual and stamps LV-LAST-ACCRUAL so a month
      *> is never accrued twice; LeavePost takes leave off
      *> LV-BALANCE. The first touch in a new calendar year carries
      *> the balance over, cut to the year-end cap in LEAVEPOL, into
      *> LV-CARRIED-IN, with anything over the cap in LV-FORFEITED.
      *> Included under an 01-level group item in the FILE SECTION
      *> of every program that reads or writes a balance.
           02 LV-KEY.
               03 LV-SSN-NUM     PIC 9(9).
               03 LV-TYPE        PIC X(1).
                   88 LV-Vacation  VALUE 'V'.
                   88 LV-Sick      VALUE 'S'.
           02 LV-YEAR            PIC 9(4).
           02 LV-CARRIED-IN      PIC 9(5)V99.
           02 LV-FORFEITED       PIC 9(5)V99.
           02 LV-ACCRUED-YTD     PIC 9(5)V99.
           02 LV-TAKEN-YTD       PIC 9(5)V99.
           02 LV-BALANCE         PIC 9(5)V99.
           02 LV-LAST-ACCRUAL    PIC 9(6).
           02 LV-LAST-RATE       PIC 9(3)V99.

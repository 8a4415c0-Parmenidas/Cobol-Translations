      *> LEAVEHST - one movement on a leave balance, appended to
      *> LEAVEHIST.DAT by everything that changes leavebal.idx:
      *>   - LH-EVENT 'A' monthly accrual (LeaveAccrual)
      *>              'T' leave taken (LeavePost)
      *>              'C' hours over the year-end carry-over cap,
      *>                  forfeited (LeaveAccrual or LeavePost)
      *>              'P' unused vacation reported for payout at
      *>                  termination (EmpUpdate)
      *> LH-DATE is the date the leave was taken, or the run date.
      *> LeaveStatement lists a year's movements from here.
      *> Included under an 01-level group item in the FILE SECTION
      *> of every program that reads or writes the history.
           02 LH-TIMESTAMP       PIC 9(14).
           02 LH-SSN-NUM         PIC 9(9).
           02 LH-TYPE            PIC X(1).
           02 LH-EVENT           PIC X(1).
               88 LH-Accrual       VALUE 'A'.
               88 LH-Taken         VALUE 'T'.
               88 LH-Forfeit       VALUE 'C'.
               88 LH-Payout        VALUE 'P'.
           02 LH-DATE            PIC 9(8).
           02 LH-HOURS           PIC 9(5)V99.
           02 LH-BALANCE-AFTER   PIC 9(5)V99.
           02 LH-OPERATOR        PIC X(8).

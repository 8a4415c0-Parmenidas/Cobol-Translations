      *> LEAVEPAY - a leaver's unused vacation, reported for payout
      *> with their final pay, on leavepay.dat. Written by
      *> EmpUpdate's TerminateEmployee from the vacation balance on
      *> leavebal.idx (which is then zeroed), and printed in
      *> PayrollRegister's final-pay section for the period the
      *> separation falls in. VP-AMOUNT is the hours at the hourly
      *> equivalent of the monthly SALARY - see LEAVEPOL. Included
      *> under an 01-level group item in the FILE SECTION of every
      *> program that reads or writes it.
           02 VP-SSN-NUM         PIC 9(9).
           02 VP-fname           PIC X(10).
           02 VP-lname           PIC X(10).
           02 VP-DEPT-CODE       PIC X(4).
           02 VP-EFFECTIVE-DATE  PIC 9(8).
           02 VP-HOURS           PIC 9(5)V99.
           02 VP-HOURLY-RATE     PIC 9(5)V99.
           02 VP-AMOUNT          PIC 9(7)V99.
           02 VP-REPORTED-DATE   PIC 9(8).

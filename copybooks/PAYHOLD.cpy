      *> PAYHOLD - one employee's pay held out of posting by the
      *> pay variance check, on payhold.dat. A posting run of
      *> PayrollRegister compares each person's pay for the period
      *> with what the ledger shows for their last one; anyone paid
      *> for the first time, or whose gross or net moved by more
      *> than the tolerance, is held here instead of being posted
      *> until a level-3 operator decides in VarianceRelease:
      *> released (paid by the next register run for the period) or
      *> held over (not paid this period at all). PH-REASON says
      *> what tripped the check: F first pay, G gross moved, N net
      *> moved, B both. Only the current period's holds are kept -
      *> the decisions themselves are on MAINTAUD.DAT. Included
      *> under an 01-level group item in the FILE SECTION of every
      *> program that reads or writes it.
           02 PH-PERIOD          PIC 9(6).
           02 PH-SSN-NUM         PIC 9(9).
           02 PH-fname           PIC X(10).
           02 PH-lname           PIC X(10).
           02 PH-DEPT-CODE       PIC X(4).
           02 PH-REASON          PIC X(1).
               88 PH-First-Pay     VALUE 'F'.
               88 PH-Gross-Moved   VALUE 'G'.
               88 PH-Net-Moved     VALUE 'N'.
               88 PH-Both-Moved    VALUE 'B'.
           02 PH-LAST-PERIOD     PIC 9(6).
           02 PH-LAST-GROSS      PIC 9(7)V99.
           02 PH-LAST-NET        PIC 9(7)V99.
           02 PH-THIS-GROSS      PIC 9(7)V99.
           02 PH-THIS-NET        PIC 9(7)V99.
           02 PH-GROSS-PCT       PIC S9(5)V99.
           02 PH-NET-PCT         PIC S9(5)V99.
           02 PH-STATUS          PIC X(1).
               88 PH-Held          VALUE 'H'.
               88 PH-Released      VALUE 'R'.
               88 PH-Held-Over     VALUE 'O'.
           02 PH-DECIDED-BY      PIC X(8).
           02 PH-DECIDED-TS      PIC 9(14).

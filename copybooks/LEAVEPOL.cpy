      *> LEAVEPOL - the leave policy: hours accrued per month by
      *> completed years of service, and the most of each kind that
      *> carries over into a new year. A tier applies from its
      *> minimum years of service up to the next tier's. Included in
      *> WORKING-STORAGE of every program that accrues leave, rolls
      *> a balance into a new year, or shows the rate.
           01  WS-Leave-Policy-Values.
               02 FILLER       PIC 9(2)    VALUE 0.
               02 FILLER       PIC 9(3)V99 VALUE 6.67.
               02 FILLER       PIC 9(3)V99 VALUE 8.00.
               02 FILLER       PIC 9(2)    VALUE 2.
               02 FILLER       PIC 9(3)V99 VALUE 10.00.
               02 FILLER       PIC 9(3)V99 VALUE 8.00.
               02 FILLER       PIC 9(2)    VALUE 5.
               02 FILLER       PIC 9(3)V99 VALUE 13.33.
               02 FILLER       PIC 9(3)V99 VALUE 8.00.
               02 FILLER       PIC 9(2)    VALUE 10.
               02 FILLER       PIC 9(3)V99 VALUE 16.67.
               02 FILLER       PIC 9(3)V99 VALUE 8.00.
           01  WS-Leave-Policy REDEFINES WS-Leave-Policy-Values.
               02 WS-Leave-Tier OCCURS 4 TIMES.
                   03 WS-Tier-Min-Years  PIC 9(2).
                   03 WS-Tier-Vac-Hours  PIC 9(3)V99.
                   03 WS-Tier-Sick-Hours PIC 9(3)V99.
           01  WS-Leave-Tier-Count PIC 9(1) VALUE 4.
           01  WS-Leave-Tier-Idx   PIC 9(1).
           01  WS-Leave-Tier-Hit   PIC 9(1).
           01  WS-Vac-Carry-Cap    PIC 9(5)V99 VALUE 120.00.
           01  WS-Sick-Carry-Cap   PIC 9(5)V99 VALUE 480.00.
      *> Standard hours in a working year - a monthly SALARY times 12
      *> over this is the hourly rate a vacation payout is paid at.
           01  WS-Hours-Per-Year   PIC 9(4)    VALUE 2080.

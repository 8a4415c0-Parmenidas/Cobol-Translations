      *> POSNBUD - budgeted positions by DEPT-CODE: for each
      *> department, the headcount finance has approved and the
      *> annual salary budget that headcount is to be paid from
      *> (SALARY on the master is monthly, so it is set against
      *> this at twelve times). Loaded at run time from posnbud.dat
      *> by CALL "RefTabLoad" USING "POSN", WS-Posn-Table,
      *> WS-Posn-Count (once at startup) and maintained by
      *> 030/RefTabMaint.cbl, the same as the department and rate
      *> tables. Like the rate table there is no compiled-in
      *> fallback - the budget is finance's to set - so a file that
      *> has never been created loads as zero entries, and a
      *> department with no entry is not held to a budget at all.
      *> WS-PB-Filled and WS-PB-Actual are not on the file: the
      *> loader zeroes them, and each program that checks or
      *> reports against the budget counts the master into them.
      *> Entries beyond WS-Posn-Count are unused. Include once in
      *> WORKING-STORAGE.
           01  WS-Posn-Table.
               02 WS-Posn-Entry OCCURS 50 TIMES.
                   03 WS-PB-Dept      PIC X(4).
                   03 WS-PB-Headcount PIC 9(4).
                   03 WS-PB-Budget    PIC 9(9)V99.
                   03 WS-PB-Filled    PIC 9(4).
                   03 WS-PB-Actual    PIC 9(9)V99.
           01  WS-Posn-Count PIC 9(2) VALUE ZEROS.

      *> GLMAP - general ledger account mapping by DEPT-CODE: for
      *> each department, the salary expense account its gross pay
      *> is charged to and the liability and clearing accounts its
      *> withholding, deductions and net pay are credited to.
      *> Loaded at run time from glmap.dat by CALL "RefTabLoad"
      *> USING "GLMP", WS-GL-Map-Table, WS-GL-Map-Count (once at
      *> startup) and maintained by 030/RefTabMaint.cbl, the same as
      *> the department and rate tables. Like the rate table there
      *> is no compiled-in fallback - account numbers are finance's
      *> to give - so a file that has never been created loads as
      *> zero entries. Entries beyond WS-GL-Map-Count are unused.
      *> Include once in WORKING-STORAGE.
           01  WS-GL-Map-Table.
               02 WS-GL-Map-Entry OCCURS 50 TIMES.
                   03 WS-GL-Dept      PIC X(4).
                   03 WS-GL-Expense   PIC X(10).
                   03 WS-GL-Withhold  PIC X(10).
                   03 WS-GL-Dedn      PIC X(10).
                   03 WS-GL-Clearing  PIC X(10).
           01  WS-GL-Map-Count PIC 9(2) VALUE ZEROS.

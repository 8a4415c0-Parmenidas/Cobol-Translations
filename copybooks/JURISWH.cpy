      *> JURISWH - withholding by jurisdiction and quarter: one
      *> record per employee per city per calendar quarter, posted
      *> by PayrollRegister alongside the YTD ledger each period, so
      *> what was withheld for which city in which quarter is on
      *> file - including for someone who moved city part way
      *> through, who simply carries a record under each. Keyed
      *> year, quarter, city, SSN so a quarter's remittance reads
      *> straight through one city at a time (042/WithholdRemit.cbl).
      *> JW-WAGES is wages subject to withholding - gross less
      *> pre-tax deductions. Included under an 01-level group item
      *> in the FILE SECTION of every program that reads or writes
      *> it.
           02 JW-KEY.
               03 JW-YEAR        PIC 9(4).
               03 JW-QUARTER     PIC 9(1).
               03 JW-CITY        PIC X(10).
               03 JW-SSN-NUM     PIC 9(9).
           02 JW-fname           PIC X(10).
           02 JW-lname           PIC X(10).
           02 JW-DEPT-CODE       PIC X(4).
           02 JW-LAST-RATE       PIC S9V9(4).
           02 JW-LAST-PERIOD     PIC 9(6).
           02 JW-PERIODS         PIC 9(2).
           02 JW-WAGES           PIC 9(9)V99.
           02 JW-WITHHELD        PIC 9(9)V99.

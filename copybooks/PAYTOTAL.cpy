      *> PAYTOTAL - the payroll register's grand totals for the pay
      *> period it last ran, one record on paytotal.dat, replaced by
      *> every PayrollRegister run. The downstream period-end
      *> interfaces (041/GLJournal.cbl) prove their own figures
      *> against it rather than against the printed register.
      *> Gross less withheld, pre-tax and after-tax deductions is
      *> net. Included under an 01-level group item in the FILE
      *> SECTION of every program that writes or reads it.
           02 PT-PERIOD          PIC 9(6).
           02 PT-EMPLOYEES       PIC 9(6).
           02 PT-GROSS           PIC 9(9)V99.
           02 PT-WITHHELD        PIC 9(9)V99.
           02 PT-PRETAX          PIC 9(9)V99.
           02 PT-AFTERTAX        PIC 9(9)V99.
           02 PT-NET             PIC 9(9)V99.

      *> EMPDEDN - shared payroll deduction / benefit election
      *> record layout, on empdedn.idx keyed by SSN plus deduction
      *> code, so one employee carries as many elections as they
      *> have - health premium, retirement contribution, court-
      *> ordered garnishment. Created and maintained through
      *> EmpUpdate's dedmaint.dat stream, the same way addrmaint.dat
      *> maintains empaddr.idx, and taken each pay period by
      *> PayrollRegister:
      *>   - DN-TAX-TYPE   'P' pre-tax (comes off the withholding
      *>                   base) or 'A' after-tax (off net only)
      *>   - DN-CALC-TYPE  'A' flat DN-AMOUNT per period or 'P'
      *>                   DN-PERCENT of the period's gross
      *>   - DN-START-DATE / DN-STOP-DATE bound the periods it is
      *>                   taken in; a zero stop date is open-ended
      *>   - DN-ARREARS-CAP is the total a garnishment order allows
      *>                   to be collected; DN-TAKEN-TO-DATE counts
      *>                   up towards it and the deduction stops
      *>                   once it is reached. Zero means no cap.
      *> Included under an 01-level group item in the FILE SECTION
      *> of every program that reads or writes a deduction record,
      *> with REPLACING for the program's own prefix, the same as
      *> EMPADDR.
           02 DN-KEY.
               03 DN-SSN-NUM     PIC 9(9).
               03 DN-CODE        PIC X(4).
           02 DN-DESC            PIC X(12).
           02 DN-TAX-TYPE        PIC X(1).
           02 DN-CALC-TYPE       PIC X(1).
           02 DN-AMOUNT          PIC 9(5)V99.
           02 DN-PERCENT         PIC 9(2)V99.
           02 DN-START-DATE      PIC 9(8).
           02 DN-STOP-DATE       PIC 9(8).
           02 DN-ARREARS-CAP     PIC 9(7)V99.
           02 DN-TAKEN-TO-DATE   PIC 9(7)V99.

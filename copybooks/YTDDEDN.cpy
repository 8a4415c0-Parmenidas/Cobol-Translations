      *> YTDDEDN - the deduction side of the YTD ledger. One record
      *> per employee per deduction code on ytddedn.idx, keyed by
      *> SSN plus code the same as empdedn.idx, posted by
      *> PayrollRegister alongside the employee's ytdledger.idx
      *> record each period: the last period taken and its amount,
      *> and the year-to-date total, restarted at zero in a new
      *> year exactly as the ledger record is. A deduction taken
      *> once and later stopped keeps its YTD line for the year-end
      *> statement. Included under an 01-level group item in the
      *> FILE SECTION of every program that reads or writes it.
           02 DY-KEY.
               03 DY-SSN-NUM     PIC 9(9).
               03 DY-CODE        PIC X(4).
           02 DY-DESC            PIC X(12).
           02 DY-TAX-TYPE        PIC X(1).
           02 DY-YEAR            PIC 9(4).
           02 DY-LAST-PERIOD     PIC 9(6).
           02 DY-LAST-AMOUNT     PIC 9(7)V99.
           02 DY-YTD-AMOUNT      PIC 9(9)V99.

      *> EMPLOYER - the company's own identifying record, one
      *> record on employer.dat, hand-built the way proccal.dat is
      *> and changed only when the company's details or its bank
      *> change. Everything that leaves the building under the
      *> company's name - the bank payment file, the year-end wage
      *> filing - takes its name, tax ID, address and originating
      *> bank from here rather than from constants compiled into
      *> each program. Included under an 01-level group item in the
      *> FILE SECTION of every program that reads it.
           02 ER-NAME            PIC X(23).
           02 ER-TAX-ID          PIC 9(9).
           02 ER-STREET          PIC X(30).
           02 ER-CITY            PIC X(20).
           02 ER-STATE           PIC X(2).
           02 ER-ZIP             PIC X(10).
           02 ER-BANK-ROUTING    PIC 9(9).
           02 ER-BANK-NAME       PIC X(23).
           02 ER-COMPANY-ID      PIC X(10).

      *> EMPBANK - shared direct-deposit account record layout,
      *> keyed by SSN, the same as EMPADDR. Pay goes to account 1;
      *> an employee who splits their pay names a second account,
      *> and BK-SPLIT-TYPE says how much of net pay goes there - a
      *> flat amount ('A') or a percentage ('P') - with account 1
      *> taking the rest. Zeros in BK-ROUTING-2 means no split.
      *> BK-PRENOTE-STATUS carries a new or changed account through
      *> its zero-dollar test before real money goes to it:
      *>   'P' prenote due - sent with the next bank payment run,
      *>       employee paid by paper check meanwhile
      *>   'S' prenote sent on BK-PRENOTE-DATE - still paper until
      *>       the bank has had its days to return it
      *>   'A' active - pay is deposited
      *>   'I' inactive - returned prenote or closed account; paper
      *>       check until the account is re-keyed
      *> Created and maintained through EmpUpdate's bankmaint.dat
      *> stream and read by 040/BankPayment.cbl. Included under an
      *> 01-level group item in the FILE SECTION of every program
      *> that reads or writes an account record, with REPLACING for
      *> the program's own prefix.
           02 BK-SSN-NUM         PIC 9(9).
           02 BK-ROUTING-1       PIC 9(9).
           02 BK-ACCOUNT-1       PIC X(17).
           02 BK-ACCT-TYPE-1     PIC X(1).
           02 BK-ROUTING-2       PIC 9(9).
           02 BK-ACCOUNT-2       PIC X(17).
           02 BK-ACCT-TYPE-2     PIC X(1).
           02 BK-SPLIT-TYPE      PIC X(1).
           02 BK-SPLIT-AMOUNT    PIC 9(5)V99.
           02 BK-SPLIT-PERCENT   PIC 9(2)V99.
           02 BK-PRENOTE-STATUS  PIC X(1).
           02 BK-PRENOTE-DATE    PIC 9(8).

      *> BENCHG - one benefits eligibility change for the benefits
      *> vendor: someone who became eligible, or who stopped being
      *> eligible because they left. Appended to benelchg.dat by
      *> 053/BenEligibility.cbl each night, and sent on and cleared
      *> by 020/VendorExtract.cbl, so a change made between extracts
      *> waits for the next one instead of being lost. Included
      *> under an 01-level group item in the FILE SECTION of every
      *> program that writes or reads the change file.
           02 BC-RUN-DATE       PIC 9(8).
           02 BC-CHANGE-TYPE    PIC X(1).
               88 BC-Now-Eligible   VALUE 'E'.
               88 BC-Now-Ineligible VALUE 'I'.
           02 BC-SSN-NUM        PIC 9(9).
           02 BC-LNAME          PIC X(10).
           02 BC-FNAME          PIC X(10).
           02 BC-DEPT-CODE      PIC X(4).
           02 BC-EFFECTIVE-DATE PIC 9(8).

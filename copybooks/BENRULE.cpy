      *> BENRULE - benefits eligibility rules by department: how many
      *> days after HIRE-DATE an employee becomes eligible for
      *> benefits, and how many days from then they have to enroll.
      *> An entry for department ALL covers every department without
      *> an entry of its own. Loaded at run time from benrule.dat by
      *> CALL "RefTabLoad" USING "ELIG", WS-Elig-Table,
      *> WS-Elig-Tab-Count and maintained by 030/RefTabMaint.cbl,
      *> the same as the other reference tables. Entries beyond
      *> WS-Elig-Tab-Count are unused. Include once in
      *> WORKING-STORAGE.
           01  WS-Elig-Table.
               02 WS-Elig-Entry OCCURS 50 TIMES.
                   03 WS-EL-Dept        PIC X(4).
                   03 WS-EL-Wait-Days   PIC 9(3).
                   03 WS-EL-Window-Days PIC 9(3).
           01  WS-Elig-Tab-Count PIC 9(2) VALUE ZEROS.

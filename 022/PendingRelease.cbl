      *> yet due is carried forward via pendtran.new and swapped back
      *> in, the same trim-and-swap PurgeArchive and SuspenseFix use,
      *> and a report of what was released versus what is still
      *> waiting goes to pendrel.prt. A maintenance action's
      *> supervisor SSN travels with it, so a scheduled transfer
      *> can take its new reporting line on the day it lands.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                             ==HIRE-DATE== BY ==PD-HIRE-DATE==.
               02 PD-EFFECTIVE-DATE     PIC 9(8).
               02 PD-SEPARATION-REASON  PIC 9(2).
               02 PD-SUPERVISOR-SSN     PIC 9(9).

           FD NewPendingFile.
      *> Carried-forward copy of pendtran.dat - every transaction not
                             ==HIRE-DATE== BY ==NPD-HIRE-DATE==.
               02 NPD-EFFECTIVE-DATE     PIC 9(8).
               02 NPD-SEPARATION-REASON  PIC 9(2).
               02 NPD-SUPERVISOR-SSN     PIC 9(9).

           FD NewHireFile.
      *> Same layout WriteData reads newhire.dat with - a released
                             ==HIRE-DATE== BY ==MT-HIRE-DATE==.
               02 MT-EFFECTIVE-DATE     PIC 9(8).
               02 MT-SEPARATION-REASON  PIC 9(2).
               02 MT-SUPERVISOR-SSN     PIC 9(9).

           FD PrintFile.
           01  PrintLine    PIC X(80).
           MOVE PD-HIRE-DATE            TO MT-HIRE-DATE
           MOVE PD-EFFECTIVE-DATE       TO MT-EFFECTIVE-DATE
           MOVE PD-SEPARATION-REASON    TO MT-SEPARATION-REASON
           MOVE PD-SUPERVISOR-SSN       TO MT-SUPERVISOR-SSN
           WRITE MaintRecord
           ADD 1 TO WS-ReleasedMaints
           MOVE "RELEASED"   TO DL-Status
           MOVE PD-HIRE-DATE            TO NPD-HIRE-DATE
           MOVE PD-EFFECTIVE-DATE       TO NPD-EFFECTIVE-DATE
           MOVE PD-SEPARATION-REASON    TO NPD-SEPARATION-REASON
           MOVE PD-SUPERVISOR-SSN       TO NPD-SUPERVISOR-SSN
           WRITE NewPendingRecord
           ADD 1 TO WS-WaitingCount
           MOVE "WAITING"     TO DL-Status

      *> old/new values, pulls each termination's effective date and
      *> reason off EMPHIST.DAT as its audit line goes by, and closes
      *> with the record as it stands on empmaster.idx today. The
      *> statement goes to empstmt.prt. After an SSN correction the
      *> whole history is under the new number, the correction
      *> included.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               02 AU-OLD-VALUE    PIC X(16).
               02 AU-NEW-VALUE    PIC X(16).
               02 AU-OPERATOR     PIC X(8).
               02 AU-SEQ-NUM      PIC 9(9).
               02 AU-CHAIN        PIC 9(9).

           FD HistFile.
      *> Same layout EmpUpdate's TerminateEmployee writes.
                   MOVE "APPROVED SALARY" TO DL-Event
               WHEN 'J'
                   MOVE "REJECTED SALARY" TO DL-Event
      *> An SSN keyed wrong and moved by 050/SSNCorrect.cbl; the
      *> lines before it are carried across under the new number.
               WHEN 'N'
                   MOVE "SSN CORRECTED" TO DL-Event
               WHEN OTHER
                   MOVE AU-FIELD-NAME TO DL-Event
           END-EVALUATE

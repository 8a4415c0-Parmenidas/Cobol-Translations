      *> payroll dollar impact. empmaster.idx is the master of
      *> record - the readers work off it directly, so no flat-file
      *> rebuild happens here anymore (038/MasterRebuild.cbl
      *> produces one on demand). The raise can be given the date
      *> it took effect; dated before the run, each employee raised
      *> is queued on retropend.dat for the next PayrollRegister run
      *> to pay the back pay for the periods already paid.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   FILE STATUS IS IdxFileStatus.
               SELECT PrintFile ASSIGN TO "salaryadj.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RetroFile ASSIGN TO "retropend.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RetroFileStatus.

       DATA DIVISION.
           FILE SECTION.
           FD PrintFile.
           01  PrintLine    PIC X(80).

           FD RetroFile.
      *> Back-dated salary changes awaiting their back pay - see
      *> copybooks/RETROPAY.cpy.
           01  RetroRecord.
               COPY RETROPAY.

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout, renamed for IdxMaster - see
      *> copybooks/FILESTAT.cpy.

           01  IdxEOF-Flag      PIC X VALUE 'N'.
               88 IdxAtEnd      VALUE 'Y'.
           01  RetroFileStatus  PIC X(2).
               88 RetroOK       VALUE '00'.

      *> Action byte for the master-change journal - see
      *> 036/MasterJournal.cbl.
           01  WS-Adj-Pct       PIC 9(2)V99 VALUE ZEROS.
           01  WS-Adj-Dept      PIC X(4) VALUE SPACES.
               88 WS-CompanyWide VALUE SPACES, "ALL ".
      *> And when the raise took effect - zero for today. A date
      *> already past queues the back pay for every raise applied.
           01  WS-Adj-Effective PIC 9(8) VALUE ZEROS.
           01  WS-Retro-Flag    PIC X VALUE 'N'.
               88 WS-BackDated  VALUE 'Y'.
           01  WS-RetroCount    PIC 9(6) VALUE ZEROS.

           01  WS-New-Salary    PIC 9(7)V99 VALUE ZEROS.
           01  WS-AdjustedCount PIC 9(6) VALUE ZEROS.
               02 HL-Pct        PIC Z9.99.
               02 FILLER        PIC X(13) VALUE " PCT  DEPT: ".
               02 HL-Dept       PIC X(4).
               02 FILLER        PIC X(13) VALUE "  EFFECTIVE: ".
               02 HL-Effective  PIC 9(8).

           01  HeaderLine3.
               02 FILLER        PIC X(10) VALUE SPACES.
           ACCEPT WS-Adj-Pct
           DISPLAY "Department to adjust (ALL for company-wide): "
           ACCEPT WS-Adj-Dept
           DISPLAY "Effective date (YYYYMMDD, 0 for today): "
           ACCEPT WS-Adj-Effective
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           IF WS-Adj-Pct = 0
               DISPLAY "ERROR : a zero raise adjusts nothing - "
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Adj-Effective NOT = 0
               IF WS-Adj-Effective > WS-Today
                       OR WS-Adj-Effective(5:2) < "01"
                       OR WS-Adj-Effective(5:2) > "12"
                       OR WS-Adj-Effective(7:2) < "01"
                       OR WS-Adj-Effective(7:2) > "31"
                   DISPLAY "ERROR : effective date must be a date "
                       "no later than today - run cancelled"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-Adj-Effective < WS-Today
                   SET WS-BackDated TO TRUE
               END-IF
           END-IF

      *> The salary-band table comes off its data file now - see
      *> 029/RefTabLoad.cbl.
           END-IF

           OPEN OUTPUT PrintFile
           PERFORM PrintHeaders

      *> retropend.dat is appended to across runs - PayrollRegister
      *> takes each change off it once the back pay is paid.
           IF WS-BackDated
               OPEN EXTEND RetroFile
               IF NOT RetroOK
                   CLOSE RetroFile
                   OPEN OUTPUT RetroFile
               END-IF
           END-IF

           MOVE 0 TO IX-SSN-NUM
           START IdxMaster KEY IS NOT LESS THAN IX-SSN-NUM
               INVALID KEY

           PERFORM PrintFooter
           CLOSE PrintFile
           IF WS-BackDated
               CLOSE RetroFile
           END-IF

           DISPLAY "SALARY ADJUSTMENT COMPLETE"
           DISPLAY "  ADJUSTED : " WS-AdjustedCount
           DISPLAY "  SKIPPED  : " WS-SkippedCount
           DISPLAY "  PAYROLL IMPACT: " WS-TotalImpact
           IF WS-BackDated
               DISPLAY "  QUEUED FOR RETRO PAY: " WS-RetroCount
           END-IF

           CLOSE IdxMaster
           STOP RUN.
                   WS-TotalImpact + WS-New-Salary - IX-SALARY
               MOVE SPACES TO DL-Note
               PERFORM PrintDetailLine
               IF WS-BackDated
                   PERFORM QueueRetroPay
               END-IF
               MOVE WS-New-Salary TO IX-SALARY
               REWRITE IdxEmployee
               MOVE 'R' TO WS-Journal-Action
                   IdxEmployee
           END-IF.

      *> QueueRetroPay - the raise reaches back before today, so
      *> the employee's old and new salary go onto retropend.dat for
      *> PayrollRegister to pay the difference on the periods
      *> already paid since the effective date.
       QueueRetroPay.
           MOVE IX-SSN-NUM       TO RP-SSN-NUM
           MOVE WS-Adj-Effective TO RP-EFFECTIVE-DATE
           MOVE IX-SALARY        TO RP-OLD-SALARY
           MOVE WS-New-Salary    TO RP-NEW-SALARY
           SET RP-From-Adjust    TO TRUE
           MOVE WS-Today         TO RP-QUEUED-DATE
           WRITE RetroRecord
           ADD 1 TO WS-RetroCount.

      *> ValidateSalaryBand - the adjusted salary must still sit
      *> inside the min/max band for the employee's department, the
      *> same reference table WriteData and EmpUpdate check against.
           ELSE
               MOVE WS-Adj-Dept TO HL-Dept
           END-IF
           IF WS-Adj-Effective = 0
               MOVE WS-Today TO HL-Effective
           ELSE
               MOVE WS-Adj-Effective TO HL-Effective
           END-IF
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM HeaderLine2
           WRITE PrintLine FROM HeaderLine3

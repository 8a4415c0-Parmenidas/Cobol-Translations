       IDENTIFICATION DIVISION.
           PROGRAM-ID. LeaveAccrual.
      *> Monthly vacation and sick leave accrual off the indexed
      *> master. Every active employee who was on the payroll for
      *> the whole of the month - hired before its first day -
      *> earns the month's hours for their completed years of
      *> service (copybooks/LEAVEPOL.cpy), onto their two balances
      *> on leavebal.idx, each movement logged to LEAVEHIST.DAT. A
      *> balance already stamped with this month in LV-LAST-ACCRUAL
      *> is left alone, so a rerun never accrues the month twice -
      *> the same per-record guard as PayrollRegister's ledger. The
      *> first accrual of a new calendar year carries each balance
      *> over, cut to the policy's cap, before the month is added;
      *> what is over the cap is forfeited and logged. An employee
      *> with no HIRE-DATE on file accrues at the first tier and is
      *> listed as such. Runs as a period-end step of NightlyBatch,
      *> for the month PayPeriod hands back - the register's period,
      *> even when a held period is finished after midnight; the
      *> listing goes to leaveacr.prt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IdxMaster ASSIGN TO "empmaster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SSN-NUM
                   ALTERNATE RECORD KEY IS DEPT-CODE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS city
                       WITH DUPLICATES
                   FILE STATUS IS FileStatus.
               SELECT LeaveMaster ASSIGN TO "leavebal.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LV-KEY
                   FILE STATUS IS LeaveFileStatus.
               SELECT LeaveHistFile ASSIGN TO "LEAVEHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeaveHistFileStatus.
               SELECT BatchSummaryFile ASSIGN TO "batchsumm.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS BatchSummaryFileStatus.
               SELECT PrintFile ASSIGN TO "leaveacr.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IdxMaster.
      *> The indexed master, read front to back in SSN order. Field
      *> names stay unprefixed here - see copybooks/EMPREC.cpy
           01  Employee.
               COPY EMPREC.

           FD LeaveMaster.
      *> Leave balances keyed by SSN plus type - see
      *> copybooks/LEAVEBAL.cpy.
           01  LeaveRecord.
               COPY LEAVEBAL.

           FD LeaveHistFile.
      *> Every movement on a balance - see copybooks/LEAVEHST.cpy.
           01  LeaveHistRecord.
               COPY LEAVEHST.

           FD BatchSummaryFile.
      *> One exception-summary line per nightly batch step - see
      *> copybooks/BATCHSUM.cpy and 008/NightlyBatch.cbl.
           01  BatchSummaryRecord.
               COPY BATCHSUM.

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout - see copybooks/FILESTAT.cpy.
           COPY FILESTAT.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==LeaveFileStatus==
                         ==EverythingOK== BY ==LeaveOK==
                         ==ReachEndOfFile== BY ==LeaveReachEOF==
                         ==RecordNotFound== BY ==LeaveNotFound==
                         ==PermanentError== BY ==LeavePermError==
                         ==BoundaryViolation== BY ==LeaveBoundary==
                         ==FileNotFound== BY ==LeaveFileNotFound==
                         ==LogicError== BY ==LeaveLogicError==.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==BatchSummaryFileStatus==
                         ==EverythingOK== BY ==BatchSummaryOK==
                         ==ReachEndOfFile==
                      BY ==BatchSummaryReachEndOfFile==
                         ==RecordNotFound==
                      BY ==BatchSummaryRecordNotFound==
                         ==PermanentError==
                      BY ==BatchSummaryPermanentError==
                         ==BoundaryViolation==
                      BY ==BatchSummaryBoundaryViolation==
                         ==FileNotFound==
                      BY ==BatchSummaryFileNotFound==
                         ==LogicError== BY ==BatchSummaryLogicError==.
           01  LeaveHistFileStatus PIC X(2).
               88 LeaveHistOK      VALUE '00'.

           01  EOF-Flag            PIC X VALUE 'N'.
               88 AtEndOfFile      VALUE 'Y'.

      *> Accrual and carry-over policy - see copybooks/LEAVEPOL.cpy.
           COPY LEAVEPOL.

           01  WS-Today            PIC 9(8).
           01  WS-TodayJulian      PIC 9(7).
           01  WS-Period           PIC 9(6).
           01  WS-Period-Parts REDEFINES WS-Period.
               02 WS-Period-Year   PIC 9(4).
               02 WS-Period-Month  PIC 9(2).
           01  WS-PeriodStart      PIC 9(8).
           01  WS-HireJulian       PIC 9(7).
           01  WS-ServiceDays      PIC 9(7).
           01  WS-ServiceYears     PIC 9(2).

      *> The balance in hand - which kind, what this month earns,
      *> and what happened to it.
           01  WS-Leave-Type       PIC X(1).
           01  WS-Accrual-Hours    PIC 9(3)V99.
           01  WS-Carry-Cap        PIC 9(5)V99.
           01  WS-Accrued-Flag     PIC X VALUE 'N'.
               88 WS-Accrued       VALUE 'Y'.
           01  WS-Vac-Balance      PIC 9(5)V99.
           01  WS-Sick-Balance     PIC 9(5)V99.
           01  WS-Vac-Accrued      PIC 9(3)V99.
           01  WS-Sick-Accrued     PIC 9(3)V99.
           01  WS-Line-Flag        PIC X(12).

           01  WS-AccruedCount     PIC 9(6) VALUE ZEROS.
           01  WS-AlreadyCount     PIC 9(6) VALUE ZEROS.
           01  WS-NotYetCount      PIC 9(6) VALUE ZEROS.
           01  WS-NoHireCount      PIC 9(6) VALUE ZEROS.
           01  WS-ForfeitCount     PIC 9(6) VALUE ZEROS.
           01  WS-TotalVacHours    PIC 9(7)V99 VALUE ZEROS.
           01  WS-TotalSickHours   PIC 9(7)V99 VALUE ZEROS.
           01  WS-TotalForfeit     PIC 9(7)V99 VALUE ZEROS.

      *> Trimmed lengths of fname/lname for printing - see
      *> 009/TrimName.cbl.
           01  WS-FnameLen         PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen         PIC 9(2) VALUE ZEROS.

           01  WS-LinesOnPage      PIC 9(4) VALUE 0.
           01  WS-LinesPerPage     PIC 9(4) VALUE 20.
           01  WS-PageNumber       PIC 9(4) VALUE 0.

           01  HeaderLine1.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(30)
                   VALUE "LEAVE ACCRUAL - PERIOD ".
               02 HL-Period     PIC 9(6).
               02 FILLER        PIC X(8)  VALUE "  PAGE: ".
               02 HL-Page       PIC ZZZ9.

           01  HeaderLine2.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "NAME".
               02 FILLER        PIC X(5)  VALUE "DEPT".
               02 FILLER        PIC X(4)  VALUE "YRS".
               02 FILLER        PIC X(18) VALUE "   VACATION  BAL".
               02 FILLER        PIC X(18) VALUE "     SICK    BAL".

           01  DetailLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 DL-Name       PIC X(20).
               02 DL-Dept       PIC X(5).
               02 DL-Years      PIC Z9.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DL-Vac-Hours  PIC ZZ9.99.
               02 DL-Vac-Bal    PIC ZZ,ZZ9.99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DL-Sick-Hours PIC ZZ9.99.
               02 DL-Sick-Bal   PIC ZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Flag       PIC X(12).

           01  FooterCountLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FC-Label      PIC X(34).
               02 FC-Count      PIC ZZZ,ZZ9.

           01  FooterHoursLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FH-Label      PIC X(34).
               02 FH-Hours      PIC Z,ZZZ,ZZ9.99.

           01  BlankLine        PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-TodayJulian = FUNCTION INTEGER-OF-DATE(WS-Today)
           CALL "PayPeriod" USING WS-Period
           COMPUTE WS-PeriodStart = WS-Period * 100 + 1

           OPEN INPUT IdxMaster
           IF FileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> The balance file is created empty the first time this runs,
      *> the same way WriteData's OpenIdxMaster creates
      *> empmaster.idx; LEAVEHIST.DAT accumulates across runs.
           OPEN I-O LeaveMaster
           IF LeaveFileNotFound
               OPEN OUTPUT LeaveMaster
               CLOSE LeaveMaster
               OPEN I-O LeaveMaster
           END-IF
           OPEN EXTEND LeaveHistFile
           IF NOT LeaveHistOK
               CLOSE LeaveHistFile
               OPEN OUTPUT LeaveHistFile
           END-IF
           OPEN OUTPUT PrintFile
           PERFORM PrintHeaders

           PERFORM UNTIL AtEndOfFile
               READ IdxMaster
                   AT END SET AtEndOfFile TO TRUE
                   NOT AT END PERFORM AccrueEmployee
               END-READ
           END-PERFORM

           PERFORM PrintFooter

           CLOSE IdxMaster
           CLOSE LeaveMaster
           CLOSE LeaveHistFile
           CLOSE PrintFile

           DISPLAY "LEAVE ACCRUAL COMPLETE - PERIOD " WS-Period
           DISPLAY "  ACCRUED          : " WS-AccruedCount
           DISPLAY "  ALREADY ACCRUED  : " WS-AlreadyCount
           DISPLAY "  NOT YET ELIGIBLE : " WS-NotYetCount
           DISPLAY "  NO HIRE DATE     : " WS-NoHireCount
           DISPLAY "  CARRY-OVER CUTS  : " WS-ForfeitCount

      *> Feed this run's counts into the consolidated nightly batch
      *> exception summary.
           PERFORM WriteBatchSummary
           GOBACK.

      *> WriteBatchSummary - append this run's counts to
      *> batchsumm.dat for 008/NightlyBatch.cbl to read back.
       WriteBatchSummary.
           OPEN EXTEND BatchSummaryFile
           IF NOT BatchSummaryOK
               CLOSE BatchSummaryFile
               OPEN OUTPUT BatchSummaryFile
           END-IF
           MOVE "LeaveAccrual"          TO BS-STEP-NAME
           MOVE "EMPLOYEES ACCRUED"     TO BS-ITEM-1-LABEL
           MOVE WS-AccruedCount         TO BS-ITEM-1-VALUE
           MOVE "ALREADY ACCRUED"       TO BS-ITEM-2-LABEL
           MOVE WS-AlreadyCount         TO BS-ITEM-2-VALUE
           MOVE "CARRY-OVER CUTS"       TO BS-ITEM-3-LABEL
           MOVE WS-ForfeitCount         TO BS-ITEM-3-VALUE
           WRITE BatchSummaryRecord
           CLOSE BatchSummaryFile.

      *> AccrueEmployee - one employee's month: not yet due if they
      *> started on or after the first of the month, otherwise the
      *> tier's vacation and sick hours onto the two balances.
       AccrueEmployee.
           IF HIRE-DATE >= WS-PeriodStart
               ADD 1 TO WS-NotYetCount
           ELSE
               MOVE SPACES TO WS-Line-Flag
               IF HIRE-DATE = 0
                   MOVE ZEROS TO WS-ServiceYears
                   MOVE "NO HIRE DATE" TO WS-Line-Flag
                   ADD 1 TO WS-NoHireCount
               ELSE
                   PERFORM ComputeServiceYears
               END-IF
               PERFORM FindLeaveTier
               MOVE 'N' TO WS-Accrued-Flag
               MOVE 'V' TO WS-Leave-Type
               MOVE WS-Tier-Vac-Hours(WS-Leave-Tier-Hit)
                   TO WS-Accrual-Hours
               MOVE WS-Vac-Carry-Cap TO WS-Carry-Cap
               PERFORM AccrueBalance
               MOVE LV-BALANCE TO WS-Vac-Balance
               MOVE 'S' TO WS-Leave-Type
               MOVE WS-Tier-Sick-Hours(WS-Leave-Tier-Hit)
                   TO WS-Accrual-Hours
               MOVE WS-Sick-Carry-Cap TO WS-Carry-Cap
               PERFORM AccrueBalance
               MOVE LV-BALANCE TO WS-Sick-Balance
               IF WS-Accrued
                   ADD 1 TO WS-AccruedCount
                   MOVE WS-Tier-Vac-Hours(WS-Leave-Tier-Hit)
                       TO WS-Vac-Accrued
                   MOVE WS-Tier-Sick-Hours(WS-Leave-Tier-Hit)
                       TO WS-Sick-Accrued
                   ADD WS-Vac-Accrued TO WS-TotalVacHours
                   ADD WS-Sick-Accrued TO WS-TotalSickHours
               ELSE
                   ADD 1 TO WS-AlreadyCount
                   MOVE ZEROS TO WS-Vac-Accrued
                   MOVE ZEROS TO WS-Sick-Accrued
                   MOVE "ALREADY DONE" TO WS-Line-Flag
               END-IF
               PERFORM PrintDetailLine
           END-IF.

      *> ComputeServiceYears - completed years between HIRE-DATE and
      *> today, by day count - the same arithmetic ServiceReport
      *> uses.
       ComputeServiceYears.
           COMPUTE WS-HireJulian = FUNCTION INTEGER-OF-DATE(HIRE-DATE)
           IF WS-HireJulian > WS-TodayJulian
               MOVE ZEROS TO WS-ServiceYears
           ELSE
               COMPUTE WS-ServiceDays =
                   WS-TodayJulian - WS-HireJulian
               COMPUTE WS-ServiceYears = WS-ServiceDays / 365.25
           END-IF.

      *> FindLeaveTier - the highest policy tier whose minimum years
      *> of service the employee has completed.
       FindLeaveTier.
           MOVE 1 TO WS-Leave-Tier-Hit
           PERFORM VARYING WS-Leave-Tier-Idx FROM 1 BY 1
                   UNTIL WS-Leave-Tier-Idx > WS-Leave-Tier-Count
               IF WS-ServiceYears >=
                       WS-Tier-Min-Years(WS-Leave-Tier-Idx)
                   MOVE WS-Leave-Tier-Idx TO WS-Leave-Tier-Hit
               END-IF
           END-PERFORM.

      *> AccrueBalance - fetch (or start) the balance of the kind in
      *> hand, roll it into the new year if this is the first touch
      *> of one, and add the month unless it already has it.
       AccrueBalance.
           MOVE SSN-NUM TO LV-SSN-NUM
           MOVE WS-Leave-Type TO LV-TYPE
           READ LeaveMaster
               KEY IS LV-KEY
               INVALID KEY
                   PERFORM StartLeaveRecord
                   PERFORM AddMonthAccrual
                   WRITE LeaveRecord
               NOT INVALID KEY
                   IF LV-YEAR < WS-Period-Year
                       PERFORM ApplyYearEnd
                   END-IF
                   IF LV-LAST-ACCRUAL >= WS-Period
                       CONTINUE
                   ELSE
                       PERFORM AddMonthAccrual
                   END-IF
                   REWRITE LeaveRecord
           END-READ.

      *> StartLeaveRecord - a first balance of this kind starts at
      *> zero in the current year.
       StartLeaveRecord.
           MOVE SSN-NUM       TO LV-SSN-NUM
           MOVE WS-Leave-Type TO LV-TYPE
           MOVE WS-Period-Year TO LV-YEAR
           MOVE ZEROS TO LV-CARRIED-IN
           MOVE ZEROS TO LV-FORFEITED
           MOVE ZEROS TO LV-ACCRUED-YTD
           MOVE ZEROS TO LV-TAKEN-YTD
           MOVE ZEROS TO LV-BALANCE
           MOVE ZEROS TO LV-LAST-ACCRUAL
           MOVE ZEROS TO LV-LAST-RATE.

      *> AddMonthAccrual - the month's hours onto the balance.
       AddMonthAccrual.
           ADD WS-Accrual-Hours TO LV-BALANCE
           ADD WS-Accrual-Hours TO LV-ACCRUED-YTD
           MOVE WS-Period TO LV-LAST-ACCRUAL
           MOVE WS-Accrual-Hours TO LV-LAST-RATE
           SET WS-Accrued TO TRUE
           SET LH-Accrual TO TRUE
           MOVE WS-Today TO LH-DATE
           MOVE WS-Accrual-Hours TO LH-HOURS
           PERFORM WriteLeaveHistory.

      *> ApplyYearEnd - carry the balance into the new year, cut to
      *> the policy cap for its kind; the excess is forfeited and
      *> logged. The year's accrued and taken counts start over.
       ApplyYearEnd.
           MOVE ZEROS TO LV-FORFEITED
           IF LV-BALANCE > WS-Carry-Cap
               COMPUTE LV-FORFEITED = LV-BALANCE - WS-Carry-Cap
               MOVE WS-Carry-Cap TO LV-BALANCE
               ADD 1 TO WS-ForfeitCount
               ADD LV-FORFEITED TO WS-TotalForfeit
               SET LH-Forfeit TO TRUE
               MOVE WS-Today TO LH-DATE
               MOVE LV-FORFEITED TO LH-HOURS
               PERFORM WriteLeaveHistory
           END-IF
           MOVE LV-BALANCE TO LV-CARRIED-IN
           MOVE ZEROS TO LV-ACCRUED-YTD
           MOVE ZEROS TO LV-TAKEN-YTD
           MOVE WS-Period-Year TO LV-YEAR.

      *> WriteLeaveHistory - one movement on the balance in hand.
       WriteLeaveHistory.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LH-TIMESTAMP
           MOVE LV-SSN-NUM TO LH-SSN-NUM
           MOVE LV-TYPE    TO LH-TYPE
           MOVE LV-BALANCE TO LH-BALANCE-AFTER
           MOVE "LVACCRUE" TO LH-OPERATOR
           WRITE LeaveHistRecord.

      *> PrintHeaders - start a new page of leaveacr.prt.
       PrintHeaders.
           ADD 1 TO WS-PageNumber
           MOVE WS-Period TO HL-Period
           MOVE WS-PageNumber TO HL-Page
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM HeaderLine2
           MOVE 0 TO WS-LinesOnPage.

      *> PrintDetailLine - the month's hours and the balances after.
       PrintDetailLine.
           IF WS-LinesOnPage >= WS-LinesPerPage
               PERFORM PrintHeaders
           END-IF
           CALL "TrimName" USING fname, WS-FnameLen
           CALL "TrimName" USING lname, WS-LnameLen
           MOVE SPACES TO DL-Name
           STRING fname(1:WS-FnameLen) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO DL-Name
           MOVE DEPT-CODE       TO DL-Dept
           MOVE WS-ServiceYears TO DL-Years
           MOVE WS-Vac-Accrued  TO DL-Vac-Hours
           MOVE WS-Vac-Balance  TO DL-Vac-Bal
           MOVE WS-Sick-Accrued TO DL-Sick-Hours
           MOVE WS-Sick-Balance TO DL-Sick-Bal
           MOVE WS-Line-Flag    TO DL-Flag
           WRITE PrintLine FROM DetailLine
           ADD 1 TO WS-LinesOnPage.

      *> PrintFooter - the run's counts and hours.
       PrintFooter.
           WRITE PrintLine FROM BlankLine
           MOVE "EMPLOYEES ACCRUED" TO FC-Label
           MOVE WS-AccruedCount TO FC-Count
           WRITE PrintLine FROM FooterCountLine
           MOVE "ALREADY ACCRUED THIS PERIOD" TO FC-Label
           MOVE WS-AlreadyCount TO FC-Count
           WRITE PrintLine FROM FooterCountLine
           MOVE "HIRED THIS PERIOD - NOT YET DUE" TO FC-Label
           MOVE WS-NotYetCount TO FC-Count
           WRITE PrintLine FROM FooterCountLine
           MOVE "NO HIRE DATE - FIRST TIER" TO FC-Label
           MOVE WS-NoHireCount TO FC-Count
           WRITE PrintLine FROM FooterCountLine
           MOVE "BALANCES CUT AT YEAR END" TO FC-Label
           MOVE WS-ForfeitCount TO FC-Count
           WRITE PrintLine FROM FooterCountLine
           MOVE "VACATION HOURS ACCRUED" TO FH-Label
           MOVE WS-TotalVacHours TO FH-Hours
           WRITE PrintLine FROM FooterHoursLine
           MOVE "SICK HOURS ACCRUED" TO FH-Label
           MOVE WS-TotalSickHours TO FH-Hours
           WRITE PrintLine FROM FooterHoursLine
           MOVE "HOURS FORFEITED OVER CAP" TO FH-Label
           MOVE WS-TotalForfeit TO FH-Hours
           WRITE PrintLine FROM FooterHoursLine.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. LeaveStatement.
      *> Leave balance statements off leavebal.idx, on demand. Asks
      *> for one SSN, or zero for everyone on the active master, and
      *> prints for each employee their department, hire date and
      *> completed years of service, the hours a month they earn at
      *> that service (copybooks/LEAVEPOL.cpy), and for vacation and
      *> sick leave alike what came in from last year, what was lost
      *> over the carry-over cap, what has been earned and taken so
      *> far this year, and what is left. A statement for one
      *> employee also lists every movement on their balances this
      *> year off LEAVEHIST.DAT. Output goes to leavestmt.prt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IdxMaster ASSIGN TO "empmaster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SSN-NUM
                   ALTERNATE RECORD KEY IS DEPT-CODE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS city
                       WITH DUPLICATES
                   FILE STATUS IS FileStatus.
               SELECT LeaveMaster ASSIGN TO "leavebal.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LV-KEY
                   FILE STATUS IS LeaveFileStatus.
               SELECT LeaveHistFile ASSIGN TO "LEAVEHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeaveHistFileStatus.
               SELECT PrintFile ASSIGN TO "leavestmt.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IdxMaster.
      *> The indexed master. Field names stay unprefixed here - see
      *> copybooks/EMPREC.cpy
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
           01  LeaveHistFileStatus PIC X(2).
               88 LeaveHistOK      VALUE '00'.

           01  EOF-Flag            PIC X VALUE 'N'.
               88 AtEndOfFile      VALUE 'Y'.
           01  HistEOF-Flag        PIC X VALUE 'N'.
               88 HistEOF          VALUE 'Y'.
           01  WS-LeaveOpen-Flag   PIC X VALUE 'N'.
               88 WS-LeaveOpen     VALUE 'Y'.

      *> Accrual tiers - see copybooks/LEAVEPOL.cpy.
           COPY LEAVEPOL.

           01  WS-Request-SSN      PIC 9(9) VALUE ZEROS.
           01  WS-Today            PIC 9(8).
           01  WS-Today-Year       PIC 9(4).
           01  WS-TodayJulian      PIC 9(7).
           01  WS-HireJulian       PIC 9(7).
           01  WS-ServiceDays      PIC 9(7).
           01  WS-ServiceYears     PIC 9(2).
           01  WS-StatementCount   PIC 9(6) VALUE ZEROS.
           01  WS-ActivityCount    PIC 9(6) VALUE ZEROS.
           01  WS-Masked-SSN       PIC X(11).

      *> Trimmed lengths of fname/lname for printing - see
      *> 009/TrimName.cbl.
           01  WS-FnameLen         PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen         PIC 9(2) VALUE ZEROS.

           01  HeaderLine1.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(28)
                   VALUE "LEAVE BALANCE STATEMENT - ".
               02 HL-Date       PIC 9999/99/99.

           01  NameLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 NL-SSN        PIC X(11).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 NL-Name       PIC X(22).
               02 FILLER        PIC X(6)  VALUE "DEPT ".
               02 NL-Dept       PIC X(4).

           01  ServiceLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 FILLER        PIC X(7)  VALUE "HIRED ".
               02 SL-Hire       PIC X(10).
               02 FILLER        PIC X(3)  VALUE SPACES.
               02 SL-Years      PIC Z9.
               02 FILLER        PIC X(8)  VALUE " YEARS  ".
               02 FILLER        PIC X(10) VALUE "EARNS VAC ".
               02 SL-Vac-Rate   PIC ZZ9.99.
               02 FILLER        PIC X(7)  VALUE "  SICK ".
               02 SL-Sick-Rate  PIC ZZ9.99.
               02 FILLER        PIC X(11) VALUE " HRS/MONTH".

           01  BalanceHeadLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(11) VALUE " CARRIED IN".
               02 FILLER        PIC X(11) VALUE "  FORFEITED".
               02 FILLER        PIC X(11) VALUE " EARNED YTD".
               02 FILLER        PIC X(11) VALUE "  TAKEN YTD".
               02 FILLER        PIC X(11) VALUE "    BALANCE".

           01  BalanceLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 BL-Type       PIC X(10).
               02 BL-Carried    PIC ZZZ,ZZ9.99-.
               02 BL-Forfeit    PIC ZZZ,ZZ9.99-.
               02 BL-Accrued    PIC ZZZ,ZZ9.99-.
               02 BL-Taken      PIC ZZZ,ZZ9.99-.
               02 BL-Balance    PIC ZZZ,ZZ9.99-.

           01  NoBalanceLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 NB-Type       PIC X(10).
               02 FILLER        PIC X(30)
                   VALUE "NO BALANCE ON FILE YET".

           01  ActivityHeadLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 FILLER        PIC X(40)
                   VALUE "ACTIVITY THIS YEAR".

           01  ActivityLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 AL-Date       PIC 9999/99/99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 AL-Type       PIC X(10).
               02 AL-Event      PIC X(10).
               02 AL-Hours      PIC ZZ,ZZ9.99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 AL-Balance    PIC ZZ,ZZ9.99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 AL-Operator   PIC X(8).

           01  NoActivityLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 FILLER        PIC X(40)
                   VALUE "NO ACTIVITY THIS YEAR".

           01  FooterLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(24)
                   VALUE "STATEMENTS PRINTED: ".
               02 FL-Count      PIC ZZZ,ZZ9.

           01  BlankLine        PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today(1:4) TO WS-Today-Year
           COMPUTE WS-TodayJulian = FUNCTION INTEGER-OF-DATE(WS-Today)

           DISPLAY "ENTER SSN FOR STATEMENT (0 FOR ALL): "
           ACCEPT WS-Request-SSN

           OPEN INPUT IdxMaster
           IF FileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> No leavebal.idx yet just means nobody has a balance - every
      *> statement says so rather than the run failing.
           OPEN INPUT LeaveMaster
           IF LeaveOK
               SET WS-LeaveOpen TO TRUE
           END-IF

           OPEN OUTPUT PrintFile
           MOVE WS-Today TO HL-Date
           WRITE PrintLine FROM HeaderLine1

           IF WS-Request-SSN = 0
               PERFORM UNTIL AtEndOfFile
                   READ IdxMaster NEXT RECORD
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END PERFORM PrintStatement
                   END-READ
               END-PERFORM
           ELSE
               MOVE WS-Request-SSN TO SSN-NUM
               READ IdxMaster
                   KEY IS SSN-NUM
                   INVALID KEY
                       DISPLAY "SSN NOT ON FILE: " WS-Request-SSN
                   NOT INVALID KEY
                       PERFORM PrintStatement
                       PERFORM PrintActivity
               END-READ
           END-IF

           WRITE PrintLine FROM BlankLine
           MOVE WS-StatementCount TO FL-Count
           WRITE PrintLine FROM FooterLine

           CLOSE IdxMaster
           IF WS-LeaveOpen
               CLOSE LeaveMaster
           END-IF
           CLOSE PrintFile
           DISPLAY "LEAVE STATEMENTS WRITTEN TO leavestmt.prt: "
               WS-StatementCount
           GOBACK.

      *> PrintStatement - one employee's service, earning rates and
      *> both balances.
       PrintStatement.
           WRITE PrintLine FROM BlankLine
           CALL "TrimName" USING fname, WS-FnameLen
           CALL "TrimName" USING lname, WS-LnameLen
           CALL "MaskSSN" USING SSN-NUM, WS-Masked-SSN
           MOVE WS-Masked-SSN TO NL-SSN
           MOVE SPACES TO NL-Name
           STRING fname(1:WS-FnameLen) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO NL-Name
           MOVE DEPT-CODE TO NL-Dept
           WRITE PrintLine FROM NameLine

           IF HIRE-DATE = 0
               MOVE "UNKNOWN" TO SL-Hire
               MOVE ZEROS TO WS-ServiceYears
           ELSE
               STRING HIRE-DATE(1:4) "/" HIRE-DATE(5:2) "/"
                      HIRE-DATE(7:2) DELIMITED BY SIZE
                      INTO SL-Hire
               PERFORM ComputeServiceYears
           END-IF
           PERFORM FindLeaveTier
           MOVE WS-ServiceYears TO SL-Years
           MOVE WS-Tier-Vac-Hours(WS-Leave-Tier-Hit) TO SL-Vac-Rate
           MOVE WS-Tier-Sick-Hours(WS-Leave-Tier-Hit) TO SL-Sick-Rate
           WRITE PrintLine FROM ServiceLine
           WRITE PrintLine FROM BalanceHeadLine

           MOVE 'V' TO LV-TYPE
           MOVE "VACATION" TO BL-Type
           PERFORM PrintBalance
           MOVE 'S' TO LV-TYPE
           MOVE "SICK" TO BL-Type
           PERFORM PrintBalance
           ADD 1 TO WS-StatementCount.

      *> PrintBalance - one kind of leave. A balance last touched in
      *> an earlier year is shown as it will carry over, since the
      *> next accrual or posting will roll it in before anything
      *> else happens to it.
       PrintBalance.
           MOVE SSN-NUM TO LV-SSN-NUM
           IF WS-LeaveOpen
               READ LeaveMaster
                   KEY IS LV-KEY
                   INVALID KEY
                       PERFORM PrintNoBalance
                   NOT INVALID KEY
                       PERFORM PrintBalanceFigures
               END-READ
           ELSE
               PERFORM PrintNoBalance
           END-IF.

      *> PrintNoBalance - nothing accrued or posted of this kind yet.
       PrintNoBalance.
           MOVE BL-Type TO NB-Type
           WRITE PrintLine FROM NoBalanceLine.

      *> PrintBalanceFigures - the balance record just read.
       PrintBalanceFigures.
           IF LV-YEAR < WS-Today-Year
               IF LV-Vacation AND LV-BALANCE > WS-Vac-Carry-Cap
                   COMPUTE LV-FORFEITED = LV-BALANCE - WS-Vac-Carry-Cap
                   MOVE WS-Vac-Carry-Cap TO LV-BALANCE
               ELSE
                   IF LV-Sick AND LV-BALANCE > WS-Sick-Carry-Cap
                       COMPUTE LV-FORFEITED =
                           LV-BALANCE - WS-Sick-Carry-Cap
                       MOVE WS-Sick-Carry-Cap TO LV-BALANCE
                   ELSE
                       MOVE ZEROS TO LV-FORFEITED
                   END-IF
               END-IF
               MOVE LV-BALANCE TO LV-CARRIED-IN
               MOVE ZEROS TO LV-ACCRUED-YTD
               MOVE ZEROS TO LV-TAKEN-YTD
           END-IF
           MOVE LV-CARRIED-IN  TO BL-Carried
           MOVE LV-FORFEITED   TO BL-Forfeit
           MOVE LV-ACCRUED-YTD TO BL-Accrued
           MOVE LV-TAKEN-YTD   TO BL-Taken
           MOVE LV-BALANCE     TO BL-Balance
           WRITE PrintLine FROM BalanceLine.

      *> PrintActivity - every movement on this employee's balances
      *> dated this year, in the order they were logged.
       PrintActivity.
           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM ActivityHeadLine
           OPEN INPUT LeaveHistFile
           IF LeaveHistOK
               PERFORM UNTIL HistEOF
                   READ LeaveHistFile
                       AT END SET HistEOF TO TRUE
                       NOT AT END
                           IF LH-SSN-NUM = SSN-NUM
                              AND LH-DATE(1:4) = WS-Today(1:4)
                               PERFORM PrintActivityLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveHistFile
           END-IF
           IF WS-ActivityCount = 0
               WRITE PrintLine FROM NoActivityLine
           END-IF.

      *> PrintActivityLine - one movement off LEAVEHIST.DAT.
       PrintActivityLine.
           MOVE LH-DATE TO AL-Date
           IF LH-TYPE = 'V'
               MOVE "VACATION" TO AL-Type
           ELSE
               MOVE "SICK" TO AL-Type
           END-IF
           EVALUATE TRUE
               WHEN LH-Accrual
                   MOVE "EARNED" TO AL-Event
               WHEN LH-Taken
                   MOVE "TAKEN" TO AL-Event
               WHEN LH-Forfeit
                   MOVE "FORFEITED" TO AL-Event
               WHEN LH-Payout
                   MOVE "PAID OUT" TO AL-Event
               WHEN OTHER
                   MOVE LH-EVENT TO AL-Event
           END-EVALUATE
           MOVE LH-HOURS TO AL-Hours
           MOVE LH-BALANCE-AFTER TO AL-Balance
           MOVE LH-OPERATOR TO AL-Operator
           WRITE PrintLine FROM ActivityLine
           ADD 1 TO WS-ActivityCount.

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

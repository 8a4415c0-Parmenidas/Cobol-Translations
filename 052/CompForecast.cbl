       IDENTIFICATION DIVISION.
           PROGRAM-ID. CompForecast.
      *> Compensation forecast for budget time - what next year's
      *> payroll and withholding come to under one or more raise
      *> scenarios, side by side, without touching anything.
      *> SalaryAdjust applies a raise for real; this only reads
      *> empmaster.idx and pendtran.dat and prints forecast.prt.
      *>
      *> The scenarios come off forecast.dat (layout below). Each
      *> scenario is a code and a title, with any number of:
      *>   - raise lines - a percentage for one department, or for
      *>     ALL departments without a line of their own, from a
      *>     given month; it reaches everyone on the payroll before
      *>     that month, not people hired after it
      *>   - rate lines - a proposed withholding rate for one city
      *>     from a given month, in place of each employee's own
      *>     rate, the way RateRecalc would set it
      *> A scenario with neither is the as-is baseline. Up to four
      *> scenarios print across the page. The year forecast is the
      *> one after today unless a year line says otherwise.
      *>
      *> Everyone active on the master is paid their monthly SALARY
      *> for each month of the year. pendtran.dat adds the people
      *> already planned: a new hire is paid from their hire date
      *> (the release date, if none was keyed) with a part month
      *> prorated on calendar days the way PayrollRegister prorates
      *> a mid-period hire; a termination or delete queued for the
      *> year stops pay the day before its release date, likewise
      *> prorated. Withholding is gross times the rate; net is gross
      *> less withholding - deductions are the employees' own
      *> elections, not a payroll cost, and are left out. For each
      *> department, and for the company, the report gives gross,
      *> withholding and net by month and for the year, with the
      *> headcount paid in January and December. Run on demand.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ScenarioFile ASSIGN TO "forecast.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ScenarioFileStatus.
               SELECT IdxMaster ASSIGN TO "empmaster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SSN-NUM
                   ALTERNATE RECORD KEY IS DEPT-CODE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS city
                       WITH DUPLICATES
                   FILE STATUS IS FileStatus.
               SELECT PendingFile ASSIGN TO "pendtran.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PendingFileStatus.
               SELECT PrintFile ASSIGN TO "forecast.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ScenarioFile.
      *> One line per record, its type in the first byte:
      *>   Y - the year to forecast, in SC-YEAR
      *>   S - a scenario: its code and title
      *>   D - a raise: scenario code, DEPT-CODE (or ALL), month it
      *>       takes effect (00 or 01 for January), percentage
      *>   C - a rate change: scenario code, city, month it takes
      *>       effect, the proposed rate
           01  ScenarioRecord.
               02 SC-REC-TYPE      PIC X(1).
                   88 SC-Year-Line     VALUE 'Y'.
                   88 SC-Scenario-Line VALUE 'S'.
                   88 SC-Raise-Line    VALUE 'D'.
                   88 SC-Rate-Line     VALUE 'C'.
               02 SC-SCENARIO      PIC X(4).
               02 SC-KEY           PIC X(10).
               02 SC-YEAR REDEFINES SC-KEY PIC 9(4).
               02 SC-MONTH         PIC 9(2).
               02 SC-PCT           PIC 9(2)V99.
               02 SC-RATE          PIC S9V9(4).
               02 SC-TITLE         PIC X(20).

           FD IdxMaster.
      *> The indexed master, read front to back in SSN order. Field
      *> names stay unprefixed here, the same as the other reports.
      *> Shared layout - see copybooks/EMPREC.cpy
           01  Employee.
               COPY EMPREC.

           FD PendingFile.
      *> Same layout 022/PendingRelease.cbl reads.
           01  PendingRecord.
               02 PD-TRAN-TYPE     PIC X(1).
                   88 PD-NewHire     VALUE 'H'.
                   88 PD-Maint       VALUE 'M'.
               02 PD-RELEASE-DATE  PIC 9(8).
               02 PD-ACTION-CODE   PIC X(1).
                   88 PD-Leaving     VALUE 'T' 'D'.
               COPY EMPREC
                   REPLACING ==fname== BY ==PD-fname==
                             ==lname== BY ==PD-lname==
                             ==SSN-NUM== BY ==PD-SSN-NUM==
                             ==SSN== BY ==PD-SSN==
                             ==A== BY ==PD-A==
                             ==B== BY ==PD-B==
                             ==C== BY ==PD-C==
                             ==city== BY ==PD-city==
                             ==DOB== BY ==PD-DOB==
                             ==DEPT-CODE== BY ==PD-DEPT-CODE==
                             ==SALARY== BY ==PD-SALARY==
                             ==WITHHOLDING-RATE-INV==
                          BY ==PD-WITHHOLDING-RATE-INV==
                             ==WITHHOLDING-RATE==
                          BY ==PD-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==PD-HIRE-DATE==.
               02 PD-EFFECTIVE-DATE     PIC 9(8).
               02 PD-SEPARATION-REASON  PIC 9(2).
               02 PD-SUPERVISOR-SSN     PIC 9(9).

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout - see copybooks/FILESTAT.cpy.
           COPY FILESTAT.
           01  ScenarioFileStatus PIC X(2).
               88 ScenarioNotFound VALUE '35'.
           01  PendingFileStatus  PIC X(2).
               88 PendingNotFound VALUE '35'.

           01  EOF-Flag          PIC X VALUE 'N'.
               88 AtEndOfFile    VALUE 'Y'.

      *> Current withholding rate by city, for a planned hire keyed
      *> with no rate of their own - see copybooks/RATETAB.cpy.
           COPY RATETAB.
           01  WS-Rate-Idx       PIC 99 COMP.

           01  WS-Today          PIC 9(8).
           01  WS-Fc-Year        PIC 9(4).
           01  WS-Error-Count    PIC 9(4) VALUE ZEROS.
           01  WS-Warn-Count     PIC 9(4) VALUE ZEROS.

      *> The scenarios, in the order they are on forecast.dat.
           01  WS-Scen-Count     PIC 9 VALUE ZEROS.
           01  WS-Scen-Table.
               02 WS-Scen-Entry OCCURS 4 TIMES.
                   03 WS-Scen-Code   PIC X(4).
                   03 WS-Scen-Title  PIC X(20).
           01  WS-Scen-Idx       PIC 9 COMP.
           01  WS-Scen-Hit       PIC 9 COMP.

      *> Raise and rate lines, each tied to its scenario by number.
           01  WS-Raise-Count    PIC 9(3) VALUE ZEROS.
           01  WS-Raise-Table.
               02 WS-Raise-Entry OCCURS 200 TIMES.
                   03 WS-Rs-Scen     PIC 9.
                   03 WS-Rs-Dept     PIC X(4).
                   03 WS-Rs-Month    PIC 9(2).
                   03 WS-Rs-Pct      PIC 9(2)V99.
           01  WS-Rate-Chg-Count PIC 9(3) VALUE ZEROS.
           01  WS-Rate-Chg-Table.
               02 WS-Rc-Entry OCCURS 200 TIMES.
                   03 WS-Rc-Scen     PIC 9.
                   03 WS-Rc-City     PIC X(10).
                   03 WS-Rc-Month    PIC 9(2).
                   03 WS-Rc-Rate     PIC S9V9(4).
           01  WS-Line-Idx       PIC 9(3) COMP.
           01  WS-Line-Hit       PIC 9(3) COMP.

      *> Queued terminations and deletes - who stops being paid,
      *> and from what day.
           01  WS-Leave-Count    PIC 9(3) VALUE ZEROS.
           01  WS-Leave-Table.
               02 WS-Leave-Entry OCCURS 500 TIMES.
                   03 WS-Lv-SSN      PIC 9(9).
                   03 WS-Lv-Date     PIC 9(8).
           01  WS-Leave-Idx      PIC 9(3) COMP.

      *> The one employee being projected, off the master or off a
      *> planned hire: the first and last day paid, as day numbers
      *> (zero and high for open-ended).
           01  WS-Fc-Dept        PIC X(4).
           01  WS-Fc-City        PIC X(10).
           01  WS-Fc-Salary      PIC 9(7)V99.
           01  WS-Fc-Rate        PIC S9V9(4).
           01  WS-Fc-SSN         PIC 9(9).
           01  WS-Fc-Start-Int   PIC 9(7).
           01  WS-Fc-End-Int     PIC 9(7).
           01  WS-Fc-Dept-Idx    PIC 99 COMP.

      *> The month being worked on, as day numbers.
           01  WS-Month          PIC 99 COMP.
           01  WS-Month-Date     PIC 9(8).
           01  WS-Month-Date-X REDEFINES WS-Month-Date.
               02 WS-MD-Year     PIC 9(4).
               02 WS-MD-Month    PIC 9(2).
               02 WS-MD-Day      PIC 9(2).
           01  WS-Month-Start-Tab.
               02 WS-Month-Start-Int PIC 9(7) OCCURS 13 TIMES.
           01  WS-First-Int      PIC 9(7).
           01  WS-Last-Int       PIC 9(7).
           01  WS-Days-Paid      PIC 9(3).
           01  WS-Days-In-Month  PIC 9(3).
           01  WS-Raise-Month    PIC 9(2).
           01  WS-Raise-Pct      PIC 9(2)V99.
           01  WS-Month-Salary   PIC 9(7)V99.
           01  WS-Month-Rate     PIC S9V9(4).
           01  WS-Month-Gross    PIC 9(7)V99.
           01  WS-Month-Withheld PIC 9(7)V99.

      *> The forecast itself: gross, withholding and heads paid by
      *> scenario, department and month. Department 51 catches any
      *> code past the fiftieth, so nothing drops out of the totals.
           01  WS-Dept-Count     PIC 99 VALUE ZEROS.
           01  WS-Dept-Names.
               02 WS-Fc-Dept-Code PIC X(4) OCCURS 51 TIMES.
           01  WS-Forecast.
               02 WS-Fc-Scen OCCURS 4 TIMES.
                   03 WS-Fc-Dept-Row OCCURS 51 TIMES.
                       04 WS-Fc-Month-Cell OCCURS 12 TIMES.
                           05 WS-Fc-Gross    PIC 9(11)V99.
                           05 WS-Fc-Withheld PIC 9(11)V99.
                           05 WS-Fc-Heads    PIC 9(6).
           01  WS-Dept-Idx       PIC 99 COMP.
           01  WS-Print-Dept     PIC 99 COMP.

      *> Sums for one printed line, one per scenario column.
           01  WS-Line-Sums.
               02 WS-Sum-Gross    PIC 9(11)V99 OCCURS 4 TIMES.
               02 WS-Sum-Withheld PIC 9(11)V99 OCCURS 4 TIMES.
               02 WS-Sum-Heads    PIC 9(6)     OCCURS 4 TIMES.
           01  WS-Year-Sums.
               02 WS-Yr-Gross     PIC 9(11)V99 OCCURS 4 TIMES.
               02 WS-Yr-Withheld  PIC 9(11)V99 OCCURS 4 TIMES.
           01  WS-Jan-Heads.
               02 WS-Jan-Head     PIC 9(6) OCCURS 4 TIMES.
           01  WS-Month-Label    PIC X(3).
           01  WS-Employees      PIC 9(6) VALUE ZEROS.
           01  WS-Hires          PIC 9(6) VALUE ZEROS.

           01  WS-Month-Names-Values.
               02 FILLER         PIC X(36) VALUE
                   "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
           01  WS-Month-Names REDEFINES WS-Month-Names-Values.
               02 WS-Month-Name  PIC X(3) OCCURS 12 TIMES.

           01  HeaderLine1.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(24) VALUE
                   "COMPENSATION FORECAST".
               02 FILLER        PIC X(6)  VALUE "YEAR ".
               02 HL-Year       PIC 9(4).
               02 FILLER        PIC X(10) VALUE "    AS OF ".
               02 HL-Date       PIC 9999/99/99.

           01  LegendLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 LG-Code       PIC X(6).
               02 LG-Title      PIC X(22).
               02 LG-Raises     PIC ZZ9.
               02 FILLER        PIC X(8)  VALUE " RAISES ".
               02 LG-Rates      PIC ZZ9.
               02 FILLER        PIC X(14) VALUE " RATE CHANGES".

           01  ColumnLine.
               02 FILLER        PIC X(16) VALUE SPACES.
               02 CL-Code OCCURS 4 TIMES.
                   03 FILLER    PIC X(12).
                   03 CL-Scen   PIC X(4).

           01  DeptLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DH-Label      PIC X(11) VALUE "DEPARTMENT ".
               02 DH-Dept       PIC X(7).

           01  FigureLine.
               02 FL-Month      PIC X(4).
               02 FL-Label      PIC X(12).
               02 FL-Column OCCURS 4 TIMES.
                   03 FL-Figure PIC Z,ZZZ,ZZZ,ZZ9.99.
                   03 FL-Blank REDEFINES FL-Figure PIC X(16).

           01  HeadsLine.
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 HD-Label      PIC X(12).
               02 HD-Heads OCCURS 4 TIMES.
                   03 FILLER    PIC X(9).
                   03 HD-Count  PIC ZZZ,ZZ9.

           01  FooterLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FT-Label      PIC X(36).
               02 FT-Count      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Fc-Year = WS-Today / 10000 + 1
           INITIALIZE WS-Forecast

           PERFORM LoadScenarios
           IF WS-Error-Count > 0 OR WS-Scen-Count = 0
               IF WS-Scen-Count = 0
                   DISPLAY "ERROR : no scenarios on forecast.dat"
               END-IF
               DISPLAY "FORECAST NOT RUN - fix forecast.dat"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "RefTabLoad" USING "RATE", WS-Rate-Table,
               WS-Rate-Tab-Count
           PERFORM SetMonthBounds
           PERFORM LoadDepartures

           OPEN INPUT IdxMaster
           IF FileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL AtEndOfFile
               READ IdxMaster NEXT RECORD
                   AT END SET AtEndOfFile TO TRUE
                   NOT AT END
                       PERFORM ProjectMasterEmployee
               END-READ
           END-PERFORM
           CLOSE IdxMaster

           PERFORM ProjectPlannedHires

           OPEN OUTPUT PrintFile
           PERFORM PrintHeaders
           PERFORM VARYING WS-Print-Dept FROM 1 BY 1
                   UNTIL WS-Print-Dept > WS-Dept-Count
               PERFORM PrintDepartment
           END-PERFORM
           MOVE 0 TO WS-Print-Dept
           PERFORM PrintDepartment
           PERFORM PrintFooter
           CLOSE PrintFile

           DISPLAY "COMPENSATION FORECAST COMPLETE - " WS-Fc-Year
           DISPLAY "  SCENARIOS      : " WS-Scen-Count
           DISPLAY "  EMPLOYEES      : " WS-Employees
           DISPLAY "  PLANNED HIRES  : " WS-Hires
           DISPLAY "  SEE forecast.prt"
           IF WS-Warn-Count > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> LoadScenarios - forecast.dat into the scenario, raise and
      *> rate tables. A raise or rate line must follow the S line of
      *> its scenario; anything unreadable is an error and the run
      *> does not go ahead.
       LoadScenarios.
           OPEN INPUT ScenarioFile
           IF ScenarioNotFound
               CLOSE ScenarioFile
               DISPLAY "ERROR : forecast.dat not found"
               ADD 1 TO WS-Error-Count
           ELSE
               PERFORM UNTIL AtEndOfFile
                   READ ScenarioFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           PERFORM TakeScenarioLine
                   END-READ
               END-PERFORM
               CLOSE ScenarioFile
           END-IF
           MOVE 'N' TO EOF-Flag.

       TakeScenarioLine.
           EVALUATE TRUE
               WHEN SC-Year-Line
                   IF SC-YEAR NOT NUMERIC OR SC-YEAR < 1900
                       DISPLAY "ERROR : year line '" SC-KEY
                           "' is not a year"
                       ADD 1 TO WS-Error-Count
                   ELSE
                       MOVE SC-YEAR TO WS-Fc-Year
                   END-IF
               WHEN SC-Scenario-Line
                   PERFORM FindScenario
                   IF WS-Scen-Hit > 0
                       DISPLAY "ERROR : scenario " SC-SCENARIO
                           " is on forecast.dat twice"
                       ADD 1 TO WS-Error-Count
                   ELSE
                       IF WS-Scen-Count >= 4
                           DISPLAY "ERROR : more than 4 scenarios - "
                               "run the rest separately"
                           ADD 1 TO WS-Error-Count
                       ELSE
                           ADD 1 TO WS-Scen-Count
                           MOVE SC-SCENARIO
                               TO WS-Scen-Code(WS-Scen-Count)
                           MOVE SC-TITLE
                               TO WS-Scen-Title(WS-Scen-Count)
                       END-IF
                   END-IF
               WHEN SC-Raise-Line
                   PERFORM FindScenario
                   IF WS-Scen-Hit = 0 OR SC-MONTH > 12
                           OR WS-Raise-Count >= 200
                       DISPLAY "ERROR : raise line for " SC-SCENARIO
                           " " SC-KEY " - unknown scenario, bad "
                           "month or too many lines"
                       ADD 1 TO WS-Error-Count
                   ELSE
                       ADD 1 TO WS-Raise-Count
                       MOVE WS-Scen-Hit TO WS-Rs-Scen(WS-Raise-Count)
                       MOVE SC-KEY(1:4) TO WS-Rs-Dept(WS-Raise-Count)
                       MOVE SC-MONTH TO WS-Rs-Month(WS-Raise-Count)
                       MOVE SC-PCT TO WS-Rs-Pct(WS-Raise-Count)
                   END-IF
               WHEN SC-Rate-Line
                   PERFORM FindScenario
                   IF WS-Scen-Hit = 0 OR SC-MONTH > 12
                           OR WS-Rate-Chg-Count >= 200
                       DISPLAY "ERROR : rate line for " SC-SCENARIO
                           " " SC-KEY " - unknown scenario, bad "
                           "month or too many lines"
                       ADD 1 TO WS-Error-Count
                   ELSE
                       ADD 1 TO WS-Rate-Chg-Count
                       MOVE WS-Scen-Hit
                           TO WS-Rc-Scen(WS-Rate-Chg-Count)
                       MOVE SC-KEY TO WS-Rc-City(WS-Rate-Chg-Count)
                       MOVE SC-MONTH TO WS-Rc-Month(WS-Rate-Chg-Count)
                       MOVE SC-RATE TO WS-Rc-Rate(WS-Rate-Chg-Count)
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR : forecast.dat line type '"
                       SC-REC-TYPE "' not recognized"
                   ADD 1 TO WS-Error-Count
           END-EVALUATE.

       FindScenario.
           MOVE 0 TO WS-Scen-Hit
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > WS-Scen-Count
               IF WS-Scen-Code(WS-Scen-Idx) = SC-SCENARIO
                   MOVE WS-Scen-Idx TO WS-Scen-Hit
               END-IF
           END-PERFORM.

      *> SetMonthBounds - the first day of each month of the
      *> forecast year, and of the January after, as day numbers.
       SetMonthBounds.
           PERFORM VARYING WS-Month FROM 1 BY 1 UNTIL WS-Month > 13
               IF WS-Month = 13
                   COMPUTE WS-MD-Year = WS-Fc-Year + 1
                   MOVE 1 TO WS-MD-Month
               ELSE
                   MOVE WS-Fc-Year TO WS-MD-Year
                   MOVE WS-Month TO WS-MD-Month
               END-IF
               MOVE 1 TO WS-MD-Day
               COMPUTE WS-Month-Start-Int(WS-Month) =
                   FUNCTION INTEGER-OF-DATE(WS-Month-Date)
           END-PERFORM.

      *> LoadDepartures - every termination or delete waiting on
      *> pendtran.dat, by SSN and release date.
       LoadDepartures.
           OPEN INPUT PendingFile
           IF PendingNotFound
               CLOSE PendingFile
           ELSE
               PERFORM UNTIL AtEndOfFile
                   READ PendingFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF PD-Maint AND PD-Leaving
                                   AND WS-Leave-Count < 500
                               ADD 1 TO WS-Leave-Count
                               MOVE PD-SSN-NUM
                                   TO WS-Lv-SSN(WS-Leave-Count)
                               MOVE PD-RELEASE-DATE
                                   TO WS-Lv-Date(WS-Leave-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendingFile
           END-IF
           MOVE 'N' TO EOF-Flag.

      *> ProjectMasterEmployee - someone already on the payroll,
      *> paid from the start of the year unless a queued departure
      *> ends it.
       ProjectMasterEmployee.
           ADD 1 TO WS-Employees
           MOVE SSN-NUM          TO WS-Fc-SSN
           MOVE DEPT-CODE        TO WS-Fc-Dept
           MOVE city             TO WS-Fc-City
           MOVE SALARY           TO WS-Fc-Salary
           MOVE WITHHOLDING-RATE TO WS-Fc-Rate
           MOVE ZEROS TO WS-Fc-Start-Int
           PERFORM SetEndDay
           PERFORM ProjectEmployee.

      *> ProjectPlannedHires - second pass of pendtran.dat for the
      *> new hires queued there.
       ProjectPlannedHires.
           OPEN INPUT PendingFile
           IF PendingNotFound
               CLOSE PendingFile
           ELSE
               PERFORM UNTIL AtEndOfFile
                   READ PendingFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF PD-NewHire
                               PERFORM ProjectPlannedHire
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendingFile
           END-IF.

       ProjectPlannedHire.
           ADD 1 TO WS-Hires
           MOVE PD-SSN-NUM          TO WS-Fc-SSN
           MOVE PD-DEPT-CODE        TO WS-Fc-Dept
           MOVE PD-city             TO WS-Fc-City
           MOVE PD-SALARY           TO WS-Fc-Salary
           MOVE PD-WITHHOLDING-RATE TO WS-Fc-Rate
           IF WS-Fc-Rate = 0
               PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                       UNTIL WS-Rate-Idx > WS-Rate-Tab-Count
                   IF WS-RT-City(WS-Rate-Idx) = WS-Fc-City
                       MOVE WS-RT-Rate(WS-Rate-Idx) TO WS-Fc-Rate
                   END-IF
               END-PERFORM
           END-IF
           IF PD-HIRE-DATE NOT = 0
               COMPUTE WS-Fc-Start-Int =
                   FUNCTION INTEGER-OF-DATE(PD-HIRE-DATE)
           ELSE
               COMPUTE WS-Fc-Start-Int =
                   FUNCTION INTEGER-OF-DATE(PD-RELEASE-DATE)
           END-IF
           PERFORM SetEndDay
           PERFORM ProjectEmployee.

      *> SetEndDay - the last day paid: the day before a queued
      *> departure's release date, or open-ended.
       SetEndDay.
           MOVE 9999999 TO WS-Fc-End-Int
           PERFORM VARYING WS-Leave-Idx FROM 1 BY 1
                   UNTIL WS-Leave-Idx > WS-Leave-Count
               IF WS-Lv-SSN(WS-Leave-Idx) = WS-Fc-SSN
                   MOVE WS-Lv-Date(WS-Leave-Idx) TO WS-Month-Date
                   COMPUTE WS-Fc-End-Int =
                       FUNCTION INTEGER-OF-DATE(WS-Month-Date) - 1
               END-IF
           END-PERFORM.

      *> ProjectEmployee - the employee's twelve months under every
      *> scenario, into their department's row.
       ProjectEmployee.
           PERFORM FindForecastDept
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > WS-Scen-Count
               PERFORM FindRaise
               PERFORM VARYING WS-Month FROM 1 BY 1
                       UNTIL WS-Month > 12
                   PERFORM ProjectMonth
               END-PERFORM
           END-PERFORM.

      *> FindForecastDept - the department's row, added the first
      *> time it is seen; the catch-all row past fifty.
       FindForecastDept.
           MOVE 0 TO WS-Fc-Dept-Idx
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Count
                       OR WS-Fc-Dept-Idx > 0
               IF WS-Fc-Dept-Code(WS-Dept-Idx) = WS-Fc-Dept
                   MOVE WS-Dept-Idx TO WS-Fc-Dept-Idx
               END-IF
           END-PERFORM
           IF WS-Fc-Dept-Idx = 0
               IF WS-Dept-Count < 50
                   ADD 1 TO WS-Dept-Count
                   MOVE WS-Dept-Count TO WS-Fc-Dept-Idx
                   MOVE WS-Fc-Dept TO WS-Fc-Dept-Code(WS-Fc-Dept-Idx)
               ELSE
                   IF WS-Dept-Count = 50
                       ADD 1 TO WS-Dept-Count
                       MOVE "*ETC" TO WS-Fc-Dept-Code(51)
                       ADD 1 TO WS-Warn-Count
                   END-IF
                   MOVE 51 TO WS-Fc-Dept-Idx
               END-IF
           END-IF.

      *> FindRaise - the scenario's raise for the employee's
      *> department, else its ALL raise, else none.
       FindRaise.
           MOVE ZEROS TO WS-Raise-Pct
           MOVE 13 TO WS-Raise-Month
           MOVE 0 TO WS-Line-Hit
           PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                   UNTIL WS-Line-Idx > WS-Raise-Count
               IF WS-Rs-Scen(WS-Line-Idx) = WS-Scen-Idx
                   IF WS-Rs-Dept(WS-Line-Idx) = WS-Fc-Dept
                       MOVE WS-Line-Idx TO WS-Line-Hit
                   END-IF
                   IF WS-Rs-Dept(WS-Line-Idx) = "ALL " AND
                           (WS-Line-Hit = 0 OR
                            WS-Rs-Dept(WS-Line-Hit) = "ALL ")
                       MOVE WS-Line-Idx TO WS-Line-Hit
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Line-Hit > 0
               MOVE WS-Rs-Pct(WS-Line-Hit) TO WS-Raise-Pct
               MOVE WS-Rs-Month(WS-Line-Hit) TO WS-Raise-Month
               IF WS-Raise-Month = 0
                   MOVE 1 TO WS-Raise-Month
               END-IF
           END-IF.

      *> ProjectMonth - one month of one employee under one
      *> scenario: the days paid, the salary (raised if the raise
      *> has taken effect and the employee was here before it), the
      *> rate (the scenario's city rate once it takes effect), and
      *> the gross and withholding that come of them.
       ProjectMonth.
           MOVE WS-Month-Start-Int(WS-Month) TO WS-First-Int
           COMPUTE WS-Last-Int = WS-Month-Start-Int(WS-Month + 1) - 1
           COMPUTE WS-Days-In-Month = WS-Last-Int - WS-First-Int + 1
           IF WS-Fc-Start-Int > WS-First-Int
               MOVE WS-Fc-Start-Int TO WS-First-Int
           END-IF
           IF WS-Fc-End-Int < WS-Last-Int
               MOVE WS-Fc-End-Int TO WS-Last-Int
           END-IF
           IF WS-Last-Int >= WS-First-Int
               COMPUTE WS-Days-Paid = WS-Last-Int - WS-First-Int + 1
               MOVE WS-Fc-Salary TO WS-Month-Salary
               IF WS-Month >= WS-Raise-Month
                   IF WS-Fc-Start-Int
                           < WS-Month-Start-Int(WS-Raise-Month)
                       COMPUTE WS-Month-Salary ROUNDED =
                           WS-Fc-Salary * (1 + WS-Raise-Pct / 100)
                           ON SIZE ERROR
                               MOVE WS-Fc-Salary TO WS-Month-Salary
                       END-COMPUTE
                   END-IF
               END-IF
               MOVE WS-Fc-Rate TO WS-Month-Rate
               PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                       UNTIL WS-Line-Idx > WS-Rate-Chg-Count
                   IF WS-Rc-Scen(WS-Line-Idx) = WS-Scen-Idx
                           AND WS-Rc-City(WS-Line-Idx) = WS-Fc-City
                           AND WS-Rc-Month(WS-Line-Idx) <= WS-Month
                       MOVE WS-Rc-Rate(WS-Line-Idx) TO WS-Month-Rate
                   END-IF
               END-PERFORM
               IF WS-Days-Paid < WS-Days-In-Month
                   COMPUTE WS-Month-Gross ROUNDED =
                       WS-Month-Salary * WS-Days-Paid
                       / WS-Days-In-Month
               ELSE
                   MOVE WS-Month-Salary TO WS-Month-Gross
               END-IF
               COMPUTE WS-Month-Withheld ROUNDED =
                   WS-Month-Gross * WS-Month-Rate
               ADD WS-Month-Gross TO
                   WS-Fc-Gross(WS-Scen-Idx, WS-Fc-Dept-Idx, WS-Month)
               ADD WS-Month-Withheld TO
                   WS-Fc-Withheld(WS-Scen-Idx, WS-Fc-Dept-Idx,
                       WS-Month)
               ADD 1 TO
                   WS-Fc-Heads(WS-Scen-Idx, WS-Fc-Dept-Idx, WS-Month)
           END-IF.

       PrintHeaders.
           MOVE WS-Fc-Year TO HL-Year
           MOVE WS-Today TO HL-Date
           WRITE PrintLine FROM HeaderLine1
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > WS-Scen-Count
               MOVE WS-Scen-Code(WS-Scen-Idx)  TO LG-Code
               MOVE WS-Scen-Title(WS-Scen-Idx) TO LG-Title
               MOVE ZEROS TO LG-Raises
               MOVE ZEROS TO LG-Rates
               MOVE 0 TO WS-Line-Hit
               PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                       UNTIL WS-Line-Idx > WS-Raise-Count
                   IF WS-Rs-Scen(WS-Line-Idx) = WS-Scen-Idx
                       ADD 1 TO WS-Line-Hit
                   END-IF
               END-PERFORM
               MOVE WS-Line-Hit TO LG-Raises
               MOVE 0 TO WS-Line-Hit
               PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                       UNTIL WS-Line-Idx > WS-Rate-Chg-Count
                   IF WS-Rc-Scen(WS-Line-Idx) = WS-Scen-Idx
                       ADD 1 TO WS-Line-Hit
                   END-IF
               END-PERFORM
               MOVE WS-Line-Hit TO LG-Rates
               WRITE PrintLine FROM LegendLine
           END-PERFORM
           MOVE SPACES TO ColumnLine
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > WS-Scen-Count
               MOVE WS-Scen-Code(WS-Scen-Idx) TO CL-Scen(WS-Scen-Idx)
           END-PERFORM.

      *> PrintDepartment - one department's block (WS-Print-Dept
      *> zero is the whole company): gross, withholding and net for
      *> each month and the year, scenarios across, then the heads
      *> paid in January and in December.
       PrintDepartment.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           IF WS-Print-Dept = 0
               MOVE "ALL DEPARTMENTS" TO DH-Label
               MOVE SPACES TO DH-Dept
           ELSE
               MOVE "DEPARTMENT " TO DH-Label
               MOVE WS-Fc-Dept-Code(WS-Print-Dept) TO DH-Dept
           END-IF
           WRITE PrintLine FROM DeptLine
           WRITE PrintLine FROM ColumnLine
           INITIALIZE WS-Year-Sums
           PERFORM VARYING WS-Month FROM 1 BY 1 UNTIL WS-Month > 12
               PERFORM SumMonth
               IF WS-Month = 1
                   PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                           UNTIL WS-Scen-Idx > 4
                       MOVE WS-Sum-Heads(WS-Scen-Idx)
                           TO WS-Jan-Head(WS-Scen-Idx)
                   END-PERFORM
               END-IF
               MOVE WS-Month-Name(WS-Month) TO WS-Month-Label
               PERFORM PrintThreeLines
           END-PERFORM
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > 4
               MOVE WS-Yr-Gross(WS-Scen-Idx)
                   TO WS-Sum-Gross(WS-Scen-Idx)
               MOVE WS-Yr-Withheld(WS-Scen-Idx)
                   TO WS-Sum-Withheld(WS-Scen-Idx)
           END-PERFORM
           MOVE "YEAR" TO WS-Month-Label
           PERFORM PrintThreeLines
           MOVE "HEADS JAN" TO HD-Label
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > 4
               IF WS-Scen-Idx > WS-Scen-Count
                   MOVE SPACES TO HD-Heads(WS-Scen-Idx)
               ELSE
                   MOVE WS-Jan-Head(WS-Scen-Idx)
                       TO HD-Count(WS-Scen-Idx)
               END-IF
           END-PERFORM
           WRITE PrintLine FROM HeadsLine
           MOVE 12 TO WS-Month
           PERFORM SumMonth
           MOVE "HEADS DEC" TO HD-Label
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > 4
               IF WS-Scen-Idx > WS-Scen-Count
                   MOVE SPACES TO HD-Heads(WS-Scen-Idx)
               ELSE
                   MOVE WS-Sum-Heads(WS-Scen-Idx)
                       TO HD-Count(WS-Scen-Idx)
               END-IF
           END-PERFORM
           WRITE PrintLine FROM HeadsLine.

      *> SumMonth - the month's figures for the department being
      *> printed (or all of them), per scenario, also added into
      *> the year.
       SumMonth.
           INITIALIZE WS-Line-Sums
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > WS-Scen-Count
               IF WS-Print-Dept = 0
                   PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                           UNTIL WS-Dept-Idx > WS-Dept-Count
                       PERFORM AddCellToLine
                   END-PERFORM
               ELSE
                   MOVE WS-Print-Dept TO WS-Dept-Idx
                   PERFORM AddCellToLine
               END-IF
           END-PERFORM.

       AddCellToLine.
           ADD WS-Fc-Gross(WS-Scen-Idx, WS-Dept-Idx, WS-Month)
               TO WS-Sum-Gross(WS-Scen-Idx)
                  WS-Yr-Gross(WS-Scen-Idx)
           ADD WS-Fc-Withheld(WS-Scen-Idx, WS-Dept-Idx, WS-Month)
               TO WS-Sum-Withheld(WS-Scen-Idx)
                  WS-Yr-Withheld(WS-Scen-Idx)
           ADD WS-Fc-Heads(WS-Scen-Idx, WS-Dept-Idx, WS-Month)
               TO WS-Sum-Heads(WS-Scen-Idx).

      *> PrintThreeLines - gross, withholding and net off the
      *> sums in hand, a column per scenario.
       PrintThreeLines.
           MOVE WS-Month-Label TO FL-Month
           MOVE "GROSS" TO FL-Label
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > 4
               MOVE WS-Sum-Gross(WS-Scen-Idx)
                   TO FL-Figure(WS-Scen-Idx)
           END-PERFORM
           PERFORM BlankUnusedColumns
           WRITE PrintLine FROM FigureLine
           MOVE SPACES TO FL-Month
           MOVE "WITHHOLDING" TO FL-Label
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > 4
               MOVE WS-Sum-Withheld(WS-Scen-Idx)
                   TO FL-Figure(WS-Scen-Idx)
           END-PERFORM
           PERFORM BlankUnusedColumns
           WRITE PrintLine FROM FigureLine
           MOVE "NET" TO FL-Label
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > 4
               COMPUTE FL-Figure(WS-Scen-Idx) =
                   WS-Sum-Gross(WS-Scen-Idx)
                   - WS-Sum-Withheld(WS-Scen-Idx)
           END-PERFORM
           PERFORM BlankUnusedColumns
           WRITE PrintLine FROM FigureLine.

       BlankUnusedColumns.
           PERFORM VARYING WS-Scen-Idx FROM 1 BY 1
                   UNTIL WS-Scen-Idx > 4
               IF WS-Scen-Idx > WS-Scen-Count
                   MOVE SPACES TO FL-Blank(WS-Scen-Idx)
               END-IF
           END-PERFORM.

       PrintFooter.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "EMPLOYEES ON THE MASTER:" TO FT-Label
           MOVE WS-Employees TO FT-Count
           WRITE PrintLine FROM FooterLine
           MOVE "PLANNED HIRES (pendtran.dat):" TO FT-Label
           MOVE WS-Hires TO FT-Count
           WRITE PrintLine FROM FooterLine
           MOVE "QUEUED DEPARTURES (pendtran.dat):" TO FT-Label
           MOVE WS-Leave-Count TO FT-Count
           WRITE PrintLine FROM FooterLine
           IF WS-Dept-Count > 50
               MOVE "*ETC = DEPARTMENTS PAST THE FIFTIETH" TO FT-Label
               MOVE ZEROS TO FT-Count
               WRITE PrintLine FROM FooterLine
           END-IF.

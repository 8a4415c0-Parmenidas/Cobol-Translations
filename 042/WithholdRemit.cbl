       IDENTIFICATION DIVISION.
           PROGRAM-ID. WithholdRemit.
      *> Quarterly withholding remittance report by jurisdiction.
      *> Every city that levies withholding expects its money and a
      *> return each quarter; PayrollRegister posts each period's
      *> taxable wages and withholding to jurisytd.idx under the
      *> employee's city and the calendar quarter, and this reads a
      *> quarter of it back one city at a time: a page per city
      *> listing each employee with wages subject to tax and the
      *> amount withheld, and the city's totals to remit. Someone
      *> who moved city part way through the quarter appears under
      *> both, each with what was withheld while they lived there.
      *> A closing summary lists every city's totals, and proves the
      *> quarter against the three monthly registers (paytothist.dat)
      *> - taxable wages and withholding across all cities must tie
      *> to what the registers paid. Asks for the quarter at the
      *> terminal (YYYYQ; blank for the last completed quarter).
      *> Output goes to remit.prt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JurisLedger ASSIGN TO "jurisytd.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JW-KEY
                   FILE STATUS IS JurisFileStatus.
               SELECT TotalsHistFile ASSIGN TO "paytothist.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS TotalsHistFileStatus.
               SELECT PrintFile ASSIGN TO "remit.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD JurisLedger.
      *> Withholding by jurisdiction and quarter - see
      *> copybooks/JURISWH.cpy.
           01  JurisRecord.
               COPY JURISWH.

           FD TotalsHistFile.
      *> PayrollRegister's grand totals, one record per posting run
      *> - see copybooks/PAYTOTAL.cpy.
           01  TotalsHistRecord.
               COPY PAYTOTAL.

           FD PrintFile.
           01  PrintLine        PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout, renamed for JurisLedger - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==JurisFileStatus==
                         ==EverythingOK== BY ==JurisOK==
                         ==ReachEndOfFile== BY ==JurisReachEOF==
                         ==RecordNotFound== BY ==JurisNotFound==
                         ==PermanentError== BY ==JurisPermError==
                         ==BoundaryViolation== BY ==JurisBoundary==
                         ==FileNotFound== BY ==JurisFileNotFound==
                         ==LogicError== BY ==JurisLogicError==.
           01  TotalsHistFileStatus PIC X(2).
               88 TotalsHistOK      VALUE '00'.
               88 TotalsHistNotFound VALUE '35'.

           01  JurisEOF-Flag       PIC X VALUE 'N'.
               88 JurisAtEnd       VALUE 'Y'.
           01  TotalsEOF-Flag      PIC X VALUE 'N'.
               88 TotalsAtEnd      VALUE 'Y'.

      *> The quarter asked for, and the quarter this run reports.
           01  WS-Quarter-In       PIC X(5) VALUE SPACES.
           01  WS-Quarter-Num      PIC 9(5).
           01  WS-Quarter-Parts REDEFINES WS-Quarter-Num.
               02 WS-Rpt-Year      PIC 9(4).
               02 WS-Rpt-Quarter   PIC 9(1).
           01  WS-Today            PIC 9(8).
           01  WS-Today-Parts REDEFINES WS-Today.
               02 WS-Today-Year    PIC 9(4).
               02 WS-Today-Month   PIC 9(2).
               02 WS-Today-Day     PIC 9(2).
           01  WS-First-Period     PIC 9(6).
           01  WS-Last-Period      PIC 9(6).

      *> The quarter's three registers, the later record winning
      *> where a period was reposted.
           01  WS-Register-Table.
               02 WS-Reg-Entry OCCURS 3 TIMES.
                   03 WS-Reg-Period   PIC 9(6).
                   03 WS-Reg-Found    PIC X(1).
                   03 WS-Reg-Taxable  PIC 9(10)V99.
                   03 WS-Reg-Withheld PIC 9(10)V99.
           01  WS-Reg-Idx          PIC 99 COMP.
           01  WS-Reg-Taxable-Tot  PIC 9(10)V99 VALUE ZEROS.
           01  WS-Reg-Withheld-Tot PIC 9(10)V99 VALUE ZEROS.
           01  WS-Reg-Missing      PIC 9(1) VALUE ZEROS.

      *> Each city's totals as it is finished, for the closing
      *> summary.
           01  WS-City-Sum-Table.
               02 WS-CS-Entry OCCURS 50 TIMES.
                   03 WS-CS-City      PIC X(10).
                   03 WS-CS-Employees PIC 9(6).
                   03 WS-CS-Wages     PIC 9(10)V99.
                   03 WS-CS-Withheld  PIC 9(10)V99.
           01  WS-CS-Count         PIC 99 COMP VALUE ZEROS.
           01  WS-CS-Max           PIC 99 COMP VALUE 50.
           01  WS-CS-Idx           PIC 99 COMP.

           01  WS-Current-City     PIC X(10) VALUE SPACES.
           01  WS-City-Employees   PIC 9(6) VALUE ZEROS.
           01  WS-City-Wages       PIC 9(10)V99 VALUE ZEROS.
           01  WS-City-Withheld    PIC 9(10)V99 VALUE ZEROS.
           01  WS-Total-Employees  PIC 9(6) VALUE ZEROS.
           01  WS-Total-Wages      PIC 9(10)V99 VALUE ZEROS.
           01  WS-Total-Withheld   PIC 9(10)V99 VALUE ZEROS.
           01  WS-Tied-Flag        PIC X VALUE 'Y'.
               88 WS-Tied          VALUE 'Y'.

           01  WS-Masked-SSN       PIC X(11).
           01  WS-FnameLen         PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen         PIC 9(2) VALUE ZEROS.
           01  WS-Name             PIC X(22).

           01  WS-LinesOnPage      PIC 9(4) VALUE 0.
           01  WS-LinesPerPage     PIC 9(4) VALUE 50.
           01  WS-PageNumber       PIC 9(4) VALUE 0.

           01  HeaderLine1.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(32)
                   VALUE "WITHHOLDING REMITTANCE - QUARTER".
               02 HL-Year       PIC 9(4).
               02 FILLER        PIC X(2)  VALUE " Q".
               02 HL-Quarter    PIC 9(1).
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(6)  VALUE "PAGE: ".
               02 HL-Page       PIC ZZZ9.

           01  CityHeading.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(14) VALUE "JURISDICTION: ".
               02 CH-City       PIC X(10).

           01  ColumnHeading.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(23) VALUE "NAME".
               02 FILLER        PIC X(13) VALUE "SSN".
               02 FILLER        PIC X(6)  VALUE "DEPT".
               02 FILLER        PIC X(15) VALUE "  TAXABLE WAGES".
               02 FILLER        PIC X(15) VALUE "       WITHHELD".

           01  DetailLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 DL-Name       PIC X(23).
               02 DL-SSN        PIC X(13).
               02 DL-Dept       PIC X(6).
               02 DL-Wages      PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Withheld   PIC ZZZ,ZZZ,ZZ9.99.

           01  CityTotalLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(15) VALUE "TOTAL TO REMIT ".
               02 CT-City       PIC X(10).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 CT-Employees  PIC ZZZ,ZZ9.
               02 FILLER        PIC X(9)  VALUE " EMPLOYEE".
               02 CT-Wages      PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 CT-Withheld   PIC ZZZ,ZZZ,ZZ9.99.

           01  SummaryHeading.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(36)
                   VALUE "REMITTANCE SUMMARY BY JURISDICTION".

           01  SummaryLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 SL-City       PIC X(12).
               02 SL-Employees  PIC ZZZ,ZZ9.
               02 FILLER        PIC X(17) VALUE SPACES.
               02 SL-Wages      PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 SL-Withheld   PIC ZZZ,ZZZ,ZZ9.99.

           01  ProofHeading.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(36)
                   VALUE "PROOF TO THE QUARTER'S REGISTERS".
               02 FILLER        PIC X(14) VALUE " TAXABLE WAGES".
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 FILLER        PIC X(14) VALUE "      WITHHELD".

           01  ProofLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 PL-Label      PIC X(36).
               02 PL-Wages      PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 PL-Withheld   PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 PL-Note       PIC X(8).

           01  ResultLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 RL-Text       PIC X(60).

           01  BlankLine        PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Withholding remittance - quarter (YYYYQ, blank "
               "for the last completed quarter): "
           ACCEPT WS-Quarter-In
           PERFORM SetQuarter
           IF WS-Rpt-Quarter < 1 OR WS-Rpt-Quarter > 4
               DISPLAY "ERROR : quarter must be 1 to 4 - '"
                   WS-Quarter-In "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT JurisLedger
           IF JurisFileNotFound
               DISPLAY "ERROR : jurisytd.idx not found - no period "
                   "has been posted by PayrollRegister yet"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LoadRegisters

           OPEN OUTPUT PrintFile
           MOVE WS-Rpt-Year TO JW-YEAR
           MOVE WS-Rpt-Quarter TO JW-QUARTER
           MOVE LOW-VALUES TO JW-CITY
           MOVE ZEROS TO JW-SSN-NUM
           START JurisLedger KEY IS NOT LESS THAN JW-KEY
               INVALID KEY
                   SET JurisAtEnd TO TRUE
           END-START
           PERFORM UNTIL JurisAtEnd
               READ JurisLedger NEXT RECORD
                   AT END SET JurisAtEnd TO TRUE
                   NOT AT END
                       IF JW-YEAR NOT = WS-Rpt-Year
                               OR JW-QUARTER NOT = WS-Rpt-Quarter
                           SET JurisAtEnd TO TRUE
                       ELSE
                           PERFORM ReportEmployee
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Current-City NOT = SPACES
               PERFORM FinishCity
           END-IF
           CLOSE JurisLedger

           PERFORM PrintSummary
           CLOSE PrintFile

           DISPLAY "WITHHOLDING REMITTANCE COMPLETE - " WS-Rpt-Year
               " Q" WS-Rpt-Quarter
           DISPLAY "  JURISDICTIONS : " WS-CS-Count
           DISPLAY "  WITHHELD      : " WS-Total-Withheld
           IF NOT WS-Tied
               DISPLAY "  DOES NOT TIE TO THE REGISTERS - SEE "
                   "remit.prt"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> SetQuarter - the quarter keyed, or by default the last one
      *> fully behind us, and its first and last pay periods.
       SetQuarter.
           IF WS-Quarter-In = SPACES
               COMPUTE WS-Rpt-Quarter = (WS-Today-Month + 2) / 3 - 1
               MOVE WS-Today-Year TO WS-Rpt-Year
               IF WS-Rpt-Quarter = 0
                   MOVE 4 TO WS-Rpt-Quarter
                   SUBTRACT 1 FROM WS-Rpt-Year
               END-IF
           ELSE
               MOVE WS-Quarter-In TO WS-Quarter-Num
           END-IF
           COMPUTE WS-First-Period =
               WS-Rpt-Year * 100 + WS-Rpt-Quarter * 3 - 2
           COMPUTE WS-Last-Period = WS-First-Period + 2
           PERFORM VARYING WS-Reg-Idx FROM 1 BY 1 UNTIL WS-Reg-Idx > 3
               COMPUTE WS-Reg-Period(WS-Reg-Idx) =
                   WS-First-Period + WS-Reg-Idx - 1
               MOVE 'N' TO WS-Reg-Found(WS-Reg-Idx)
               MOVE ZEROS TO WS-Reg-Taxable(WS-Reg-Idx)
               MOVE ZEROS TO WS-Reg-Withheld(WS-Reg-Idx)
           END-PERFORM.

      *> LoadRegisters - the quarter's three monthly registers off
      *> the register history. A reposted period's later record
      *> replaces the earlier one.
       LoadRegisters.
           OPEN INPUT TotalsHistFile
           IF TotalsHistNotFound
               CLOSE TotalsHistFile
           ELSE
               PERFORM UNTIL TotalsAtEnd
                   READ TotalsHistFile
                       AT END SET TotalsAtEnd TO TRUE
                       NOT AT END
                           IF PT-PERIOD >= WS-First-Period
                                   AND PT-PERIOD <= WS-Last-Period
                               COMPUTE WS-Reg-Idx =
                                   PT-PERIOD - WS-First-Period + 1
                               MOVE 'Y' TO WS-Reg-Found(WS-Reg-Idx)
                               COMPUTE WS-Reg-Taxable(WS-Reg-Idx) =
                                   PT-GROSS - PT-PRETAX
                               MOVE PT-WITHHELD
                                   TO WS-Reg-Withheld(WS-Reg-Idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TotalsHistFile
           END-IF
           PERFORM VARYING WS-Reg-Idx FROM 1 BY 1 UNTIL WS-Reg-Idx > 3
               IF WS-Reg-Found(WS-Reg-Idx) = 'Y'
                   ADD WS-Reg-Taxable(WS-Reg-Idx)
                       TO WS-Reg-Taxable-Tot
                   ADD WS-Reg-Withheld(WS-Reg-Idx)
                       TO WS-Reg-Withheld-Tot
               ELSE
                   ADD 1 TO WS-Reg-Missing
               END-IF
           END-PERFORM.

      *> ReportEmployee - one employee's quarter in one city, with
      *> a city break ahead of it when the city changes.
       ReportEmployee.
           IF JW-CITY NOT = WS-Current-City
               IF WS-Current-City NOT = SPACES
                   PERFORM FinishCity
               END-IF
               MOVE JW-CITY TO WS-Current-City
               MOVE ZEROS TO WS-City-Employees
               MOVE ZEROS TO WS-City-Wages
               MOVE ZEROS TO WS-City-Withheld
               PERFORM PrintCityHeaders
           END-IF
           IF WS-LinesOnPage >= WS-LinesPerPage
               PERFORM PrintCityHeaders
           END-IF
           CALL "TrimName" USING JW-fname, WS-FnameLen
           CALL "TrimName" USING JW-lname, WS-LnameLen
           MOVE SPACES TO WS-Name
           STRING JW-lname(1:WS-LnameLen) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  JW-fname(1:WS-FnameLen) DELIMITED BY SIZE
                  INTO WS-Name
           CALL "MaskSSN" USING JW-SSN-NUM, WS-Masked-SSN
           MOVE WS-Name       TO DL-Name
           MOVE WS-Masked-SSN TO DL-SSN
           MOVE JW-DEPT-CODE  TO DL-Dept
           MOVE JW-WAGES      TO DL-Wages
           MOVE JW-WITHHELD   TO DL-Withheld
           WRITE PrintLine FROM DetailLine
           ADD 1 TO WS-LinesOnPage
           ADD 1 TO WS-City-Employees
           ADD JW-WAGES TO WS-City-Wages
           ADD JW-WITHHELD TO WS-City-Withheld.

      *> FinishCity - the city's total to remit, kept for the
      *> summary.
       FinishCity.
           MOVE WS-Current-City   TO CT-City
           MOVE WS-City-Employees TO CT-Employees
           MOVE WS-City-Wages     TO CT-Wages
           MOVE WS-City-Withheld  TO CT-Withheld
           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM CityTotalLine
           ADD WS-City-Employees TO WS-Total-Employees
           ADD WS-City-Wages TO WS-Total-Wages
           ADD WS-City-Withheld TO WS-Total-Withheld
           IF WS-CS-Count < WS-CS-Max
               ADD 1 TO WS-CS-Count
               MOVE WS-Current-City   TO WS-CS-City(WS-CS-Count)
               MOVE WS-City-Employees TO WS-CS-Employees(WS-CS-Count)
               MOVE WS-City-Wages     TO WS-CS-Wages(WS-CS-Count)
               MOVE WS-City-Withheld  TO WS-CS-Withheld(WS-CS-Count)
           ELSE
               DISPLAY "WARNING : more than " WS-CS-Max
                   " jurisdictions - " WS-Current-City
                   " left off the summary page"
           END-IF.

      *> PrintCityHeaders - a new page for the city in hand. Each
      *> city starts its own page, since each goes with its own
      *> return.
       PrintCityHeaders.
           ADD 1 TO WS-PageNumber
           MOVE WS-Rpt-Year    TO HL-Year
           MOVE WS-Rpt-Quarter TO HL-Quarter
           MOVE WS-PageNumber  TO HL-Page
           MOVE WS-Current-City TO CH-City
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM CityHeading
           WRITE PrintLine FROM ColumnHeading
           MOVE 0 TO WS-LinesOnPage.

      *> PrintSummary - every city's totals on one page, then the
      *> proof against the registers.
       PrintSummary.
           ADD 1 TO WS-PageNumber
           MOVE WS-Rpt-Year    TO HL-Year
           MOVE WS-Rpt-Quarter TO HL-Quarter
           MOVE WS-PageNumber  TO HL-Page
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM SummaryHeading
           PERFORM VARYING WS-CS-Idx FROM 1 BY 1
                   UNTIL WS-CS-Idx > WS-CS-Count
               MOVE WS-CS-City(WS-CS-Idx)      TO SL-City
               MOVE WS-CS-Employees(WS-CS-Idx) TO SL-Employees
               MOVE WS-CS-Wages(WS-CS-Idx)     TO SL-Wages
               MOVE WS-CS-Withheld(WS-CS-Idx)  TO SL-Withheld
               WRITE PrintLine FROM SummaryLine
           END-PERFORM
           MOVE "ALL"              TO SL-City
           MOVE WS-Total-Employees TO SL-Employees
           MOVE WS-Total-Wages     TO SL-Wages
           MOVE WS-Total-Withheld  TO SL-Withheld
           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM SummaryLine

           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM ProofHeading
           PERFORM VARYING WS-Reg-Idx FROM 1 BY 1 UNTIL WS-Reg-Idx > 3
               MOVE SPACES TO PL-Label
               STRING "REGISTER FOR PERIOD " DELIMITED BY SIZE
                      WS-Reg-Period(WS-Reg-Idx) DELIMITED BY SIZE
                      INTO PL-Label
               MOVE WS-Reg-Taxable(WS-Reg-Idx)  TO PL-Wages
               MOVE WS-Reg-Withheld(WS-Reg-Idx) TO PL-Withheld
               IF WS-Reg-Found(WS-Reg-Idx) = 'Y'
                   MOVE SPACES TO PL-Note
               ELSE
                   MOVE "NOT RUN" TO PL-Note
               END-IF
               WRITE PrintLine FROM ProofLine
           END-PERFORM
           MOVE "REGISTERS, QUARTER TOTAL" TO PL-Label
           MOVE WS-Reg-Taxable-Tot  TO PL-Wages
           MOVE WS-Reg-Withheld-Tot TO PL-Withheld
           MOVE SPACES TO PL-Note
           WRITE PrintLine FROM ProofLine
           MOVE "ALL JURISDICTIONS" TO PL-Label
           MOVE WS-Total-Wages    TO PL-Wages
           MOVE WS-Total-Withheld TO PL-Withheld
           WRITE PrintLine FROM ProofLine
           WRITE PrintLine FROM BlankLine
           IF WS-Total-Wages = WS-Reg-Taxable-Tot
                   AND WS-Total-Withheld = WS-Reg-Withheld-Tot
               MOVE "JURISDICTION TOTALS TIE TO THE REGISTERS"
                   TO RL-Text
           ELSE
               MOVE 'N' TO WS-Tied-Flag
               MOVE "JURISDICTION TOTALS DO NOT TIE TO THE REGISTERS"
                   TO RL-Text
           END-IF
           WRITE PrintLine FROM ResultLine
           IF WS-Reg-Missing > 0
               MOVE "NOTE: NOT EVERY MONTH OF THE QUARTER HAS BEEN RUN"
                   TO RL-Text
               WRITE PrintLine FROM ResultLine
           END-IF.

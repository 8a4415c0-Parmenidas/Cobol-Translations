       IDENTIFICATION DIVISION.
           PROGRAM-ID. WageFiling.
      *> Electronic year-end wage and withholding filing. Where
      *> YearEndStatement prints each employee their own figures,
      *> this builds the one file the tax authority takes for the
      *> whole company, instead of keying everyone into its portal
      *> by hand: wagefile.dat, fixed-format 160-byte records - an
      *> employer record (RE) with the company's tax ID, name and
      *> address off employer.dat, one employee record (RW) per
      *> person paid in the year with name, SSN and mailing address
      *> off empaddr.idx and the year's wages and withholding off
      *> ytdledger.idx, a total record (RT) with the employee count
      *> and money totals, and a final record (RF) with the count of
      *> every record in the file. Wages subject to withholding are
      *> gross less the year's pre-tax deductions (ytddedn.idx).
      *> Anyone with no address, an incomplete one, or nothing paid
      *> in the year is held off the file and listed on wagefile.prt
      *> to be put right before the deadline, not after a
      *> rejection; the same listing carries the file's control
      *> totals. Asks for the tax year at the terminal (blank for
      *> the year of the period PayrollRegister last posted). Run
      *> it before the first posting of the new year - the ledger
      *> restarts each employee at zero then.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LedgerFile ASSIGN TO "ytdledger.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YL-SSN-NUM
                   FILE STATUS IS LedgerFileStatus.
               SELECT DednLedger ASSIGN TO "ytddedn.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DY-KEY
                   FILE STATUS IS DednLedgerFileStatus.
               SELECT AddrMaster ASSIGN TO "empaddr.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-SSN-NUM
                   FILE STATUS IS AddrFileStatus.
               SELECT EmployerFile ASSIGN TO "employer.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS EmployerFileStatus.
               SELECT PayrollControlFile ASSIGN TO "ytdrunctl.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PayrollControlFileStatus.
               SELECT FilingFile ASSIGN TO "wagefile.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS FilingFileStatus.
               SELECT PrintFile ASSIGN TO "wagefile.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LedgerFile.
      *> Same ledger layout PayrollRegister posts - one record per
      *> employee, last period posted plus YTD totals.
           01  LedgerRecord.
               02 YL-SSN-NUM        PIC 9(9).
               02 YL-fname          PIC X(10).
               02 YL-lname          PIC X(10).
               02 YL-DEPT-CODE      PIC X(4).
               02 YL-YEAR           PIC 9(4).
               02 YL-LAST-PERIOD    PIC 9(6).
               02 YL-PERIODS-POSTED PIC 9(3).
               02 YL-LAST-GROSS     PIC 9(7)V99.
               02 YL-LAST-WITHHELD  PIC 9(7)V99.
               02 YL-LAST-NET       PIC 9(7)V99.
               02 YL-YTD-GROSS      PIC 9(9)V99.
               02 YL-YTD-WITHHELD   PIC 9(9)V99.
               02 YL-YTD-NET        PIC 9(9)V99.
               02 YL-RETRO-PERIODS  PIC 9(3).
               02 YL-RETRO-GROSS    PIC 9(7)V99.
               02 YL-RETRO-WITHHELD PIC 9(7)V99.
               02 YL-RETRO-NET      PIC 9(7)V99.
               02 YL-POSTED-DATE    PIC 9(8).

           FD DednLedger.
      *> Same deduction ledger layout PayrollRegister posts - see
      *> copybooks/YTDDEDN.cpy.
           01  DednLedgerRecord.
               COPY YTDDEDN.

           FD AddrMaster.
      *> Companion address master, keyed by SSN - see
      *> copybooks/EMPADDR.cpy.
           01  AddrRecord.
               COPY EMPADDR.

           FD EmployerFile.
      *> The company's name, tax ID and address - see
      *> copybooks/EMPLOYER.cpy.
           01  EmployerRecord.
               COPY EMPLOYER.

           FD PayrollControlFile.
      *> PayrollRegister's run control - the period last posted.
           01  PayrollControlRecord.
               02 PR-LAST-PERIOD  PIC 9(6).

           FD FilingFile.
           01  FilingRecord     PIC X(160).

           FD PrintFile.
           01  PrintLine        PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout, renamed per file - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==LedgerFileStatus==
                         ==EverythingOK== BY ==LedgerOK==
                         ==ReachEndOfFile== BY ==LedgerReachEOF==
                         ==RecordNotFound== BY ==LedgerNotFound==
                         ==PermanentError== BY ==LedgerPermError==
                         ==BoundaryViolation== BY ==LedgerBoundary==
                         ==FileNotFound== BY ==LedgerFileNotFound==
                         ==LogicError== BY ==LedgerLogicError==.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==AddrFileStatus==
                         ==EverythingOK== BY ==AddrOK==
                         ==ReachEndOfFile== BY ==AddrReachEOF==
                         ==RecordNotFound== BY ==AddrNotFound==
                         ==PermanentError== BY ==AddrPermError==
                         ==BoundaryViolation== BY ==AddrBoundary==
                         ==FileNotFound== BY ==AddrFileNotFound==
                         ==LogicError== BY ==AddrLogicError==.
           01  DednLedgerFileStatus PIC X(2).
               88 DednLedgerOK       VALUE '00'.
           01  EmployerFileStatus  PIC X(2).
               88 EmployerOK        VALUE '00'.
           01  PayrollControlFileStatus PIC X(2).
               88 PayrollControlNotFound VALUE '35'.
           01  FilingFileStatus    PIC X(2).
               88 FilingOK          VALUE '00'.

           01  LedgerEOF-Flag      PIC X VALUE 'N'.
               88 LedgerAtEnd      VALUE 'Y'.
           01  DednEOF-Flag        PIC X VALUE 'N'.
               88 DednEOF          VALUE 'Y'.
           01  WS-DednLedger-Flag  PIC X VALUE 'N'.
               88 WS-HaveDednLedger VALUE 'Y'.
           01  WS-Addr-Avail-Flag  PIC X VALUE 'N'.
               88 WS-AddrAvail     VALUE 'Y'.
           01  WS-Addr-Found-Flag  PIC X VALUE 'N'.
               88 WS-AddrOnFile    VALUE 'Y'.

      *> The tax year asked for.
           01  WS-Year-In          PIC X(4) VALUE SPACES.
           01  WS-Tax-Year         PIC 9(4).
           01  WS-LastPosted       PIC 9(6) VALUE ZEROS.
           01  WS-Today            PIC 9(8).

      *> One employee's figures as they go on the file.
           01  WS-Emp-PreTax       PIC 9(9)V99.
           01  WS-Emp-Wages        PIC 9(9)V99.
           01  WS-Exception-Reason PIC X(24).

      *> Control totals - carried on the RT and RF records and
      *> repeated on the listing.
           01  WS-EmployeeCount    PIC 9(7) VALUE ZEROS.
           01  WS-RecordCount      PIC 9(9) VALUE ZEROS.
           01  WS-TotalWages       PIC 9(11)V99 VALUE ZEROS.
           01  WS-TotalGross       PIC 9(11)V99 VALUE ZEROS.
           01  WS-TotalWithheld    PIC 9(11)V99 VALUE ZEROS.
           01  WS-ExceptionCount   PIC 9(6) VALUE ZEROS.
           01  WS-OtherYearCount   PIC 9(6) VALUE ZEROS.

      *> Trimmed name lengths - see 009/TrimName.cbl.
           01  WS-FnameLen         PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen         PIC 9(2) VALUE ZEROS.
           01  WS-Name             PIC X(22).
           01  WS-Masked-SSN       PIC X(11).

           01  WS-LinesOnPage      PIC 9(4) VALUE 0.
           01  WS-LinesPerPage     PIC 9(4) VALUE 50.
           01  WS-PageNumber       PIC 9(4) VALUE 0.

      *> Employer record - one, first on the file.
           01  EmployerRec.
               02 RE-RECORD-ID     PIC X(2)  VALUE 'RE'.
               02 RE-TAX-YEAR      PIC 9(4).
               02 RE-TAX-ID        PIC 9(9).
               02 RE-NAME          PIC X(23).
               02 RE-STREET        PIC X(30).
               02 RE-CITY          PIC X(20).
               02 RE-STATE         PIC X(2).
               02 RE-ZIP           PIC X(10).
               02 FILLER           PIC X(60) VALUE SPACES.

      *> Employee wage record - one per employee filed.
           01  WageRec.
               02 RW-RECORD-ID     PIC X(2)  VALUE 'RW'.
               02 RW-SSN           PIC 9(9).
               02 RW-FNAME         PIC X(10).
               02 RW-LNAME         PIC X(10).
               02 RW-STREET        PIC X(30).
               02 RW-CITY          PIC X(20).
               02 RW-STATE         PIC X(2).
               02 RW-ZIP           PIC X(10).
               02 RW-WAGES         PIC 9(9)V99.
               02 RW-GROSS         PIC 9(9)V99.
               02 RW-WITHHELD      PIC 9(9)V99.
               02 FILLER           PIC X(34) VALUE SPACES.

      *> Total record - employee count and money totals over every
      *> RW record.
           01  TotalRec.
               02 RT-RECORD-ID     PIC X(2)  VALUE 'RT'.
               02 RT-TAX-ID        PIC 9(9).
               02 RT-EMPLOYEES     PIC 9(7).
               02 RT-WAGES         PIC 9(11)V99.
               02 RT-GROSS         PIC 9(11)V99.
               02 RT-WITHHELD      PIC 9(11)V99.
               02 FILLER           PIC X(103) VALUE SPACES.

      *> Final record - every record on the file, itself included.
           01  FinalRec.
               02 RF-RECORD-ID     PIC X(2)  VALUE 'RF'.
               02 RF-RECORDS       PIC 9(9).
               02 RF-EMPLOYEES     PIC 9(7).
               02 FILLER           PIC X(142) VALUE SPACES.

           01  HeaderLine1.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(32)
                   VALUE "YEAR-END WAGE FILING - TAX YEAR ".
               02 HL-Year       PIC 9(4).
               02 FILLER        PIC X(14) VALUE SPACES.
               02 FILLER        PIC X(6)  VALUE "PAGE: ".
               02 HL-Page       PIC ZZZ9.

           01  HeaderLine2.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(40)
                   VALUE "EXCEPTIONS - HELD OFF THE FILING FILE".

           01  ColumnHeading.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(23) VALUE "NAME".
               02 FILLER        PIC X(13) VALUE "SSN".
               02 FILLER        PIC X(25) VALUE "REASON".
               02 FILLER        PIC X(13) VALUE "    YTD GROSS".

           01  ExceptionLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 EL-Name       PIC X(23).
               02 EL-SSN        PIC X(13).
               02 EL-Reason     PIC X(24).
               02 EL-Gross      PIC ZZZ,ZZZ,ZZ9.99.

           01  NoExceptionLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(40)
                   VALUE "NONE - EVERY EMPLOYEE IS ON THE FILE".

           01  ControlHeading.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(30)
                   VALUE "FILING FILE CONTROL TOTALS".

           01  ControlCountLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 CC-Label      PIC X(30).
               02 CC-Count      PIC ZZZ,ZZZ,ZZ9.

           01  ControlAmountLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 CA-Label      PIC X(30).
               02 CA-Amount     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01  BlankLine        PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           PERFORM CheckPayrollPosted
           DISPLAY "Year-end wage filing - tax year (YYYY, blank for "
               "the year last posted): "
           ACCEPT WS-Year-In
           IF WS-Year-In = SPACES
               IF WS-LastPosted = ZEROS
                   MOVE WS-Today(1:4) TO WS-Tax-Year
               ELSE
                   MOVE WS-LastPosted(1:4) TO WS-Tax-Year
               END-IF
           ELSE
               IF WS-Year-In IS NOT NUMERIC
                   DISPLAY "ERROR : tax year must be YYYY - '"
                       WS-Year-In "'"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-Year-In TO WS-Tax-Year
           END-IF

           OPEN INPUT EmployerFile
           IF NOT EmployerOK
               DISPLAY "ERROR : employer.dat not found - the filing "
                   "needs the company's tax ID and address"
               MOVE 16 TO RETURN-CODE
               CLOSE EmployerFile
               GOBACK
           END-IF
           READ EmployerFile
               AT END
                   DISPLAY "ERROR : employer.dat is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE EmployerFile
                   GOBACK
           END-READ
           CLOSE EmployerFile

           OPEN INPUT LedgerFile
           IF LedgerFileNotFound
               DISPLAY "ERROR : ytdledger.idx not found - "
                   "run PayrollRegister at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT LedgerOK
               DISPLAY "ERROR : unable to open ytdledger.idx - "
                   "FILE STATUS: " LedgerFileStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> No deduction ledger just means no pre-tax deductions - the
      *> wages subject to withholding are the gross.
           OPEN INPUT DednLedger
           IF DednLedgerOK
               SET WS-HaveDednLedger TO TRUE
           END-IF
      *> No address master means nobody has an address - everyone
      *> lands on the exception list.
           OPEN INPUT AddrMaster
           IF AddrFileNotFound
               CLOSE AddrMaster
           ELSE
               SET WS-AddrAvail TO TRUE
           END-IF

           OPEN OUTPUT FilingFile
           OPEN OUTPUT PrintFile
           PERFORM WriteEmployerRecord
           PERFORM PrintHeaders

           MOVE 0 TO YL-SSN-NUM
           START LedgerFile KEY IS NOT LESS THAN YL-SSN-NUM
               INVALID KEY
                   SET LedgerAtEnd TO TRUE
           END-START
           PERFORM UNTIL LedgerAtEnd
               READ LedgerFile NEXT RECORD
                   AT END SET LedgerAtEnd TO TRUE
                   NOT AT END
                       IF YL-YEAR = WS-Tax-Year
                           PERFORM FileEmployee
                       ELSE
                           ADD 1 TO WS-OtherYearCount
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WriteTotalRecords
           PERFORM PrintControlTotals

           CLOSE LedgerFile
           IF WS-HaveDednLedger
               CLOSE DednLedger
           END-IF
           IF WS-AddrAvail
               CLOSE AddrMaster
           END-IF
           CLOSE FilingFile
           CLOSE PrintFile

           DISPLAY "YEAR-END WAGE FILING COMPLETE - TAX YEAR "
               WS-Tax-Year
           DISPLAY "  EMPLOYEES FILED : " WS-EmployeeCount
           DISPLAY "  EXCEPTIONS      : " WS-ExceptionCount
           IF WS-OtherYearCount > 0
               DISPLAY "  NOT IN TAX YEAR : " WS-OtherYearCount
           END-IF
           IF WS-ExceptionCount > 0
               DISPLAY "  EXCEPTIONS HELD OFF THE FILE - SEE "
                   "wagefile.prt"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> CheckPayrollPosted - the period PayrollRegister last posted,
      *> off its own run control.
       CheckPayrollPosted.
           OPEN INPUT PayrollControlFile
           IF NOT PayrollControlNotFound
               READ PayrollControlFile
                   AT END CONTINUE
                   NOT AT END MOVE PR-LAST-PERIOD TO WS-LastPosted
               END-READ
           END-IF
           CLOSE PayrollControlFile.

      *> FileEmployee - one ledger record for the tax year: onto the
      *> file, or onto the exception list with the reason it was
      *> held back.
       FileEmployee.
           PERFORM FetchAddress
           PERFORM SumPreTax
           COMPUTE WS-Emp-Wages = YL-YTD-GROSS - WS-Emp-PreTax
           MOVE SPACES TO WS-Exception-Reason
           EVALUATE TRUE
               WHEN YL-YTD-GROSS = ZEROS
                   MOVE "ZERO WAGES FOR THE YEAR" TO WS-Exception-Reason
               WHEN NOT WS-AddrOnFile
                   MOVE "NO ADDRESS ON FILE" TO WS-Exception-Reason
               WHEN AD-STREET = SPACES OR AD-CITY = SPACES
                       OR AD-STATE = SPACES OR AD-ZIP = SPACES
                   MOVE "ADDRESS INCOMPLETE" TO WS-Exception-Reason
           END-EVALUATE
           IF WS-Exception-Reason NOT = SPACES
               PERFORM PrintException
           ELSE
               PERFORM WriteWageRecord
           END-IF.

      *> FetchAddress - the employee's address record, if the
      *> address master has one.
       FetchAddress.
           MOVE 'N' TO WS-Addr-Found-Flag
           IF WS-AddrAvail
               MOVE YL-SSN-NUM TO AD-SSN-NUM
               READ AddrMaster
                   KEY IS AD-SSN-NUM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-AddrOnFile TO TRUE
               END-READ
           END-IF.

      *> SumPreTax - the employee's pre-tax deductions for the tax
      *> year, off the deduction side of the ledger.
       SumPreTax.
           MOVE ZEROS TO WS-Emp-PreTax
           IF WS-HaveDednLedger
               MOVE 'N' TO DednEOF-Flag
               MOVE YL-SSN-NUM TO DY-SSN-NUM
               MOVE LOW-VALUES TO DY-CODE
               START DednLedger KEY IS NOT LESS THAN DY-KEY
                   INVALID KEY
                       SET DednEOF TO TRUE
               END-START
               PERFORM UNTIL DednEOF
                   READ DednLedger NEXT RECORD
                       AT END SET DednEOF TO TRUE
                       NOT AT END
                           IF DY-SSN-NUM NOT = YL-SSN-NUM
                               SET DednEOF TO TRUE
                           ELSE
                               IF DY-YEAR = WS-Tax-Year
                                       AND DY-TAX-TYPE = 'P'
                                   ADD DY-YTD-AMOUNT TO WS-Emp-PreTax
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> WriteEmployerRecord - the RE record off employer.dat.
       WriteEmployerRecord.
           MOVE WS-Tax-Year TO RE-TAX-YEAR
           MOVE ER-TAX-ID   TO RE-TAX-ID
           MOVE ER-NAME     TO RE-NAME
           MOVE ER-STREET   TO RE-STREET
           MOVE ER-CITY     TO RE-CITY
           MOVE ER-STATE    TO RE-STATE
           MOVE ER-ZIP      TO RE-ZIP
           WRITE FilingRecord FROM EmployerRec
           ADD 1 TO WS-RecordCount.

      *> WriteWageRecord - one employee's RW record.
       WriteWageRecord.
           MOVE YL-SSN-NUM      TO RW-SSN
           MOVE YL-fname        TO RW-FNAME
           MOVE YL-lname        TO RW-LNAME
           MOVE AD-STREET       TO RW-STREET
           MOVE AD-CITY         TO RW-CITY
           MOVE AD-STATE        TO RW-STATE
           MOVE AD-ZIP          TO RW-ZIP
           MOVE WS-Emp-Wages    TO RW-WAGES
           MOVE YL-YTD-GROSS    TO RW-GROSS
           MOVE YL-YTD-WITHHELD TO RW-WITHHELD
           WRITE FilingRecord FROM WageRec
           ADD 1 TO WS-RecordCount
           ADD 1 TO WS-EmployeeCount
           ADD WS-Emp-Wages    TO WS-TotalWages
           ADD YL-YTD-GROSS    TO WS-TotalGross
           ADD YL-YTD-WITHHELD TO WS-TotalWithheld.

      *> WriteTotalRecords - the RT totals over every RW record, and
      *> the RF record count closing the file.
       WriteTotalRecords.
           MOVE ER-TAX-ID        TO RT-TAX-ID
           MOVE WS-EmployeeCount TO RT-EMPLOYEES
           MOVE WS-TotalWages    TO RT-WAGES
           MOVE WS-TotalGross    TO RT-GROSS
           MOVE WS-TotalWithheld TO RT-WITHHELD
           WRITE FilingRecord FROM TotalRec
           ADD 1 TO WS-RecordCount
           ADD 1 TO WS-RecordCount
           MOVE WS-RecordCount   TO RF-RECORDS
           MOVE WS-EmployeeCount TO RF-EMPLOYEES
           WRITE FilingRecord FROM FinalRec.

      *> PrintException - one employee held off the file, and why.
       PrintException.
           IF WS-LinesOnPage >= WS-LinesPerPage
               PERFORM PrintHeaders
           END-IF
           CALL "TrimName" USING YL-fname, WS-FnameLen
           CALL "TrimName" USING YL-lname, WS-LnameLen
           MOVE SPACES TO WS-Name
           STRING YL-lname(1:WS-LnameLen) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  YL-fname(1:WS-FnameLen) DELIMITED BY SIZE
                  INTO WS-Name
           CALL "MaskSSN" USING YL-SSN-NUM, WS-Masked-SSN
           MOVE WS-Name             TO EL-Name
           MOVE WS-Masked-SSN       TO EL-SSN
           MOVE WS-Exception-Reason TO EL-Reason
           MOVE YL-YTD-GROSS        TO EL-Gross
           WRITE PrintLine FROM ExceptionLine
           ADD 1 TO WS-LinesOnPage
           ADD 1 TO WS-ExceptionCount.

      *> PrintHeaders - page heading for the exception list.
       PrintHeaders.
           ADD 1 TO WS-PageNumber
           MOVE WS-Tax-Year   TO HL-Year
           MOVE WS-PageNumber TO HL-Page
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM HeaderLine2
           WRITE PrintLine FROM ColumnHeading
           MOVE 0 TO WS-LinesOnPage.

      *> PrintControlTotals - what the RT and RF records say, for
      *> balancing the file against YearEndStatement's company
      *> totals less the exceptions.
       PrintControlTotals.
           IF WS-ExceptionCount = 0
               WRITE PrintLine FROM NoExceptionLine
           END-IF
           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM ControlHeading
           MOVE "EMPLOYEES FILED" TO CC-Label
           MOVE WS-EmployeeCount TO CC-Count
           WRITE PrintLine FROM ControlCountLine
           MOVE "HELD AS EXCEPTIONS" TO CC-Label
           MOVE WS-ExceptionCount TO CC-Count
           WRITE PrintLine FROM ControlCountLine
           MOVE "LEDGER RECORDS OF OTHER YEARS" TO CC-Label
           MOVE WS-OtherYearCount TO CC-Count
           WRITE PrintLine FROM ControlCountLine
           MOVE "RECORDS ON THE FILE" TO CC-Label
           MOVE WS-RecordCount TO CC-Count
           WRITE PrintLine FROM ControlCountLine
           MOVE "WAGES SUBJECT TO WITHHOLDING" TO CA-Label
           MOVE WS-TotalWages TO CA-Amount
           WRITE PrintLine FROM ControlAmountLine
           MOVE "GROSS WAGES" TO CA-Label
           MOVE WS-TotalGross TO CA-Amount
           WRITE PrintLine FROM ControlAmountLine
           MOVE "TAX WITHHELD" TO CA-Label
           MOVE WS-TotalWithheld TO CA-Amount
           WRITE PrintLine FROM ControlAmountLine.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. GLJournal.
      *> General ledger payroll journal for the period just posted.
      *> Runs after PayrollRegister: every ytdledger.idx record that
      *> shows this pay period (063/PayPeriod.cbl - the register's
      *> period, held over midnight or not) is summed by the department
      *> it was paid under, and each department becomes one balanced set
      *> of entries on gljournal.dat - a debit to its salary expense
      *> account for gross pay, and credits to its withholding
      *> liability, deductions payable and net pay clearing
      *> accounts - so finance posts payroll expense straight from
      *> the file instead of re-keying it off the register totals.
      *> Account numbers come off the department map on glmap.dat
      *> (maintained by 030/RefTabMaint.cbl as table GLMP, served by
      *> 029/RefTabLoad.cbl like depttab.dat). gljournal.prt is the
      *> control report: the entries by department, then proof that
      *> total debits equal total credits and that both tie to the
      *> register's own grand totals on paytotal.dat. A department
      *> with no account map, or figures that do not tie, stop the
      *> run with no journal written - finance gets a file that
      *> posts cleanly or none at all.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LedgerFile ASSIGN TO "ytdledger.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS YL-SSN-NUM
                   FILE STATUS IS LedgerFileStatus.
               SELECT PayrollControlFile ASSIGN TO "ytdrunctl.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PayrollControlFileStatus.
               SELECT TotalsFile ASSIGN TO "paytotal.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS TotalsFileStatus.
               SELECT JournalFile ASSIGN TO "gljournal.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS JournalFileStatus.
               SELECT PrintFile ASSIGN TO "gljournal.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BatchSummaryFile ASSIGN TO "batchsumm.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS BatchSummaryFileStatus.

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

           FD PayrollControlFile.
      *> PayrollRegister's run control - the period last posted.
           01  PayrollControlRecord.
               02 PR-LAST-PERIOD  PIC 9(6).

           FD TotalsFile.
      *> The register's grand totals - see copybooks/PAYTOTAL.cpy.
           01  TotalsRecord.
               COPY PAYTOTAL.

           FD JournalFile.
      *> One journal line per record: the period, which department
      *> and account, debit ('D') or credit ('C'), and the amount.
      *> Each department's lines net to zero on their own.
           01  JournalRecord.
               02 GJ-PERIOD        PIC 9(6).
               02 GJ-LINE-NUM      PIC 9(5).
               02 GJ-DEPT-CODE     PIC X(4).
               02 GJ-ACCOUNT       PIC X(10).
               02 GJ-DR-CR         PIC X(1).
               02 GJ-AMOUNT        PIC 9(9)V99.
               02 GJ-DESC          PIC X(20).

           FD PrintFile.
           01  PrintLine        PIC X(80).

           FD BatchSummaryFile.
      *> One exception-summary line per nightly batch step - see
      *> copybooks/BATCHSUM.cpy and 008/NightlyBatch.cbl.
           01  BatchSummaryRecord.
               COPY BATCHSUM.

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
           01  PayrollControlFileStatus PIC X(2).
               88 PayrollControlNotFound VALUE '35'.
           01  TotalsFileStatus    PIC X(2).
               88 TotalsOK          VALUE '00'.
           01  JournalFileStatus   PIC X(2).
               88 JournalOK         VALUE '00'.

           01  LedgerEOF-Flag      PIC X VALUE 'N'.
               88 LedgerAtEnd      VALUE 'Y'.

      *> Department-to-account map - see copybooks/GLMAP.cpy.
           COPY GLMAP.

      *> The period's pay summed by department, in the order
      *> departments are first met on the ledger.
           01  WS-Dept-Sum-Table.
               02 WS-DS-Entry OCCURS 50 TIMES.
                   03 WS-DS-Dept      PIC X(4).
                   03 WS-DS-Employees PIC 9(6).
                   03 WS-DS-Gross     PIC 9(9)V99.
                   03 WS-DS-Withheld  PIC 9(9)V99.
                   03 WS-DS-Dedn      PIC 9(9)V99.
                   03 WS-DS-Net       PIC 9(9)V99.
                   03 WS-DS-Map       PIC 99 COMP.
           01  WS-DS-Count         PIC 99 COMP VALUE ZEROS.
           01  WS-DS-Max           PIC 99 COMP VALUE 50.
           01  WS-DS-Idx           PIC 99 COMP.
           01  WS-DS-Hit           PIC 99 COMP.
           01  WS-GL-Idx           PIC 99 COMP.
           01  WS-Found-Flag       PIC X VALUE 'N'.
               88 WS-Found         VALUE 'Y'.

           01  WS-Today            PIC 9(8).
           01  WS-Period           PIC 9(6).
           01  WS-LastPosted       PIC 9(6) VALUE ZEROS.
           01  WS-Dedn             PIC 9(7)V99.

           01  WS-Employees        PIC 9(6) VALUE ZEROS.
           01  WS-TotalDebit       PIC 9(10)V99 VALUE ZEROS.
           01  WS-TotalCredit      PIC 9(10)V99 VALUE ZEROS.
           01  WS-TotalGross       PIC 9(10)V99 VALUE ZEROS.
           01  WS-TotalWithheld    PIC 9(10)V99 VALUE ZEROS.
           01  WS-TotalDedn        PIC 9(10)V99 VALUE ZEROS.
           01  WS-TotalNet         PIC 9(10)V99 VALUE ZEROS.
           01  WS-RegisterDedn     PIC 9(10)V99 VALUE ZEROS.
           01  WS-LineNum          PIC 9(5) VALUE ZEROS.
           01  WS-UnmappedCount    PIC 9(6) VALUE ZEROS.
           01  WS-OutOfBalance-Flag PIC X VALUE 'N'.
               88 WS-OutOfBalance  VALUE 'Y'.
           01  WS-Overflow-Flag    PIC X VALUE 'N'.
               88 WS-Overflow      VALUE 'Y'.

      *> The journal line being written.
           01  WS-Entry-Account    PIC X(10).
           01  WS-Entry-DrCr       PIC X(1).
           01  WS-Entry-Amount     PIC 9(9)V99.
           01  WS-Entry-Desc       PIC X(20).

           01  HeaderLine1.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(34)
                   VALUE "GENERAL LEDGER PAYROLL JOURNAL".
               02 FILLER        PIC X(8)  VALUE "PERIOD: ".
               02 HL-Period     PIC 9(6).

           01  HeaderLine2.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(6)  VALUE "DEPT".
               02 FILLER        PIC X(12) VALUE "ACCOUNT".
               02 FILLER        PIC X(22) VALUE "DESCRIPTION".
               02 FILLER        PIC X(16) VALUE "           DEBIT".
               02 FILLER        PIC X(16) VALUE "          CREDIT".

           01  DetailLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 DL-Dept       PIC X(6).
               02 DL-Account    PIC X(12).
               02 DL-Desc       PIC X(22).
               02 DL-Debit      PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 DL-Credit     PIC Z,ZZZ,ZZZ,ZZ9.99.

           01  ExceptionLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 EX-Dept       PIC X(6).
               02 EX-Text       PIC X(60).

           01  TotalLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(40) VALUE "JOURNAL TOTALS".
               02 TL-Debit      PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 TL-Credit     PIC Z,ZZZ,ZZZ,ZZ9.99.

           01  ProofHeading.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(24) VALUE "CONTROL PROOF".
               02 FILLER        PIC X(16) VALUE "         JOURNAL".
               02 FILLER        PIC X(16) VALUE "        REGISTER".
               02 FILLER        PIC X(12) VALUE "  STATUS".

           01  ProofLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 PL-Label      PIC X(24).
               02 PL-Journal    PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 PL-Register   PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 PL-Status     PIC X(14).

           01  ResultLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 RL-Text       PIC X(70).

           01  BlankLine        PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           CALL "PayPeriod" USING WS-Period

      *> The journal is for a posted period only, and is proved
      *> against the register's totals for that same period.
           OPEN INPUT PayrollControlFile
           IF NOT PayrollControlNotFound
               READ PayrollControlFile
                   AT END CONTINUE
                   NOT AT END MOVE PR-LAST-PERIOD TO WS-LastPosted
               END-READ
           END-IF
           CLOSE PayrollControlFile
           IF WS-LastPosted NOT = WS-Period
               DISPLAY "ERROR : period " WS-Period " not yet posted "
                   "by PayrollRegister - no journal produced"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TotalsFile
           IF NOT TotalsOK
               DISPLAY "ERROR : paytotal.dat not found - rerun "
                   "PayrollRegister"
               MOVE 16 TO RETURN-CODE
               CLOSE TotalsFile
               GOBACK
           END-IF
           READ TotalsFile
               AT END MOVE ZEROS TO PT-PERIOD
           END-READ
           CLOSE TotalsFile
           IF PT-PERIOD NOT = WS-Period
               DISPLAY "ERROR : paytotal.dat is for period " PT-PERIOD
                   ", not " WS-Period " - rerun PayrollRegister"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> Department account map - see 029/RefTabLoad.cbl.
           CALL "RefTabLoad" USING "GLMP", WS-GL-Map-Table,
               WS-GL-Map-Count

           OPEN INPUT LedgerFile
           IF NOT LedgerOK
               DISPLAY "ERROR : unable to open ytdledger.idx - "
                   "FILE STATUS: " LedgerFileStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL LedgerAtEnd
               READ LedgerFile NEXT RECORD
                   AT END SET LedgerAtEnd TO TRUE
                   NOT AT END
                       IF YL-LAST-PERIOD = WS-Period
                           PERFORM SumEmployee
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile

           OPEN OUTPUT PrintFile
           MOVE WS-Period TO HL-Period
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM BlankLine

           PERFORM MapDepartments
           PERFORM ProveTotals

      *> Only a journal that is fully mapped and ties to the
      *> register is let out. Anything else leaves an empty
      *> gljournal.dat, so last period's file cannot be posted
      *> again by mistake.
           OPEN OUTPUT JournalFile
           IF WS-UnmappedCount = 0 AND NOT WS-OutOfBalance
                   AND NOT WS-Overflow
               WRITE PrintLine FROM HeaderLine2
               PERFORM VARYING WS-DS-Idx FROM 1 BY 1
                       UNTIL WS-DS-Idx > WS-DS-Count
                   PERFORM JournalDepartment
               END-PERFORM
               MOVE WS-TotalDebit  TO TL-Debit
               MOVE WS-TotalCredit TO TL-Credit
               WRITE PrintLine FROM BlankLine
               WRITE PrintLine FROM TotalLine
           END-IF
           CLOSE JournalFile

           PERFORM PrintProof
           CLOSE PrintFile
           PERFORM WriteBatchSummary

           IF WS-UnmappedCount > 0 OR WS-OutOfBalance OR WS-Overflow
               DISPLAY "GL JOURNAL NOT PRODUCED FOR PERIOD " WS-Period
                   " - SEE gljournal.prt"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "GL JOURNAL COMPLETE - PERIOD " WS-Period
               DISPLAY "  DEPARTMENTS   : " WS-DS-Count
               DISPLAY "  JOURNAL LINES : " WS-LineNum
           END-IF
           GOBACK.

      *> SumEmployee - one employee's period pay into their
      *> department's totals. Whatever separates gross from
      *> withheld plus net is their deductions, pre-tax and
      *> after-tax alike.
       SumEmployee.
           MOVE 'N' TO WS-Found-Flag
           PERFORM VARYING WS-DS-Idx FROM 1 BY 1
                   UNTIL WS-DS-Idx > WS-DS-Count OR WS-Found
               IF WS-DS-Dept(WS-DS-Idx) = YL-DEPT-CODE
                   MOVE WS-DS-Idx TO WS-DS-Hit
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-Found
               IF WS-DS-Count >= WS-DS-Max
                   IF NOT WS-Overflow
                       DISPLAY "ERROR : more than " WS-DS-Max
                           " departments on the ledger"
                   END-IF
                   SET WS-Overflow TO TRUE
               ELSE
                   ADD 1 TO WS-DS-Count
                   MOVE WS-DS-Count TO WS-DS-Hit
                   MOVE YL-DEPT-CODE TO WS-DS-Dept(WS-DS-Hit)
                   MOVE ZEROS TO WS-DS-Employees(WS-DS-Hit)
                   MOVE ZEROS TO WS-DS-Gross(WS-DS-Hit)
                   MOVE ZEROS TO WS-DS-Withheld(WS-DS-Hit)
                   MOVE ZEROS TO WS-DS-Dedn(WS-DS-Hit)
                   MOVE ZEROS TO WS-DS-Net(WS-DS-Hit)
                   MOVE ZEROS TO WS-DS-Map(WS-DS-Hit)
                   SET WS-Found TO TRUE
               END-IF
           END-IF
           COMPUTE WS-Dedn =
               YL-LAST-GROSS - YL-LAST-WITHHELD - YL-LAST-NET
           ADD 1 TO WS-Employees
           ADD YL-LAST-GROSS    TO WS-TotalGross
           ADD YL-LAST-WITHHELD TO WS-TotalWithheld
           ADD WS-Dedn          TO WS-TotalDedn
           ADD YL-LAST-NET      TO WS-TotalNet
           IF WS-Found
               ADD 1 TO WS-DS-Employees(WS-DS-Hit)
               ADD YL-LAST-GROSS    TO WS-DS-Gross(WS-DS-Hit)
               ADD YL-LAST-WITHHELD TO WS-DS-Withheld(WS-DS-Hit)
               ADD WS-Dedn          TO WS-DS-Dedn(WS-DS-Hit)
               ADD YL-LAST-NET      TO WS-DS-Net(WS-DS-Hit)
           END-IF.

      *> MapDepartments - find each department's accounts; one
      *> with no active map is listed and counted.
       MapDepartments.
           PERFORM VARYING WS-DS-Idx FROM 1 BY 1
                   UNTIL WS-DS-Idx > WS-DS-Count
               MOVE 'N' TO WS-Found-Flag
               PERFORM VARYING WS-GL-Idx FROM 1 BY 1
                       UNTIL WS-GL-Idx > WS-GL-Map-Count OR WS-Found
                   IF WS-GL-Dept(WS-GL-Idx) = WS-DS-Dept(WS-DS-Idx)
                       MOVE WS-GL-Idx TO WS-DS-Map(WS-DS-Idx)
                       SET WS-Found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-Found
                   ADD 1 TO WS-UnmappedCount
                   MOVE WS-DS-Dept(WS-DS-Idx) TO EX-Dept
                   MOVE "NO GL ACCOUNT MAP - SEE RefTabMaint, GLMP"
                       TO EX-Text
                   WRITE PrintLine FROM ExceptionLine
               END-IF
           END-PERFORM
           IF WS-UnmappedCount > 0
               WRITE PrintLine FROM BlankLine
           END-IF.

      *> ProveTotals - the journal's figures against the
      *> register's. The debit side is gross; the credit side is
      *> withheld, deductions and net, which between them must
      *> come back to gross.
       ProveTotals.
           MOVE WS-TotalGross TO WS-TotalDebit
           COMPUTE WS-TotalCredit =
               WS-TotalWithheld + WS-TotalDedn + WS-TotalNet
           COMPUTE WS-RegisterDedn = PT-PRETAX + PT-AFTERTAX
           IF WS-TotalDebit NOT = WS-TotalCredit
                   OR WS-TotalGross NOT = PT-GROSS
                   OR WS-TotalWithheld NOT = PT-WITHHELD
                   OR WS-TotalDedn NOT = WS-RegisterDedn
                   OR WS-TotalNet NOT = PT-NET
                   OR WS-Employees NOT = PT-EMPLOYEES
               SET WS-OutOfBalance TO TRUE
           END-IF.

      *> JournalDepartment - the department's debit and its three
      *> credits. A zero credit line is left out.
       JournalDepartment.
           MOVE WS-DS-Map(WS-DS-Idx) TO WS-GL-Idx
           MOVE WS-GL-Expense(WS-GL-Idx) TO WS-Entry-Account
           MOVE 'D' TO WS-Entry-DrCr
           MOVE WS-DS-Gross(WS-DS-Idx) TO WS-Entry-Amount
           MOVE "SALARY EXPENSE" TO WS-Entry-Desc
           PERFORM WriteJournalLine
           MOVE WS-GL-Withhold(WS-GL-Idx) TO WS-Entry-Account
           MOVE 'C' TO WS-Entry-DrCr
           MOVE WS-DS-Withheld(WS-DS-Idx) TO WS-Entry-Amount
           MOVE "WITHHOLDING PAYABLE" TO WS-Entry-Desc
           PERFORM WriteJournalLine
           MOVE WS-GL-Dedn(WS-GL-Idx) TO WS-Entry-Account
           MOVE WS-DS-Dedn(WS-DS-Idx) TO WS-Entry-Amount
           MOVE "DEDUCTIONS PAYABLE" TO WS-Entry-Desc
           PERFORM WriteJournalLine
           MOVE WS-GL-Clearing(WS-GL-Idx) TO WS-Entry-Account
           MOVE WS-DS-Net(WS-DS-Idx) TO WS-Entry-Amount
           MOVE "NET PAY CLEARING" TO WS-Entry-Desc
           PERFORM WriteJournalLine.

      *> WriteJournalLine - one journal record and its line on the
      *> control report.
       WriteJournalLine.
           IF WS-Entry-Amount > 0
               ADD 1 TO WS-LineNum
               MOVE WS-Period             TO GJ-PERIOD
               MOVE WS-LineNum            TO GJ-LINE-NUM
               MOVE WS-DS-Dept(WS-DS-Idx) TO GJ-DEPT-CODE
               MOVE WS-Entry-Account      TO GJ-ACCOUNT
               MOVE WS-Entry-DrCr         TO GJ-DR-CR
               MOVE WS-Entry-Amount       TO GJ-AMOUNT
               MOVE WS-Entry-Desc         TO GJ-DESC
               WRITE JournalRecord
               MOVE WS-DS-Dept(WS-DS-Idx) TO DL-Dept
               MOVE WS-Entry-Account      TO DL-Account
               MOVE WS-Entry-Desc         TO DL-Desc
               IF WS-Entry-DrCr = 'D'
                   MOVE WS-Entry-Amount TO DL-Debit
                   MOVE ZEROS TO DL-Credit
               ELSE
                   MOVE ZEROS TO DL-Debit
                   MOVE WS-Entry-Amount TO DL-Credit
               END-IF
               WRITE PrintLine FROM DetailLine
           END-IF.

      *> PrintProof - the control proof, line by line, and the
      *> verdict.
       PrintProof.
           WRITE PrintLine FROM BlankLine
           WRITE PrintLine FROM ProofHeading
           MOVE "DEBITS = CREDITS" TO PL-Label
           MOVE WS-TotalDebit TO PL-Journal
           MOVE WS-TotalCredit TO PL-Register
           IF WS-TotalDebit = WS-TotalCredit
               MOVE "BALANCED" TO PL-Status
           ELSE
               MOVE "OUT OF BALANCE" TO PL-Status
           END-IF
           WRITE PrintLine FROM ProofLine
           MOVE "GROSS PAY (DEBITS)" TO PL-Label
           MOVE WS-TotalGross TO PL-Journal
           MOVE PT-GROSS TO PL-Register
           PERFORM ProofStatus
           MOVE "WITHHOLDING" TO PL-Label
           MOVE WS-TotalWithheld TO PL-Journal
           MOVE PT-WITHHELD TO PL-Register
           PERFORM ProofStatus
           MOVE "DEDUCTIONS" TO PL-Label
           MOVE WS-TotalDedn TO PL-Journal
           MOVE WS-RegisterDedn TO PL-Register
           PERFORM ProofStatus
           MOVE "NET PAY" TO PL-Label
           MOVE WS-TotalNet TO PL-Journal
           MOVE PT-NET TO PL-Register
           PERFORM ProofStatus
           MOVE "EMPLOYEES PAID" TO PL-Label
           MOVE WS-Employees TO PL-Journal
           MOVE PT-EMPLOYEES TO PL-Register
           PERFORM ProofStatus
           MOVE "W/H + DEDN + NET = GROSS" TO PL-Label
           MOVE WS-TotalCredit TO PL-Journal
           MOVE PT-GROSS TO PL-Register
           PERFORM ProofStatus
           WRITE PrintLine FROM BlankLine
           EVALUATE TRUE
               WHEN WS-Overflow
                   MOVE "NO JOURNAL PRODUCED - TOO MANY DEPARTMENTS"
                       TO RL-Text
               WHEN WS-UnmappedCount > 0
                   MOVE "NO JOURNAL PRODUCED - UNMAPPED DEPARTMENT(S)"
                       TO RL-Text
               WHEN WS-OutOfBalance
                   MOVE "NO JOURNAL PRODUCED - LEDGER DOES NOT TIE"
                       TO RL-Text
               WHEN OTHER
                   MOVE "JOURNAL BALANCED AND TIED - READY TO POST"
                       TO RL-Text
           END-EVALUATE
           WRITE PrintLine FROM ResultLine.

      *> ProofStatus - journal and register figures side by side.
       ProofStatus.
           IF PL-Journal = PL-Register
               MOVE "TIES" TO PL-Status
           ELSE
               MOVE "DOES NOT TIE" TO PL-Status
           END-IF
           WRITE PrintLine FROM ProofLine.

      *> WriteBatchSummary - append this run's counts to
      *> batchsumm.dat for 008/NightlyBatch.cbl to read back.
       WriteBatchSummary.
           OPEN EXTEND BatchSummaryFile
           IF NOT BatchSummaryOK
               CLOSE BatchSummaryFile
               OPEN OUTPUT BatchSummaryFile
           END-IF
           MOVE "GLJournal"          TO BS-STEP-NAME
           MOVE "DEPARTMENTS"        TO BS-ITEM-1-LABEL
           MOVE WS-DS-Count          TO BS-ITEM-1-VALUE
           MOVE "JOURNAL LINES"      TO BS-ITEM-2-LABEL
           MOVE WS-LineNum           TO BS-ITEM-2-VALUE
           MOVE "UNMAPPED DEPTS"     TO BS-ITEM-3-LABEL
           MOVE WS-UnmappedCount     TO BS-ITEM-3-VALUE
           WRITE BatchSummaryRecord
           CLOSE BatchSummaryFile.

      *> changes - the flat file is produced on demand by
      *> 038/MasterRebuild.cbl as an explicit recovery action, and
      *> that copy stopped being the longest part of the batch
      *> window. Payroll deduction and benefit elections ride the
      *> same nightly run off dedmaint.dat, onto empdedn.idx, the
      *> way addrmaint.dat keeps empaddr.idx, and direct-deposit
      *> accounts off bankmaint.dat onto empbank.idx. A SALARY
      *> change can carry the date it took effect; one dated before
      *> the night it is applied is queued on retropend.dat for the
      *> next PayrollRegister run to pay the back pay owed. A
      *> termination also settles the leaver's leave: whatever is
      *> left of their vacation balance on leavebal.idx, after any
      *> year-end carry-over cut not yet applied, is costed at
      *> the hourly equivalent of their salary, reported on
      *> leavepay.dat for PayrollRegister to show with the final
      *> pay, and zeroed, with the payout logged to LEAVEHIST.DAT.
      *> A rehire, or a change that moves someone to another
      *> department, is held to the receiving department's position
      *> budget on posnbud.dat the same as WriteData holds a new
      *> hire: one that would take it past its approved headcount or
      *> annual salary budget is not applied, and goes to
      *> suspense.dat with the reason instead. Who each employee
      *> reports to is kept on empsupv.idx, set by a change or
      *> rehire that carries a supervisor SSN or by an 'S' action
      *> on its own; the supervisor must be on the active master,
      *> and an assignment that would put someone above themselves
      *> in their own reporting line is refused. When a supervisor
      *> leaves, the people left reporting to them are listed for
      *> reassignment.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT AddrHistFile ASSIGN TO "ADDRHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AddrHistFileStatus.
               SELECT DednMaintFile ASSIGN TO "dedmaint.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS DednMaintFileStatus.
               SELECT DednMaster ASSIGN TO "empdedn.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DN-KEY
                   FILE STATUS IS DednFileStatus.
               SELECT BankMaintFile ASSIGN TO "bankmaint.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS BankMaintFileStatus.
               SELECT BankMaster ASSIGN TO "empbank.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BK-SSN-NUM
                   FILE STATUS IS BankFileStatus.
               SELECT RetroFile ASSIGN TO "retropend.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RetroFileStatus.
               SELECT LeaveMaster ASSIGN TO "leavebal.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LV-KEY
                   FILE STATUS IS LeaveFileStatus.
               SELECT LeaveHistFile ASSIGN TO "LEAVEHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeaveHistFileStatus.
               SELECT LeavePayFile ASSIGN TO "leavepay.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeavePayFileStatus.
               SELECT SuspenseFile ASSIGN TO "suspense.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS SuspenseFileStatus.
               SELECT SupvMaster ASSIGN TO "empsupv.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SV-SSN-NUM
                   ALTERNATE RECORD KEY IS SV-SUPV-SSN
                       WITH DUPLICATES
                   FILE STATUS IS SupvFileStatus.

       DATA DIVISION.
           FILE SECTION.
                   88 MT-Delete      VALUE 'D'.
                   88 MT-Terminate   VALUE 'T'.
                   88 MT-Rehire      VALUE 'R'.
                   88 MT-Supervisor  VALUE 'S'.
               COPY EMPREC
                   REPLACING ==fname== BY ==MT-fname==
                             ==lname== BY ==MT-lname==
                             ==WITHHOLDING-RATE==
                          BY ==MT-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==MT-HIRE-DATE==.
      *> MT-Terminate - when the departure is effective, and why,
      *> for the EMPHIST record it produces. MT-Change - when a new
      *> SALARY takes effect, if earlier than the night it is
      *> applied (zero for straight away); see QueueRetroPay.
               02 MT-EFFECTIVE-DATE     PIC 9(8).
               02 MT-SEPARATION-REASON  PIC 9(2).
      *> Who the employee reports to. On an 'S' action it is the
      *> whole transaction, and zero takes the supervisor off (top
      *> of the chart); on a change or rehire zero leaves the
      *> reporting line as it is.
               02 MT-SUPERVISOR-SSN     PIC 9(9).

           FD HistFile.
      *> One record per terminated employee - the master record as it
               02 AU-OLD-VALUE    PIC X(16).
               02 AU-NEW-VALUE    PIC X(16).
               02 AU-OPERATOR     PIC X(8).
               02 AU-SEQ-NUM      PIC 9(9).
               02 AU-CHAIN        PIC 9(9).

           FD AddrMaintFile.
      *> One address action per record: add-or-change ('A') writes
                             ==AD-PHONE== BY ==AH-PHONE==.
               02 AH-EFFECTIVE-DATE  PIC 9(8).

           FD DednMaintFile.
      *> One deduction action per record: add-or-change ('A') writes
      *> or rewrites the election for SSN plus code from the
      *> transaction's fields; delete ('D') removes it. An election
      *> that should simply stop is better sent as a change with a
      *> stop date, so its history stays on file.
           01  DednMaintRecord.
               02 DT-ACTION-CODE  PIC X(1).
                   88 DT-AddChange  VALUE 'A'.
                   88 DT-Delete     VALUE 'D'.
               COPY EMPDEDN
                   REPLACING ==DN-KEY== BY ==DT-KEY==
                             ==DN-SSN-NUM== BY ==DT-SSN-NUM==
                             ==DN-CODE== BY ==DT-CODE==
                             ==DN-DESC== BY ==DT-DESC==
                             ==DN-TAX-TYPE== BY ==DT-TAX-TYPE==
                             ==DN-CALC-TYPE== BY ==DT-CALC-TYPE==
                             ==DN-AMOUNT== BY ==DT-AMOUNT==
                             ==DN-PERCENT== BY ==DT-PERCENT==
                             ==DN-START-DATE== BY ==DT-START-DATE==
                             ==DN-STOP-DATE== BY ==DT-STOP-DATE==
                             ==DN-ARREARS-CAP== BY ==DT-ARREARS-CAP==
                             ==DN-TAKEN-TO-DATE==
                          BY ==DT-TAKEN-TO-DATE==.

           FD DednMaster.
      *> Deduction and benefit elections, keyed by SSN plus code -
      *> see copybooks/EMPDEDN.cpy.
           01  DednRecord.
               COPY EMPDEDN.

           FD BankMaintFile.
      *> One account action per record: add-or-change ('A') writes
      *> or rewrites the employee's empbank.idx record from the
      *> transaction's fields; delete ('D') removes it and the
      *> employee goes back to a paper check.
           01  BankMaintRecord.
               02 BT-ACTION-CODE  PIC X(1).
                   88 BT-AddChange  VALUE 'A'.
                   88 BT-Delete     VALUE 'D'.
               COPY EMPBANK
                   REPLACING ==BK-SSN-NUM== BY ==BT-SSN-NUM==
                             ==BK-ROUTING-1== BY ==BT-ROUTING-1==
                             ==BK-ACCOUNT-1== BY ==BT-ACCOUNT-1==
                             ==BK-ACCT-TYPE-1== BY ==BT-ACCT-TYPE-1==
                             ==BK-ROUTING-2== BY ==BT-ROUTING-2==
                             ==BK-ACCOUNT-2== BY ==BT-ACCOUNT-2==
                             ==BK-ACCT-TYPE-2== BY ==BT-ACCT-TYPE-2==
                             ==BK-SPLIT-TYPE== BY ==BT-SPLIT-TYPE==
                             ==BK-SPLIT-AMOUNT== BY ==BT-SPLIT-AMOUNT==
                             ==BK-SPLIT-PERCENT==
                          BY ==BT-SPLIT-PERCENT==
                             ==BK-PRENOTE-STATUS==
                          BY ==BT-PRENOTE-STATUS==
                             ==BK-PRENOTE-DATE==
                          BY ==BT-PRENOTE-DATE==.

           FD BankMaster.
      *> Direct-deposit accounts, keyed by SSN - see
      *> copybooks/EMPBANK.cpy.
           01  BankRecord.
               COPY EMPBANK.

           FD RetroFile.
      *> Back-dated salary changes awaiting their back pay - see
      *> copybooks/RETROPAY.cpy.
           01  RetroRecord.
               COPY RETROPAY.

           FD LeaveMaster.
      *> Leave balances keyed by SSN plus type - see
      *> copybooks/LEAVEBAL.cpy.
           01  LeaveRecord.
               COPY LEAVEBAL.

           FD LeaveHistFile.
      *> Every movement on a balance - see copybooks/LEAVEHST.cpy.
           01  LeaveHistRecord.
               COPY LEAVEHST.

           FD LeavePayFile.
      *> Leavers' unused vacation for the final pay - see
      *> copybooks/LEAVEPAY.cpy.
           01  LeavePayRecord.
               COPY LEAVEPAY.

           FD ApprovalFile.
      *> One held salary change per record - the whole maintenance
      *> transaction as it arrived, plus when it was queued, the
                             ==HIRE-DATE== BY ==PA-HIRE-DATE==.
               02 PA-OLD-SALARY    PIC 9(7)V99.
               02 PA-PCT-CHANGE    PIC S9(5)V99.
               02 PA-EFFECTIVE-DATE PIC 9(8).

           FD HireLogFile.
      *> Same layout WriteData's WriteHireLog appends at load time -
               02 HL-DATE       PIC 9(8).
               02 HL-SSN        PIC 9(9).
               02 HL-DEPT-CODE  PIC X(4).
               02 HL-SEQ-NUM    PIC 9(9).
               02 HL-CHAIN      PIC 9(9).

           FD IdxMaster.
      *> Same indexed layout WriteData writes - see copybooks/EMPREC.cpy
                          BY ==IX-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==IX-HIRE-DATE==.

           FD SuspenseFile.
      *> Same layout WriteData's FlushSuspense appends - a rehire or
      *> transfer the position budget has no room for is kept here
      *> with its reason, alongside the rejected new hires.
           01  SuspenseRecord.
               COPY EMPREC
                   REPLACING ==fname== BY ==SU-fname==
                             ==lname== BY ==SU-lname==
                             ==SSN-NUM== BY ==SU-SSN-NUM==
                             ==SSN== BY ==SU-SSN==
                             ==A== BY ==SU-A==
                             ==B== BY ==SU-B==
                             ==C== BY ==SU-C==
                             ==city== BY ==SU-city==
                             ==DOB== BY ==SU-DOB==
                             ==DEPT-CODE== BY ==SU-DEPT-CODE==
                             ==SALARY== BY ==SU-SALARY==
                             ==WITHHOLDING-RATE-INV==
                          BY ==SU-WITHHOLDING-RATE-INV==
                             ==WITHHOLDING-RATE==
                          BY ==SU-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==SU-HIRE-DATE==.
               02 SU-REASON-CODE   PIC 9(2).
                   88 SU-Reason-Rehire   VALUE 10.
                   88 SU-Reason-Transfer VALUE 11.
               02 SU-REASON-TEXT   PIC X(30).

           FD SupvMaster.
      *> Companion reporting-line master, keyed by SSN - see
      *> copybooks/EMPSUPV.cpy.
           01  SupvRecord.
               COPY EMPSUPV.

           WORKING-STORAGE SECTION.
      *> Sequence and check value for the audit trail - see
      *> 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1) VALUE 'A'.

           01  IdxEOF-Flag      PIC X VALUE 'N'.
               88 IdxAtEnd      VALUE 'Y'.
           01  MaintEOF-Flag    PIC X VALUE 'N'.
           01  WS-AddrRejectCount PIC 9(6) VALUE ZEROS.
           01  WS-Addr-Found-Flag PIC X VALUE 'N'.
               88 WS-AddrOnFile  VALUE 'Y'.
           01  DednMaintFileStatus PIC X(2).
               88 DednMaintOK   VALUE '00'.
               88 DednMaintNotFound VALUE '35'.
      *> Shared FILE STATUS layout, renamed for DednMaster - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==DednFileStatus==
                         ==EverythingOK== BY ==DednOK==
                         ==ReachEndOfFile== BY ==DednReachEOF==
                         ==RecordNotFound== BY ==DednNotFound==
                         ==PermanentError== BY ==DednPermError==
                         ==BoundaryViolation== BY ==DednBoundary==
                         ==FileNotFound== BY ==DednFileNotFound==
                         ==LogicError== BY ==DednLogicError==.
           01  DednMaintEOF-Flag PIC X VALUE 'N'.
               88 DednMaintEOF  VALUE 'Y'.
           01  DednEOF-Flag     PIC X VALUE 'N'.
               88 DednEOF       VALUE 'Y'.
           01  WS-DednChangeCount PIC 9(6) VALUE ZEROS.
           01  WS-DednDeleteCount PIC 9(6) VALUE ZEROS.
           01  WS-DednRejectCount PIC 9(6) VALUE ZEROS.
           01  WS-Dedn-Found-Flag PIC X VALUE 'N'.
               88 WS-DednOnFile  VALUE 'Y'.
      *> As many elections as one pay advice has lines for - see
      *> 011/PayrollRegister.cbl.
           01  WS-Dedn-Max       PIC 9(2) VALUE 6.
           01  WS-Dedn-OnFile-Count PIC 9(2) VALUE ZEROS.
           01  WS-Dedn-Valid-Flag PIC X VALUE 'Y'.
               88 WS-DednValid   VALUE 'Y'.
           01  WS-AU-Dedn       PIC 9(5).99.
           01  BankMaintFileStatus PIC X(2).
               88 BankMaintOK   VALUE '00'.
               88 BankMaintNotFound VALUE '35'.
      *> Shared FILE STATUS layout, renamed for BankMaster - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==BankFileStatus==
                         ==EverythingOK== BY ==BankOK==
                         ==ReachEndOfFile== BY ==BankReachEOF==
                         ==RecordNotFound== BY ==BankNotFound==
                         ==PermanentError== BY ==BankPermError==
                         ==BoundaryViolation== BY ==BankBoundary==
                         ==FileNotFound== BY ==BankFileNotFound==
                         ==LogicError== BY ==BankLogicError==.
           01  BankMaintEOF-Flag PIC X VALUE 'N'.
               88 BankMaintEOF  VALUE 'Y'.
           01  WS-BankChangeCount PIC 9(6) VALUE ZEROS.
           01  WS-BankDeleteCount PIC 9(6) VALUE ZEROS.
           01  WS-BankRejectCount PIC 9(6) VALUE ZEROS.
           01  WS-Bank-Found-Flag PIC X VALUE 'N'.
               88 WS-BankOnFile  VALUE 'Y'.
           01  WS-Bank-Valid-Flag PIC X VALUE 'Y'.
               88 WS-BankValid   VALUE 'Y'.
      *> Routing number check digit - weights 3, 7, 1 across the
      *> nine digits; the weighted sum must come out a multiple of
      *> ten.
           01  WS-Routing        PIC 9(9).
           01  WS-Routing-Digits REDEFINES WS-Routing.
               02 WS-RT-Digit    PIC 9 OCCURS 9.
           01  WS-RT-Weights     PIC X(9) VALUE '371371371'.
           01  WS-RT-Weight-Table REDEFINES WS-RT-Weights.
               02 WS-RT-Weight   PIC 9 OCCURS 9.
           01  WS-RT-Idx         PIC 99 COMP.
           01  WS-RT-Sum         PIC 9(4) VALUE ZEROS.
           01  WS-Routing-OK-Flag PIC X VALUE 'N'.
               88 WS-RoutingOK   VALUE 'Y'.
      *> Accounts as the audit trail shows them - routing number
      *> and the last four of the account, never the whole number.
           01  WS-AU-Bank.
               02 WS-AB-Routing  PIC 9(9).
               02 FILLER         PIC X(1) VALUE '/'.
               02 WS-AB-Last4    PIC X(4).
           01  WS-Acct-Len       PIC 9(2) VALUE ZEROS.
           01  WS-Acct-Work      PIC X(17).
           01  RetroFileStatus   PIC X(2).
               88 RetroOK        VALUE '00'.
           01  WS-RetroCount     PIC 9(6) VALUE ZEROS.
           01  LeaveFileStatus   PIC X(2).
               88 LeaveOK        VALUE '00'.
               88 LeaveFileNotFound VALUE '35'.
           01  LeaveHistFileStatus PIC X(2).
               88 LeaveHistOK    VALUE '00'.
           01  LeavePayFileStatus PIC X(2).
               88 LeavePayOK     VALUE '00'.
           01  WS-PayoutCount    PIC 9(6) VALUE ZEROS.
           01  SuspenseFileStatus PIC X(2).
               88 SuspenseOK     VALUE '00'.
           01  WS-SuspendCount   PIC 9(6) VALUE ZEROS.
           01  SupvFileStatus    PIC X(2).
               88 SupvOK         VALUE '00'.
               88 SupvFileNotFound VALUE '35'.
           01  SupvEOF-Flag      PIC X VALUE 'N'.
               88 SupvAtEnd      VALUE 'Y'.
           01  WS-SupvChangeCount PIC 9(6) VALUE ZEROS.
           01  WS-SupvRejectCount PIC 9(6) VALUE ZEROS.
           01  WS-OrphanCount    PIC 9(6) VALUE ZEROS.
      *> Walking a proposed supervisor's own reporting line upward,
      *> to be sure the employee is not already somewhere above
      *> them. A line longer than WS-Chain-Limit can only be a loop
      *> already on file, and is refused the same way.
           01  WS-Chain-SSN      PIC 9(9).
           01  WS-Chain-Depth    PIC 9(4) COMP.
           01  WS-Chain-Limit    PIC 9(4) COMP VALUE 500.
           01  WS-Chain-Flag     PIC X VALUE 'N'.
               88 WS-Chain-Done  VALUE 'Y'.
           01  WS-Supv-Result    PIC X VALUE 'Y'.
               88 Supv-OK        VALUE 'Y'.
               88 Supv-Self      VALUE 'S'.
               88 Supv-Inactive  VALUE 'I'.
               88 Supv-Loop      VALUE 'L'.
           01  WS-Old-Supv-SSN   PIC 9(9).
           01  WS-Supv-Exists-Flag PIC X VALUE 'N'.
               88 WS-Supv-Exists VALUE 'Y'.

      *> Approved headcount and annual salary budget by DEPT-CODE,
      *> with the master counted into it at startup and kept up as
      *> people come, go and move - see copybooks/POSNBUD.cpy.
           COPY POSNBUD.
           01  WS-PB-Idx         PIC 99 COMP.
           01  WS-PB-Hit         PIC 99 COMP.
           01  WS-PB-Match-Flag  PIC X VALUE 'N'.
               88 WS-PB-Found    VALUE 'Y'.
           01  WS-PB-Dept-Key    PIC X(4).
           01  WS-PB-Heads-After PIC S9(5).
           01  WS-PB-Bill-After  PIC S9(11)V99.
           01  WS-Posn-Result    PIC X VALUE 'Y'.
               88 Posn-OK        VALUE 'Y'.
               88 Posn-Over-Heads VALUE 'H'.
               88 Posn-Over-Budget VALUE 'B'.
           01  WS-Show-Hours     PIC ZZ,ZZ9.99.
           01  WS-Show-Amount    PIC Z,ZZZ,ZZ9.99.
      *> Hours in a working year, for the hourly equivalent of the
      *> monthly SALARY - see copybooks/LEAVEPOL.cpy.
           COPY LEAVEPOL.
           01  WS-Today         PIC 9(8).

      *> Edited intermediates for the audit record, so SALARY and
               GOBACK
           END-IF

      *> Count who is in each budgeted department now, before any
      *> transaction moves anyone - see CountMasterPositions.
           PERFORM CountMasterPositions

      *> EMPHIST.DAT is appended to across runs, the same as
      *> ARCHCAT.DAT is in WriteData - created fresh on the first
      *> termination this system ever processes.
               OPEN OUTPUT AddrHistFile
           END-IF

      *> The deduction master is created empty the first time this
      *> runs, the same as the address master above.
           OPEN I-O DednMaster
           IF DednFileNotFound
               OPEN OUTPUT DednMaster
               CLOSE DednMaster
               OPEN I-O DednMaster
           END-IF

      *> And the direct-deposit account master likewise.
           OPEN I-O BankMaster
           IF BankFileNotFound
               OPEN OUTPUT BankMaster
               CLOSE BankMaster
               OPEN I-O BankMaster
           END-IF

      *> retropend.dat is appended to across runs - PayrollRegister
      *> takes each change off it once the back pay is paid.
           OPEN EXTEND RetroFile
           IF NOT RetroOK
               CLOSE RetroFile
               OPEN OUTPUT RetroFile
           END-IF

      *> The leave balances are created empty if LeaveAccrual has
      *> never run; LEAVEHIST.DAT and leavepay.dat are appended to
      *> across runs.
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
           OPEN EXTEND LeavePayFile
           IF NOT LeavePayOK
               CLOSE LeavePayFile
               OPEN OUTPUT LeavePayFile
           END-IF

      *> The reporting lines are created empty the first time this
      *> runs, the same as the address master.
           OPEN I-O SupvMaster
           IF SupvFileNotFound
               OPEN OUTPUT SupvMaster
               CLOSE SupvMaster
               OPEN I-O SupvMaster
           END-IF

      *> suspense.dat accumulates across runs - SuspenseFix trims
      *> it as entries are worked.
           OPEN EXTEND SuspenseFile
           IF NOT SuspenseOK
               CLOSE SuspenseFile
               OPEN OUTPUT SuspenseFile
           END-IF

           PERFORM UNTIL MaintEOF
               READ MaintFile
                   AT END SET MaintEOF TO TRUE
                               PERFORM TerminateEmployee
                           WHEN MT-Rehire
                               PERFORM RehireEmployee
                           WHEN MT-Supervisor
                               PERFORM AssignSupervisor
                           WHEN OTHER
                               ADD 1 TO WS-RejectCount
                               DISPLAY "UNKNOWN ACTION CODE '"
      *> transaction file - see ProcessAddressMaint.
           PERFORM ProcessAddressMaint

      *> Deduction and benefit elections likewise - see
      *> ProcessDeductionMaint.
           PERFORM ProcessDeductionMaint

      *> Direct-deposit accounts likewise - see ProcessBankMaint.
           PERFORM ProcessBankMaint

           CLOSE HistFile
           CLOSE AuditFile
           CLOSE HireLogFile
           CLOSE ApprovalFile
           CLOSE AddrMaster
           CLOSE AddrHistFile
           CLOSE DednMaster
           CLOSE BankMaster
           CLOSE RetroFile
           CLOSE LeaveMaster
           CLOSE LeaveHistFile
           CLOSE LeavePayFile
           CLOSE SuspenseFile
           CLOSE SupvMaster

           DISPLAY "EMPLOYEE MAINTENANCE COMPLETE"
           DISPLAY "  CHANGED   : " WS-ChangeCount
           DISPLAY "  BACK-DATED SALARY CHANGES: " WS-RetroCount
           DISPLAY "  HELD FOR APPROVAL: " WS-HeldCount
           DISPLAY "  DELETED   : " WS-DeleteCount
           DISPLAY "  TERMINATED: " WS-TerminateCount
           DISPLAY "  VACATION PAYOUTS REPORTED: " WS-PayoutCount
           DISPLAY "  REHIRED   : " WS-RehireCount
           DISPLAY "  REJECTED  : " WS-RejectCount
           DISPLAY "  OVER POSITION BUDGET (SUSPENDED): "
               WS-SuspendCount
           DISPLAY "  SUPERVISORS ASSIGNED: " WS-SupvChangeCount
           DISPLAY "  SUPERVISORS REJECTED: " WS-SupvRejectCount
           DISPLAY "  REPORTS LEFT WITHOUT A SUPERVISOR: "
               WS-OrphanCount
           DISPLAY "  ADDRESSES CHANGED: " WS-AddrChangeCount
           DISPLAY "  ADDRESSES REMOVED: " WS-AddrDeleteCount
           DISPLAY "  ADDRESSES REJECTED: " WS-AddrRejectCount
           DISPLAY "  DEDUCTIONS CHANGED: " WS-DednChangeCount
           DISPLAY "  DEDUCTIONS REMOVED: " WS-DednDeleteCount
           DISPLAY "  DEDUCTIONS REJECTED: " WS-DednRejectCount
           DISPLAY "  ACCOUNTS CHANGED: " WS-BankChangeCount
           DISPLAY "  ACCOUNTS REMOVED: " WS-BankDeleteCount
           DISPLAY "  ACCOUNTS REJECTED: " WS-BankRejectCount

           CLOSE MaintFile
           CLOSE IdxMaster
           CALL "RefTabLoad" USING "DEPT", WS-Dept-Table,
               WS-Dept-Tab-Count
           CALL "RefTabLoad" USING "BAND", WS-Salary-Band-Table,
               WS-SB-Tab-Count
           CALL "RefTabLoad" USING "POSN", WS-Posn-Table,
               WS-Posn-Count.

      *> ChangeEmployee - fetch the matching master record by SSN and
      *> rewrite it in place with the transaction's field values.
               NOT INVALID KEY
                   PERFORM ValidateSalaryBand
                   PERFORM CheckApprovalThreshold
                   IF MT-DEPT-CODE NOT = IX-DEPT-CODE
                       PERFORM CheckPositionBudget
                   ELSE
                       SET Posn-OK TO TRUE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT Salary-OK
                           ADD 1 TO WS-RejectCount
                           DISPLAY "CHANGE REJECTED - SALARY OUTSIDE "
                               "DEPT BAND FOR SSN " MT-SSN-NUM
                       WHEN NOT Posn-OK
                           SET SU-Reason-Transfer TO TRUE
                           IF Posn-Over-Heads
                               MOVE "TRANSFER OVER DEPT HEADCOUNT"
                                   TO SU-REASON-TEXT
                           ELSE
                               MOVE "TRANSFER OVER DEPT BUDGET"
                                   TO SU-REASON-TEXT
                           END-IF
                           PERFORM SuspendForPosition
                       WHEN WS-NeedsApproval
                           PERFORM HoldForApproval
      *> The reporting line is not a salary matter and does not
      *> wait for the second signature.
                           IF MT-SUPERVISOR-SSN NOT = 0
                               MOVE 'C' TO AU-ACTION-CODE
                               PERFORM ApplySupervisor
                           END-IF
                       WHEN OTHER
                           MOVE 'C' TO AU-ACTION-CODE
                           PERFORM LogChangedFields
                           PERFORM QueueRetroPay
                           PERFORM ReleasePosition
                           PERFORM TakePosition
                           MOVE MT-fname     TO IX-fname
                           MOVE MT-lname     TO IX-lname
                           MOVE MT-city      TO IX-city
                           REWRITE IdxEmployee
                           PERFORM JournalRewrite
                           ADD 1 TO WS-ChangeCount
                           IF MT-SUPERVISOR-SSN NOT = 0
                               PERFORM ApplySupervisor
                           END-IF
                   END-EVALUATE
           END-READ.

           MOVE MT-HIRE-DATE TO PA-HIRE-DATE
           MOVE IX-SALARY    TO PA-OLD-SALARY
           MOVE WS-Pct-Change TO PA-PCT-CHANGE
           MOVE MT-EFFECTIVE-DATE TO PA-EFFECTIVE-DATE
           WRITE ApprovalRecord
           MOVE 'H' TO AU-ACTION-CODE
           MOVE "SALARY" TO AU-FIELD-NAME
               " SALARY CHANGE OF " WS-Pct-Change
               " PCT EXCEEDS THRESHOLD".

      *> QueueRetroPay - a SALARY change effective before tonight
      *> may reach back into periods PayrollRegister has already
      *> paid at the old salary. The old and new salary and the
      *> effective date go onto retropend.dat for the next register
      *> run to work out and pay the difference. Called before the
      *> master is rewritten, while IX-SALARY is still the old one.
       QueueRetroPay.
           IF MT-SALARY NOT = IX-SALARY
                   AND MT-EFFECTIVE-DATE IS NUMERIC
                   AND MT-EFFECTIVE-DATE > 0
                   AND MT-EFFECTIVE-DATE < WS-Today
               MOVE MT-SSN-NUM        TO RP-SSN-NUM
               MOVE MT-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE
               MOVE IX-SALARY         TO RP-OLD-SALARY
               MOVE MT-SALARY         TO RP-NEW-SALARY
               SET RP-From-Update     TO TRUE
               MOVE WS-Today          TO RP-QUEUED-DATE
               WRITE RetroRecord
               ADD 1 TO WS-RetroCount
               DISPLAY "SALARY CHANGE FOR SSN " MT-SSN-NUM
                   " BACK-DATED TO " MT-EFFECTIVE-DATE
                   " - QUEUED FOR RETRO PAY"
           END-IF.

      *> ValidateSalaryBand - reject a maintenance change whose
      *> SALARY falls outside the min/max band for MT-DEPT-CODE, the
      *> same reference table WriteData's ValidateSalary checks a new
                   PERFORM ValidateRehireCity
                   PERFORM ValidateRehireDept
                   PERFORM ValidateSalaryBand
                   PERFORM CheckPositionBudget
                   EVALUATE TRUE
                       WHEN NOT WS-City-Valid
                           ADD 1 TO WS-RejectCount
                           ADD 1 TO WS-RejectCount
                           DISPLAY "REHIRE REJECTED - SALARY OUTSIDE "
                               "DEPT BAND FOR SSN " MT-SSN-NUM
                       WHEN NOT Posn-OK
                           SET SU-Reason-Rehire TO TRUE
                           IF Posn-Over-Heads
                               MOVE "REHIRE OVER DEPT HEADCOUNT"
                                   TO SU-REASON-TEXT
                           ELSE
                               MOVE "REHIRE OVER DEPT BUDGET"
                                   TO SU-REASON-TEXT
                           END-IF
                           PERFORM SuspendForPosition
                       WHEN OTHER
                           MOVE 'R' TO AU-ACTION-CODE
                           PERFORM LogRehireFields
                           PERFORM ReleasePosition
                           PERFORM TakePosition
                           MOVE MT-city      TO IX-city
                           MOVE MT-DEPT-CODE TO IX-DEPT-CODE
                           MOVE MT-SALARY    TO IX-SALARY
                           PERFORM WriteHireLog
                           ADD 1 TO WS-RehireCount
                           DISPLAY "REHIRED: SSN " MT-SSN-NUM
                           IF MT-SUPERVISOR-SSN NOT = 0
                               PERFORM ApplySupervisor
                           END-IF
                   END-EVALUATE
           END-READ.

      *> CountMasterPositions - one pass over the master at
      *> startup, counting each person and their annual salary into
      *> their department's position budget, so the checks below
      *> start from who is actually in post tonight.
       CountMasterPositions.
           MOVE 0 TO IX-SSN-NUM
           START IdxMaster KEY IS NOT LESS THAN IX-SSN-NUM
               INVALID KEY
                   SET IdxAtEnd TO TRUE
           END-START
           PERFORM UNTIL IdxAtEnd
               READ IdxMaster NEXT RECORD
                   AT END SET IdxAtEnd TO TRUE
                   NOT AT END PERFORM TakeIdxPosition
               END-READ
           END-PERFORM.

      *> CheckPositionBudget - would putting this person into
      *> MT-DEPT-CODE at MT-SALARY take the department past its
      *> approved headcount or annual salary budget? Someone already
      *> counted in that department (a rehire back into the same
      *> one) is taken out first, so they are not counted twice. A
      *> department with no entry on posnbud.dat is not held to a
      *> budget.
       CheckPositionBudget.
           SET Posn-OK TO TRUE
           MOVE MT-DEPT-CODE TO WS-PB-Dept-Key
           PERFORM FindPosition
           IF WS-PB-Found
               MOVE WS-PB-Filled(WS-PB-Hit) TO WS-PB-Heads-After
               COMPUTE WS-PB-Bill-After =
                   WS-PB-Actual(WS-PB-Hit) + MT-SALARY * 12
               IF IX-DEPT-CODE = MT-DEPT-CODE
                   SUBTRACT 1 FROM WS-PB-Heads-After
                   COMPUTE WS-PB-Bill-After =
                       WS-PB-Bill-After - IX-SALARY * 12
               END-IF
               ADD 1 TO WS-PB-Heads-After
               EVALUATE TRUE
                   WHEN WS-PB-Heads-After > WS-PB-Headcount(WS-PB-Hit)
                       SET Posn-Over-Heads TO TRUE
                   WHEN WS-PB-Bill-After > WS-PB-Budget(WS-PB-Hit)
                       SET Posn-Over-Budget TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> FindPosition - the posnbud.dat entry for WS-PB-Dept-Key,
      *> if the department has one.
       FindPosition.
           MOVE 'N' TO WS-PB-Match-Flag
           PERFORM VARYING WS-PB-Idx FROM 1 BY 1
                   UNTIL WS-PB-Idx > WS-Posn-Count OR WS-PB-Found
               IF WS-PB-Dept-Key = WS-PB-Dept(WS-PB-Idx)
                   MOVE WS-PB-Idx TO WS-PB-Hit
                   SET WS-PB-Found TO TRUE
               END-IF
           END-PERFORM.

      *> ReleasePosition - the master record as it stands (IX-)
      *> gives up its place in its department's count, ahead of a
      *> change, rehire, termination or delete.
       ReleasePosition.
           MOVE IX-DEPT-CODE TO WS-PB-Dept-Key
           PERFORM FindPosition
           IF WS-PB-Found
               IF WS-PB-Filled(WS-PB-Hit) > 0
                   SUBTRACT 1 FROM WS-PB-Filled(WS-PB-Hit)
               END-IF
               COMPUTE WS-PB-Bill-After =
                   WS-PB-Actual(WS-PB-Hit) - IX-SALARY * 12
               IF WS-PB-Bill-After < 0
                   MOVE 0 TO WS-PB-Bill-After
               END-IF
               MOVE WS-PB-Bill-After TO WS-PB-Actual(WS-PB-Hit)
           END-IF.

      *> TakePosition - the transaction's department and salary
      *> take the place ReleasePosition gave up.
       TakePosition.
           MOVE MT-DEPT-CODE TO WS-PB-Dept-Key
           PERFORM FindPosition
           IF WS-PB-Found
               ADD 1 TO WS-PB-Filled(WS-PB-Hit)
               COMPUTE WS-PB-Actual(WS-PB-Hit) =
                   WS-PB-Actual(WS-PB-Hit) + MT-SALARY * 12
           END-IF.

      *> TakeIdxPosition - the same for a record read off the
      *> master by CountMasterPositions.
       TakeIdxPosition.
           MOVE IX-DEPT-CODE TO WS-PB-Dept-Key
           PERFORM FindPosition
           IF WS-PB-Found
               ADD 1 TO WS-PB-Filled(WS-PB-Hit)
               COMPUTE WS-PB-Actual(WS-PB-Hit) =
                   WS-PB-Actual(WS-PB-Hit) + IX-SALARY * 12
           END-IF.

      *> SuspendForPosition - the department has no room for this
      *> rehire or transfer: the transaction goes to suspense.dat
      *> with the reason the caller set, and the master is left as
      *> it was. SuspenseFix shows it, but it is resubmitted on
      *> empmaint.dat once the budget allows, not on newhire.dat.
       SuspendForPosition.
           MOVE MT-fname     TO SU-fname
           MOVE MT-lname     TO SU-lname
           MOVE MT-SSN       TO SU-SSN
           MOVE MT-city      TO SU-city
           MOVE MT-DOB       TO SU-DOB
           MOVE MT-DEPT-CODE TO SU-DEPT-CODE
           MOVE MT-SALARY    TO SU-SALARY
           MOVE MT-WITHHOLDING-RATE     TO SU-WITHHOLDING-RATE
           MOVE MT-WITHHOLDING-RATE-INV TO SU-WITHHOLDING-RATE-INV
           MOVE MT-HIRE-DATE TO SU-HIRE-DATE
           WRITE SuspenseRecord
           ADD 1 TO WS-RejectCount
           ADD 1 TO WS-SuspendCount
           DISPLAY "SUSPENDED - " SU-REASON-TEXT " FOR SSN "
               MT-SSN-NUM " DEPT " MT-DEPT-CODE.

      *> ValidateRehireCity - the transaction's city must be one of
      *> the recognized cities, the same check WriteData's
      *> ValidateCity puts a new hire through.
           MOVE WS-Today     TO HL-DATE
           MOVE MT-SSN-NUM   TO HL-SSN
           MOVE MT-DEPT-CODE TO HL-DEPT-CODE
           CALL "AuditChain" USING WS-Chain-Action, "HLOG",
               HireLogRecord
           WRITE HireLogRecord.

      *> ComputeWithholdingInverse - work out IX-WITHHOLDING-RATE-INV
                   PERFORM WriteAuditRecord
                   DELETE IdxMaster RECORD
                   PERFORM JournalDelete
                   PERFORM ReleasePosition
                   PERFORM ListOrphanedReports
                   ADD 1 TO WS-DeleteCount
           END-READ.

                   PERFORM WriteAuditRecord
                   DELETE IdxMaster RECORD
                   PERFORM JournalDelete
                   PERFORM ReleasePosition
                   PERFORM CarryAddressToHistory
                   ADD 1 TO WS-TerminateCount
                   DISPLAY "TERMINATED: SSN " MT-SSN-NUM
                       " EFFECTIVE " MT-EFFECTIVE-DATE
                       " REASON " MT-SEPARATION-REASON
                   PERFORM ReportVacationPayout
                   PERFORM ListOrphanedReports
           END-READ.

      *> AssignSupervisor - an 'S' action: set (or, with a zero
      *> supervisor SSN, take off) the reporting line of an employee
      *> on the active master, and nothing else.
       AssignSupervisor.
           MOVE MT-SSN-NUM TO IX-SSN-NUM
           READ IdxMaster
               KEY IS IX-SSN-NUM
               INVALID KEY
                   ADD 1 TO WS-SupvRejectCount
                   DISPLAY "SUPERVISOR REJECTED - SSN NOT ON FILE: "
                       MT-SSN-NUM
               NOT INVALID KEY
                   MOVE 'S' TO AU-ACTION-CODE
                   PERFORM ApplySupervisor
           END-READ.

      *> ApplySupervisor - check MT-SUPERVISOR-SSN and put it on
      *> empsupv.idx for MT-SSN-NUM, with an audit line for the
      *> change. Reads the master for the supervisor, so it is
      *> always the last thing a change or rehire does.
       ApplySupervisor.
           PERFORM ValidateSupervisor
           EVALUATE TRUE
               WHEN Supv-Self
                   ADD 1 TO WS-SupvRejectCount
                   DISPLAY "SUPERVISOR REJECTED - SSN " MT-SSN-NUM
                       " CANNOT REPORT TO THEMSELVES"
               WHEN Supv-Inactive
                   ADD 1 TO WS-SupvRejectCount
                   DISPLAY "SUPERVISOR REJECTED - " MT-SUPERVISOR-SSN
                       " IS NOT AN ACTIVE EMPLOYEE (FOR SSN "
                       MT-SSN-NUM ")"
               WHEN Supv-Loop
                   ADD 1 TO WS-SupvRejectCount
                   DISPLAY "SUPERVISOR REJECTED - " MT-SUPERVISOR-SSN
                       " ALREADY REPORTS UP TO SSN " MT-SSN-NUM
               WHEN OTHER
                   PERFORM WriteSupervisor
           END-EVALUATE.

      *> ValidateSupervisor - zero (no supervisor) is always good.
      *> Otherwise the supervisor must be someone else, on the
      *> active master, and not anywhere below the employee: walk
      *> up from the supervisor, and meeting the employee on the
      *> way means the assignment would close a loop.
       ValidateSupervisor.
           SET Supv-OK TO TRUE
           IF MT-SUPERVISOR-SSN NOT = 0
               IF MT-SUPERVISOR-SSN = MT-SSN-NUM
                   SET Supv-Self TO TRUE
               ELSE
                   MOVE MT-SUPERVISOR-SSN TO IX-SSN-NUM
                   READ IdxMaster
                       KEY IS IX-SSN-NUM
                       INVALID KEY
                           SET Supv-Inactive TO TRUE
                   END-READ
               END-IF
           END-IF
           IF Supv-OK AND MT-SUPERVISOR-SSN NOT = 0
               MOVE MT-SUPERVISOR-SSN TO WS-Chain-SSN
               MOVE 0 TO WS-Chain-Depth
               MOVE 'N' TO WS-Chain-Flag
               PERFORM UNTIL WS-Chain-Done
                   MOVE WS-Chain-SSN TO SV-SSN-NUM
                   READ SupvMaster
                       KEY IS SV-SSN-NUM
                       INVALID KEY
                           SET WS-Chain-Done TO TRUE
                       NOT INVALID KEY
                           MOVE SV-SUPV-SSN TO WS-Chain-SSN
                           ADD 1 TO WS-Chain-Depth
                           EVALUATE TRUE
                               WHEN WS-Chain-SSN = 0
                                   SET WS-Chain-Done TO TRUE
                               WHEN WS-Chain-SSN = MT-SSN-NUM
                               WHEN WS-Chain-Depth > WS-Chain-Limit
                                   SET Supv-Loop TO TRUE
                                   SET WS-Chain-Done TO TRUE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.

      *> WriteSupervisor - the check passed: write or rewrite the
      *> employee's reporting line, and audit the old and new
      *> supervisor SSNs under the caller's action code.
       WriteSupervisor.
           MOVE MT-SSN-NUM TO SV-SSN-NUM
           MOVE 'N' TO WS-Supv-Exists-Flag
           MOVE ZEROS TO WS-Old-Supv-SSN
           READ SupvMaster
               KEY IS SV-SSN-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Supv-Exists TO TRUE
                   MOVE SV-SUPV-SSN TO WS-Old-Supv-SSN
           END-READ
           IF WS-Old-Supv-SSN NOT = MT-SUPERVISOR-SSN
               MOVE MT-SSN-NUM        TO SV-SSN-NUM
               MOVE MT-SUPERVISOR-SSN TO SV-SUPV-SSN
               MOVE WS-Today          TO SV-ASSIGNED-DATE
               IF WS-Supv-Exists
                   REWRITE SupvRecord
               ELSE
                   WRITE SupvRecord
               END-IF
               MOVE "SUPERVISOR" TO AU-FIELD-NAME
               MOVE WS-Old-Supv-SSN TO AU-OLD-VALUE
               MOVE MT-SUPERVISOR-SSN TO AU-NEW-VALUE
               PERFORM WriteAuditRecord
               ADD 1 TO WS-SupvChangeCount
           END-IF.

      *> ListOrphanedReports - MT-SSN-NUM has just left the active
      *> master. Anyone still reporting to them is listed for
      *> reassignment (their reporting line is left pointing at the
      *> leaver until it is, so the org chart shows them as
      *> orphaned), and the leaver's own reporting line goes.
       ListOrphanedReports.
           MOVE MT-SSN-NUM TO SV-SUPV-SSN
           MOVE 'N' TO SupvEOF-Flag
           START SupvMaster KEY IS EQUAL TO SV-SUPV-SSN
               INVALID KEY
                   SET SupvAtEnd TO TRUE
           END-START
           PERFORM UNTIL SupvAtEnd
               READ SupvMaster NEXT RECORD
                   AT END SET SupvAtEnd TO TRUE
                   NOT AT END
                       IF SV-SUPV-SSN NOT = MT-SSN-NUM
                           SET SupvAtEnd TO TRUE
                       ELSE
                           ADD 1 TO WS-OrphanCount
                           DISPLAY "  NEEDS A NEW SUPERVISOR: SSN "
                               SV-SSN-NUM " (REPORTED TO "
                               MT-SSN-NUM ")"
                       END-IF
               END-READ
           END-PERFORM
           MOVE MT-SSN-NUM TO SV-SSN-NUM
           DELETE SupvMaster RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *> LogChangedFields - performed by ChangeEmployee while the
      *> IX- fields still hold the record as it stood, before the
      *> transaction's values are moved in: one audit record per
                   MOVE AT-SSN-NUM TO AU-SSN
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
                   MOVE WS-Operator-ID TO AU-OPERATOR
                   CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                       AuditRecord
                   WRITE AuditRecord
                   ADD 1 TO WS-AddrChangeCount
           END-READ.
               MOVE AT-SSN-NUM TO AU-SSN
               MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
               MOVE WS-Operator-ID TO AU-OPERATOR
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   AuditRecord
               WRITE AuditRecord
               DELETE AddrMaster RECORD
               ADD 1 TO WS-AddrDeleteCount
                   SET WS-AddrOnFile TO TRUE
           END-READ.

      *> ProcessDeductionMaint - the deduction side of the nightly
      *> maintenance run. A missing dedmaint.dat just means no
      *> deduction actions tonight.
       ProcessDeductionMaint.
           OPEN INPUT DednMaintFile
           IF DednMaintNotFound
               CLOSE DednMaintFile
           ELSE
               PERFORM UNTIL DednMaintEOF
                   READ DednMaintFile
                       AT END SET DednMaintEOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN DT-AddChange
                                   PERFORM ApplyDeductionChange
                               WHEN DT-Delete
                                   PERFORM ApplyDeductionDelete
                               WHEN OTHER
                                   ADD 1 TO WS-DednRejectCount
                                   DISPLAY "UNKNOWN DEDUCTION ACTION '"
                                       DT-ACTION-CODE "' FOR SSN "
                                       DT-SSN-NUM
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DednMaintFile
           END-IF.

      *> ApplyDeductionChange - write (or rewrite) one election from
      *> the transaction. The SSN must be on the active master, the
      *> code filled in, the tax and calculation types recognized,
      *> and any stop date on or after the start date. A new code
      *> for someone already carrying the most elections an advice
      *> can show is refused. On a change the garnishment's
      *> collected-to-date stays as it stood - that is payroll's to
      *> move, not maintenance's.
       ApplyDeductionChange.
           PERFORM ValidateDeduction
           IF WS-DednValid
               MOVE DT-SSN-NUM TO IX-SSN-NUM
               READ IdxMaster
                   KEY IS IX-SSN-NUM
                   INVALID KEY
                       MOVE 'N' TO WS-Dedn-Valid-Flag
                       ADD 1 TO WS-DednRejectCount
                       DISPLAY "DEDUCTION REJECTED - SSN NOT ON FILE: "
                           DT-SSN-NUM
               END-READ
           END-IF
           IF WS-DednValid
               MOVE DT-KEY TO DN-KEY
               PERFORM ReadDeductionRecord
               IF NOT WS-DednOnFile
                   PERFORM CountDeductions
                   IF WS-Dedn-OnFile-Count >= WS-Dedn-Max
                       MOVE 'N' TO WS-Dedn-Valid-Flag
                       ADD 1 TO WS-DednRejectCount
                       DISPLAY "DEDUCTION REJECTED - SSN " DT-SSN-NUM
                           " ALREADY HAS " WS-Dedn-Max " ELECTIONS"
                   END-IF
               END-IF
           END-IF
           IF WS-DednValid
               MOVE 'C' TO AU-ACTION-CODE
               MOVE SPACES TO AU-FIELD-NAME
               STRING "DEDN " DELIMITED BY SIZE
                      DT-CODE DELIMITED BY SIZE
                      INTO AU-FIELD-NAME
               IF WS-DednOnFile
                   PERFORM DeductionAuditValue
                   MOVE WS-AU-Dedn TO AU-OLD-VALUE
                   MOVE DN-TAKEN-TO-DATE TO DT-TAKEN-TO-DATE
               ELSE
                   MOVE "NONE ON FILE" TO AU-OLD-VALUE
                   MOVE ZEROS TO DT-TAKEN-TO-DATE
               END-IF
               MOVE DT-KEY           TO DN-KEY
               MOVE DT-DESC          TO DN-DESC
               MOVE DT-TAX-TYPE      TO DN-TAX-TYPE
               MOVE DT-CALC-TYPE     TO DN-CALC-TYPE
               MOVE DT-AMOUNT        TO DN-AMOUNT
               MOVE DT-PERCENT       TO DN-PERCENT
               MOVE DT-START-DATE    TO DN-START-DATE
               MOVE DT-STOP-DATE     TO DN-STOP-DATE
               MOVE DT-ARREARS-CAP   TO DN-ARREARS-CAP
               MOVE DT-TAKEN-TO-DATE TO DN-TAKEN-TO-DATE
               PERFORM DeductionAuditValue
               MOVE WS-AU-Dedn TO AU-NEW-VALUE
               IF WS-DednOnFile
                   REWRITE DednRecord
               ELSE
                   WRITE DednRecord
               END-IF
               MOVE DT-SSN-NUM TO AU-SSN
               MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
               MOVE WS-Operator-ID TO AU-OPERATOR
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   AuditRecord
               WRITE AuditRecord
               ADD 1 TO WS-DednChangeCount
           END-IF.

      *> ValidateDeduction - the transaction's own fields, before
      *> anything on file is looked at.
       ValidateDeduction.
           SET WS-DednValid TO TRUE
           EVALUATE TRUE
               WHEN DT-CODE = SPACES
                   MOVE 'N' TO WS-Dedn-Valid-Flag
                   DISPLAY "DEDUCTION REJECTED - NO CODE FOR SSN "
                       DT-SSN-NUM
               WHEN DT-TAX-TYPE NOT = 'P' AND DT-TAX-TYPE NOT = 'A'
                   MOVE 'N' TO WS-Dedn-Valid-Flag
                   DISPLAY "DEDUCTION REJECTED - TAX TYPE '"
                       DT-TAX-TYPE "' FOR SSN " DT-SSN-NUM
               WHEN DT-CALC-TYPE NOT = 'A' AND DT-CALC-TYPE NOT = 'P'
                   MOVE 'N' TO WS-Dedn-Valid-Flag
                   DISPLAY "DEDUCTION REJECTED - CALC TYPE '"
                       DT-CALC-TYPE "' FOR SSN " DT-SSN-NUM
               WHEN DT-STOP-DATE NOT = 0
                       AND DT-STOP-DATE < DT-START-DATE
                   MOVE 'N' TO WS-Dedn-Valid-Flag
                   DISPLAY "DEDUCTION REJECTED - STOP DATE BEFORE "
                       "START DATE FOR SSN " DT-SSN-NUM
           END-EVALUATE
           IF NOT WS-DednValid
               ADD 1 TO WS-DednRejectCount
           END-IF.

      *> ApplyDeductionDelete - remove the election, noting it on
      *> the audit trail.
       ApplyDeductionDelete.
           MOVE DT-KEY TO DN-KEY
           PERFORM ReadDeductionRecord
           IF WS-DednOnFile
               MOVE 'D' TO AU-ACTION-CODE
               MOVE SPACES TO AU-FIELD-NAME
               STRING "DEDN " DELIMITED BY SIZE
                      DT-CODE DELIMITED BY SIZE
                      INTO AU-FIELD-NAME
               PERFORM DeductionAuditValue
               MOVE WS-AU-Dedn TO AU-OLD-VALUE
               MOVE "DELETED" TO AU-NEW-VALUE
               MOVE DT-SSN-NUM TO AU-SSN
               MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
               MOVE WS-Operator-ID TO AU-OPERATOR
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   AuditRecord
               WRITE AuditRecord
               DELETE DednMaster RECORD
               ADD 1 TO WS-DednDeleteCount
           ELSE
               ADD 1 TO WS-DednRejectCount
               DISPLAY "DEDUCTION DELETE REJECTED - CODE " DT-CODE
                   " NOT ON FILE FOR SSN " DT-SSN-NUM
           END-IF.

      *> ReadDeductionRecord - fetch the election for DN-KEY and
      *> note whether one was on file.
       ReadDeductionRecord.
           MOVE 'N' TO WS-Dedn-Found-Flag
           READ DednMaster
               KEY IS DN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DednOnFile TO TRUE
           END-READ.

      *> CountDeductions - how many elections DT-SSN-NUM already
      *> carries.
       CountDeductions.
           MOVE ZEROS TO WS-Dedn-OnFile-Count
           MOVE 'N' TO DednEOF-Flag
           MOVE DT-SSN-NUM TO DN-SSN-NUM
           MOVE LOW-VALUES TO DN-CODE
           START DednMaster KEY IS NOT LESS THAN DN-KEY
               INVALID KEY
                   SET DednEOF TO TRUE
           END-START
           PERFORM UNTIL DednEOF
               READ DednMaster NEXT RECORD
                   AT END SET DednEOF TO TRUE
                   NOT AT END
                       IF DN-SSN-NUM NOT = DT-SSN-NUM
                           SET DednEOF TO TRUE
                       ELSE
                           ADD 1 TO WS-Dedn-OnFile-Count
                       END-IF
               END-READ
           END-PERFORM.

      *> DeductionAuditValue - the election's per-period figure as
      *> the audit trail shows it: the flat amount, or the
      *> percentage for a percent-of-gross election.
       DeductionAuditValue.
           IF DN-CALC-TYPE = 'P'
               MOVE DN-PERCENT TO WS-AU-Dedn
           ELSE
               MOVE DN-AMOUNT TO WS-AU-Dedn
           END-IF.

      *> ProcessBankMaint - the direct-deposit side of the nightly
      *> maintenance run. A missing bankmaint.dat just means no
      *> account actions tonight.
       ProcessBankMaint.
           OPEN INPUT BankMaintFile
           IF BankMaintNotFound
               CLOSE BankMaintFile
           ELSE
               PERFORM UNTIL BankMaintEOF
                   READ BankMaintFile
                       AT END SET BankMaintEOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN BT-AddChange
                                   PERFORM ApplyBankChange
                               WHEN BT-Delete
                                   PERFORM ApplyBankDelete
                               WHEN OTHER
                                   ADD 1 TO WS-BankRejectCount
                                   DISPLAY "UNKNOWN ACCOUNT ACTION '"
                                       BT-ACTION-CODE "' FOR SSN "
                                       BT-SSN-NUM
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE BankMaintFile
           END-IF.

      *> ApplyBankChange - write (or rewrite) the employee's
      *> accounts from the transaction. The SSN must be on the
      *> active master and the accounts must pass ValidateBank. Any
      *> new or changed account number has to be proved with a
      *> prenote before money follows it, so the record goes back
      *> to prenote-due; a change to the split alone keeps the
      *> status it had.
       ApplyBankChange.
           PERFORM ValidateBank
           IF WS-BankValid
               MOVE BT-SSN-NUM TO IX-SSN-NUM
               READ IdxMaster
                   KEY IS IX-SSN-NUM
                   INVALID KEY
                       MOVE 'N' TO WS-Bank-Valid-Flag
                       ADD 1 TO WS-BankRejectCount
                       DISPLAY "ACCOUNT REJECTED - SSN NOT ON FILE: "
                           BT-SSN-NUM
               END-READ
           END-IF
           IF WS-BankValid
               MOVE BT-SSN-NUM TO BK-SSN-NUM
               PERFORM ReadBankRecord
               MOVE 'C' TO AU-ACTION-CODE
               MOVE "BANK ACCOUNT" TO AU-FIELD-NAME
               IF WS-BankOnFile
                   PERFORM BankAuditValue
                   MOVE WS-AU-Bank TO AU-OLD-VALUE
                   IF BK-ROUTING-1 = BT-ROUTING-1
                           AND BK-ACCOUNT-1 = BT-ACCOUNT-1
                           AND BK-ROUTING-2 = BT-ROUTING-2
                           AND BK-ACCOUNT-2 = BT-ACCOUNT-2
                       MOVE BK-PRENOTE-STATUS TO BT-PRENOTE-STATUS
                       MOVE BK-PRENOTE-DATE TO BT-PRENOTE-DATE
                   ELSE
                       MOVE 'P' TO BT-PRENOTE-STATUS
                       MOVE ZEROS TO BT-PRENOTE-DATE
                   END-IF
               ELSE
                   MOVE "NONE ON FILE" TO AU-OLD-VALUE
                   MOVE 'P' TO BT-PRENOTE-STATUS
                   MOVE ZEROS TO BT-PRENOTE-DATE
               END-IF
               MOVE BT-SSN-NUM        TO BK-SSN-NUM
               MOVE BT-ROUTING-1      TO BK-ROUTING-1
               MOVE BT-ACCOUNT-1      TO BK-ACCOUNT-1
               MOVE BT-ACCT-TYPE-1    TO BK-ACCT-TYPE-1
               MOVE BT-ROUTING-2      TO BK-ROUTING-2
               MOVE BT-ACCOUNT-2      TO BK-ACCOUNT-2
               MOVE BT-ACCT-TYPE-2    TO BK-ACCT-TYPE-2
               MOVE BT-SPLIT-TYPE     TO BK-SPLIT-TYPE
               MOVE BT-SPLIT-AMOUNT   TO BK-SPLIT-AMOUNT
               MOVE BT-SPLIT-PERCENT  TO BK-SPLIT-PERCENT
               MOVE BT-PRENOTE-STATUS TO BK-PRENOTE-STATUS
               MOVE BT-PRENOTE-DATE   TO BK-PRENOTE-DATE
               PERFORM BankAuditValue
               MOVE WS-AU-Bank TO AU-NEW-VALUE
               IF WS-BankOnFile
                   REWRITE BankRecord
               ELSE
                   WRITE BankRecord
               END-IF
               MOVE BT-SSN-NUM TO AU-SSN
               MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
               MOVE WS-Operator-ID TO AU-OPERATOR
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   AuditRecord
               WRITE AuditRecord
               ADD 1 TO WS-BankChangeCount
           END-IF.

      *> ValidateBank - the transaction's own fields: a routing
      *> number whose check digit proves out and an account number
      *> for each account named, a checking or savings type for
      *> each, and a recognized split for a second account.
       ValidateBank.
           SET WS-BankValid TO TRUE
           MOVE BT-ROUTING-1 TO WS-Routing
           PERFORM CheckRoutingDigit
           IF NOT WS-RoutingOK
               MOVE 'N' TO WS-Bank-Valid-Flag
               DISPLAY "ACCOUNT REJECTED - BAD ROUTING NUMBER "
                   BT-ROUTING-1 " FOR SSN " BT-SSN-NUM
           END-IF
           IF BT-ROUTING-2 NOT = 0
               MOVE BT-ROUTING-2 TO WS-Routing
               PERFORM CheckRoutingDigit
               IF NOT WS-RoutingOK
                   MOVE 'N' TO WS-Bank-Valid-Flag
                   DISPLAY "ACCOUNT REJECTED - BAD ROUTING NUMBER "
                       BT-ROUTING-2 " FOR SSN " BT-SSN-NUM
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-BankValid
                   CONTINUE
               WHEN BT-ACCOUNT-1 = SPACES
                   MOVE 'N' TO WS-Bank-Valid-Flag
                   DISPLAY "ACCOUNT REJECTED - NO ACCOUNT NUMBER "
                       "FOR SSN " BT-SSN-NUM
               WHEN BT-ACCT-TYPE-1 NOT = 'C'
                       AND BT-ACCT-TYPE-1 NOT = 'S'
                   MOVE 'N' TO WS-Bank-Valid-Flag
                   DISPLAY "ACCOUNT REJECTED - ACCOUNT TYPE '"
                       BT-ACCT-TYPE-1 "' FOR SSN " BT-SSN-NUM
               WHEN BT-ROUTING-2 = 0
                   CONTINUE
               WHEN BT-ACCOUNT-2 = SPACES
                   MOVE 'N' TO WS-Bank-Valid-Flag
                   DISPLAY "ACCOUNT REJECTED - NO SPLIT ACCOUNT "
                       "NUMBER FOR SSN " BT-SSN-NUM
               WHEN BT-ACCT-TYPE-2 NOT = 'C'
                       AND BT-ACCT-TYPE-2 NOT = 'S'
                   MOVE 'N' TO WS-Bank-Valid-Flag
                   DISPLAY "ACCOUNT REJECTED - SPLIT ACCOUNT TYPE '"
                       BT-ACCT-TYPE-2 "' FOR SSN " BT-SSN-NUM
               WHEN BT-SPLIT-TYPE NOT = 'A' AND BT-SPLIT-TYPE NOT = 'P'
                   MOVE 'N' TO WS-Bank-Valid-Flag
                   DISPLAY "ACCOUNT REJECTED - SPLIT TYPE '"
                       BT-SPLIT-TYPE "' FOR SSN " BT-SSN-NUM
               WHEN BT-SPLIT-TYPE = 'P' AND BT-SPLIT-PERCENT > 100
                   MOVE 'N' TO WS-Bank-Valid-Flag
                   DISPLAY "ACCOUNT REJECTED - SPLIT OVER 100 "
                       "PERCENT FOR SSN " BT-SSN-NUM
           END-EVALUATE
           IF NOT WS-BankValid
               ADD 1 TO WS-BankRejectCount
           END-IF.

      *> CheckRoutingDigit - prove WS-Routing's check digit.
       CheckRoutingDigit.
           MOVE ZEROS TO WS-RT-Sum
           PERFORM VARYING WS-RT-Idx FROM 1 BY 1 UNTIL WS-RT-Idx > 9
               COMPUTE WS-RT-Sum = WS-RT-Sum
                   + WS-RT-Digit(WS-RT-Idx) * WS-RT-Weight(WS-RT-Idx)
           END-PERFORM
           IF WS-Routing NOT = 0
                   AND FUNCTION MOD(WS-RT-Sum, 10) = 0
               SET WS-RoutingOK TO TRUE
           ELSE
               MOVE 'N' TO WS-Routing-OK-Flag
           END-IF.

      *> ApplyBankDelete - remove the accounts, noting it on the
      *> audit trail. The employee is paid by check from the next
      *> run.
       ApplyBankDelete.
           MOVE BT-SSN-NUM TO BK-SSN-NUM
           PERFORM ReadBankRecord
           IF WS-BankOnFile
               MOVE 'D' TO AU-ACTION-CODE
               MOVE "BANK ACCOUNT" TO AU-FIELD-NAME
               PERFORM BankAuditValue
               MOVE WS-AU-Bank TO AU-OLD-VALUE
               MOVE "DELETED" TO AU-NEW-VALUE
               MOVE BT-SSN-NUM TO AU-SSN
               MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
               MOVE WS-Operator-ID TO AU-OPERATOR
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   AuditRecord
               WRITE AuditRecord
               DELETE BankMaster RECORD
               ADD 1 TO WS-BankDeleteCount
           ELSE
               ADD 1 TO WS-BankRejectCount
               DISPLAY "ACCOUNT DELETE REJECTED - NONE ON FILE FOR "
                   "SSN " BT-SSN-NUM
           END-IF.

      *> ReadBankRecord - fetch the accounts for BK-SSN-NUM and
      *> note whether a record was on file.
       ReadBankRecord.
           MOVE 'N' TO WS-Bank-Found-Flag
           READ BankMaster
               KEY IS BK-SSN-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BankOnFile TO TRUE
           END-READ.

      *> BankAuditValue - account 1 as the audit trail shows it:
      *> the routing number and the last four of the account.
       BankAuditValue.
           MOVE BK-ROUTING-1 TO WS-AB-Routing
           MOVE BK-ACCOUNT-1 TO WS-Acct-Work
           MOVE ZERO TO WS-Acct-Len
           INSPECT WS-Acct-Work TALLYING WS-Acct-Len
               FOR CHARACTERS BEFORE SPACE
           MOVE "****" TO WS-AB-Last4
           IF WS-Acct-Len >= 4
               MOVE WS-Acct-Work(WS-Acct-Len - 3:4) TO WS-AB-Last4
           END-IF.

      *> ReportVacationPayout - at termination any vacation left on
      *> the balance is owed to the leaver. The hours are costed at
      *> the monthly SALARY spread over a working year, reported on
      *> leavepay.dat for the final pay, and taken off the balance.
      *> Sick leave is not paid out and stays where it is, in case
      *> the employee is rehired. A balance still on an earlier year
      *> than the separation is carried over to the vacation cap
      *> first, the same as LeavePost does before taking hours off
      *> it, so nothing over the cap is paid for.
       ReportVacationPayout.
           MOVE MT-SSN-NUM TO LV-SSN-NUM
           MOVE 'V' TO LV-TYPE
           READ LeaveMaster
               KEY IS LV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LV-YEAR < WS-Today(1:4)
                           AND MT-EFFECTIVE-DATE(1:4) > LV-YEAR
                       PERFORM ApplyVacationYearEnd
                   END-IF
                   IF LV-BALANCE > 0
                       PERFORM WriteVacationPayout
                   END-IF
           END-READ.

      *> ApplyVacationYearEnd - carry the vacation balance just read
      *> into this year, cut to the carry-over cap, with any hours
      *> over it logged to LEAVEHIST.DAT as forfeited - exactly as
      *> LeaveAccrual and LeavePost roll a balance.
       ApplyVacationYearEnd.
           MOVE ZEROS TO LV-FORFEITED
           IF LV-BALANCE > WS-Vac-Carry-Cap
               COMPUTE LV-FORFEITED = LV-BALANCE - WS-Vac-Carry-Cap
               MOVE WS-Vac-Carry-Cap TO LV-BALANCE
               MOVE FUNCTION CURRENT-DATE(1:14) TO LH-TIMESTAMP
               MOVE LV-SSN-NUM   TO LH-SSN-NUM
               MOVE LV-TYPE      TO LH-TYPE
               SET LH-Forfeit TO TRUE
               MOVE WS-Today     TO LH-DATE
               MOVE LV-FORFEITED TO LH-HOURS
               MOVE LV-BALANCE   TO LH-BALANCE-AFTER
               MOVE WS-Operator-ID TO LH-OPERATOR
               WRITE LeaveHistRecord
               MOVE LV-FORFEITED TO WS-Show-Hours
               DISPLAY "  VACATION OVER CARRY-OVER CAP - "
                   WS-Show-Hours " HRS FORFEITED"
           END-IF
           MOVE LV-BALANCE TO LV-CARRIED-IN
           MOVE ZEROS TO LV-ACCRUED-YTD
           MOVE ZEROS TO LV-TAKEN-YTD
           MOVE WS-Today(1:4) TO LV-YEAR
           REWRITE LeaveRecord.

      *> WriteVacationPayout - the payout record, the history entry
      *> and the zeroed balance for the vacation record just read.
       WriteVacationPayout.
           MOVE MT-SSN-NUM   TO VP-SSN-NUM
           MOVE IX-fname     TO VP-fname
           MOVE IX-lname     TO VP-lname
           MOVE IX-DEPT-CODE TO VP-DEPT-CODE
           MOVE MT-EFFECTIVE-DATE TO VP-EFFECTIVE-DATE
           MOVE LV-BALANCE   TO VP-HOURS
           COMPUTE VP-HOURLY-RATE ROUNDED =
               IX-SALARY * 12 / WS-Hours-Per-Year
           COMPUTE VP-AMOUNT ROUNDED = VP-HOURS * VP-HOURLY-RATE
           MOVE ZEROS TO VP-REPORTED-DATE
           WRITE LeavePayRecord
           MOVE ZEROS TO LV-BALANCE
           REWRITE LeaveRecord
           MOVE FUNCTION CURRENT-DATE(1:14) TO LH-TIMESTAMP
           MOVE LV-SSN-NUM   TO LH-SSN-NUM
           MOVE LV-TYPE      TO LH-TYPE
           SET LH-Payout TO TRUE
           MOVE MT-EFFECTIVE-DATE TO LH-DATE
           MOVE VP-HOURS     TO LH-HOURS
           MOVE LV-BALANCE   TO LH-BALANCE-AFTER
           MOVE WS-Operator-ID TO LH-OPERATOR
           WRITE LeaveHistRecord
           ADD 1 TO WS-PayoutCount
           MOVE VP-HOURS  TO WS-Show-Hours
           MOVE VP-AMOUNT TO WS-Show-Amount
           DISPLAY "  UNUSED VACATION " WS-Show-Hours " HRS - PAYOUT "
               WS-Show-Amount " REPORTED FOR FINAL PAY".

      *> CarryAddressToHistory - at termination the address record
      *> follows the master record into history, so a mailing to a
      *> former employee (final paycheck, tax forms) still has
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
           MOVE MT-SSN-NUM TO AU-SSN
           MOVE WS-Operator-ID TO AU-OPERATOR
           CALL "AuditChain" USING WS-Chain-Action, "MAUD",
               AuditRecord
           WRITE AuditRecord.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. VarianceRelease.
      *> Operator review of the pay PayrollRegister's variance check
      *> held out of posting on payhold.dat. Walks each hold still
      *> awaiting a decision the way SalaryApprove walks
      *> pendappr.dat: shows who, why they were flagged, and last
      *> period's gross and net against this period's, and asks for
      *> (R)elease, (H)old over or (S)kip. A released employee is
      *> paid by the next register run for the period; one held
      *> over is not paid this period at all, and payroll takes it
      *> up by hand. Either decision is stamped on payhold.dat with
      *> the operator and time, and on MAINTAUD.DAT. A skipped hold
      *> stays undecided, and the register will not close the period
      *> while one remains. Releasing pay needs the highest
      *> authority level - see 035/OperSignon.cbl.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HoldFile ASSIGN TO "payhold.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS HoldFileStatus.
               SELECT NewHoldFile ASSIGN TO "payhold.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewHoldFileStatus.
               SELECT AuditFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AuditFileStatus.

       DATA DIVISION.
           FILE SECTION.
           FD HoldFile.
      *> Pay held by the variance check - see copybooks/PAYHOLD.cpy.
           01  HoldRecord.
               COPY PAYHOLD.

           FD NewHoldFile.
      *> payhold.dat rewritten with this run's decisions, then
      *> swapped in.
           01  NewHoldRecord    PIC X(119).

           FD AuditFile.
      *> Same layout EmpUpdate's WriteAuditRecord writes - the
      *> release decision lands on the same trail as every other
      *> maintenance action.
           01  AuditRecord.
               02 AU-TIMESTAMP    PIC 9(14).
               02 AU-SSN          PIC 9(9).
               02 AU-ACTION-CODE  PIC X(1).
               02 AU-FIELD-NAME   PIC X(16).
               02 AU-OLD-VALUE    PIC X(16).
               02 AU-NEW-VALUE    PIC X(16).
               02 AU-OPERATOR     PIC X(8).
               02 AU-SEQ-NUM      PIC 9(9).
               02 AU-CHAIN        PIC 9(9).

           WORKING-STORAGE SECTION.
      *> Sequence and check value for the audit trail - see
      *> 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1) VALUE 'A'.

           01  HoldFileStatus     PIC X(2).
               88 HoldOK          VALUE '00'.
               88 HoldFileNotFound VALUE '35'.
           01  NewHoldFileStatus  PIC X(2).
               88 NewHoldOK       VALUE '00'.
           01  AuditFileStatus    PIC X(2).
               88 AuditOK         VALUE '00'.

           01  HoldEOF-Flag       PIC X VALUE 'N'.
               88 HoldEOF         VALUE 'Y'.

      *> Operator sign-on - see 035/OperSignon.cbl. The signed-on
      *> ID lands on every decision this run records.
           01  WS-Signon-Level   PIC 9(1) VALUE 3.
           01  WS-Operator-ID    PIC X(8) VALUE SPACES.
           01  WS-Operator-Level PIC 9(1) VALUE ZEROS.
           01  WS-Signon-Result  PIC X(1) VALUE 'N'.
               88 WS-SignedOn    VALUE 'Y'.

           01  WS-ReleasedCount   PIC 9(6) VALUE ZEROS.
           01  WS-HeldOverCount   PIC 9(6) VALUE ZEROS.
           01  WS-SkippedCount    PIC 9(6) VALUE ZEROS.
           01  WS-DecidedCount    PIC 9(6) VALUE ZEROS.

           01  WS-Decision        PIC X VALUE 'S'.
               88 WS-Release      VALUE 'R' 'r'.
               88 WS-HoldOver     VALUE 'H' 'h'.

      *> Edited figures for the review display.
           01  WS-Show-Last       PIC Z,ZZZ,ZZ9.99.
           01  WS-Show-This       PIC Z,ZZZ,ZZ9.99.
           01  WS-Show-Pct        PIC ZZZZ9.99-.
           01  WS-Show-Reason     PIC X(24).
           01  WS-Masked-SSN      PIC X(11).

      *> Trimmed lengths of PH-fname/PH-lname for display - see
      *> 009/TrimName.cbl.
           01  WS-FnameLen        PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen        PIC 9(2) VALUE ZEROS.

       PROCEDURE DIVISION.
           CALL "OperSignon" USING WS-Signon-Level, WS-Operator-ID,
               WS-Operator-Level, WS-Signon-Result
           IF NOT WS-SignedOn
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT HoldFile
           IF HoldFileNotFound
               DISPLAY "NO PAY HELD FOR VARIANCE REVIEW"
               CLOSE HoldFile
               GOBACK
           END-IF

           OPEN OUTPUT NewHoldFile

      *> MAINTAUD.DAT is appended to across runs, the same as
      *> EmpUpdate and SalaryApprove.
           OPEN EXTEND AuditFile
           IF NOT AuditOK
               CLOSE AuditFile
               OPEN OUTPUT AuditFile
           END-IF

           PERFORM UNTIL HoldEOF
               READ HoldFile
                   AT END SET HoldEOF TO TRUE
                   NOT AT END
                       IF PH-Held
                           PERFORM ReviewHold
                       ELSE
                           ADD 1 TO WS-DecidedCount
                       END-IF
                       WRITE NewHoldRecord FROM HoldRecord
               END-READ
           END-PERFORM

           CLOSE HoldFile
           CLOSE NewHoldFile
           CLOSE AuditFile

      *> Swap the updated copy in as the new payhold.dat - the same
      *> rename-over-the-original SalaryApprove uses.
           CALL "CBL_DELETE_FILE" USING "payhold.dat"
           CALL "CBL_RENAME_FILE" USING "payhold.new", "payhold.dat"

           DISPLAY "PAY VARIANCE REVIEW COMPLETE"
           DISPLAY "  RELEASED         : " WS-ReleasedCount
           DISPLAY "  HELD OVER        : " WS-HeldOverCount
           DISPLAY "  STILL UNDECIDED  : " WS-SkippedCount
           DISPLAY "  DECIDED EARLIER  : " WS-DecidedCount
           IF WS-SkippedCount = 0
                   AND WS-ReleasedCount + WS-HeldOverCount > 0
               DISPLAY "ALL HOLDS DECIDED - RERUN PayrollRegister "
                   "(OR RESTART NightlyBatch) TO POST THE PERIOD"
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> ReviewHold - show one held employee's figures and take the
      *> operator's decision. Release and hold over are recorded on
      *> the hold itself and on the audit trail; anything else
      *> leaves it undecided.
       ReviewHold.
           CALL "TrimName" USING PH-fname, WS-FnameLen
           CALL "TrimName" USING PH-lname, WS-LnameLen
           CALL "MaskSSN" USING PH-SSN-NUM, WS-Masked-SSN
           EVALUATE TRUE
               WHEN PH-First-Pay
                   MOVE "FIRST PAY" TO WS-Show-Reason
               WHEN PH-Gross-Moved
                   MOVE "GROSS MOVED" TO WS-Show-Reason
               WHEN PH-Net-Moved
                   MOVE "NET MOVED" TO WS-Show-Reason
               WHEN OTHER
                   MOVE "GROSS AND NET MOVED" TO WS-Show-Reason
           END-EVALUATE
           DISPLAY " "
           DISPLAY "SSN " WS-Masked-SSN " - "
               PH-fname(1:WS-FnameLen) SPACE PH-lname(1:WS-LnameLen)
               "  DEPT " PH-DEPT-CODE
           DISPLAY "  PERIOD " PH-PERIOD " - " WS-Show-Reason
           IF PH-First-Pay
               MOVE PH-THIS-GROSS TO WS-Show-This
               DISPLAY "  GROSS THIS PERIOD " WS-Show-This
               MOVE PH-THIS-NET TO WS-Show-This
               DISPLAY "  NET THIS PERIOD   " WS-Show-This
           ELSE
               MOVE PH-LAST-GROSS TO WS-Show-Last
               MOVE PH-THIS-GROSS TO WS-Show-This
               MOVE PH-GROSS-PCT  TO WS-Show-Pct
               DISPLAY "  GROSS " WS-Show-Last " (" PH-LAST-PERIOD
                   ") -> " WS-Show-This "  (" WS-Show-Pct " PCT)"
               MOVE PH-LAST-NET  TO WS-Show-Last
               MOVE PH-THIS-NET  TO WS-Show-This
               MOVE PH-NET-PCT   TO WS-Show-Pct
               DISPLAY "  NET   " WS-Show-Last " (" PH-LAST-PERIOD
                   ") -> " WS-Show-This "  (" WS-Show-Pct " PCT)"
           END-IF
           DISPLAY "(R)elease, (H)old over, or (S)kip? "
           ACCEPT WS-Decision
           EVALUATE TRUE
               WHEN WS-Release
                   SET PH-Released TO TRUE
                   MOVE 'V' TO AU-ACTION-CODE
                   MOVE "RELEASED" TO AU-NEW-VALUE
                   PERFORM RecordDecision
                   ADD 1 TO WS-ReleasedCount
                   DISPLAY "RELEASED - PAID ON THE NEXT REGISTER RUN"
               WHEN WS-HoldOver
                   SET PH-Held-Over TO TRUE
                   MOVE 'O' TO AU-ACTION-CODE
                   MOVE "HELD OVER" TO AU-NEW-VALUE
                   PERFORM RecordDecision
                   ADD 1 TO WS-HeldOverCount
                   DISPLAY "HELD OVER - NOT PAID THIS PERIOD"
               WHEN OTHER
                   ADD 1 TO WS-SkippedCount
                   DISPLAY "SKIPPED - STILL HELD"
           END-EVALUATE.

      *> RecordDecision - stamp the decision on the hold and append
      *> one audit line for it, same shape as EmpUpdate's.
       RecordDecision.
           MOVE WS-Operator-ID TO PH-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-DECIDED-TS
           MOVE PH-DECIDED-TS TO AU-TIMESTAMP
           MOVE PH-SSN-NUM TO AU-SSN
           MOVE "PAY VARIANCE" TO AU-FIELD-NAME
           MOVE "HELD" TO AU-OLD-VALUE
           MOVE WS-Operator-ID TO AU-OPERATOR
           CALL "AuditChain" USING WS-Chain-Action, "MAUD",
               AuditRecord
           WRITE AuditRecord.

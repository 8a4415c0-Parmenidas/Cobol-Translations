      *> pendappr.dat via the same trim-and-swap SuspenseFix uses.
      *> empmaster.idx is the master of record - the readers work
      *> off it directly, so no flat-file rebuild happens here
      *> (038/MasterRebuild.cbl produces one on demand). A held
      *> change keeps the effective date it arrived with; approved
      *> after that date has passed, it is queued on retropend.dat
      *> for PayrollRegister to pay the back pay, as EmpUpdate does.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT AuditFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AuditFileStatus.
               SELECT RetroFile ASSIGN TO "retropend.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RetroFileStatus.

       DATA DIVISION.
           FILE SECTION.
                             ==HIRE-DATE== BY ==PA-HIRE-DATE==.
               02 PA-OLD-SALARY    PIC 9(7)V99.
               02 PA-PCT-CHANGE    PIC S9(5)V99.
               02 PA-EFFECTIVE-DATE PIC 9(8).

           FD NewApprovalFile.
      *> Trimmed copy of pendappr.dat - every change not decided
                             ==HIRE-DATE== BY ==NPA-HIRE-DATE==.
               02 NPA-OLD-SALARY    PIC 9(7)V99.
               02 NPA-PCT-CHANGE    PIC S9(5)V99.
               02 NPA-EFFECTIVE-DATE PIC 9(8).

           FD IdxMaster.
      *> Same indexed layout WriteData writes - see copybooks/EMPREC.cpy
               02 AU-OLD-VALUE    PIC X(16).
               02 AU-NEW-VALUE    PIC X(16).
               02 AU-OPERATOR     PIC X(8).
               02 AU-SEQ-NUM      PIC 9(9).
               02 AU-CHAIN        PIC 9(9).

           FD RetroFile.
      *> Back-dated salary changes awaiting their back pay - see
      *> copybooks/RETROPAY.cpy.
           01  RetroRecord.
               COPY RETROPAY.

           WORKING-STORAGE SECTION.
      *> Sequence and check value for the audit trail - see
      *> 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1) VALUE 'A'.

      *> Shared FILE STATUS layout, renamed for IdxMaster - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               88 NewApprOK       VALUE '00'.
           01  AuditFileStatus    PIC X(2).
               88 AuditOK         VALUE '00'.
           01  RetroFileStatus    PIC X(2).
               88 RetroOK         VALUE '00'.
           01  WS-Today           PIC 9(8).
           01  WS-RetroCount      PIC 9(6) VALUE ZEROS.

      *> Action byte for the master-change journal - see
      *> 036/MasterJournal.cbl.
               OPEN OUTPUT AuditFile
           END-IF

      *> retropend.dat likewise - an approved change effective
      *> before today goes onto it for PayrollRegister's back pay.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           OPEN EXTEND RetroFile
           IF NOT RetroOK
               CLOSE RetroFile
               OPEN OUTPUT RetroFile
           END-IF

           PERFORM UNTIL ApprEOF
               READ ApprovalFile
                   AT END SET ApprEOF TO TRUE
           CLOSE ApprovalFile
           CLOSE NewApprovalFile
           CLOSE AuditFile
           CLOSE RetroFile

      *> Swap the trimmed copy in as the new pendappr.dat - the same
      *> rename-over-the-original SuspenseFix uses for suspense.dat.
           DISPLAY "  APPROVED : " WS-ApprovedCount
           DISPLAY "  REJECTED : " WS-RejectedCount
           DISPLAY "  CARRIED  : " WS-CarriedCount
           DISPLAY "  BACK-DATED (RETRO PAY QUEUED): " WS-RetroCount

           CLOSE IdxMaster
           STOP RUN.
           DISPLAY "  QUEUED " PA-QUEUED-TIMESTAMP
           DISPLAY "  SALARY " WS-Show-Old " -> " WS-Show-New
               "  (" WS-Show-Pct " PCT)"
           IF PA-EFFECTIVE-DATE IS NUMERIC AND PA-EFFECTIVE-DATE > 0
               DISPLAY "  EFFECTIVE " PA-EFFECTIVE-DATE
           END-IF
           DISPLAY "(A)pprove, (R)eject, or (S)kip? "
           ACCEPT WS-Decision
           EVALUATE TRUE
                   MOVE PA-SALARY TO WS-AU-Money
                   MOVE WS-AU-Money TO AU-NEW-VALUE
                   PERFORM WriteAuditRecord
                   PERFORM QueueRetroPay
                   MOVE PA-fname     TO IX-fname
                   MOVE PA-lname     TO IX-lname
                   MOVE PA-city      TO IX-city
                   DISPLAY "APPROVED AND APPLIED"
           END-READ.

      *> QueueRetroPay - an approved change that took effect before
      *> today goes onto retropend.dat, the same as EmpUpdate queues
      *> an unheld one, so the periods already paid at the old
      *> salary get their back pay on the next register run. The
      *> master's salary at approval is the old salary - done before
      *> the rewrite.
       QueueRetroPay.
           IF PA-SALARY NOT = IX-SALARY
                   AND PA-EFFECTIVE-DATE IS NUMERIC
                   AND PA-EFFECTIVE-DATE > 0
                   AND PA-EFFECTIVE-DATE < WS-Today
               MOVE PA-SSN-NUM        TO RP-SSN-NUM
               MOVE PA-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE
               MOVE IX-SALARY         TO RP-OLD-SALARY
               MOVE PA-SALARY         TO RP-NEW-SALARY
               SET RP-From-Approval   TO TRUE
               MOVE WS-Today          TO RP-QUEUED-DATE
               WRITE RetroRecord
               ADD 1 TO WS-RetroCount
               DISPLAY "BACK-DATED TO " PA-EFFECTIVE-DATE
                   " - QUEUED FOR RETRO PAY"
           END-IF.

      *> RejectHeldChange - the change is dropped and the rejection
      *> stamped on the audit trail, so the decision is as traceable
      *> as an applied one.
           MOVE PA-HIRE-DATE  TO NPA-HIRE-DATE
           MOVE PA-OLD-SALARY TO NPA-OLD-SALARY
           MOVE PA-PCT-CHANGE TO NPA-PCT-CHANGE
           MOVE PA-EFFECTIVE-DATE TO NPA-EFFECTIVE-DATE
           WRITE NewApprovalRecord
           ADD 1 TO WS-CarriedCount
           DISPLAY "SKIPPED - STILL AWAITING APPROVAL".
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
           MOVE PA-SSN-NUM TO AU-SSN
           MOVE WS-Operator-ID TO AU-OPERATOR
           CALL "AuditChain" USING WS-Chain-Action, "MAUD",
               AuditRecord
           WRITE AuditRecord.

      *> ComputeWithholdingInverse - work out IX-WITHHOLDING-RATE-INV

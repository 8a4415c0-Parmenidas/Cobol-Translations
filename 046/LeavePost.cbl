       IDENTIFICATION DIVISION.
           PROGRAM-ID. LeavePost.
      *> Posts leave taken against the balances on leavebal.idx.
      *> Takes one record per absence off leavetxn.dat - SSN, V for
      *> vacation or S for sick, the day it was taken and the hours -
      *> and checks each the way EmpUpdate checks empmaint.dat: the
      *> employee has to be on the active master, the date has to be
      *> a real one no later than today and no earlier than the
      *> hire date, and the balance has to cover the hours. Anything
      *> that fails is displayed with the reason and left off; the
      *> rest come off the balance and onto LEAVEHIST.DAT with the
      *> signed-on operator. An absence in a later year than the
      *> balance is on carries the balance over first, to the same
      *> cap LeaveAccrual applies, so the hours are judged against
      *> what the employee actually has; one taken in the balance's
      *> own year comes off the old-year balance, ahead of the cap.
      *> Posting leave needs update authority - see
      *> 035/OperSignon.cbl.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LeaveTxnFile ASSIGN TO "leavetxn.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeaveTxnFileStatus.
               SELECT IdxMaster ASSIGN TO "empmaster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IX-SSN-NUM
                   ALTERNATE RECORD KEY IS IX-DEPT-CODE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS IX-city
                       WITH DUPLICATES
                   FILE STATUS IS IdxFileStatus.
               SELECT LeaveMaster ASSIGN TO "leavebal.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LV-KEY
                   FILE STATUS IS LeaveFileStatus.
               SELECT LeaveHistFile ASSIGN TO "LEAVEHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeaveHistFileStatus.

       DATA DIVISION.
           FILE SECTION.
           FD LeaveTxnFile.
      *> One absence per record: who, which kind of leave (V =
      *> vacation, S = sick), the day it was taken, and how many
      *> hours.
           01  LeaveTxnRecord.
               02 LT-SSN-NUM        PIC 9(9).
               02 LT-TYPE           PIC X(1).
                   88 LT-Vacation     VALUE 'V'.
                   88 LT-Sick         VALUE 'S'.
               02 LT-DATE-TAKEN     PIC 9(8).
               02 LT-HOURS          PIC 9(3)V99.

           FD IdxMaster.
      *> Same indexed layout WriteData writes - see copybooks/EMPREC.cpy
           01  IdxEmployee.
               COPY EMPREC
                   REPLACING ==fname== BY ==IX-fname==
                             ==lname== BY ==IX-lname==
                             ==SSN-NUM== BY ==IX-SSN-NUM==
                             ==SSN== BY ==IX-SSN==
                             ==A== BY ==IX-A==
                             ==B== BY ==IX-B==
                             ==C== BY ==IX-C==
                             ==city== BY ==IX-city==
                             ==DOB== BY ==IX-DOB==
                             ==DEPT-CODE== BY ==IX-DEPT-CODE==
                             ==SALARY== BY ==IX-SALARY==
                             ==WITHHOLDING-RATE-INV==
                          BY ==IX-WITHHOLDING-RATE-INV==
                             ==WITHHOLDING-RATE==
                          BY ==IX-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==IX-HIRE-DATE==.

           FD LeaveMaster.
      *> Leave balances keyed by SSN plus type - see
      *> copybooks/LEAVEBAL.cpy.
           01  LeaveRecord.
               COPY LEAVEBAL.

           FD LeaveHistFile.
      *> Every movement on a balance - see copybooks/LEAVEHST.cpy.
           01  LeaveHistRecord.
               COPY LEAVEHST.

           WORKING-STORAGE SECTION.
           01  LeaveTxnFileStatus PIC X(2).
               88 LeaveTxnOK      VALUE '00'.
               88 LeaveTxnNotFound VALUE '35'.
      *> Shared FILE STATUS layout, renamed per file - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==IdxFileStatus==
                         ==EverythingOK== BY ==IdxOK==
                         ==ReachEndOfFile== BY ==IdxReachEndOfFile==
                         ==RecordNotFound== BY ==IdxRecordNotFound==
                         ==PermanentError== BY ==IdxPermanentError==
                         ==BoundaryViolation==
                      BY ==IdxBoundaryViolation==
                         ==FileNotFound== BY ==IdxFileNotFound==
                         ==LogicError== BY ==IdxLogicError==.
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

           01  LeaveTxnEOF-Flag   PIC X VALUE 'N'.
               88 LeaveTxnEOF     VALUE 'Y'.

      *> Operator sign-on - see 035/OperSignon.cbl. The signed-on
      *> ID lands on every absence this run posts.
           01  WS-Signon-Level   PIC 9(1) VALUE 2.
           01  WS-Operator-ID    PIC X(8) VALUE SPACES.
           01  WS-Operator-Level PIC 9(1) VALUE ZEROS.
           01  WS-Signon-Result  PIC X(1) VALUE 'N'.
               88 WS-SignedOn    VALUE 'Y'.

      *> Carry-over caps - see copybooks/LEAVEPOL.cpy.
           COPY LEAVEPOL.

           01  WS-Today           PIC 9(8).
           01  WS-Today-Year      PIC 9(4).
           01  WS-Carry-Cap       PIC 9(5)V99.
           01  WS-Reject-Reason   PIC X(40).
           01  WS-Show-Hours      PIC ZZ9.99.
           01  WS-Show-Balance    PIC ZZ,ZZ9.99.

           01  WS-PostedCount     PIC 9(6) VALUE ZEROS.
           01  WS-RejectCount     PIC 9(6) VALUE ZEROS.
           01  WS-ForfeitCount    PIC 9(6) VALUE ZEROS.
           01  WS-TotalHours      PIC 9(7)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
           CALL "OperSignon" USING WS-Signon-Level, WS-Operator-ID,
               WS-Operator-Level, WS-Signon-Result
           IF NOT WS-SignedOn
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today(1:4) TO WS-Today-Year

           OPEN INPUT LeaveTxnFile
           IF LeaveTxnNotFound
               DISPLAY "ERROR : leavetxn.dat not found"
               MOVE 16 TO RETURN-CODE
               CLOSE LeaveTxnFile
               GOBACK
           END-IF

           OPEN INPUT IdxMaster
           IF IdxFileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               CLOSE LeaveTxnFile
               GOBACK
           END-IF

      *> Created empty if LeaveAccrual has never run, so every
      *> absence is rejected for want of a balance rather than the
      *> run failing.
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

           PERFORM UNTIL LeaveTxnEOF
               READ LeaveTxnFile
                   AT END SET LeaveTxnEOF TO TRUE
                   NOT AT END PERFORM PostAbsence
               END-READ
           END-PERFORM

           CLOSE LeaveTxnFile
           CLOSE IdxMaster
           CLOSE LeaveMaster
           CLOSE LeaveHistFile

           MOVE WS-TotalHours TO WS-Show-Balance
           DISPLAY "LEAVE POSTING COMPLETE"
           DISPLAY "  POSTED           : " WS-PostedCount
           DISPLAY "  REJECTED         : " WS-RejectCount
           DISPLAY "  HOURS POSTED     : " WS-Show-Balance
           DISPLAY "  CARRY-OVER CUTS  : " WS-ForfeitCount
           IF WS-RejectCount > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> PostAbsence - check one absence and take it off the balance,
      *> or display why not.
       PostAbsence.
           MOVE SPACES TO WS-Reject-Reason
           MOVE LT-SSN-NUM TO IX-SSN-NUM
           READ IdxMaster
               KEY IS IX-SSN-NUM
               INVALID KEY
                   MOVE "SSN NOT ON FILE" TO WS-Reject-Reason
           END-READ
           IF WS-Reject-Reason = SPACES
               PERFORM CheckAbsence
           END-IF
           IF WS-Reject-Reason = SPACES
               PERFORM FetchBalance
           END-IF
           IF WS-Reject-Reason = SPACES
               SUBTRACT LT-HOURS FROM LV-BALANCE
               ADD LT-HOURS TO LV-TAKEN-YTD
               REWRITE LeaveRecord
               SET LH-Taken TO TRUE
               MOVE LT-DATE-TAKEN TO LH-DATE
               MOVE LT-HOURS TO LH-HOURS
               PERFORM WriteLeaveHistory
               ADD 1 TO WS-PostedCount
               ADD LT-HOURS TO WS-TotalHours
               MOVE LT-HOURS TO WS-Show-Hours
               MOVE LV-BALANCE TO WS-Show-Balance
               DISPLAY "POSTED: SSN " LT-SSN-NUM " " LT-TYPE " "
                   WS-Show-Hours " HRS ON " LT-DATE-TAKEN
                   " - BALANCE " WS-Show-Balance
           ELSE
               ADD 1 TO WS-RejectCount
               DISPLAY "LEAVE REJECTED - " WS-Reject-Reason
                   ": SSN " LT-SSN-NUM " " LT-TYPE " " LT-DATE-TAKEN
           END-IF.

      *> CheckAbsence - the kind of leave, the hours and the date.
      *> A date has to be a calendar date, month 01-12 and day
      *> 01-31, the same check EmpMenu applies to HIRE-DATE.
       CheckAbsence.
           EVALUATE TRUE
               WHEN NOT LT-Vacation AND NOT LT-Sick
                   MOVE "TYPE NOT V OR S" TO WS-Reject-Reason
               WHEN LT-HOURS = 0
                   MOVE "NO HOURS" TO WS-Reject-Reason
               WHEN LT-DATE-TAKEN(5:2) < "01"
                 OR LT-DATE-TAKEN(5:2) > "12"
                 OR LT-DATE-TAKEN(7:2) < "01"
                 OR LT-DATE-TAKEN(7:2) > "31"
                   MOVE "DATE TAKEN NOT VALID" TO WS-Reject-Reason
               WHEN LT-DATE-TAKEN > WS-Today
                   MOVE "DATE TAKEN IN THE FUTURE" TO WS-Reject-Reason
               WHEN IX-HIRE-DATE NOT = 0
                AND LT-DATE-TAKEN < IX-HIRE-DATE
                   MOVE "DATE TAKEN BEFORE HIRE" TO WS-Reject-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> FetchBalance - the balance the hours come off, checked to
      *> be enough. An absence taken in the balance's own year comes
      *> off that year's balance as it stands, before any carry-over
      *> cut - late-keyed December leave is not lost to the cap. Only
      *> an absence dated in a later year rolls the balance into
      *> this year first, if nothing else has yet.
       FetchBalance.
           MOVE LT-SSN-NUM TO LV-SSN-NUM
           MOVE LT-TYPE TO LV-TYPE
           READ LeaveMaster
               KEY IS LV-KEY
               INVALID KEY
                   MOVE "NO LEAVE BALANCE ON FILE" TO WS-Reject-Reason
           END-READ
           IF WS-Reject-Reason = SPACES
               IF LV-YEAR < WS-Today-Year
                       AND LT-DATE-TAKEN(1:4) > LV-YEAR
                   IF LV-Vacation
                       MOVE WS-Vac-Carry-Cap TO WS-Carry-Cap
                   ELSE
                       MOVE WS-Sick-Carry-Cap TO WS-Carry-Cap
                   END-IF
                   PERFORM ApplyYearEnd
                   REWRITE LeaveRecord
               END-IF
               IF LV-BALANCE < LT-HOURS
                   MOVE "HOURS EXCEED BALANCE" TO WS-Reject-Reason
               END-IF
           END-IF.

      *> ApplyYearEnd - carry the balance into the new year, cut to
      *> the policy cap for its kind, exactly as LeaveAccrual does
      *> when it is first to touch the balance in a new year.
       ApplyYearEnd.
           MOVE ZEROS TO LV-FORFEITED
           IF LV-BALANCE > WS-Carry-Cap
               COMPUTE LV-FORFEITED = LV-BALANCE - WS-Carry-Cap
               MOVE WS-Carry-Cap TO LV-BALANCE
               ADD 1 TO WS-ForfeitCount
               SET LH-Forfeit TO TRUE
               MOVE WS-Today TO LH-DATE
               MOVE LV-FORFEITED TO LH-HOURS
               PERFORM WriteLeaveHistory
           END-IF
           MOVE LV-BALANCE TO LV-CARRIED-IN
           MOVE ZEROS TO LV-ACCRUED-YTD
           MOVE ZEROS TO LV-TAKEN-YTD
           MOVE WS-Today-Year TO LV-YEAR.

      *> WriteLeaveHistory - one movement on the balance in hand.
       WriteLeaveHistory.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LH-TIMESTAMP
           MOVE LV-SSN-NUM TO LH-SSN-NUM
           MOVE LV-TYPE    TO LH-TYPE
           MOVE LV-BALANCE TO LH-BALANCE-AFTER
           MOVE WS-Operator-ID TO LH-OPERATOR
           WRITE LeaveHistRecord.

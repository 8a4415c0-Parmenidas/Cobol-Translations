       IDENTIFICATION DIVISION.
           PROGRAM-ID. BenEligibility.
      *> Nightly benefits eligibility run, so nobody loses coverage
      *> because HR missed their date scanning ServiceReport by eye.
      *> An employee becomes eligible a waiting period after their
      *> HIRE-DATE and then has an enrollment window to sign up in,
      *> both set by department on the eligibility rules table
      *> (copybooks/BENRULE.cpy, maintained in RefTabMaint) - a
      *> department with no rule of its own takes the ALL rule.
      *>
      *> For everyone on the active master, a notice is printed to
      *> benelig.prt, addressed from empaddr.idx, when either date
      *> comes within the next 30 days:
      *>   - the day they become eligible
      *>   - the last day of their enrollment window
      *> Each notice prints once - on the first run that sees the
      *> date come inside the 30 days, which after a night or two
      *> off is the next run there is. benelig.ctl carries the last
      *> run date forward for this.
      *>
      *> The run also appends to benelchg.dat (copybooks/BENCHG.cpy)
      *> the changes the benefits vendor has to hear about:
      *>   - everyone whose eligibility date has come since the last
      *>     run - newly eligible
      *>   - everyone terminated onto EMPHIST.DAT since the last run
      *>     who had been eligible by their last day - newly
      *>     ineligible. Where the hire date or rule needed to tell
      *>     is missing, the change goes anyway; the vendor drops a
      *>     termination for someone never enrolled.
      *> VendorExtract sends the file on with its extract and clears
      *> it. Terminations are picked up by position on EMPHIST.DAT -
      *> benelig.ctl keeps how many records were there last time -
      *> so a termination keyed late with a back-dated effective
      *> date is not missed; if the file is shorter than last time
      *> (it has been purged), anything effective since the last run
      *> is taken instead.
      *>
      *> The first run ever starts from yesterday: it sends no
      *> terminations from before it, and notices only dates from
      *> today on. An employee with no HIRE-DATE, no rule to go by
      *> or no mailing address is listed as an exception at the end
      *> of benelig.prt for HR to follow up; they do not stop the
      *> run. Runs as a NightlyBatch step every processing night.

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
               SELECT AddrMaster ASSIGN TO "empaddr.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-SSN-NUM
                   FILE STATUS IS AddrFileStatus.
               SELECT HistFile ASSIGN TO "EMPHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS HistFileStatus.
               SELECT ChangeFile ASSIGN TO "benelchg.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ChangeFileStatus.
               SELECT ControlFile ASSIGN TO "benelig.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ControlFileStatus.
               SELECT BatchSummaryFile ASSIGN TO "batchsumm.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS BatchSummaryFileStatus.
               SELECT PrintFile ASSIGN TO "benelig.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IdxMaster.
      *> The indexed master, read front to back in SSN order. Field
      *> names stay unprefixed here - see copybooks/EMPREC.cpy
           01  Employee.
               COPY EMPREC.

           FD AddrMaster.
      *> Companion address/contact master, keyed by SSN - see
      *> copybooks/EMPADDR.cpy.
           01  AddrRecord.
               COPY EMPADDR.

           FD HistFile.
      *> Same layout EmpUpdate's TerminateEmployee writes.
           01  HistRecord.
               COPY EMPREC
                   REPLACING ==fname== BY ==EH-fname==
                             ==lname== BY ==EH-lname==
                             ==SSN-NUM== BY ==EH-SSN-NUM==
                             ==SSN== BY ==EH-SSN==
                             ==A== BY ==EH-A==
                             ==B== BY ==EH-B==
                             ==C== BY ==EH-C==
                             ==city== BY ==EH-city==
                             ==DOB== BY ==EH-DOB==
                             ==DEPT-CODE== BY ==EH-DEPT-CODE==
                             ==SALARY== BY ==EH-SALARY==
                             ==WITHHOLDING-RATE-INV==
                          BY ==EH-WITHHOLDING-RATE-INV==
                             ==WITHHOLDING-RATE==
                          BY ==EH-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==EH-HIRE-DATE==.
               02 EH-EFFECTIVE-DATE     PIC 9(8).
               02 EH-SEPARATION-REASON  PIC 9(2).

           FD ChangeFile.
      *> Eligibility changes waiting for the vendor - see
      *> copybooks/BENCHG.cpy.
           01  ChangeRecord.
               COPY BENCHG.

           FD ControlFile.
      *> One record: when this run last finished, and how many
      *> records EMPHIST.DAT held then. Replaced every run.
           01  ControlRecord.
               02 CT-LAST-RUN     PIC 9(8).
               02 CT-HIST-MARK    PIC 9(8).

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
               REPLACING ==FileStatus== BY ==AddrFileStatus==
                         ==EverythingOK== BY ==AddrOK==
                         ==ReachEndOfFile== BY ==AddrReachEOF==
                         ==RecordNotFound== BY ==AddrNotFound==
                         ==PermanentError== BY ==AddrPermError==
                         ==BoundaryViolation== BY ==AddrBoundary==
                         ==FileNotFound== BY ==AddrFileNotFound==
                         ==LogicError== BY ==AddrLogicError==.
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
           01  HistFileStatus     PIC X(2).
               88 HistNotFound    VALUE '35'.
           01  ChangeFileStatus   PIC X(2).
               88 ChangeOK        VALUE '00'.
               88 ChangeNotFound  VALUE '35'.
           01  ControlFileStatus  PIC X(2).
               88 ControlNotFound VALUE '35'.

           01  EOF-Flag          PIC X VALUE 'N'.
               88 AtEndOfFile    VALUE 'Y'.
           01  WS-Addr-Avail-Flag PIC X VALUE 'N'.
               88 WS-AddrAvail   VALUE 'Y'.
           01  WS-First-Run-Flag PIC X VALUE 'N'.
               88 WS-First-Run   VALUE 'Y'.
           01  WS-Hist-Short-Flag PIC X VALUE 'N'.
               88 WS-Hist-Short  VALUE 'Y'.

      *> Waiting periods and enrollment windows by department - see
      *> copybooks/BENRULE.cpy.
           COPY BENRULE.
           01  WS-Rule-Idx       PIC 99 COMP.
           01  WS-Rule-Hit       PIC 99 COMP.
           01  WS-Rule-Dept      PIC X(4).

      *> Dates as day numbers, so a waiting period is plain adding.
      *> The notice window runs from WS-Notice-From-Int to 30 days
      *> out; a date already inside it on the last run has had its
      *> notice.
           01  WS-Today          PIC 9(8).
           01  WS-Today-Int      PIC 9(7).
           01  WS-Last-Run       PIC 9(8).
           01  WS-Last-Run-Int   PIC 9(7).
           01  WS-Notice-From-Int PIC 9(7).
           01  WS-Horizon-Int    PIC 9(7).
           01  WS-Hire-Int       PIC 9(7).
           01  WS-Elig-Int       PIC 9(7).
           01  WS-Close-Int      PIC 9(7).
           01  WS-Term-Int       PIC 9(7).
           01  WS-Elig-Date      PIC 9(8).
           01  WS-Close-Date     PIC 9(8).
           01  WS-Notice-Days    PIC 9(3) VALUE 30.

           01  WS-Notice-Elig-Flag  PIC X VALUE 'N'.
               88 WS-Notice-Elig    VALUE 'Y'.
           01  WS-Notice-Close-Flag PIC X VALUE 'N'.
               88 WS-Notice-Close   VALUE 'Y'.
           01  WS-Was-Eligible-Flag PIC X VALUE 'Y'.
               88 WS-Was-Eligible   VALUE 'Y'.

           01  WS-Hist-Count     PIC 9(8) VALUE ZEROS.
           01  WS-Hist-Mark      PIC 9(8) VALUE ZEROS.
           01  WS-Hist-Pos       PIC 9(8) VALUE ZEROS.

           01  WS-Employees      PIC 9(6) VALUE ZEROS.
           01  WS-Notice-Count   PIC 9(6) VALUE ZEROS.
           01  WS-Elig-Count     PIC 9(6) VALUE ZEROS.
           01  WS-Inelig-Count   PIC 9(6) VALUE ZEROS.

      *> Employees HR has to follow up by hand, listed at the end.
           01  WS-Exc-Count      PIC 9(4) VALUE ZEROS.
           01  WS-Exc-Table.
               02 WS-Exc-Entry OCCURS 100 TIMES.
                   03 WS-Exc-SSN     PIC 9(9).
                   03 WS-Exc-Name    PIC X(22).
                   03 WS-Exc-Reason  PIC X(30).
           01  WS-Exc-Idx        PIC 9(4) COMP.
           01  WS-Exc-Reason-In  PIC X(30).

           01  WS-Masked-SSN     PIC X(11).
           01  WS-Print-Name     PIC X(22).
      *> Trimmed lengths of fname/lname for printing - see
      *> 009/TrimName.cbl.
           01  WS-FnameLen       PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen       PIC 9(2) VALUE ZEROS.
           01  WS-Show-Date      PIC 9999/99/99.

           01  SeparatorLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(60) VALUE ALL "=".

           01  NoticeHeadLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(36)
                   VALUE "BENEFITS ELIGIBILITY NOTICE".
               02 FILLER        PIC X(6)  VALUE "DATE ".
               02 NH-Date       PIC 9999/99/99.

           01  AddressLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 AL-Text       PIC X(40).

           01  CityStateLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 CS-City       PIC X(20).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 CS-State      PIC X(2).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 CS-Zip        PIC X(10).

           01  EmployeeLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(5)  VALUE "SSN ".
               02 EL-SSN        PIC X(11).
               02 FILLER        PIC X(8)  VALUE "   DEPT ".
               02 EL-Dept       PIC X(4).
               02 FILLER        PIC X(9)  VALUE "   HIRED ".
               02 EL-Hire       PIC 9999/99/99.

           01  BodyLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 BL-Text       PIC X(48).
               02 BL-Date       PIC 9999/99/99.

           01  SummaryHeadLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(32)
                   VALUE "BENEFITS ELIGIBILITY RUN".
               02 FILLER        PIC X(6)  VALUE "DATE ".
               02 SH-Date       PIC 9999/99/99.

           01  SinceLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(32)
                   VALUE "CHANGES SINCE THE RUN OF".
               02 SL-Date       PIC 9999/99/99.

           01  ChangeHeadLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "CHANGE".
               02 FILLER        PIC X(13) VALUE "SSN".
               02 FILLER        PIC X(22) VALUE "NAME".
               02 FILLER        PIC X(6)  VALUE "DEPT".
               02 FILLER        PIC X(10) VALUE "EFFECTIVE".

           01  ChangeLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 CL-Type       PIC X(20).
               02 CL-SSN        PIC X(13).
               02 CL-Name       PIC X(22).
               02 CL-Dept       PIC X(6).
               02 CL-Date       PIC 9999/99/99.

           01  ExceptionLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 XL-SSN        PIC X(13).
               02 XL-Name       PIC X(22).
               02 XL-Reason     PIC X(30).

           01  CountLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 CT-Label      PIC X(32).
               02 CT-Count      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)
           COMPUTE WS-Horizon-Int = WS-Today-Int + WS-Notice-Days

           CALL "RefTabLoad" USING "ELIG", WS-Elig-Table,
               WS-Elig-Tab-Count
           PERFORM ReadControl

           OPEN INPUT IdxMaster
           IF FileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> No address master yet just means every notice is held for
      *> an address - the run itself still goes ahead.
           OPEN INPUT AddrMaster
           IF AddrFileNotFound
               CLOSE AddrMaster
           ELSE
               SET WS-AddrAvail TO TRUE
           END-IF

           OPEN EXTEND ChangeFile
           IF NOT ChangeOK
               CLOSE ChangeFile
               OPEN OUTPUT ChangeFile
           END-IF
           OPEN OUTPUT PrintFile

           PERFORM UNTIL AtEndOfFile
               READ IdxMaster
                   AT END SET AtEndOfFile TO TRUE
                   NOT AT END PERFORM CheckEmployee
               END-READ
           END-PERFORM
           CLOSE IdxMaster
           IF WS-AddrAvail
               CLOSE AddrMaster
           END-IF

           PERFORM CheckTerminations
           CLOSE ChangeFile
           PERFORM WriteControl

           PERFORM PrintRunSummary
           CLOSE PrintFile
           PERFORM WriteBatchSummary

           DISPLAY "BENEFITS ELIGIBILITY COMPLETE"
           DISPLAY "  EMPLOYEES CHECKED : " WS-Employees
           DISPLAY "  NOTICES PRINTED   : " WS-Notice-Count
           DISPLAY "  NEWLY ELIGIBLE    : " WS-Elig-Count
           DISPLAY "  NEWLY INELIGIBLE  : " WS-Inelig-Count
           IF WS-Exc-Count > 0
               DISPLAY "  EXCEPTIONS        : " WS-Exc-Count
                   " - SEE benelig.prt"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ReadControl - where the last run left off. None on file is
      *> the first run: start from yesterday, notices from today.
       ReadControl.
           OPEN INPUT ControlFile
           IF ControlNotFound
               CLOSE ControlFile
               SET WS-First-Run TO TRUE
           ELSE
               READ ControlFile
                   AT END SET WS-First-Run TO TRUE
               END-READ
               CLOSE ControlFile
           END-IF
           IF WS-First-Run
               COMPUTE WS-Last-Run-Int = WS-Today-Int - 1
               COMPUTE WS-Last-Run =
                   FUNCTION DATE-OF-INTEGER(WS-Last-Run-Int)
               MOVE WS-Today-Int TO WS-Notice-From-Int
               DISPLAY "NO benelig.ctl - FIRST ELIGIBILITY RUN, "
                   "STARTING FROM " WS-Last-Run
           ELSE
               MOVE CT-LAST-RUN  TO WS-Last-Run
               MOVE CT-HIST-MARK TO WS-Hist-Mark
               COMPUTE WS-Last-Run-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Last-Run)
               COMPUTE WS-Notice-From-Int =
                   WS-Last-Run-Int + WS-Notice-Days + 1
           END-IF.

      *> CheckEmployee - one active employee's eligibility and
      *> enrollment dates against tonight's windows.
       CheckEmployee.
           ADD 1 TO WS-Employees
           IF HIRE-DATE = 0
               MOVE "NO HIRE DATE ON THE MASTER" TO WS-Exc-Reason-In
               PERFORM NoteException
           ELSE
               MOVE DEPT-CODE TO WS-Rule-Dept
               PERFORM FindRule
               IF WS-Rule-Hit = 0
                   MOVE "NO ELIGIBILITY RULE FOR DEPT"
                       TO WS-Exc-Reason-In
                   PERFORM NoteException
               ELSE
                   COMPUTE WS-Hire-Int =
                       FUNCTION INTEGER-OF-DATE(HIRE-DATE)
                   COMPUTE WS-Elig-Int =
                       WS-Hire-Int + WS-EL-Wait-Days(WS-Rule-Hit)
                   COMPUTE WS-Close-Int = WS-Elig-Int
                       + WS-EL-Window-Days(WS-Rule-Hit) - 1
                   COMPUTE WS-Elig-Date =
                       FUNCTION DATE-OF-INTEGER(WS-Elig-Int)
                   COMPUTE WS-Close-Date =
                       FUNCTION DATE-OF-INTEGER(WS-Close-Int)
                   IF WS-Elig-Int > WS-Last-Run-Int
                           AND WS-Elig-Int <= WS-Today-Int
                       PERFORM WriteEligibleChange
                   END-IF
                   MOVE 'N' TO WS-Notice-Elig-Flag
                   MOVE 'N' TO WS-Notice-Close-Flag
                   IF WS-Elig-Int >= WS-Notice-From-Int
                           AND WS-Elig-Int <= WS-Horizon-Int
                       SET WS-Notice-Elig TO TRUE
                   END-IF
                   IF WS-Close-Int >= WS-Notice-From-Int
                           AND WS-Close-Int >= WS-Today-Int
                           AND WS-Close-Int <= WS-Horizon-Int
                       SET WS-Notice-Close TO TRUE
                   END-IF
                   IF WS-Notice-Elig OR WS-Notice-Close
                       PERFORM PrintNotice
                   END-IF
               END-IF
           END-IF.

      *> FindRule - the rule for WS-Rule-Dept, else the ALL rule,
      *> else none (WS-Rule-Hit zero).
       FindRule.
           MOVE 0 TO WS-Rule-Hit
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Elig-Tab-Count
               IF WS-EL-Dept(WS-Rule-Idx) = WS-Rule-Dept
                   MOVE WS-Rule-Idx TO WS-Rule-Hit
               END-IF
               IF WS-EL-Dept(WS-Rule-Idx) = "ALL " AND
                       WS-Rule-Hit = 0
                   MOVE WS-Rule-Idx TO WS-Rule-Hit
               END-IF
           END-PERFORM.

      *> WriteEligibleChange - the vendor hears that this employee
      *> became eligible on WS-Elig-Date.
       WriteEligibleChange.
           MOVE WS-Today       TO BC-RUN-DATE
           SET BC-Now-Eligible TO TRUE
           MOVE SSN-NUM        TO BC-SSN-NUM
           MOVE lname          TO BC-LNAME
           MOVE fname          TO BC-FNAME
           MOVE DEPT-CODE      TO BC-DEPT-CODE
           MOVE WS-Elig-Date   TO BC-EFFECTIVE-DATE
           WRITE ChangeRecord
           ADD 1 TO WS-Elig-Count.

      *> PrintNotice - one employee's notice: name and mailing
      *> address, then whichever of the two dates has come inside
      *> the 30 days. Held as an exception when there is no address
      *> to mail it to, but printed all the same for HR to hand on.
       PrintNotice.
           ADD 1 TO WS-Notice-Count
           CALL "TrimName" USING fname, WS-FnameLen
           CALL "TrimName" USING lname, WS-LnameLen
           MOVE SPACES TO WS-Print-Name
           STRING fname(1:WS-FnameLen) " " lname(1:WS-LnameLen)
               DELIMITED BY SIZE INTO WS-Print-Name
           MOVE SPACES TO PrintLine
           WRITE PrintLine FROM SeparatorLine
           MOVE WS-Today TO NH-Date
           WRITE PrintLine FROM NoticeHeadLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE WS-Print-Name TO AL-Text
           WRITE PrintLine FROM AddressLine
           PERFORM PrintMailingAddress
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           CALL "MaskSSN" USING SSN-NUM, WS-Masked-SSN
           MOVE WS-Masked-SSN TO EL-SSN
           MOVE DEPT-CODE TO EL-Dept
           MOVE HIRE-DATE TO EL-Hire
           WRITE PrintLine FROM EmployeeLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           IF WS-Notice-Elig
               MOVE "YOU BECOME ELIGIBLE FOR BENEFITS ON" TO BL-Text
               MOVE WS-Elig-Date TO BL-Date
               WRITE PrintLine FROM BodyLine
           END-IF
           MOVE "YOUR WINDOW TO ENROLL CLOSES AT THE END OF"
               TO BL-Text
           MOVE WS-Close-Date TO BL-Date
           WRITE PrintLine FROM BodyLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "PLEASE CONTACT HUMAN RESOURCES TO ENROLL."
               TO AL-Text
           WRITE PrintLine FROM AddressLine
           MOVE "IF YOU DO NOT ENROLL BY THAT DATE YOU WILL NOT"
               TO AL-Text
           WRITE PrintLine FROM AddressLine
           MOVE "HAVE COVERAGE UNTIL THE NEXT OPEN ENROLLMENT."
               TO AL-Text
           WRITE PrintLine FROM AddressLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine.

      *> PrintMailingAddress - the address block off empaddr.idx.
       PrintMailingAddress.
           IF WS-AddrAvail
               MOVE SSN-NUM TO AD-SSN-NUM
               READ AddrMaster
                   KEY IS AD-SSN-NUM
                   INVALID KEY
                       MOVE SPACES TO AD-STREET
               END-READ
           ELSE
               MOVE SPACES TO AD-STREET
           END-IF
           IF AD-STREET = SPACES
               MOVE "(NO MAILING ADDRESS ON FILE)" TO AL-Text
               WRITE PrintLine FROM AddressLine
               MOVE "NOTICE NOT MAILED - NO ADDRESS"
                   TO WS-Exc-Reason-In
               PERFORM NoteException
           ELSE
               MOVE AD-STREET TO AL-Text
               WRITE PrintLine FROM AddressLine
               MOVE AD-CITY  TO CS-City
               MOVE AD-STATE TO CS-State
               MOVE AD-ZIP   TO CS-Zip
               WRITE PrintLine FROM CityStateLine
           END-IF.

      *> NoteException - the employee in hand onto the follow-up
      *> list, with WS-Exc-Reason-In. Past a hundred they are only
      *> counted.
       NoteException.
           ADD 1 TO WS-Exc-Count
           IF WS-Exc-Count <= 100
               MOVE SSN-NUM TO WS-Exc-SSN(WS-Exc-Count)
               CALL "TrimName" USING fname, WS-FnameLen
               CALL "TrimName" USING lname, WS-LnameLen
               MOVE SPACES TO WS-Exc-Name(WS-Exc-Count)
               STRING fname(1:WS-FnameLen) " " lname(1:WS-LnameLen)
                   DELIMITED BY SIZE INTO WS-Exc-Name(WS-Exc-Count)
               MOVE WS-Exc-Reason-In TO WS-Exc-Reason(WS-Exc-Count)
           END-IF.

      *> CheckTerminations - the records added to EMPHIST.DAT since
      *> the last run, found by counting past last run's mark. The
      *> first run only takes the count; a file shorter than the
      *> mark has been purged, and the effective date is used.
       CheckTerminations.
           MOVE ZEROS TO WS-Hist-Count
           MOVE 'N' TO EOF-Flag
           OPEN INPUT HistFile
           IF HistNotFound
               CLOSE HistFile
           ELSE
               PERFORM UNTIL AtEndOfFile
                   READ HistFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END ADD 1 TO WS-Hist-Count
                   END-READ
               END-PERFORM
               CLOSE HistFile
           END-IF
           IF WS-Hist-Count < WS-Hist-Mark
               SET WS-Hist-Short TO TRUE
               DISPLAY "EMPHIST.DAT IS SHORTER THAN AT THE LAST RUN - "
                   "TERMINATIONS TAKEN BY EFFECTIVE DATE"
           END-IF
           IF NOT WS-First-Run AND WS-Hist-Count > 0
               MOVE ZEROS TO WS-Hist-Pos
               MOVE 'N' TO EOF-Flag
               OPEN INPUT HistFile
               PERFORM UNTIL AtEndOfFile
                   READ HistFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Hist-Pos
                           IF WS-Hist-Short
                               IF EH-EFFECTIVE-DATE > WS-Last-Run
                                   PERFORM CheckTermination
                               END-IF
                           ELSE
                               IF WS-Hist-Pos > WS-Hist-Mark
                                   PERFORM CheckTermination
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistFile
           END-IF
           MOVE WS-Hist-Count TO WS-Hist-Mark.

      *> CheckTermination - a leaver the vendor has to drop, if
      *> they had become eligible by their last day.
       CheckTermination.
           SET WS-Was-Eligible TO TRUE
           MOVE EH-DEPT-CODE TO WS-Rule-Dept
           PERFORM FindRule
           IF EH-HIRE-DATE NOT = 0 AND WS-Rule-Hit > 0
                   AND EH-EFFECTIVE-DATE NOT = 0
               COMPUTE WS-Hire-Int =
                   FUNCTION INTEGER-OF-DATE(EH-HIRE-DATE)
               COMPUTE WS-Elig-Int =
                   WS-Hire-Int + WS-EL-Wait-Days(WS-Rule-Hit)
               COMPUTE WS-Term-Int =
                   FUNCTION INTEGER-OF-DATE(EH-EFFECTIVE-DATE)
               IF WS-Elig-Int > WS-Term-Int
                   MOVE 'N' TO WS-Was-Eligible-Flag
               END-IF
           END-IF
           IF WS-Was-Eligible
               MOVE WS-Today         TO BC-RUN-DATE
               SET BC-Now-Ineligible TO TRUE
               MOVE EH-SSN-NUM       TO BC-SSN-NUM
               MOVE EH-lname         TO BC-LNAME
               MOVE EH-fname         TO BC-FNAME
               MOVE EH-DEPT-CODE     TO BC-DEPT-CODE
               MOVE EH-EFFECTIVE-DATE TO BC-EFFECTIVE-DATE
               WRITE ChangeRecord
               ADD 1 TO WS-Inelig-Count
           END-IF.

      *> WriteControl - tonight's date and EMPHIST.DAT count for
      *> the next run to start from.
       WriteControl.
           OPEN OUTPUT ControlFile
           MOVE WS-Today     TO CT-LAST-RUN
           MOVE WS-Hist-Mark TO CT-HIST-MARK
           WRITE ControlRecord
           CLOSE ControlFile.

      *> PrintRunSummary - after the notices: the counts, every
      *> change sent to the vendor tonight (read back off
      *> benelchg.dat), and the exceptions for HR.
       PrintRunSummary.
           WRITE PrintLine FROM SeparatorLine
           MOVE WS-Today TO SH-Date
           WRITE PrintLine FROM SummaryHeadLine
           MOVE WS-Last-Run TO SL-Date
           WRITE PrintLine FROM SinceLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "EMPLOYEES CHECKED" TO CT-Label
           MOVE WS-Employees TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "NOTICES PRINTED" TO CT-Label
           MOVE WS-Notice-Count TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "NEWLY ELIGIBLE" TO CT-Label
           MOVE WS-Elig-Count TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "NEWLY INELIGIBLE (TERMINATED)" TO CT-Label
           MOVE WS-Inelig-Count TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "EXCEPTIONS FOR HR" TO CT-Label
           MOVE WS-Exc-Count TO CT-Count
           WRITE PrintLine FROM CountLine

           IF WS-Elig-Count + WS-Inelig-Count > 0
               MOVE SPACES TO PrintLine
               WRITE PrintLine
               WRITE PrintLine FROM ChangeHeadLine
               MOVE 'N' TO EOF-Flag
               OPEN INPUT ChangeFile
               PERFORM UNTIL AtEndOfFile
                   READ ChangeFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF BC-RUN-DATE = WS-Today
                               PERFORM PrintChangeLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChangeFile
           END-IF

           IF WS-Exc-Count > 0
               MOVE SPACES TO PrintLine
               WRITE PrintLine
               MOVE "EXCEPTIONS - FOLLOW UP BY HAND" TO AL-Text
               WRITE PrintLine FROM AddressLine
               PERFORM VARYING WS-Exc-Idx FROM 1 BY 1
                       UNTIL WS-Exc-Idx > WS-Exc-Count
                           OR WS-Exc-Idx > 100
                   CALL "MaskSSN" USING WS-Exc-SSN(WS-Exc-Idx),
                       WS-Masked-SSN
                   MOVE WS-Masked-SSN TO XL-SSN
                   MOVE WS-Exc-Name(WS-Exc-Idx) TO XL-Name
                   MOVE WS-Exc-Reason(WS-Exc-Idx) TO XL-Reason
                   WRITE PrintLine FROM ExceptionLine
               END-PERFORM
               IF WS-Exc-Count > 100
                   MOVE "(MORE THAN 100 - ONLY THE FIRST 100 SHOWN)"
                       TO AL-Text
                   WRITE PrintLine FROM AddressLine
               END-IF
           END-IF.

       PrintChangeLine.
           IF BC-Now-Eligible
               MOVE "NOW ELIGIBLE" TO CL-Type
           ELSE
               MOVE "NO LONGER ELIGIBLE" TO CL-Type
           END-IF
           CALL "MaskSSN" USING BC-SSN-NUM, WS-Masked-SSN
           MOVE WS-Masked-SSN TO CL-SSN
           CALL "TrimName" USING BC-FNAME, WS-FnameLen
           CALL "TrimName" USING BC-LNAME, WS-LnameLen
           MOVE SPACES TO CL-Name
           STRING BC-FNAME(1:WS-FnameLen) " " BC-LNAME(1:WS-LnameLen)
               DELIMITED BY SIZE INTO CL-Name
           MOVE BC-DEPT-CODE TO CL-Dept
           MOVE BC-EFFECTIVE-DATE TO CL-Date
           WRITE PrintLine FROM ChangeLine.

      *> WriteBatchSummary - append this run's counts to
      *> batchsumm.dat for 008/NightlyBatch.cbl to read back.
       WriteBatchSummary.
           OPEN EXTEND BatchSummaryFile
           IF NOT BatchSummaryOK
               CLOSE BatchSummaryFile
               OPEN OUTPUT BatchSummaryFile
           END-IF
           MOVE "BenEligibility"        TO BS-STEP-NAME
           MOVE "NOTICES PRINTED"       TO BS-ITEM-1-LABEL
           MOVE WS-Notice-Count         TO BS-ITEM-1-VALUE
           MOVE "NEWLY ELIGIBLE"        TO BS-ITEM-2-LABEL
           MOVE WS-Elig-Count           TO BS-ITEM-2-VALUE
           MOVE "NEWLY INELIGIBLE"      TO BS-ITEM-3-LABEL
           MOVE WS-Inelig-Count         TO BS-ITEM-3-VALUE
           WRITE BatchSummaryRecord
           CLOSE BatchSummaryFile.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. EmpVerify.
      *> Employment verification letters, one standard letter per
      *> request on verifyreq.dat, so what a lender or landlord is
      *> told no longer depends on who looks the person up in
      *> EmpLookup and types the letter. A request gives the SSN,
      *> who is asking, and whether the employee has authorized
      *> their salary to be disclosed.
      *>
      *> The letter, on the company's letterhead from employer.dat,
      *> gives:
      *>   - for someone on the active master: currently employed,
      *>     hire date and department
      *>   - for a former employee: their dates of employment and
      *>     department when they left, off their latest record on
      *>     EMPHIST.DAT - never the reason they left
      *>   - for an SSN with no record at all: a letter saying so
      *> Monthly base salary appears only on a request marked as
      *> authorized; otherwise the letter says it is not disclosed.
      *> A request with a bad SSN, no requester or an authorization
      *> flag other than Y or N gets no letter and is listed at the
      *> end of verify.prt to be put right and resubmitted.
      *>
      *> Every letter issued is written to verifaudit.dat - when,
      *> whose, to whom, what was found, whether salary was shown,
      *> and the signed-on operator - appended to across runs the
      *> way lookupaudit.dat is. It takes inquiry authority, the
      *> same as EmpLookup - see 035/OperSignon.cbl. Run on demand.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RequestFile ASSIGN TO "verifyreq.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RequestFileStatus.
               SELECT IdxMaster ASSIGN TO "empmaster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IX-SSN-NUM
                   ALTERNATE RECORD KEY IS IX-DEPT-CODE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS IX-city
                       WITH DUPLICATES
                   FILE STATUS IS IdxFileStatus.
               SELECT HistFile ASSIGN TO "EMPHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS HistFileStatus.
               SELECT EmployerFile ASSIGN TO "employer.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS EmployerFileStatus.
               SELECT VerifyAuditFile ASSIGN TO "verifaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS VerifyAuditFileStatus.
               SELECT PrintFile ASSIGN TO "verify.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD RequestFile.
      *> One verification request per record. VR-SALARY-AUTH is Y
      *> only when the employee's signed authorization to disclose
      *> salary is on hand.
           01  RequestRecord.
               02 VR-SSN-NUM      PIC 9(9).
               02 VR-REQUESTER    PIC X(30).
               02 VR-SALARY-AUTH  PIC X(1).
                   88 VR-Salary-Authorized VALUE 'Y'.
                   88 VR-Salary-Valid      VALUE 'Y' 'N'.

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

           FD EmployerFile.
      *> The company's name and address for the letterhead - see
      *> copybooks/EMPLOYER.cpy.
           01  EmployerRecord.
               COPY EMPLOYER.

           FD VerifyAuditFile.
      *> One line per letter ever issued. VA-RESULT is A for an
      *> active employee, F for a former one, N for no record.
      *> Appended to, never replaced.
           01  VerifyAuditRecord.
               02 VA-TIMESTAMP     PIC 9(14).
               02 VA-SSN           PIC 9(9).
               02 VA-REQUESTER     PIC X(30).
               02 VA-RESULT        PIC X(1).
               02 VA-SALARY-SHOWN  PIC X(1).
               02 VA-OPERATOR      PIC X(8).

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout, renamed for IdxMaster - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==IdxFileStatus==
                         ==EverythingOK== BY ==IdxOK==
                         ==ReachEndOfFile== BY ==IdxReachEndOfFile==
                         ==RecordNotFound== BY ==IdxNotFound==
                         ==PermanentError== BY ==IdxPermanentError==
                         ==BoundaryViolation==
                      BY ==IdxBoundaryViolation==
                         ==FileNotFound== BY ==IdxFileNotFound==
                         ==LogicError== BY ==IdxLogicError==.
           01  RequestFileStatus   PIC X(2).
               88 RequestNotFound  VALUE '35'.
           01  HistFileStatus      PIC X(2).
               88 HistNotFound     VALUE '35'.
           01  EmployerFileStatus  PIC X(2).
               88 EmployerOK       VALUE '00'.
           01  VerifyAuditFileStatus PIC X(2).
               88 VerifyAuditOK    VALUE '00'.

           01  EOF-Flag            PIC X VALUE 'N'.
               88 AtEndOfFile      VALUE 'Y'.
           01  HistEOF-Flag        PIC X VALUE 'N'.
               88 HistEOF          VALUE 'Y'.

      *> Operator sign-on - see 035/OperSignon.cbl. The signed-on
      *> ID lands on every audit record this run writes.
           01  WS-Signon-Level   PIC 9(1) VALUE 1.
           01  WS-Operator-ID    PIC X(8) VALUE SPACES.
           01  WS-Operator-Level PIC 9(1) VALUE ZEROS.
           01  WS-Signon-Result  PIC X(1) VALUE 'N'.
               88 WS-SignedOn    VALUE 'Y'.

      *> What was found for the request in hand.
           01  WS-Result         PIC X(1).
               88 WS-Active      VALUE 'A'.
               88 WS-Former      VALUE 'F'.
               88 WS-No-Record   VALUE 'N'.
           01  WS-Salary-Shown   PIC X(1).
           01  WS-Vf-fname       PIC X(10).
           01  WS-Vf-lname       PIC X(10).
           01  WS-Vf-Dept        PIC X(4).
           01  WS-Vf-Salary      PIC 9(7)V99.
           01  WS-Vf-Hire        PIC 9(8).
           01  WS-Vf-Left        PIC 9(8).

           01  WS-Today          PIC 9(8).
           01  WS-Request-Count  PIC 9(6) VALUE ZEROS.
           01  WS-Letter-Count   PIC 9(6) VALUE ZEROS.
           01  WS-Reject-Count   PIC 9(6) VALUE ZEROS.
           01  WS-Reject-Table.
               02 WS-Reject-Entry OCCURS 100 TIMES.
                   03 WS-Rj-SSN       PIC X(9).
                   03 WS-Rj-Requester PIC X(30).
                   03 WS-Rj-Reason    PIC X(24).
           01  WS-Reject-Idx     PIC 9(4) COMP.
           01  WS-Reject-Reason  PIC X(24).

      *> Last-four masked SSN for the letter - see 039/MaskSSN.cbl.
           01  WS-Masked-SSN     PIC X(11).
      *> Trimmed lengths of the names for printing - see
      *> 009/TrimName.cbl.
           01  WS-FnameLen       PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen       PIC 9(2) VALUE ZEROS.

           01  SeparatorLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(60) VALUE ALL "=".

           01  TextLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 TL-Text       PIC X(66).

           01  CityStateLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 CS-City       PIC X(20).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 CS-State      PIC X(2).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 CS-Zip        PIC X(10).

           01  DateLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(6)  VALUE "DATE: ".
               02 DT-Date       PIC 9999/99/99.

           01  ToLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(6)  VALUE "TO:   ".
               02 TO-Requester  PIC X(30).

           01  FieldLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 FL-Label      PIC X(22).
               02 FL-Value      PIC X(36).

           01  WS-Show-Date      PIC 9999/99/99.
           01  WS-Show-Salary    PIC Z,ZZZ,ZZ9.99.

           01  RejectLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 RL-SSN        PIC X(11).
               02 RL-Requester  PIC X(32).
               02 RL-Reason     PIC X(24).

           01  CountLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 CT-Label      PIC X(24).
               02 CT-Count      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *> Who is issuing the letters? Inquiry authority is enough,
      *> as for EmpLookup; the ID goes on every audit line.
           CALL "OperSignon" USING WS-Signon-Level, WS-Operator-ID,
               WS-Operator-Level, WS-Signon-Result
           IF NOT WS-SignedOn
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

      *> Letters go out under the company's name - no employer
      *> record, no letters.
           OPEN INPUT EmployerFile
           IF NOT EmployerOK
               DISPLAY "ERROR : employer.dat not found - the letters "
                   "need the company's name and address"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ EmployerFile
               AT END
                   DISPLAY "ERROR : employer.dat is empty"
                   CLOSE EmployerFile
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE EmployerFile

           OPEN INPUT RequestFile
           IF RequestNotFound
               DISPLAY "NO verifyreq.dat - NO LETTERS TO PRODUCE"
               CLOSE RequestFile
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT IdxMaster
           IF IdxFileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               CLOSE RequestFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PrintFile
           PERFORM UNTIL AtEndOfFile
               READ RequestFile
                   AT END SET AtEndOfFile TO TRUE
                   NOT AT END PERFORM ProcessRequest
               END-READ
           END-PERFORM
           CLOSE RequestFile
           CLOSE IdxMaster

           PERFORM PrintRunSummary
           CLOSE PrintFile

           DISPLAY "EMPLOYMENT VERIFICATION COMPLETE"
           DISPLAY "  REQUESTS        : " WS-Request-Count
           DISPLAY "  LETTERS ISSUED  : " WS-Letter-Count
           DISPLAY "  REJECTED        : " WS-Reject-Count
           DISPLAY "  SEE verify.prt"
           IF WS-Reject-Count > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ProcessRequest - check the request, find the person, issue
      *> and log the letter.
       ProcessRequest.
           ADD 1 TO WS-Request-Count
           MOVE SPACES TO WS-Reject-Reason
           EVALUATE TRUE
               WHEN VR-SSN-NUM NOT NUMERIC
                   MOVE "SSN NOT NUMERIC" TO WS-Reject-Reason
               WHEN VR-SSN-NUM = 0
                   MOVE "SSN IS ZERO" TO WS-Reject-Reason
               WHEN VR-REQUESTER = SPACES
                   MOVE "NO REQUESTER GIVEN" TO WS-Reject-Reason
               WHEN NOT VR-Salary-Valid
                   MOVE "SALARY AUTH NOT Y OR N" TO WS-Reject-Reason
           END-EVALUATE
           IF WS-Reject-Reason NOT = SPACES
               PERFORM NoteReject
           ELSE
               PERFORM FindEmployment
               PERFORM PrintLetter
               PERFORM WriteVerifyAudit
               ADD 1 TO WS-Letter-Count
           END-IF.

      *> NoteReject - onto the list at the end of the report; past a
      *> hundred only counted.
       NoteReject.
           ADD 1 TO WS-Reject-Count
           IF WS-Reject-Count <= 100
               MOVE RequestRecord(1:9) TO WS-Rj-SSN(WS-Reject-Count)
               MOVE VR-REQUESTER
                   TO WS-Rj-Requester(WS-Reject-Count)
               MOVE WS-Reject-Reason
                   TO WS-Rj-Reason(WS-Reject-Count)
           END-IF.

      *> FindEmployment - the active master first; anyone not on it
      *> is looked for on EMPHIST.DAT, where the latest departure
      *> is the one that counts for someone who left more than once.
       FindEmployment.
           SET WS-No-Record TO TRUE
           MOVE ZEROS TO WS-Vf-Left
           MOVE VR-SSN-NUM TO IX-SSN-NUM
           READ IdxMaster
               KEY IS IX-SSN-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Active TO TRUE
                   MOVE IX-fname     TO WS-Vf-fname
                   MOVE IX-lname     TO WS-Vf-lname
                   MOVE IX-DEPT-CODE TO WS-Vf-Dept
                   MOVE IX-SALARY    TO WS-Vf-Salary
                   MOVE IX-HIRE-DATE TO WS-Vf-Hire
           END-READ
           IF WS-No-Record
               PERFORM SearchHistory
           END-IF.

       SearchHistory.
           MOVE 'N' TO HistEOF-Flag
           OPEN INPUT HistFile
           IF HistNotFound
               CLOSE HistFile
           ELSE
               PERFORM UNTIL HistEOF
                   READ HistFile
                       AT END SET HistEOF TO TRUE
                       NOT AT END
                           IF EH-SSN-NUM = VR-SSN-NUM AND
                                   (WS-No-Record OR
                                    EH-EFFECTIVE-DATE >= WS-Vf-Left)
                               SET WS-Former TO TRUE
                               MOVE EH-fname     TO WS-Vf-fname
                               MOVE EH-lname     TO WS-Vf-lname
                               MOVE EH-DEPT-CODE TO WS-Vf-Dept
                               MOVE EH-SALARY    TO WS-Vf-Salary
                               MOVE EH-HIRE-DATE TO WS-Vf-Hire
                               MOVE EH-EFFECTIVE-DATE TO WS-Vf-Left
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistFile
           END-IF.

      *> PrintLetter - letterhead, addressee, and the facts found.
       PrintLetter.
           WRITE PrintLine FROM SeparatorLine
           MOVE ER-NAME TO TL-Text
           WRITE PrintLine FROM TextLine
           MOVE ER-STREET TO TL-Text
           WRITE PrintLine FROM TextLine
           MOVE ER-CITY  TO CS-City
           MOVE ER-STATE TO CS-State
           MOVE ER-ZIP   TO CS-Zip
           WRITE PrintLine FROM CityStateLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE WS-Today TO DT-Date
           WRITE PrintLine FROM DateLine
           MOVE VR-REQUESTER TO TO-Requester
           WRITE PrintLine FROM ToLine
           MOVE "RE:   VERIFICATION OF EMPLOYMENT" TO TL-Text
           WRITE PrintLine FROM TextLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           CALL "MaskSSN" USING VR-SSN-NUM, WS-Masked-SSN
           IF WS-No-Record
               MOVE "WE HAVE NO RECORD OF EMPLOYMENT FOR THE PERSON"
                   TO TL-Text
               WRITE PrintLine FROM TextLine
               MOVE SPACES TO TL-Text
               STRING "WITH SOCIAL SECURITY NUMBER " WS-Masked-SSN "."
                   DELIMITED BY SIZE INTO TL-Text
               WRITE PrintLine FROM TextLine
               MOVE 'N' TO WS-Salary-Shown
           ELSE
               MOVE "IN RESPONSE TO YOUR REQUEST, WE CONFIRM:"
                   TO TL-Text
               WRITE PrintLine FROM TextLine
               MOVE SPACES TO PrintLine
               WRITE PrintLine
               PERFORM PrintEmploymentFacts
           END-IF
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "THIS INFORMATION IS GIVEN IN CONFIDENCE, FOR THE"
               TO TL-Text
           WRITE PrintLine FROM TextLine
           MOVE "PURPOSE OF YOUR REQUEST ONLY."
               TO TL-Text
           WRITE PrintLine FROM TextLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "HUMAN RESOURCES" TO TL-Text
           WRITE PrintLine FROM TextLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine.

      *> PrintEmploymentFacts - name, status, dates, department,
      *> and salary only under authorization.
       PrintEmploymentFacts.
           CALL "TrimName" USING WS-Vf-fname, WS-FnameLen
           CALL "TrimName" USING WS-Vf-lname, WS-LnameLen
           MOVE "NAME" TO FL-Label
           MOVE SPACES TO FL-Value
           STRING WS-Vf-fname(1:WS-FnameLen) " "
                  WS-Vf-lname(1:WS-LnameLen)
               DELIMITED BY SIZE INTO FL-Value
           WRITE PrintLine FROM FieldLine
           MOVE "SSN" TO FL-Label
           MOVE WS-Masked-SSN TO FL-Value
           WRITE PrintLine FROM FieldLine
           MOVE "STATUS" TO FL-Label
           IF WS-Active
               MOVE "CURRENTLY EMPLOYED" TO FL-Value
           ELSE
               MOVE "FORMER EMPLOYEE" TO FL-Value
           END-IF
           WRITE PrintLine FROM FieldLine
           IF WS-Active
               MOVE "HIRE DATE" TO FL-Label
           ELSE
               MOVE "EMPLOYED FROM" TO FL-Label
           END-IF
           IF WS-Vf-Hire = 0
               MOVE "NOT ON RECORD" TO FL-Value
           ELSE
               MOVE WS-Vf-Hire TO WS-Show-Date
               MOVE WS-Show-Date TO FL-Value
           END-IF
           WRITE PrintLine FROM FieldLine
           IF WS-Former
               MOVE "EMPLOYED TO" TO FL-Label
               MOVE WS-Vf-Left TO WS-Show-Date
               MOVE WS-Show-Date TO FL-Value
               WRITE PrintLine FROM FieldLine
           END-IF
           MOVE "DEPARTMENT" TO FL-Label
           MOVE WS-Vf-Dept TO FL-Value
           WRITE PrintLine FROM FieldLine
           IF WS-Active
               MOVE "MONTHLY BASE SALARY" TO FL-Label
           ELSE
               MOVE "FINAL MONTHLY SALARY" TO FL-Label
           END-IF
           IF VR-Salary-Authorized
               MOVE WS-Vf-Salary TO WS-Show-Salary
               MOVE WS-Show-Salary TO FL-Value
               MOVE 'Y' TO WS-Salary-Shown
           ELSE
               MOVE "NOT DISCLOSED WITHOUT AUTHORIZATION" TO FL-Value
               MOVE 'N' TO WS-Salary-Shown
           END-IF
           WRITE PrintLine FROM FieldLine.

      *> WriteVerifyAudit - one line per letter issued, appended,
      *> created fresh on the first letter ever, the same as
      *> lookupaudit.dat.
       WriteVerifyAudit.
           OPEN EXTEND VerifyAuditFile
           IF NOT VerifyAuditOK
               CLOSE VerifyAuditFile
               OPEN OUTPUT VerifyAuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO VA-TIMESTAMP
           MOVE VR-SSN-NUM      TO VA-SSN
           MOVE VR-REQUESTER    TO VA-REQUESTER
           MOVE WS-Result       TO VA-RESULT
           MOVE WS-Salary-Shown TO VA-SALARY-SHOWN
           MOVE WS-Operator-ID  TO VA-OPERATOR
           WRITE VerifyAuditRecord
           CLOSE VerifyAuditFile.

      *> PrintRunSummary - the counts, and the requests turned back.
       PrintRunSummary.
           WRITE PrintLine FROM SeparatorLine
           MOVE "EMPLOYMENT VERIFICATION RUN" TO TL-Text
           WRITE PrintLine FROM TextLine
           MOVE WS-Today TO DT-Date
           WRITE PrintLine FROM DateLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "REQUESTS READ" TO CT-Label
           MOVE WS-Request-Count TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "LETTERS ISSUED" TO CT-Label
           MOVE WS-Letter-Count TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "REQUESTS REJECTED" TO CT-Label
           MOVE WS-Reject-Count TO CT-Count
           WRITE PrintLine FROM CountLine
           IF WS-Reject-Count > 0
               MOVE SPACES TO PrintLine
               WRITE PrintLine
               MOVE "REJECTED - CORRECT AND RESUBMIT" TO TL-Text
               WRITE PrintLine FROM TextLine
               PERFORM VARYING WS-Reject-Idx FROM 1 BY 1
                       UNTIL WS-Reject-Idx > WS-Reject-Count
                           OR WS-Reject-Idx > 100
                   MOVE SPACES TO RL-SSN
                   IF WS-Rj-SSN(WS-Reject-Idx) IS NUMERIC
                       CALL "MaskSSN" USING WS-Rj-SSN(WS-Reject-Idx),
                           WS-Masked-SSN
                       MOVE WS-Masked-SSN TO RL-SSN
                   ELSE
                       MOVE "(INVALID)" TO RL-SSN
                   END-IF
                   MOVE WS-Rj-Requester(WS-Reject-Idx) TO RL-Requester
                   MOVE WS-Rj-Reason(WS-Reject-Idx) TO RL-Reason
                   WRITE PrintLine FROM RejectLine
               END-PERFORM
           END-IF.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. OperReview.
      *> Operator activity and security review for a date range -
      *> the quarterly access review in one report instead of five
      *> audit trails opened by hand. Every trail that carries an
      *> operator ID is read for the range keyed at the prompt:
      *>   - lookupaudit.dat  EmpLookup queries
      *>   - MAINTAUD.DAT     employee maintenance, approvals,
      *>                      releases, corrections
      *>   - REFTAUD.DAT      reference-table edits
      *>   - vextaudit.dat    vendor extracts - full-SSN runs are
      *>                      counted to the operator who authorized
      *>                      them; masked runs are only totalled
      *>   - verifaudit.dat   employment verification letters
      *> and the activity is counted by operator on opreview.prt,
      *> followed by everything that deserves a second look:
      *>   - an operator looking up, changing or verifying their own
      *>     record - which employee each operator is comes off
      *>     operemp.dat, hand-maintained beside opersec.dat (ID 8,
      *>     SSN 9, one line per operator)
      *>   - a run of WS-Browse-Limit lookups or more in a row with
      *>     no related maintenance - "related" meaning the same
      *>     operator changed that same employee that same day
      *>   - anything done outside business hours (before
      *>     WS-Day-Start or from WS-Day-End on, or at a weekend);
      *>     the extract log is not checked, being a batch job
      *>   - a full-SSN extract nobody put their ID to
      *>   - activity by IDs that are not in opersec.dat (shown in
      *>     the NOTE column of the operator summary)
      *> A trail or side file that does not exist yet is noted on
      *> the report and the review goes on without it. The review
      *> shows who looked at whom, so it takes mass-run authority -
      *> see 035/OperSignon.cbl. Run on demand. RC 4 when anything
      *> is flagged.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LookupLog ASSIGN TO "lookupaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LookupLogStatus.
               SELECT MaintAuditFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS MaintAuditFileStatus.
               SELECT RefAuditFile ASSIGN TO "REFTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RefAuditFileStatus.
               SELECT ExtractLogFile ASSIGN TO "vextaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ExtractLogFileStatus.
               SELECT VerifyAuditFile ASSIGN TO "verifaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS VerifyAuditFileStatus.
               SELECT OperSecFile ASSIGN TO "opersec.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS OperSecFileStatus.
               SELECT OperEmpFile ASSIGN TO "operemp.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS OperEmpFileStatus.
               SELECT PrintFile ASSIGN TO "opreview.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LookupLog.
      *> Same layout EmpLookup's WriteLookupLog appends.
           01  LookupLogRecord.
               02 LG-TIMESTAMP    PIC 9(14).
               02 LG-SSN          PIC 9(9).
               02 LG-FOUND-FLAG   PIC X(1).
               02 LG-OPERATOR     PIC X(8).

           FD MaintAuditFile.
      *> Same layout EmpUpdate's WriteAuditRecord writes.
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

           FD RefAuditFile.
      *> Same layout RefTabMaint stamps every table change with.
           01  RefAuditRecord.
               02 RA-TIMESTAMP  PIC 9(14).
               02 RA-TABLE-ID   PIC X(4).
               02 RA-ACTION     PIC X(10).
               02 RA-KEY        PIC X(10).
               02 RA-OLD-VALUE  PIC X(25).
               02 RA-NEW-VALUE  PIC X(25).
               02 RA-OPERATOR   PIC X(8).

           FD ExtractLogFile.
      *> Same layout VendorExtract's WriteExtractLog appends.
           01  ExtractLogRecord.
               02 XL-TIMESTAMP   PIC 9(14).
               02 XL-SSN-MODE    PIC X(6).
               02 XL-ROW-COUNT   PIC 9(6).
               02 XL-OPERATOR    PIC X(8).

           FD VerifyAuditFile.
      *> Same layout EmpVerify's WriteVerifyAudit appends.
           01  VerifyAuditRecord.
               02 VA-TIMESTAMP     PIC 9(14).
               02 VA-SSN           PIC 9(9).
               02 VA-REQUESTER     PIC X(30).
               02 VA-RESULT        PIC X(1).
               02 VA-SALARY-SHOWN  PIC X(1).
               02 VA-OPERATOR      PIC X(8).

           FD OperSecFile.
      *> Same layout OperSignon checks sign-ons against - only the
      *> ID is used here.
           01  OperSecRecord.
               02 OS-ID          PIC X(8).
               02 OS-PASSWORD    PIC X(8).
               02 OS-AUTH-LEVEL  PIC 9(1).

           FD OperEmpFile.
      *> Which employee each operator is, for the own-record check.
           01  OperEmpRecord.
               02 OE-ID          PIC X(8).
               02 OE-SSN-NUM     PIC 9(9).

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
           01  LookupLogStatus      PIC X(2).
               88 LookupLogNotFound VALUE '35'.
           01  MaintAuditFileStatus PIC X(2).
               88 MaintAuditNotFound VALUE '35'.
           01  RefAuditFileStatus   PIC X(2).
               88 RefAuditNotFound  VALUE '35'.
           01  ExtractLogFileStatus PIC X(2).
               88 ExtractLogNotFound VALUE '35'.
           01  VerifyAuditFileStatus PIC X(2).
               88 VerifyAuditNotFound VALUE '35'.
           01  OperSecFileStatus    PIC X(2).
               88 OperSecNotFound   VALUE '35'.
           01  OperEmpFileStatus    PIC X(2).
               88 OperEmpNotFound   VALUE '35'.

           01  EOF-Flag            PIC X VALUE 'N'.
               88 AtEndOfFile      VALUE 'Y'.

      *> Operator sign-on - see 035/OperSignon.cbl.
           01  WS-Signon-Level   PIC 9(1) VALUE 3.
           01  WS-Operator-ID    PIC X(8) VALUE SPACES.
           01  WS-Operator-Level PIC 9(1) VALUE ZEROS.
           01  WS-Signon-Result  PIC X(1) VALUE 'N'.
               88 WS-SignedOn    VALUE 'Y'.

      *> The review window, both ends inclusive.
           01  WS-From-Date      PIC 9(8) VALUE ZEROS.
           01  WS-To-Date        PIC 9(8) VALUE ZEROS.
           01  WS-Today          PIC 9(8).

      *> Business hours, as HHMM, and the lookup-run threshold.
           01  WS-Day-Start      PIC 9(4) VALUE 0700.
           01  WS-Day-End        PIC 9(4) VALUE 1900.
           01  WS-Browse-Limit   PIC 9(4) VALUE 10.

      *> Every ID on opersec.dat, and the employee behind each
      *> operator off operemp.dat.
           01  WS-Sec-Avail-Flag PIC X VALUE 'N'.
               88 WS-Sec-Avail   VALUE 'Y'.
           01  WS-Sec-Table.
               02 WS-Sec-ID OCCURS 200 TIMES PIC X(8).
           01  WS-Sec-Count      PIC 9(4) COMP VALUE ZEROS.
           01  WS-Map-Avail-Flag PIC X VALUE 'N'.
               88 WS-Map-Avail   VALUE 'Y'.
           01  WS-Map-Table.
               02 WS-Map-Entry OCCURS 200 TIMES.
                   03 WS-Map-ID      PIC X(8).
                   03 WS-Map-SSN     PIC 9(9).
           01  WS-Map-Count      PIC 9(4) COMP VALUE ZEROS.

      *> Activity by operator. Past 199 operators the rest pool on
      *> the last entry as *OTHERS*.
           01  WS-Oper-Table.
               02 WS-Oper-Entry OCCURS 200 TIMES.
                   03 WS-Op-ID         PIC X(8).
                   03 WS-Op-Self-SSN   PIC 9(9).
                   03 WS-Op-Lookups    PIC 9(6).
                   03 WS-Op-Changes    PIC 9(6).
                   03 WS-Op-Ref-Edits  PIC 9(6).
                   03 WS-Op-Full-Ext   PIC 9(6).
                   03 WS-Op-Letters    PIC 9(6).
                   03 WS-Op-After-Hrs  PIC 9(6).
                   03 WS-Op-Run        PIC 9(4).
                   03 WS-Op-Run-Date   PIC 9(8).
                   03 WS-Op-Max-Run    PIC 9(4).
           01  WS-Oper-Count     PIC 9(4) COMP VALUE ZEROS.
           01  WS-Op-Idx         PIC 9(4) COMP.
           01  WS-Scan-Idx       PIC 9(4) COMP.

      *> Who changed whom on which day, off MAINTAUD.DAT, for the
      *> lookups-with-no-maintenance check. Past 5000 the check can
      *> only over-flag, which the report says.
           01  WS-Maint-Key-Table.
               02 WS-MK-Entry OCCURS 5000 TIMES.
                   03 WS-MK-Operator PIC X(8).
                   03 WS-MK-SSN      PIC 9(9).
                   03 WS-MK-Date     PIC 9(8).
           01  WS-MK-Count       PIC 9(4) COMP VALUE ZEROS.
           01  WS-MK-Full-Flag   PIC X VALUE 'N'.
               88 WS-MK-Full     VALUE 'Y'.
           01  WS-Related-Flag   PIC X VALUE 'N'.
               88 WS-Related     VALUE 'Y'.

      *> Everything flagged, in the order found. Past 500 only
      *> counted.
           01  WS-Flag-Table.
               02 WS-Flag-Entry OCCURS 500 TIMES.
                   03 WS-Fl-Stamp    PIC 9(14).
                   03 WS-Fl-Operator PIC X(8).
                   03 WS-Fl-Source   PIC X(7).
                   03 WS-Fl-SSN      PIC 9(9).
                   03 WS-Fl-Reason   PIC X(30).
           01  WS-Flag-Count     PIC 9(6) VALUE ZEROS.
           01  WS-Flag-Idx       PIC 9(4) COMP.

      *> The audit line in hand, whichever trail it came from.
           01  WS-Cur-Stamp      PIC 9(14).
           01  WS-Cur-Stamp-X REDEFINES WS-Cur-Stamp.
               02 WS-Cur-Date    PIC 9(8).
               02 WS-Cur-HHMM    PIC 9(4).
               02 FILLER         PIC 9(2).
           01  WS-Cur-Operator   PIC X(8).
           01  WS-Cur-Source     PIC X(7).
           01  WS-Cur-SSN        PIC 9(9).
           01  WS-Cur-Reason     PIC X(30).
           01  WS-Day-Int        PIC 9(8).
           01  WS-Week-Count     PIC 9(8).
           01  WS-Weekday        PIC 9(1).

      *> Lines in the range per trail, and whether it was there.
           01  WS-Lookup-Lines   PIC 9(6) VALUE ZEROS.
           01  WS-Maint-Lines    PIC 9(6) VALUE ZEROS.
           01  WS-Ref-Lines      PIC 9(6) VALUE ZEROS.
           01  WS-Extract-Lines  PIC 9(6) VALUE ZEROS.
           01  WS-Masked-Runs    PIC 9(6) VALUE ZEROS.
           01  WS-Letter-Lines   PIC 9(6) VALUE ZEROS.
           01  WS-Unknown-Count  PIC 9(4) VALUE ZEROS.
           01  WS-Trail-Missing  PIC X(5) VALUE "NNNNN".

      *> Last-four masked SSN for the flag lines - see
      *> 039/MaskSSN.cbl.
           01  WS-Masked-SSN     PIC X(11).

           01  HeaderLine1.
               02 FILLER        PIC X(38)
                   VALUE "OPERATOR ACTIVITY AND SECURITY REVIEW".
               02 FILLER        PIC X(5)  VALUE "RUN ".
               02 HL-Run-Date   PIC 9999/99/99.
               02 FILLER        PIC X(5)  VALUE SPACES.
               02 FILLER        PIC X(4)  VALUE "BY ".
               02 HL-Reviewer   PIC X(8).
           01  HeaderLine2.
               02 FILLER        PIC X(8)  VALUE "PERIOD ".
               02 HL-From       PIC 9999/99/99.
               02 FILLER        PIC X(4)  VALUE " TO ".
               02 HL-To         PIC 9999/99/99.
           01  SeparatorLine    PIC X(80) VALUE ALL "-".
           01  TitleLine        PIC X(80).

           01  OperHeadLine.
               02 FILLER        PIC X(10) VALUE "OPERATOR".
               02 FILLER        PIC X(8)  VALUE "LOOKUPS".
               02 FILLER        PIC X(8)  VALUE "CHANGES".
               02 FILLER        PIC X(8)  VALUE "REFTAB".
               02 FILLER        PIC X(8)  VALUE "FULLEXT".
               02 FILLER        PIC X(8)  VALUE "LETTERS".
               02 FILLER        PIC X(8)  VALUE "AFTHRS".
               02 FILLER        PIC X(8)  VALUE "MAXRUN".
               02 FILLER        PIC X(12) VALUE "NOTE".
           01  OperLine.
               02 OL-Operator   PIC X(8).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 OL-Lookups    PIC ZZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 OL-Changes    PIC ZZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 OL-Ref-Edits  PIC ZZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 OL-Full-Ext   PIC ZZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 OL-Letters    PIC ZZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 OL-After-Hrs  PIC ZZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 OL-Max-Run    PIC ZZZ,ZZ9.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 OL-Note       PIC X(11).

           01  FlagHeadLine.
               02 FILLER        PIC X(17) VALUE "WHEN".
               02 FILLER        PIC X(9)  VALUE "OPERATOR".
               02 FILLER        PIC X(8)  VALUE "TRAIL".
               02 FILLER        PIC X(12) VALUE "SSN".
               02 FILLER        PIC X(30) VALUE "FLAGGED FOR".
           01  FlagLine.
               02 FG-Date       PIC 9999/99/99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 FG-Hour       PIC 9(2).
               02 FILLER        PIC X(1)  VALUE ":".
               02 FG-Minute     PIC 9(2).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 FG-Operator   PIC X(8).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 FG-Source     PIC X(7).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 FG-SSN        PIC X(11).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 FG-Reason     PIC X(30).
           01  WS-Show-Time     PIC 9(4).
           01  WS-Show-Time-X REDEFINES WS-Show-Time.
               02 WS-Show-Hour  PIC 9(2).
               02 WS-Show-Minute PIC 9(2).

           01  CountLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 CT-Label      PIC X(34).
               02 CT-Count      PIC ZZZ,ZZ9.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 CT-Note       PIC X(30).

       PROCEDURE DIVISION.
      *> Who is running the review? It shows every operator's
      *> lookups, so it takes mass-run authority.
           CALL "OperSignon" USING WS-Signon-Level, WS-Operator-ID,
               WS-Operator-Level, WS-Signon-Result
           IF NOT WS-SignedOn
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Review from date (YYYYMMDD): "
           ACCEPT WS-From-Date
           DISPLAY "Review to date (YYYYMMDD, 0 for today): "
           ACCEPT WS-To-Date
           IF WS-To-Date = 0
               MOVE WS-Today TO WS-To-Date
           END-IF
           IF WS-From-Date = 0
                   OR WS-From-Date > WS-To-Date
                   OR WS-From-Date(5:2) < "01"
                   OR WS-From-Date(5:2) > "12"
                   OR WS-From-Date(7:2) < "01"
                   OR WS-From-Date(7:2) > "31"
                   OR WS-To-Date(5:2) < "01"
                   OR WS-To-Date(5:2) > "12"
                   OR WS-To-Date(7:2) < "01"
                   OR WS-To-Date(7:2) > "31"
               DISPLAY "ERROR : the review needs a from date no later "
                   "than the to date - run cancelled"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LoadOperSec
           PERFORM LoadOperEmp

      *> Maintenance first, so the lookup pass can tell which
      *> lookups led to a change.
           PERFORM ReviewMaintenance
           PERFORM ReviewLookups
           PERFORM ReviewRefEdits
           PERFORM ReviewExtracts
           PERFORM ReviewLetters

           OPEN OUTPUT PrintFile
           PERFORM PrintOperSummary
           PERFORM PrintFlags
           PERFORM PrintTotals
           CLOSE PrintFile

           DISPLAY "OPERATOR REVIEW COMPLETE"
           DISPLAY "  OPERATORS       : " WS-Oper-Count
           DISPLAY "  ITEMS FLAGGED   : " WS-Flag-Count
           DISPLAY "  UNKNOWN IDS     : " WS-Unknown-Count
           DISPLAY "  SEE opreview.prt"
           IF WS-Flag-Count > 0 OR WS-Unknown-Count > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> LoadOperSec - every operator ID on opersec.dat. No file
      *> means the unknown-ID check cannot be made.
       LoadOperSec.
           OPEN INPUT OperSecFile
           IF OperSecNotFound
               CLOSE OperSecFile
           ELSE
               SET WS-Sec-Avail TO TRUE
               MOVE 'N' TO EOF-Flag
               PERFORM UNTIL AtEndOfFile
                   READ OperSecFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF WS-Sec-Count < 200
                               ADD 1 TO WS-Sec-Count
                               MOVE OS-ID TO WS-Sec-ID(WS-Sec-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperSecFile
           END-IF.

      *> LoadOperEmp - the employee behind each operator ID. No
      *> file means the own-record check cannot be made.
       LoadOperEmp.
           OPEN INPUT OperEmpFile
           IF OperEmpNotFound
               CLOSE OperEmpFile
           ELSE
               SET WS-Map-Avail TO TRUE
               MOVE 'N' TO EOF-Flag
               PERFORM UNTIL AtEndOfFile
                   READ OperEmpFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF WS-Map-Count < 200
                               ADD 1 TO WS-Map-Count
                               MOVE OE-ID TO WS-Map-ID(WS-Map-Count)
                               MOVE OE-SSN-NUM
                                   TO WS-Map-SSN(WS-Map-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperEmpFile
           END-IF.

      *> ReviewMaintenance - MAINTAUD.DAT: changes per operator,
      *> who-changed-whom for the lookup pass, own record, hours.
       ReviewMaintenance.
           OPEN INPUT MaintAuditFile
           IF MaintAuditNotFound
               CLOSE MaintAuditFile
               MOVE 'Y' TO WS-Trail-Missing(2:1)
           ELSE
               MOVE 'N' TO EOF-Flag
               PERFORM UNTIL AtEndOfFile
                   READ MaintAuditFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF AU-TIMESTAMP(1:8) >= WS-From-Date
                                   AND AU-TIMESTAMP(1:8) <= WS-To-Date
                               PERFORM CheckMaintLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaintAuditFile
           END-IF.

       CheckMaintLine.
           ADD 1 TO WS-Maint-Lines
           MOVE AU-TIMESTAMP TO WS-Cur-Stamp
           MOVE AU-OPERATOR  TO WS-Cur-Operator
           MOVE AU-SSN       TO WS-Cur-SSN
           MOVE "MAINT"      TO WS-Cur-Source
           PERFORM FindOperator
           ADD 1 TO WS-Op-Changes(WS-Op-Idx)
           IF WS-MK-Count < 5000
               ADD 1 TO WS-MK-Count
               MOVE WS-Cur-Operator TO WS-MK-Operator(WS-MK-Count)
               MOVE WS-Cur-SSN      TO WS-MK-SSN(WS-MK-Count)
               MOVE WS-Cur-Date     TO WS-MK-Date(WS-MK-Count)
           ELSE
               SET WS-MK-Full TO TRUE
           END-IF
           IF WS-Op-Self-SSN(WS-Op-Idx) NOT = 0
                   AND WS-Cur-SSN = WS-Op-Self-SSN(WS-Op-Idx)
               MOVE "CHANGED OWN RECORD" TO WS-Cur-Reason
               PERFORM NoteFlag
           END-IF
           PERFORM CheckHours.

      *> ReviewLookups - lookupaudit.dat: lookups per operator, own
      *> record, hours, and runs of lookups that led to no change.
       ReviewLookups.
           OPEN INPUT LookupLog
           IF LookupLogNotFound
               CLOSE LookupLog
               MOVE 'Y' TO WS-Trail-Missing(1:1)
           ELSE
               MOVE 'N' TO EOF-Flag
               PERFORM UNTIL AtEndOfFile
                   READ LookupLog
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF LG-TIMESTAMP(1:8) >= WS-From-Date
                                   AND LG-TIMESTAMP(1:8) <= WS-To-Date
                               PERFORM CheckLookupLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LookupLog
           END-IF.

       CheckLookupLine.
           ADD 1 TO WS-Lookup-Lines
           MOVE LG-TIMESTAMP TO WS-Cur-Stamp
           MOVE LG-OPERATOR  TO WS-Cur-Operator
           MOVE LG-SSN       TO WS-Cur-SSN
           MOVE "LOOKUP"     TO WS-Cur-Source
           PERFORM FindOperator
           ADD 1 TO WS-Op-Lookups(WS-Op-Idx)
           IF WS-Op-Self-SSN(WS-Op-Idx) NOT = 0
                   AND WS-Cur-SSN = WS-Op-Self-SSN(WS-Op-Idx)
               MOVE "LOOKED UP OWN RECORD" TO WS-Cur-Reason
               PERFORM NoteFlag
           END-IF
           PERFORM CheckHours

      *> The run starts over each day and at every lookup that led
      *> to a change; it is flagged once, on the lookup that takes
      *> it to the limit.
           IF WS-Cur-Date NOT = WS-Op-Run-Date(WS-Op-Idx)
               MOVE ZEROS TO WS-Op-Run(WS-Op-Idx)
               MOVE WS-Cur-Date TO WS-Op-Run-Date(WS-Op-Idx)
           END-IF
           PERFORM FindRelatedChange
           IF WS-Related
               MOVE ZEROS TO WS-Op-Run(WS-Op-Idx)
           ELSE
               IF WS-Op-Run(WS-Op-Idx) < 9999
                   ADD 1 TO WS-Op-Run(WS-Op-Idx)
               END-IF
               IF WS-Op-Run(WS-Op-Idx) > WS-Op-Max-Run(WS-Op-Idx)
                   MOVE WS-Op-Run(WS-Op-Idx)
                       TO WS-Op-Max-Run(WS-Op-Idx)
               END-IF
               IF WS-Op-Run(WS-Op-Idx) = WS-Browse-Limit
                   MOVE "RUN OF LOOKUPS, NO CHANGES"
                       TO WS-Cur-Reason
                   MOVE ZEROS TO WS-Cur-SSN
                   PERFORM NoteFlag
               END-IF
           END-IF.

      *> FindRelatedChange - did this operator change this employee
      *> on the day of the lookup?
       FindRelatedChange.
           MOVE 'N' TO WS-Related-Flag
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                   UNTIL WS-Scan-Idx > WS-MK-Count OR WS-Related
               IF WS-MK-Operator(WS-Scan-Idx) = WS-Cur-Operator
                       AND WS-MK-SSN(WS-Scan-Idx) = WS-Cur-SSN
                       AND WS-MK-Date(WS-Scan-Idx) = WS-Cur-Date
                   SET WS-Related TO TRUE
               END-IF
           END-PERFORM.

      *> ReviewRefEdits - REFTAUD.DAT: table edits per operator and
      *> hours.
       ReviewRefEdits.
           OPEN INPUT RefAuditFile
           IF RefAuditNotFound
               CLOSE RefAuditFile
               MOVE 'Y' TO WS-Trail-Missing(3:1)
           ELSE
               MOVE 'N' TO EOF-Flag
               PERFORM UNTIL AtEndOfFile
                   READ RefAuditFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF RA-TIMESTAMP(1:8) >= WS-From-Date
                                   AND RA-TIMESTAMP(1:8) <= WS-To-Date
                               ADD 1 TO WS-Ref-Lines
                               MOVE RA-TIMESTAMP TO WS-Cur-Stamp
                               MOVE RA-OPERATOR  TO WS-Cur-Operator
                               MOVE ZEROS        TO WS-Cur-SSN
                               MOVE "REFTAB"     TO WS-Cur-Source
                               PERFORM FindOperator
                               ADD 1 TO WS-Op-Ref-Edits(WS-Op-Idx)
                               PERFORM CheckHours
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RefAuditFile
           END-IF.

      *> ReviewExtracts - vextaudit.dat: full-SSN runs to whoever
      *> authorized them, masked runs only totalled. The extract
      *> runs in the nightly batch, so its hours are not checked.
       ReviewExtracts.
           OPEN INPUT ExtractLogFile
           IF ExtractLogNotFound
               CLOSE ExtractLogFile
               MOVE 'Y' TO WS-Trail-Missing(4:1)
           ELSE
               MOVE 'N' TO EOF-Flag
               PERFORM UNTIL AtEndOfFile
                   READ ExtractLogFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF XL-TIMESTAMP(1:8) >= WS-From-Date
                                   AND XL-TIMESTAMP(1:8) <= WS-To-Date
                               PERFORM CheckExtractLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ExtractLogFile
           END-IF.

       CheckExtractLine.
           ADD 1 TO WS-Extract-Lines
           IF XL-SSN-MODE NOT = "FULL"
               ADD 1 TO WS-Masked-Runs
           ELSE
               MOVE XL-TIMESTAMP TO WS-Cur-Stamp
               MOVE XL-OPERATOR  TO WS-Cur-Operator
               MOVE ZEROS        TO WS-Cur-SSN
               MOVE "EXTRACT"    TO WS-Cur-Source
               PERFORM FindOperator
               ADD 1 TO WS-Op-Full-Ext(WS-Op-Idx)
               IF WS-Cur-Operator = SPACES
                   MOVE "FULL-SSN EXTRACT, NO OPERATOR"
                       TO WS-Cur-Reason
                   PERFORM NoteFlag
               END-IF
           END-IF.

      *> ReviewLetters - verifaudit.dat: verification letters per
      *> operator, own record, hours.
       ReviewLetters.
           OPEN INPUT VerifyAuditFile
           IF VerifyAuditNotFound
               CLOSE VerifyAuditFile
               MOVE 'Y' TO WS-Trail-Missing(5:1)
           ELSE
               MOVE 'N' TO EOF-Flag
               PERFORM UNTIL AtEndOfFile
                   READ VerifyAuditFile
                       AT END SET AtEndOfFile TO TRUE
                       NOT AT END
                           IF VA-TIMESTAMP(1:8) >= WS-From-Date
                                   AND VA-TIMESTAMP(1:8) <= WS-To-Date
                               PERFORM CheckLetterLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VerifyAuditFile
           END-IF.

       CheckLetterLine.
           ADD 1 TO WS-Letter-Lines
           MOVE VA-TIMESTAMP TO WS-Cur-Stamp
           MOVE VA-OPERATOR  TO WS-Cur-Operator
           MOVE VA-SSN       TO WS-Cur-SSN
           MOVE "LETTER"     TO WS-Cur-Source
           PERFORM FindOperator
           ADD 1 TO WS-Op-Letters(WS-Op-Idx)
           IF WS-Op-Self-SSN(WS-Op-Idx) NOT = 0
                   AND WS-Cur-SSN = WS-Op-Self-SSN(WS-Op-Idx)
               MOVE "VERIFIED OWN EMPLOYMENT" TO WS-Cur-Reason
               PERFORM NoteFlag
           END-IF
           PERFORM CheckHours.

      *> FindOperator - the operator's entry, added on first sight
      *> with the employee behind the ID off operemp.dat.
       FindOperator.
           MOVE ZEROS TO WS-Op-Idx
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                   UNTIL WS-Scan-Idx > WS-Oper-Count
                       OR WS-Op-Idx > 0
               IF WS-Op-ID(WS-Scan-Idx) = WS-Cur-Operator
                   MOVE WS-Scan-Idx TO WS-Op-Idx
               END-IF
           END-PERFORM
           IF WS-Op-Idx = 0
               IF WS-Oper-Count < 199
                   ADD 1 TO WS-Oper-Count
                   MOVE WS-Oper-Count TO WS-Op-Idx
                   INITIALIZE WS-Oper-Entry(WS-Op-Idx)
                   MOVE WS-Cur-Operator TO WS-Op-ID(WS-Op-Idx)
                   PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                           UNTIL WS-Scan-Idx > WS-Map-Count
                       IF WS-Map-ID(WS-Scan-Idx) = WS-Cur-Operator
                           MOVE WS-Map-SSN(WS-Scan-Idx)
                               TO WS-Op-Self-SSN(WS-Op-Idx)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 200 TO WS-Op-Idx
                   IF WS-Op-ID(200) NOT = "*OTHERS*"
                       INITIALIZE WS-Oper-Entry(200)
                       MOVE "*OTHERS*" TO WS-Op-ID(200)
                       MOVE 200 TO WS-Oper-Count
                   END-IF
               END-IF
           END-IF.

      *> CheckHours - flag the line in hand if it falls outside
      *> business hours or at a weekend. Day 1 of the integer date
      *> count is a Monday, so a remainder of 6 or 0 is the weekend.
       CheckHours.
           COMPUTE WS-Day-Int = FUNCTION INTEGER-OF-DATE(WS-Cur-Date)
           DIVIDE WS-Day-Int BY 7 GIVING WS-Week-Count
               REMAINDER WS-Weekday
           IF WS-Weekday = 6 OR WS-Weekday = 0
               MOVE "WEEKEND ACTIVITY" TO WS-Cur-Reason
               ADD 1 TO WS-Op-After-Hrs(WS-Op-Idx)
               PERFORM NoteFlag
           ELSE
               IF WS-Cur-HHMM < WS-Day-Start
                       OR WS-Cur-HHMM >= WS-Day-End
                   MOVE "OUTSIDE BUSINESS HOURS" TO WS-Cur-Reason
                   ADD 1 TO WS-Op-After-Hrs(WS-Op-Idx)
                   PERFORM NoteFlag
               END-IF
           END-IF.

      *> NoteFlag - the line in hand onto the flag list, with the
      *> reason in WS-Cur-Reason; past 500 only counted.
       NoteFlag.
           ADD 1 TO WS-Flag-Count
           IF WS-Flag-Count <= 500
               MOVE WS-Cur-Stamp    TO WS-Fl-Stamp(WS-Flag-Count)
               MOVE WS-Cur-Operator TO WS-Fl-Operator(WS-Flag-Count)
               MOVE WS-Cur-Source   TO WS-Fl-Source(WS-Flag-Count)
               MOVE WS-Cur-SSN      TO WS-Fl-SSN(WS-Flag-Count)
               MOVE WS-Cur-Reason   TO WS-Fl-Reason(WS-Flag-Count)
           END-IF.

      *> PrintOperSummary - one line per operator seen in the
      *> range, with what kind of ID it is.
       PrintOperSummary.
           MOVE WS-Today      TO HL-Run-Date
           MOVE WS-Operator-ID TO HL-Reviewer
           MOVE WS-From-Date  TO HL-From
           MOVE WS-To-Date    TO HL-To
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM HeaderLine2
           WRITE PrintLine FROM SeparatorLine
           MOVE "ACTIVITY BY OPERATOR" TO TitleLine
           WRITE PrintLine FROM TitleLine
           WRITE PrintLine FROM OperHeadLine
           PERFORM VARYING WS-Op-Idx FROM 1 BY 1
                   UNTIL WS-Op-Idx > WS-Oper-Count
               PERFORM PrintOperLine
           END-PERFORM
           IF WS-Oper-Count = 0
               MOVE "  NO OPERATOR ACTIVITY IN THE PERIOD"
                   TO TitleLine
               WRITE PrintLine FROM TitleLine
           END-IF.

       PrintOperLine.
           MOVE WS-Op-ID(WS-Op-Idx)        TO OL-Operator
           MOVE WS-Op-Lookups(WS-Op-Idx)   TO OL-Lookups
           MOVE WS-Op-Changes(WS-Op-Idx)   TO OL-Changes
           MOVE WS-Op-Ref-Edits(WS-Op-Idx) TO OL-Ref-Edits
           MOVE WS-Op-Full-Ext(WS-Op-Idx)  TO OL-Full-Ext
           MOVE WS-Op-Letters(WS-Op-Idx)   TO OL-Letters
           MOVE WS-Op-After-Hrs(WS-Op-Idx) TO OL-After-Hrs
           MOVE WS-Op-Max-Run(WS-Op-Idx)   TO OL-Max-Run
           MOVE SPACES TO OL-Note
           EVALUATE TRUE
               WHEN WS-Op-ID(WS-Op-Idx) = SPACES
                   MOVE "(NONE)" TO OL-Operator
                   MOVE "NO ID" TO OL-Note
               WHEN WS-Op-ID(WS-Op-Idx) = "*OTHERS*"
                   CONTINUE
               WHEN WS-Sec-Avail
                   MOVE 'N' TO WS-Related-Flag
                   PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                           UNTIL WS-Scan-Idx > WS-Sec-Count
                               OR WS-Related
                       IF WS-Sec-ID(WS-Scan-Idx) = WS-Op-ID(WS-Op-Idx)
                           SET WS-Related TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-Related
                       MOVE "UNKNOWN ID" TO OL-Note
                       ADD 1 TO WS-Unknown-Count
                   END-IF
           END-EVALUATE
           WRITE PrintLine FROM OperLine.

      *> PrintFlags - everything flagged, in the order found.
       PrintFlags.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SeparatorLine
           MOVE "FLAGGED FOR REVIEW" TO TitleLine
           WRITE PrintLine FROM TitleLine
           IF WS-Flag-Count = 0
               MOVE "  NOTHING FLAGGED IN THE PERIOD" TO TitleLine
               WRITE PrintLine FROM TitleLine
           ELSE
               WRITE PrintLine FROM FlagHeadLine
               PERFORM VARYING WS-Flag-Idx FROM 1 BY 1
                       UNTIL WS-Flag-Idx > WS-Flag-Count
                           OR WS-Flag-Idx > 500
                   PERFORM PrintFlagLine
               END-PERFORM
               IF WS-Flag-Count > 500
                   MOVE "  ONLY THE FIRST 500 FLAGS ARE LISTED"
                       TO TitleLine
                   WRITE PrintLine FROM TitleLine
               END-IF
           END-IF.

       PrintFlagLine.
           MOVE WS-Fl-Stamp(WS-Flag-Idx) TO WS-Cur-Stamp
           MOVE WS-Cur-Date TO FG-Date
           MOVE WS-Cur-HHMM TO WS-Show-Time
           MOVE WS-Show-Hour TO FG-Hour
           MOVE WS-Show-Minute TO FG-Minute
           IF WS-Fl-Operator(WS-Flag-Idx) = SPACES
               MOVE "(NONE)" TO FG-Operator
           ELSE
               MOVE WS-Fl-Operator(WS-Flag-Idx) TO FG-Operator
           END-IF
           MOVE WS-Fl-Source(WS-Flag-Idx) TO FG-Source
           IF WS-Fl-SSN(WS-Flag-Idx) = 0
               MOVE SPACES TO FG-SSN
           ELSE
               CALL "MaskSSN" USING WS-Fl-SSN(WS-Flag-Idx),
                   WS-Masked-SSN
               MOVE WS-Masked-SSN TO FG-SSN
           END-IF
           MOVE WS-Fl-Reason(WS-Flag-Idx) TO FG-Reason
           WRITE PrintLine FROM FlagLine.

      *> PrintTotals - lines read per trail, and what the review
      *> could not check.
       PrintTotals.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SeparatorLine
           MOVE "AUDIT LINES IN THE PERIOD" TO TitleLine
           WRITE PrintLine FROM TitleLine
           MOVE "LOOKUPS         lookupaudit.dat" TO CT-Label
           MOVE WS-Lookup-Lines TO CT-Count
           MOVE SPACES TO CT-Note
           IF WS-Trail-Missing(1:1) = 'Y'
               MOVE "NOT ON FILE" TO CT-Note
           END-IF
           WRITE PrintLine FROM CountLine
           MOVE "MAINTENANCE     MAINTAUD.DAT" TO CT-Label
           MOVE WS-Maint-Lines TO CT-Count
           MOVE SPACES TO CT-Note
           IF WS-Trail-Missing(2:1) = 'Y'
               MOVE "NOT ON FILE" TO CT-Note
           END-IF
           WRITE PrintLine FROM CountLine
           MOVE "TABLE EDITS     REFTAUD.DAT" TO CT-Label
           MOVE WS-Ref-Lines TO CT-Count
           MOVE SPACES TO CT-Note
           IF WS-Trail-Missing(3:1) = 'Y'
               MOVE "NOT ON FILE" TO CT-Note
           END-IF
           WRITE PrintLine FROM CountLine
           MOVE "EXTRACTS        vextaudit.dat" TO CT-Label
           MOVE WS-Extract-Lines TO CT-Count
           MOVE SPACES TO CT-Note
           IF WS-Trail-Missing(4:1) = 'Y'
               MOVE "NOT ON FILE" TO CT-Note
           END-IF
           WRITE PrintLine FROM CountLine
           MOVE "  OF WHICH MASKED (NIGHTLY)" TO CT-Label
           MOVE WS-Masked-Runs TO CT-Count
           MOVE SPACES TO CT-Note
           WRITE PrintLine FROM CountLine
           MOVE "LETTERS         verifaudit.dat" TO CT-Label
           MOVE WS-Letter-Lines TO CT-Count
           MOVE SPACES TO CT-Note
           IF WS-Trail-Missing(5:1) = 'Y'
               MOVE "NOT ON FILE" TO CT-Note
           END-IF
           WRITE PrintLine FROM CountLine
           MOVE "ITEMS FLAGGED" TO CT-Label
           MOVE WS-Flag-Count TO CT-Count
           MOVE SPACES TO CT-Note
           WRITE PrintLine FROM CountLine
           MOVE "IDS NOT IN opersec.dat" TO CT-Label
           MOVE WS-Unknown-Count TO CT-Count
           MOVE SPACES TO CT-Note
           IF NOT WS-Sec-Avail
               MOVE "NOT CHECKED - NO opersec.dat" TO CT-Note
           END-IF
           WRITE PrintLine FROM CountLine
           IF NOT WS-Map-Avail
               MOVE "  OWN-RECORD CHECK NOT MADE - NO operemp.dat"
                   TO TitleLine
               WRITE PrintLine FROM TitleLine
           END-IF
           IF WS-MK-Full
               MOVE "  OVER 5000 CHANGES - LOOKUP RUNS MAY OVER-FLAG"
                   TO TitleLine
               WRITE PrintLine FROM TitleLine
           END-IF.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. RetentionPurge.
      *> Records-retention purge of former employees' personal data.
      *> PurgeArchive ages out the master backups, but the side
      *> files kept every leaver's SSN, birth date and home address
      *> with no end date. Anyone whose latest EMPHIST.DAT
      *> separation took effect more than WS-Retention-Years ago,
      *> and who is not back on the active master (rehired), is
      *> purged from every file that still carries them:
      *>   - removed outright: ADDRHIST.DAT (their address at
      *>     departure) and suspense.dat (rejected transactions)
      *>   - anonymized: EMPHIST.DAT keeps the department, hire and
      *>     separation dates and reason, so turnover counts still
      *>     add up, but loses name, SSN, city, birth date and pay;
      *>     MAINTAUD.DAT keeps when, what and which operator but
      *>     loses the SSN and the before/after values, as does a
      *>     supervisor change elsewhere that named them;
      *>     lookupaudit.dat and verifaudit.dat keep when and who
      *>     but lose the SSN
      *> so the operator activity review still counts everyone's
      *> work. Anonymizing rather than removing also leaves
      *> EMPHIST.DAT the same length, so BenEligibility's record
      *> mark on it stays good. Each file goes through the same
      *> write-then-swap SSNCorrect uses.
      *>
      *> The run lists how many people are due and asks before it
      *> touches anything. MAINTAUD.DAT is re-chained as it is written
      *> back (see 058/AuditChain.cbl), so it must first check through
      *> clean the way AuditVerify checks it; a break stops the run with
      *> return code 16 and nothing purged. What it did is written to a
      *> dated certificate, RETCERT.YYYYMMDD - the retention period, the
      *> cutoff, how many people, and per file how many lines were
      *> removed or anonymized: counts only, no personal data - and the
      *> run itself goes on MAINTAUD.DAT as action 'P' with no SSN. A
      *> mass change, so it takes the highest authority level (see
      *> 035/OperSignon.cbl). Run on demand, outside the nightly batch
      *> window, with nothing else updating the files.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT HistNewFile ASSIGN TO "emphist.new"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT AddrHistFile ASSIGN TO "ADDRHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AddrHistFileStatus.
               SELECT AddrHistNewFile ASSIGN TO "addrhist.new"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT AuditFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AuditFileStatus.
               SELECT AuditNewFile ASSIGN TO "maintaud.new"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT LookupLog ASSIGN TO "lookupaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LookupLogStatus.
               SELECT LookupLogNewFile ASSIGN TO "lookupaudit.new"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT SuspenseFile ASSIGN TO "suspense.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS SuspenseFileStatus.
               SELECT SuspenseNewFile ASSIGN TO "suspense.new"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT VerifyAuditFile ASSIGN TO "verifaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS VerifyAuditFileStatus.
               SELECT VerifyAuditNewFile ASSIGN TO "verifaudit.new"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT CertFile ASSIGN TO DYNAMIC WS-CertName
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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
           FD HistNewFile.
           01  HistNewRecord      PIC X(89).

      *> The files below are only ever read for their SSN, or
      *> dropped whole - everything else is carried across byte for
      *> byte - so each is laid out here just far enough to reach
      *> it. The owning program's FD is the full picture.
           FD AddrHistFile.
      *> ADDRHIST.DAT - EMPADDR plus the effective date.
           01  AddrHistRecord.
               02 AH-SSN-NUM      PIC 9(9).
               02 FILLER          PIC X(82).
           FD AddrHistNewFile.
           01  AddrHistNewRecord  PIC X(91).

           FD AuditFile.
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
           FD AuditNewFile.
           01  AuditNewRecord     PIC X(98).

           FD LookupLog.
      *> Same layout EmpLookup's WriteLookupLog appends.
           01  LookupLogRecord.
               02 LG-TIMESTAMP    PIC 9(14).
               02 LG-SSN          PIC 9(9).
               02 LG-FOUND-FLAG   PIC X(1).
               02 LG-OPERATOR     PIC X(8).
           FD LookupLogNewFile.
           01  LookupLogNewRecord PIC X(32).

           FD SuspenseFile.
      *> suspense.dat - EMPREC plus reason code and text.
           01  SuspenseRecord.
               02 FILLER          PIC X(20).
               02 SU-SSN-NUM      PIC 9(9).
               02 FILLER          PIC X(82).
           FD SuspenseNewFile.
           01  SuspenseNewRecord  PIC X(111).

           FD VerifyAuditFile.
      *> Same layout EmpVerify's WriteVerifyAudit appends.
           01  VerifyAuditRecord.
               02 VA-TIMESTAMP     PIC 9(14).
               02 VA-SSN           PIC 9(9).
               02 FILLER           PIC X(40).
           FD VerifyAuditNewFile.
           01  VerifyAuditNewRecord PIC X(63).

           FD CertFile.
           01  CertLine     PIC X(80).

           WORKING-STORAGE SECTION.
      *> Sequence and check value for the audit trail - see
      *> 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1) VALUE 'A'.

      *> Checking a trail line by line before it is re-chained - see
      *> the Verify paragraphs. Positions are of the sequence number
      *> and check value within the line.
           01  WS-Trail-ID       PIC X(4).
           01  WS-Trail-Name     PIC X(16).
           01  WS-Trail-Line     PIC X(112).
           01  WS-Trail-Copy     PIC X(112).
           01  WS-Trail-Seq-Pos  PIC 9(3).
           01  WS-Trail-Chain-Pos PIC 9(3).
           01  WS-Trail-Seq-X    PIC X(9).
           01  WS-Trail-Seq REDEFINES WS-Trail-Seq-X PIC 9(9).
           01  WS-Trail-Prev-Seq PIC 9(9).
           01  WS-Trail-Chain    PIC X(9).
           01  WS-Trail-Break    PIC X(40).
           01  WS-Trail-Broken-Flag PIC X VALUE 'N'.
               88 WS-Trail-Broken VALUE 'Y'.

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
           01  HistFileStatus      PIC X(2).
               88 HistNotFound     VALUE '35'.
           01  AddrHistFileStatus  PIC X(2).
               88 AddrHistNotFound VALUE '35'.
           01  AuditFileStatus     PIC X(2).
               88 AuditOK          VALUE '00'.
               88 AuditNotFound    VALUE '35'.
           01  LookupLogStatus     PIC X(2).
               88 LookupLogNotFound VALUE '35'.
           01  SuspenseFileStatus  PIC X(2).
               88 SuspenseNotFound VALUE '35'.
           01  VerifyAuditFileStatus PIC X(2).
               88 VerifyAuditNotFound VALUE '35'.

           01  SideEOF-Flag        PIC X VALUE 'N'.
               88 SideEOF          VALUE 'Y'.

      *> Operator sign-on - see 035/OperSignon.cbl.
           01  WS-Signon-Level   PIC 9(1) VALUE 3.
           01  WS-Operator-ID    PIC X(8) VALUE SPACES.
           01  WS-Operator-Level PIC 9(1) VALUE ZEROS.
           01  WS-Signon-Result  PIC X(1) VALUE 'N'.
               88 WS-SignedOn    VALUE 'Y'.

      *> Retention policy: personal data is kept this many years
      *> after the separation takes effect.
           01  WS-Retention-Years PIC 9(2) VALUE 7.
           01  WS-Today          PIC 9(8).
           01  WS-Cutoff-Date    PIC 9(8).
           01  WS-Cutoff-X REDEFINES WS-Cutoff-Date.
               02 WS-Cutoff-Year PIC 9(4).
               02 WS-Cutoff-MMDD PIC 9(4).

           01  WS-Confirm        PIC X(1).
               88 WS-ConfirmYes  VALUE 'Y' 'y'.

      *> Every SSN on EMPHIST.DAT with its latest separation date.
      *> A leaver beyond the table's capacity is simply not
      *> considered this run - the certificate says so - and is
      *> picked up by a later one.
           01  WS-Leaver-Table.
               02 WS-Leaver-Entry OCCURS 10000 TIMES.
                   03 WS-Lv-SSN      PIC 9(9).
                   03 WS-Lv-Latest   PIC 9(8).
           01  WS-Leaver-Count   PIC 9(5) COMP VALUE ZEROS.
           01  WS-Leaver-Full-Flag PIC X VALUE 'N'.
               88 WS-Leaver-Full VALUE 'Y'.
           01  WS-Lv-Idx         PIC 9(5) COMP.

      *> The people being purged this run.
           01  WS-Purge-Table.
               02 WS-Purge-SSN OCCURS 10000 TIMES PIC 9(9).
           01  WS-Purge-Count    PIC 9(5) COMP VALUE ZEROS.
           01  WS-Pg-Idx         PIC 9(5) COMP.
           01  WS-Rehired-Count  PIC 9(6) VALUE ZEROS.
           01  WS-Check-SSN      PIC 9(9).
           01  WS-Check-SSN-X REDEFINES WS-Check-SSN PIC X(9).
           01  WS-Purge-Hit-Flag PIC X VALUE 'N'.
               88 WS-Purge-Hit   VALUE 'Y'.

      *> Lines removed and anonymized per file, in certificate
      *> order: EMPHIST, ADDRHIST, MAINTAUD, lookupaudit, suspense,
      *> verifaudit.
           01  WS-File-Counts.
               02 WS-File-Count OCCURS 6 TIMES.
                   03 WS-File-Removed    PIC 9(7).
                   03 WS-File-Anonymized PIC 9(7).
                   03 WS-File-Kept       PIC 9(7).
                   03 WS-File-Present    PIC X(1).
           01  WS-File-Names.
               02 FILLER PIC X(16) VALUE "EMPHIST.DAT".
               02 FILLER PIC X(16) VALUE "ADDRHIST.DAT".
               02 FILLER PIC X(16) VALUE "MAINTAUD.DAT".
               02 FILLER PIC X(16) VALUE "lookupaudit.dat".
               02 FILLER PIC X(16) VALUE "suspense.dat".
               02 FILLER PIC X(16) VALUE "verifaudit.dat".
           01  WS-File-Name-Table REDEFINES WS-File-Names.
               02 WS-File-Name OCCURS 6 TIMES PIC X(16).
           01  WS-File-Idx       PIC 9(2) COMP.
           01  WS-Changed-Flag   PIC X VALUE 'N'.
               88 WS-Changed     VALUE 'Y'.

           01  WS-CertName       PIC X(40).
           01  WS-Show-Count     PIC Z(5)9.

           01  CertTitleLine.
               02 FILLER        PIC X(44)
                   VALUE "RECORDS-RETENTION PURGE CERTIFICATE".
               02 FILLER        PIC X(5)  VALUE "RUN ".
               02 CTL-Run-Date  PIC 9999/99/99.
           01  CertTextLine.
               02 CTX-Label     PIC X(36).
               02 CTX-Value     PIC X(40).
           01  WS-Show-Date     PIC 9999/99/99.
           01  CertHeadLine.
               02 FILLER        PIC X(20) VALUE "FILE".
               02 FILLER        PIC X(14) VALUE "     REMOVED".
               02 FILLER        PIC X(14) VALUE "  ANONYMIZED".
               02 FILLER        PIC X(14) VALUE "   UNTOUCHED".
           01  CertFileLine.
               02 CFL-Name      PIC X(16).
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 CFL-Removed   PIC Z,ZZZ,ZZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 CFL-Anon      PIC Z,ZZZ,ZZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 CFL-Kept      PIC Z,ZZZ,ZZZ,ZZ9.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 CFL-Note      PIC X(11).
           01  SeparatorLine    PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
           CALL "OperSignon" USING WS-Signon-Level, WS-Operator-ID,
               WS-Operator-Level, WS-Signon-Result
           IF NOT WS-SignedOn
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-File-Counts

      *> The cutoff is the same day WS-Retention-Years back; a leap
      *> day falls back to the 28th.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today TO WS-Cutoff-Date
           SUBTRACT WS-Retention-Years FROM WS-Cutoff-Year
           IF WS-Cutoff-MMDD = 0229
               MOVE 0228 TO WS-Cutoff-MMDD
           END-IF

      *> The rehire check needs the active master.
           OPEN INPUT IdxMaster
           IF IdxFileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadLeavers
           PERFORM VARYING WS-Lv-Idx FROM 1 BY 1
                   UNTIL WS-Lv-Idx > WS-Leaver-Count
               IF WS-Lv-Latest(WS-Lv-Idx) < WS-Cutoff-Date
                   PERFORM CheckRehired
               END-IF
           END-PERFORM
           CLOSE IdxMaster

           MOVE WS-Cutoff-Date TO WS-Show-Date
           DISPLAY "SEPARATED BEFORE " WS-Show-Date " AND NOT "
               "REHIRED: " WS-Purge-Count " PERSON(S)"
           IF WS-Purge-Count = 0
               DISPLAY "NOTHING PAST RETENTION - NOTHING PURGED"
               PERFORM WriteCertificate
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
      *> MAINTAUD.DAT is re-chained as it is written back, which
      *> would give a line already edited or removed behind the
      *> system's back a good check value again - so it must verify
      *> first.
           PERFORM VerifyMaintAudit
           IF WS-Trail-Broken
               DISPLAY "RETENTION PURGE REFUSED - " WS-Trail-Name
                   " DOES NOT VERIFY - RUN AuditVerify AND HAVE "
                   "THE BREAK INVESTIGATED FIRST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Purge their personal data from every side file "
               "- proceed? (Y/N) "
           ACCEPT WS-Confirm
           IF NOT WS-ConfirmYes
               DISPLAY "Retention purge cancelled - nothing changed"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PurgeHistory
           PERFORM PurgeAddrHistory
           PERFORM PurgeMaintAudit
           PERFORM PurgeLookupLog
           PERFORM PurgeSuspense
           PERFORM PurgeVerifyAudit
           PERFORM WritePurgeAudit
           PERFORM WriteCertificate

           DISPLAY "RETENTION PURGE COMPLETE - " WS-Purge-Count
               " PERSON(S) PURGED"
           DISPLAY "  CERTIFICATE ON " WS-CertName
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> LoadLeavers - every SSN on EMPHIST.DAT with the latest
      *> date it separated on. Lines already anonymized carry a
      *> zero SSN and are passed over.
       LoadLeavers.
           OPEN INPUT HistFile
           IF HistNotFound
               CLOSE HistFile
           ELSE
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ HistFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF EH-SSN-NUM NOT = 0
                               PERFORM NoteLeaver
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistFile
           END-IF.

       NoteLeaver.
           MOVE 'N' TO WS-Purge-Hit-Flag
           PERFORM VARYING WS-Lv-Idx FROM 1 BY 1
                   UNTIL WS-Lv-Idx > WS-Leaver-Count OR WS-Purge-Hit
               IF WS-Lv-SSN(WS-Lv-Idx) = EH-SSN-NUM
                   SET WS-Purge-Hit TO TRUE
                   IF EH-EFFECTIVE-DATE > WS-Lv-Latest(WS-Lv-Idx)
                       MOVE EH-EFFECTIVE-DATE
                           TO WS-Lv-Latest(WS-Lv-Idx)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-Purge-Hit
               IF WS-Leaver-Count < 10000
                   ADD 1 TO WS-Leaver-Count
                   MOVE EH-SSN-NUM TO WS-Lv-SSN(WS-Leaver-Count)
                   MOVE EH-EFFECTIVE-DATE
                       TO WS-Lv-Latest(WS-Leaver-Count)
               ELSE
                   SET WS-Leaver-Full TO TRUE
               END-IF
           END-IF.

      *> CheckRehired - past retention, but back on the active
      *> master means rehired: kept. Otherwise onto the purge list.
       CheckRehired.
           MOVE WS-Lv-SSN(WS-Lv-Idx) TO IX-SSN-NUM
           READ IdxMaster
               KEY IS IX-SSN-NUM
               INVALID KEY
                   ADD 1 TO WS-Purge-Count
                   MOVE WS-Lv-SSN(WS-Lv-Idx)
                       TO WS-Purge-SSN(WS-Purge-Count)
               NOT INVALID KEY
                   ADD 1 TO WS-Rehired-Count
           END-READ.

      *> FindPurge - is WS-Check-SSN on the purge list?
       FindPurge.
           MOVE 'N' TO WS-Purge-Hit-Flag
           IF WS-Check-SSN NOT = 0
               PERFORM VARYING WS-Pg-Idx FROM 1 BY 1
                       UNTIL WS-Pg-Idx > WS-Purge-Count
                           OR WS-Purge-Hit
                   IF WS-Purge-SSN(WS-Pg-Idx) = WS-Check-SSN
                       SET WS-Purge-Hit TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> VerifyMaintAudit - MAINTAUD.DAT checked through the way
      *> AuditVerify checks it. No file means nothing to check.
       VerifyMaintAudit.
           MOVE "MAUD" TO WS-Trail-ID
           MOVE "MAINTAUD.DAT" TO WS-Trail-Name
           MOVE 81 TO WS-Trail-Seq-Pos
           MOVE 90 TO WS-Trail-Chain-Pos
           OPEN INPUT AuditFile
           IF AuditNotFound
               CLOSE AuditFile
           ELSE
               PERFORM BeginTrailCheck
               PERFORM UNTIL SideEOF OR WS-Trail-Broken
                   READ AuditFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           MOVE AuditRecord TO WS-Trail-Line
                           PERFORM CheckTrailLine
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF
           MOVE 'A' TO WS-Chain-Action.

      *> BeginTrailCheck - the check value restarts from zero at
      *> the top of a trail, and the first line must be number one.
       BeginTrailCheck.
           MOVE SPACES TO WS-Trail-Line
           MOVE 'B' TO WS-Chain-Action
           CALL "AuditChain" USING WS-Chain-Action, WS-Trail-ID,
               WS-Trail-Line
           MOVE ZEROS TO WS-Trail-Prev-Seq
           MOVE 'N' TO SideEOF-Flag.

      *> CheckTrailLine - one line of the trail in WS-Trail-Line.
      *> It must carry the next sequence number, and its check value
      *> must be the one worked out again from a copy of it. The
      *> running value then follows the line's own stored value, as
      *> AuditVerify's does. The first break stops the check.
       CheckTrailLine.
           MOVE SPACES TO WS-Trail-Break
           MOVE WS-Trail-Line(WS-Trail-Seq-Pos:9) TO WS-Trail-Seq-X
           MOVE WS-Trail-Line(WS-Trail-Chain-Pos:9) TO WS-Trail-Chain
           EVALUATE TRUE
               WHEN WS-Trail-Seq-X IS NOT NUMERIC
                       OR WS-Trail-Chain IS NOT NUMERIC
                   MOVE "NOT SEQUENCED - ADDED OUTSIDE THE SYSTEM"
                       TO WS-Trail-Break
               WHEN WS-Trail-Seq NOT = WS-Trail-Prev-Seq + 1
                   MOVE "SEQUENCE BREAK - LINES MISSING OR MOVED"
                       TO WS-Trail-Break
               WHEN OTHER
                   MOVE WS-Trail-Line TO WS-Trail-Copy
                   MOVE 'R' TO WS-Chain-Action
                   CALL "AuditChain" USING WS-Chain-Action,
                       WS-Trail-ID, WS-Trail-Copy
                   IF WS-Trail-Copy(WS-Trail-Chain-Pos:9)
                           NOT = WS-Trail-Chain
                       MOVE "CHECK VALUE DOES NOT MATCH - ALTERED"
                           TO WS-Trail-Break
                   END-IF
           END-EVALUATE
           IF WS-Trail-Break NOT = SPACES
               SET WS-Trail-Broken TO TRUE
               DISPLAY WS-Trail-Name " LINE " WS-Trail-Seq-X ": "
                   WS-Trail-Break
           ELSE
               MOVE 'S' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, WS-Trail-ID,
                   WS-Trail-Line
               MOVE WS-Trail-Seq TO WS-Trail-Prev-Seq
           END-IF.

      *> PurgeHistory - departure records keep what turnover needs
      *> and lose who it was.
       PurgeHistory.
           OPEN INPUT HistFile
           IF HistNotFound
               CLOSE HistFile
           ELSE
               MOVE 'Y' TO WS-File-Present(1)
               OPEN OUTPUT HistNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ HistFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           MOVE EH-SSN-NUM TO WS-Check-SSN
                           PERFORM FindPurge
                           IF WS-Purge-Hit
                               MOVE "PURGED"  TO EH-fname
                               MOVE SPACES    TO EH-lname
                               MOVE ZEROS     TO EH-SSN-NUM
                               MOVE SPACES    TO EH-city
                               MOVE ZEROS     TO EH-DOB
                               MOVE ZEROS     TO EH-SALARY
                               MOVE ZEROS     TO EH-WITHHOLDING-RATE
                               MOVE ZEROS
                                   TO EH-WITHHOLDING-RATE-INV
                               ADD 1 TO WS-File-Anonymized(1)
                           ELSE
                               ADD 1 TO WS-File-Kept(1)
                           END-IF
                           WRITE HistNewRecord FROM HistRecord
                   END-READ
               END-PERFORM
               CLOSE HistFile
               CLOSE HistNewFile
               CALL "CBL_DELETE_FILE" USING "EMPHIST.DAT"
               CALL "CBL_RENAME_FILE" USING "emphist.new",
                   "EMPHIST.DAT"
           END-IF.

      *> PurgeAddrHistory - addresses carried off at a departure
      *> are dropped.
       PurgeAddrHistory.
           OPEN INPUT AddrHistFile
           IF AddrHistNotFound
               CLOSE AddrHistFile
           ELSE
               MOVE 'Y' TO WS-File-Present(2)
               OPEN OUTPUT AddrHistNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ AddrHistFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           MOVE AH-SSN-NUM TO WS-Check-SSN
                           PERFORM FindPurge
                           IF WS-Purge-Hit
                               ADD 1 TO WS-File-Removed(2)
                           ELSE
                               ADD 1 TO WS-File-Kept(2)
                               WRITE AddrHistNewRecord
                                   FROM AddrHistRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AddrHistFile
               CLOSE AddrHistNewFile
               CALL "CBL_DELETE_FILE" USING "ADDRHIST.DAT"
               CALL "CBL_RENAME_FILE" USING "addrhist.new",
                   "ADDRHIST.DAT"
           END-IF.

      *> PurgeMaintAudit - the person's maintenance lines, and any
      *> supervisor change on someone else's line that named them.
       PurgeMaintAudit.
           OPEN INPUT AuditFile
           IF AuditNotFound
               CLOSE AuditFile
           ELSE
               MOVE 'Y' TO WS-File-Present(3)
               OPEN OUTPUT AuditNewFile
      *> An anonymized line no longer matches its check value, so
      *> the whole trail - verified before anything was purged -
      *> is re-chained as it is written back, each line keeping its
      *> sequence number.
               MOVE 'B' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   AuditRecord
               MOVE 'R' TO WS-Chain-Action
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ AuditFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           PERFORM PurgeAuditLine
                           CALL "AuditChain" USING WS-Chain-Action,
                               "MAUD", AuditRecord
                           WRITE AuditNewRecord FROM AuditRecord
                   END-READ
               END-PERFORM
               MOVE 'A' TO WS-Chain-Action
               CLOSE AuditFile
               CLOSE AuditNewFile
               CALL "CBL_DELETE_FILE" USING "MAINTAUD.DAT"
               CALL "CBL_RENAME_FILE" USING "maintaud.new",
                   "MAINTAUD.DAT"
           END-IF.

      *> PurgeAuditLine - one MAINTAUD.DAT line, counted once
      *> however many of its fields named a purged person.
       PurgeAuditLine.
           MOVE 'N' TO WS-Changed-Flag
           MOVE AU-SSN TO WS-Check-SSN
           PERFORM FindPurge
           IF WS-Purge-Hit
               MOVE ZEROS  TO AU-SSN
               MOVE SPACES TO AU-OLD-VALUE
               MOVE SPACES TO AU-NEW-VALUE
               SET WS-Changed TO TRUE
           END-IF
           IF AU-FIELD-NAME = "SUPERVISOR"
               IF AU-OLD-VALUE(1:9) IS NUMERIC
                   MOVE AU-OLD-VALUE(1:9) TO WS-Check-SSN-X
                   PERFORM FindPurge
                   IF WS-Purge-Hit
                       MOVE SPACES TO AU-OLD-VALUE
                       SET WS-Changed TO TRUE
                   END-IF
               END-IF
               IF AU-NEW-VALUE(1:9) IS NUMERIC
                   MOVE AU-NEW-VALUE(1:9) TO WS-Check-SSN-X
                   PERFORM FindPurge
                   IF WS-Purge-Hit
                       MOVE SPACES TO AU-NEW-VALUE
                       SET WS-Changed TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-Changed
               ADD 1 TO WS-File-Anonymized(3)
           ELSE
               ADD 1 TO WS-File-Kept(3)
           END-IF.

      *> PurgeLookupLog - inquiries made against the person keep
      *> when and who, not whom.
       PurgeLookupLog.
           OPEN INPUT LookupLog
           IF LookupLogNotFound
               CLOSE LookupLog
           ELSE
               MOVE 'Y' TO WS-File-Present(4)
               OPEN OUTPUT LookupLogNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ LookupLog
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           MOVE LG-SSN TO WS-Check-SSN
                           PERFORM FindPurge
                           IF WS-Purge-Hit
                               MOVE ZEROS TO LG-SSN
                               ADD 1 TO WS-File-Anonymized(4)
                           ELSE
                               ADD 1 TO WS-File-Kept(4)
                           END-IF
                           WRITE LookupLogNewRecord
                               FROM LookupLogRecord
                   END-READ
               END-PERFORM
               CLOSE LookupLog
               CLOSE LookupLogNewFile
               CALL "CBL_DELETE_FILE" USING "lookupaudit.dat"
               CALL "CBL_RENAME_FILE" USING "lookupaudit.new",
                   "lookupaudit.dat"
           END-IF.

      *> PurgeSuspense - rejected transactions for the person are
      *> dropped.
       PurgeSuspense.
           OPEN INPUT SuspenseFile
           IF SuspenseNotFound
               CLOSE SuspenseFile
           ELSE
               MOVE 'Y' TO WS-File-Present(5)
               OPEN OUTPUT SuspenseNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ SuspenseFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           MOVE SU-SSN-NUM TO WS-Check-SSN
                           PERFORM FindPurge
                           IF WS-Purge-Hit
                               ADD 1 TO WS-File-Removed(5)
                           ELSE
                               ADD 1 TO WS-File-Kept(5)
                               WRITE SuspenseNewRecord
                                   FROM SuspenseRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspenseFile
               CLOSE SuspenseNewFile
               CALL "CBL_DELETE_FILE" USING "suspense.dat"
               CALL "CBL_RENAME_FILE" USING "suspense.new",
                   "suspense.dat"
           END-IF.

      *> PurgeVerifyAudit - verification letters keep when, to
      *> whom and by whom, not about whom.
       PurgeVerifyAudit.
           OPEN INPUT VerifyAuditFile
           IF VerifyAuditNotFound
               CLOSE VerifyAuditFile
           ELSE
               MOVE 'Y' TO WS-File-Present(6)
               OPEN OUTPUT VerifyAuditNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ VerifyAuditFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           MOVE VA-SSN TO WS-Check-SSN
                           PERFORM FindPurge
                           IF WS-Purge-Hit
                               MOVE ZEROS TO VA-SSN
                               ADD 1 TO WS-File-Anonymized(6)
                           ELSE
                               ADD 1 TO WS-File-Kept(6)
                           END-IF
                           WRITE VerifyAuditNewRecord
                               FROM VerifyAuditRecord
                   END-READ
               END-PERFORM
               CLOSE VerifyAuditFile
               CLOSE VerifyAuditNewFile
               CALL "CBL_DELETE_FILE" USING "verifaudit.dat"
               CALL "CBL_RENAME_FILE" USING "verifaudit.new",
                   "verifaudit.dat"
           END-IF.

      *> WritePurgeAudit - the run itself on the maintenance trail,
      *> action 'P', with no SSN and the head count as the value.
       WritePurgeAudit.
           OPEN EXTEND AuditFile
           IF NOT AuditOK
               CLOSE AuditFile
               OPEN OUTPUT AuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
           MOVE ZEROS             TO AU-SSN
           MOVE 'P'               TO AU-ACTION-CODE
           MOVE "RETENTION PURGE" TO AU-FIELD-NAME
           MOVE WS-Cutoff-Date    TO AU-OLD-VALUE
           MOVE WS-Purge-Count    TO WS-Show-Count
           MOVE WS-Show-Count     TO AU-NEW-VALUE
           MOVE WS-Operator-ID    TO AU-OPERATOR
           CALL "AuditChain" USING WS-Chain-Action, "MAUD",
               AuditRecord
           WRITE AuditRecord
           CLOSE AuditFile.

      *> WriteCertificate - RETCERT.YYYYMMDD: counts only, never a
      *> name or a number that could identify anyone.
       WriteCertificate.
           MOVE SPACES TO WS-CertName
           STRING "RETCERT." WS-Today DELIMITED BY SIZE
               INTO WS-CertName
           OPEN OUTPUT CertFile
           MOVE WS-Today TO CTL-Run-Date
           WRITE CertLine FROM CertTitleLine
           WRITE CertLine FROM SeparatorLine
           MOVE "RUN BY OPERATOR" TO CTX-Label
           MOVE WS-Operator-ID TO CTX-Value
           WRITE CertLine FROM CertTextLine
           MOVE "RETENTION PERIOD (YEARS)" TO CTX-Label
           MOVE WS-Retention-Years TO CTX-Value
           WRITE CertLine FROM CertTextLine
           MOVE "SEPARATED BEFORE" TO CTX-Label
           MOVE WS-Cutoff-Date TO WS-Show-Date
           MOVE WS-Show-Date TO CTX-Value
           WRITE CertLine FROM CertTextLine
           MOVE "PERSONS PURGED" TO CTX-Label
           MOVE WS-Purge-Count TO WS-Show-Count
           MOVE WS-Show-Count TO CTX-Value
           WRITE CertLine FROM CertTextLine
           MOVE "PAST RETENTION BUT REHIRED - KEPT" TO CTX-Label
           MOVE WS-Rehired-Count TO WS-Show-Count
           MOVE WS-Show-Count TO CTX-Value
           WRITE CertLine FROM CertTextLine
           MOVE SPACES TO CertLine
           WRITE CertLine
           WRITE CertLine FROM CertHeadLine
           PERFORM VARYING WS-File-Idx FROM 1 BY 1
                   UNTIL WS-File-Idx > 6
               MOVE WS-File-Name(WS-File-Idx) TO CFL-Name
               MOVE WS-File-Removed(WS-File-Idx) TO CFL-Removed
               MOVE WS-File-Anonymized(WS-File-Idx) TO CFL-Anon
               MOVE WS-File-Kept(WS-File-Idx) TO CFL-Kept
               MOVE SPACES TO CFL-Note
               IF WS-File-Present(WS-File-Idx) NOT = 'Y'
                   MOVE "NOT ON FILE" TO CFL-Note
               END-IF
               WRITE CertLine FROM CertFileLine
           END-PERFORM
           IF WS-Leaver-Full
               MOVE SPACES TO CertLine
               WRITE CertLine
               MOVE "OVER 10000 FORMER EMPLOYEES ON EMPHIST.DAT -"
                   TO CertLine
               WRITE CertLine
               MOVE "THE REST ARE CONSIDERED ON A LATER RUN"
                   TO CertLine
               WRITE CertLine
           END-IF
           CLOSE CertFile.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. AuditVerify.
      *> Nightly verification of the trails auditors treat as
      *> evidence - MAINTAUD.DAT, HIRELOG.DAT and every day's
      *> MSTJRNL.YYYYMMDD journal listed on JRNLCAT.DAT. Each record
      *> on them carries a running sequence number and a check value
      *> chained from the record before (058/AuditChain.cbl); this
      *> walks each trail front to back and reports:
      *>   - a gap: a sequence number skipped, so a line has been
      *>     taken out
      *>   - out of order: a number no higher than one already seen,
      *>     so lines have been moved or copied
      *>   - altered: the check value no longer follows from the line
      *>     and the one before it, so the line has been edited (or
      *>     written around the programs that own the trail)
      *>   - truncated or missing: fewer lines than the last run
      *>     saw, a trail that has gone altogether, or a journal on
      *>     the catalog that is not on disk
      *> Each line's check value is worked out on a copy and then
      *> the chain carries on from the value stored on the line, so
      *> one edited line is reported once, not every line after it.
      *> A line deleted from the middle breaks the chain at the line
      *> after it as well - that one is listed as a gap, not twice.
      *>
      *> How far each trail had got is kept on auditvfy.ctl - one
      *> line per trail, MAINTAUD.DAT and HIRELOG.DAT first and then
      *> the journals in catalog order - replaced every run, so lines
      *> cut off the end of a trail are noticed the next night. The
      *> first run has nothing to compare ends against.
      *>
      *> Findings go to auditvfy.prt, at most 50 listed per trail
      *> (all of them counted), and the totals to batchsumm.dat.
      *> Runs as a NightlyBatch step; a finding is for the morning
      *> review to take up, not a reason to stop the stream, so the
      *> RETURN-CODE is 0 either way.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MaintAuditFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS TrailFileStatus.
               SELECT HireLogFile ASSIGN TO "HIRELOG.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS TrailFileStatus.
               SELECT JournalFile ASSIGN TO DYNAMIC WS-JournalName
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS TrailFileStatus.
               SELECT JournalCatFile ASSIGN TO "JRNLCAT.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS JournalCatFileStatus.
               SELECT ControlFile ASSIGN TO "auditvfy.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ControlFileStatus.
               SELECT ControlNewFile ASSIGN TO "auditvfy.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ControlNewFileStatus.
               SELECT BatchSummaryFile ASSIGN TO "batchsumm.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS BatchSummaryFileStatus.
               SELECT PrintFile ASSIGN TO "auditvfy.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *> The three trails are only ever looked at whole here - the
      *> owning programs' FDs (007/EmpUpdate.cbl, 004/WriteData.cbl,
      *> 036/MasterJournal.cbl) have the fields.
           FD MaintAuditFile.
           01  MaintAuditRecord  PIC X(98).

           FD HireLogFile.
           01  HireLogRecord     PIC X(39).

           FD JournalFile.
           01  JournalRecord     PIC X(112).

           FD JournalCatFile.
      *> Every day's journal ever started - see
      *> 036/MasterJournal.cbl.
           01  JournalCatRecord.
               02 JCT-FILENAME   PIC X(30).
               02 JCT-DATE       PIC 9(8).

           FD ControlFile.
      *> Where each trail ended on the last run.
           01  ControlRecord.
               02 AV-TRAIL-NAME  PIC X(30).
               02 AV-LAST-SEQ    PIC 9(9).

           FD ControlNewFile.
           01  ControlNewRecord.
               02 AVN-TRAIL-NAME PIC X(30).
               02 AVN-LAST-SEQ   PIC 9(9).

           FD BatchSummaryFile.
      *> One exception-summary line per nightly batch step - see
      *> copybooks/BATCHSUM.cpy and 008/NightlyBatch.cbl.
           01  BatchSummaryRecord.
               COPY BATCHSUM.

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout - see copybooks/FILESTAT.cpy.
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
           01  TrailFileStatus   PIC X(2).
               88 TrailNotFound  VALUE '35'.
           01  JournalCatFileStatus PIC X(2).
               88 JournalCatNotFound VALUE '35'.
           01  ControlFileStatus PIC X(2).
               88 ControlNotFound VALUE '35'.
           01  ControlNewFileStatus PIC X(2).
               88 ControlNewOK   VALUE '00'.

           01  TrailEOF-Flag     PIC X VALUE 'N'.
               88 TrailEOF       VALUE 'Y'.
           01  CatEOF-Flag       PIC X VALUE 'N'.
               88 CatEOF         VALUE 'Y'.
           01  ControlEOF-Flag   PIC X VALUE 'N'.
               88 ControlEOF     VALUE 'Y'.
           01  WS-Trail-Missing-Flag PIC X VALUE 'N'.
               88 WS-Trail-Missing   VALUE 'Y'.
           01  WS-Have-Control-Flag PIC X VALUE 'N'.
               88 WS-Have-Control   VALUE 'Y'.
           01  WS-Unlisted-Flag  PIC X VALUE 'N'.
               88 WS-Unlisted    VALUE 'Y'.

      *> Sequence and check value - see 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1).
           01  WS-JournalName    PIC X(40).
           01  WS-Today          PIC 9(8).

      *> The trail being walked: its name, its AuditChain trail id
      *> and how many bytes of data come ahead of the two fields.
           01  WS-Trail-Name     PIC X(30).
           01  WS-Trail-ID       PIC X(4).
           01  WS-Data-Len       PIC 9(3).
           01  WS-Seq-Pos        PIC 9(3).
           01  WS-Chain-Pos      PIC 9(3).

      *> The line as read, and the copy AuditChain re-chains.
           01  WS-Verify-Record  PIC X(112).
           01  WS-Check-Copy     PIC X(112).
           01  WS-Rec-Seq        PIC 9(9).
           01  WS-Rec-Seq-X REDEFINES WS-Rec-Seq PIC X(9).
           01  WS-Rec-Chain      PIC X(9).
           01  WS-Expected-Chain PIC X(9).
           01  WS-Prev-Seq       PIC 9(9).
           01  WS-High-Water     PIC 9(9).
           01  WS-Gap-Flag       PIC X VALUE 'N'.
               88 WS-Gap-Here    VALUE 'Y'.

      *> This trail's counts, and the night's.
           01  WS-Trail-Records  PIC 9(9).
           01  WS-Trail-Breaks   PIC 9(6).
           01  WS-Trail-Altered  PIC 9(6).
           01  WS-Trail-Listed   PIC 9(3).
           01  WS-List-Limit     PIC 9(3) VALUE 50.
           01  WS-Trails-Checked PIC 9(6) VALUE ZEROS.
           01  WS-Total-Records  PIC 9(12) VALUE ZEROS.
           01  WS-Total-Breaks   PIC 9(12) VALUE ZEROS.
           01  WS-Total-Altered  PIC 9(12) VALUE ZEROS.
           01  WS-Finding-Reason PIC X(40).

           01  SeparatorLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(66) VALUE ALL "=".

           01  ReportHeadLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(40)
                   VALUE "AUDIT TRAIL VERIFICATION".
               02 FILLER        PIC X(6)  VALUE "DATE ".
               02 RH-Date       PIC 9999/99/99.

           01  FindingHeadLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "TRAIL".
               02 FILLER        PIC X(12) VALUE "SEQUENCE".
               02 FILLER        PIC X(40) VALUE "FINDING".

           01  FindingLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FL-Trail      PIC X(20).
               02 FL-Seq        PIC Z(8)9.
               02 FILLER        PIC X(3)  VALUE SPACES.
               02 FL-Reason     PIC X(40).

           01  MoreLine.
               02 FILLER        PIC X(26) VALUE SPACES.
               02 FILLER        PIC X(40)
                   VALUE "... FURTHER FINDINGS COUNTED, NOT LISTED".

           01  CountLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 CT-Label      PIC X(32).
               02 CT-Count      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           OPEN INPUT ControlFile
           IF ControlNotFound
               CLOSE ControlFile
               SET ControlEOF TO TRUE
               DISPLAY "NO auditvfy.ctl - FIRST VERIFICATION RUN, "
                   "TRAIL ENDS NOT COMPARED"
           ELSE
               SET WS-Have-Control TO TRUE
           END-IF
           OPEN OUTPUT ControlNewFile
           IF NOT ControlNewOK
               DISPLAY "ERROR : cannot create auditvfy.new - status "
                   ControlNewFileStatus
               IF WS-Have-Control
                   CLOSE ControlFile
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PrintFile
           MOVE WS-Today TO RH-Date
           WRITE PrintLine FROM SeparatorLine
           WRITE PrintLine FROM ReportHeadLine
           WRITE PrintLine FROM SeparatorLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM FindingHeadLine

           MOVE "MAINTAUD.DAT" TO WS-Trail-Name
           MOVE "MAUD" TO WS-Trail-ID
           MOVE 80 TO WS-Data-Len
           PERFORM VerifyMaintAudit

           MOVE "HIRELOG.DAT" TO WS-Trail-Name
           MOVE "HLOG" TO WS-Trail-ID
           MOVE 21 TO WS-Data-Len
           PERFORM VerifyHireLog

      *> No catalog yet just means no master change has been
      *> journaled since it was introduced.
           OPEN INPUT JournalCatFile
           IF JournalCatNotFound
               CLOSE JournalCatFile
           ELSE
               PERFORM UNTIL CatEOF
                   READ JournalCatFile
                       AT END SET CatEOF TO TRUE
                       NOT AT END PERFORM VerifyJournal
                   END-READ
               END-PERFORM
               CLOSE JournalCatFile
           END-IF

      *> Trails the last run saw that the catalog no longer lists.
           PERFORM UNTIL ControlEOF
               READ ControlFile
                   AT END SET ControlEOF TO TRUE
                   NOT AT END PERFORM ReportDroppedTrail
               END-READ
           END-PERFORM
           IF WS-Have-Control
               CLOSE ControlFile
           END-IF
           CLOSE ControlNewFile
           CALL "CBL_DELETE_FILE" USING "auditvfy.ctl"
           CALL "CBL_RENAME_FILE" USING "auditvfy.new",
               "auditvfy.ctl"
           MOVE 0 TO RETURN-CODE

           PERFORM PrintRunSummary
           CLOSE PrintFile
           PERFORM WriteBatchSummary

           DISPLAY "AUDIT TRAIL VERIFICATION COMPLETE"
           DISPLAY "  TRAILS CHECKED    : " WS-Trails-Checked
           DISPLAY "  RECORDS CHECKED   : " WS-Total-Records
           DISPLAY "  SEQUENCE BREAKS   : " WS-Total-Breaks
           DISPLAY "  ALTERED RECORDS   : " WS-Total-Altered
           IF WS-Total-Breaks > 0 OR WS-Total-Altered > 0
               DISPLAY "  *** AUDIT TRAIL FINDINGS - SEE "
                   "auditvfy.prt ***"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> VerifyMaintAudit - walk MAINTAUD.DAT.
       VerifyMaintAudit.
           PERFORM StartTrail
           OPEN INPUT MaintAuditFile
           IF TrailNotFound
               CLOSE MaintAuditFile
               SET WS-Trail-Missing TO TRUE
           ELSE
               PERFORM UNTIL TrailEOF
                   READ MaintAuditFile
                       AT END SET TrailEOF TO TRUE
                       NOT AT END
                           MOVE MaintAuditRecord TO WS-Verify-Record
                           PERFORM VerifyRecord
                   END-READ
               END-PERFORM
               CLOSE MaintAuditFile
           END-IF
           PERFORM EndTrail.

      *> VerifyHireLog - walk HIRELOG.DAT.
       VerifyHireLog.
           PERFORM StartTrail
           OPEN INPUT HireLogFile
           IF TrailNotFound
               CLOSE HireLogFile
               SET WS-Trail-Missing TO TRUE
           ELSE
               PERFORM UNTIL TrailEOF
                   READ HireLogFile
                       AT END SET TrailEOF TO TRUE
                       NOT AT END
                           MOVE HireLogRecord TO WS-Verify-Record
                           PERFORM VerifyRecord
                   END-READ
               END-PERFORM
               CLOSE HireLogFile
           END-IF
           PERFORM EndTrail.

      *> VerifyJournal - walk one day's journal off the catalog. A
      *> journal the catalog lists was started, so not finding it is
      *> a finding whatever the last run saw.
       VerifyJournal.
           MOVE JCT-FILENAME TO WS-Trail-Name
           MOVE "JRNL" TO WS-Trail-ID
           MOVE 94 TO WS-Data-Len
           MOVE SPACES TO WS-JournalName
           MOVE JCT-FILENAME TO WS-JournalName
           PERFORM StartTrail
           OPEN INPUT JournalFile
           IF TrailNotFound
               CLOSE JournalFile
               SET WS-Trail-Missing TO TRUE
           ELSE
               PERFORM UNTIL TrailEOF
                   READ JournalFile
                       AT END SET TrailEOF TO TRUE
                       NOT AT END
                           MOVE JournalRecord TO WS-Verify-Record
                           PERFORM VerifyRecord
                   END-READ
               END-PERFORM
               CLOSE JournalFile
           END-IF
           PERFORM EndTrail.

      *> StartTrail - counts back to zero, the chain back to its
      *> start, and where the last run saw this trail end.
       StartTrail.
           COMPUTE WS-Seq-Pos = WS-Data-Len + 1
           COMPUTE WS-Chain-Pos = WS-Data-Len + 10
           MOVE ZEROS TO WS-Trail-Records
           MOVE ZEROS TO WS-Trail-Breaks
           MOVE ZEROS TO WS-Trail-Altered
           MOVE ZEROS TO WS-Trail-Listed
           MOVE ZEROS TO WS-Prev-Seq
           MOVE ZEROS TO WS-High-Water
           MOVE 'N' TO TrailEOF-Flag
           MOVE 'N' TO WS-Trail-Missing-Flag
           MOVE 'N' TO WS-Unlisted-Flag
           MOVE SPACES TO WS-Verify-Record
           MOVE 'B' TO WS-Chain-Action
           CALL "AuditChain" USING WS-Chain-Action, WS-Trail-ID,
               WS-Verify-Record
           ADD 1 TO WS-Trails-Checked
           IF NOT ControlEOF
               READ ControlFile
                   AT END SET ControlEOF TO TRUE
                   NOT AT END
                       IF AV-TRAIL-NAME = WS-Trail-Name
                           MOVE AV-LAST-SEQ TO WS-High-Water
                       ELSE
      *> The catalog and the control no longer agree on which trail
      *> comes next - a catalog line has been taken out or changed.
      *> Trail ends cannot be compared from here on.
                           MOVE ZEROS TO WS-Rec-Seq
                           MOVE SPACES TO WS-Finding-Reason
                           STRING "EXPECTED " AV-TRAIL-NAME
                               DELIMITED BY SPACE
                               " ON CATALOG" DELIMITED BY SIZE
                               INTO WS-Finding-Reason
                           ADD 1 TO WS-Trail-Breaks
                           PERFORM ListFinding
                           SET ControlEOF TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> VerifyRecord - one line of the trail, now in
      *> WS-Verify-Record: its place in the sequence, then whether
      *> its check value still follows.
       VerifyRecord.
           ADD 1 TO WS-Trail-Records
           MOVE 'N' TO WS-Gap-Flag
           MOVE WS-Verify-Record(WS-Seq-Pos:9) TO WS-Rec-Seq-X
           MOVE WS-Verify-Record(WS-Chain-Pos:9) TO WS-Rec-Chain
           IF WS-Rec-Seq-X IS NOT NUMERIC
                   OR WS-Rec-Chain IS NOT NUMERIC
               MOVE ZEROS TO WS-Rec-Seq
               MOVE "NOT SEQUENCED - ADDED OUTSIDE THE SYSTEM"
                   TO WS-Finding-Reason
               ADD 1 TO WS-Trail-Altered
               PERFORM ListFinding
           ELSE
               EVALUATE TRUE
                   WHEN WS-Rec-Seq = WS-Prev-Seq + 1
                       CONTINUE
                   WHEN WS-Rec-Seq > WS-Prev-Seq + 1
                       SET WS-Gap-Here TO TRUE
                       MOVE "GAP - LINES MISSING BEFORE THIS ONE"
                           TO WS-Finding-Reason
                       ADD 1 TO WS-Trail-Breaks
                       PERFORM ListFinding
                   WHEN OTHER
                       SET WS-Gap-Here TO TRUE
                       MOVE "OUT OF ORDER OR REPEATED"
                           TO WS-Finding-Reason
                       ADD 1 TO WS-Trail-Breaks
                       PERFORM ListFinding
               END-EVALUATE
               MOVE WS-Verify-Record TO WS-Check-Copy
               MOVE 'R' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, WS-Trail-ID,
                   WS-Check-Copy
               MOVE WS-Check-Copy(WS-Chain-Pos:9)
                   TO WS-Expected-Chain
               IF WS-Expected-Chain NOT = WS-Rec-Chain
                       AND NOT WS-Gap-Here
                   MOVE "ALTERED - CHECK VALUE DOES NOT FOLLOW"
                       TO WS-Finding-Reason
                   ADD 1 TO WS-Trail-Altered
                   PERFORM ListFinding
               END-IF
      *> Carry on from the value as stored, so the next line is
      *> judged on its own.
               MOVE 'S' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, WS-Trail-ID,
                   WS-Verify-Record
               IF WS-Rec-Seq > WS-Prev-Seq
                   MOVE WS-Rec-Seq TO WS-Prev-Seq
               END-IF
           END-IF.

      *> EndTrail - compare where the trail ends now with where it
      *> ended on the last run and record its end for tomorrow. A
      *> journal the catalog lists was started, so not finding it
      *> is a finding whatever the last run saw; the other two are
      *> only missed if there was something on them before.
       EndTrail.
           IF WS-Trail-Missing
               IF WS-High-Water > 0 OR WS-Trail-ID = "JRNL"
                   MOVE WS-High-Water TO WS-Rec-Seq
                   MOVE "TRAIL MISSING - NOT ON DISK"
                       TO WS-Finding-Reason
                   ADD 1 TO WS-Trail-Breaks
                   PERFORM ListFinding
               END-IF
           ELSE
               IF WS-Prev-Seq < WS-High-Water
                   MOVE WS-High-Water TO WS-Rec-Seq
                   MOVE "TRUNCATED - LAST RUN ENDED HERE"
                       TO WS-Finding-Reason
                   ADD 1 TO WS-Trail-Breaks
                   PERFORM ListFinding
               END-IF
           END-IF
           MOVE WS-Trail-Name    TO AVN-TRAIL-NAME
           MOVE WS-Prev-Seq      TO AVN-LAST-SEQ
           WRITE ControlNewRecord
           ADD WS-Trail-Records  TO WS-Total-Records
           ADD WS-Trail-Breaks   TO WS-Total-Breaks
           ADD WS-Trail-Altered  TO WS-Total-Altered
           IF WS-Unlisted
               WRITE PrintLine FROM MoreLine
           END-IF.

      *> ReportDroppedTrail - a trail on last run's control that the
      *> catalog has lost.
       ReportDroppedTrail.
           MOVE AV-TRAIL-NAME TO WS-Trail-Name
           MOVE AV-LAST-SEQ   TO WS-Rec-Seq
           MOVE ZEROS TO WS-Trail-Listed
           MOVE "NO LONGER LISTED ON JRNLCAT.DAT"
               TO WS-Finding-Reason
           PERFORM ListFinding
           ADD 1 TO WS-Total-Breaks.

      *> ListFinding - one line of the findings listing, up to
      *> WS-List-Limit per trail; past that they are only counted.
       ListFinding.
           IF WS-Trail-Listed < WS-List-Limit
               ADD 1 TO WS-Trail-Listed
               MOVE WS-Trail-Name     TO FL-Trail
               MOVE WS-Rec-Seq        TO FL-Seq
               MOVE WS-Finding-Reason TO FL-Reason
               WRITE PrintLine FROM FindingLine
           ELSE
               SET WS-Unlisted TO TRUE
           END-IF.

      *> PrintRunSummary - the per-trail totals were kept as each
      *> trail ended; the night's totals close the report.
       PrintRunSummary.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SeparatorLine
           MOVE "TRAILS CHECKED"  TO CT-Label
           MOVE WS-Trails-Checked TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "RECORDS CHECKED" TO CT-Label
           MOVE WS-Total-Records  TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "SEQUENCE BREAKS" TO CT-Label
           MOVE WS-Total-Breaks   TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "ALTERED RECORDS" TO CT-Label
           MOVE WS-Total-Altered  TO CT-Count
           WRITE PrintLine FROM CountLine
           IF WS-Total-Breaks = 0 AND WS-Total-Altered = 0
               MOVE SPACES TO PrintLine
               MOVE "      NO FINDINGS - EVERY TRAIL VERIFIES"
                   TO PrintLine
               WRITE PrintLine
           END-IF
           WRITE PrintLine FROM SeparatorLine.

      *> WriteBatchSummary - append this run's counts to
      *> batchsumm.dat for NightlyBatch's consolidated summary.
       WriteBatchSummary.
           OPEN EXTEND BatchSummaryFile
           IF NOT BatchSummaryOK
               CLOSE BatchSummaryFile
               OPEN OUTPUT BatchSummaryFile
           END-IF
           MOVE "AuditVerify"           TO BS-STEP-NAME
           MOVE "RECORDS CHECKED"       TO BS-ITEM-1-LABEL
           MOVE WS-Total-Records        TO BS-ITEM-1-VALUE
           MOVE "SEQUENCE BREAKS"       TO BS-ITEM-2-LABEL
           MOVE WS-Total-Breaks         TO BS-ITEM-2-VALUE
           MOVE "ALTERED RECORDS"       TO BS-ITEM-3-LABEL
           MOVE WS-Total-Altered        TO BS-ITEM-3-VALUE
           WRITE BatchSummaryRecord
           CLOSE BatchSummaryFile.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ChainConv.
      *> One-time conversion for the sequence number and check value
      *> added to the end of every MAINTAUD.DAT, HIRELOG.DAT and
      *> MSTJRNL.YYYYMMDD line (058/AuditChain.cbl). Lines written
      *> before the two fields existed are eighteen bytes short of
      *> the new layout, so the files are rebuilt once, not patched
      *> in place - the same way 033/HireDateConv.cbl and
      *> 055/VextAudConv.cbl rebuilt theirs. Every existing line is
      *> numbered from 1 in the order it stands and chained as
      *> AuditChain would have chained it, so the trails verify
      *> from the first line on (059/AuditVerify.cbl). The chain
      *> can only vouch for the old lines from the day they are
      *> converted, not for what happened to them before.
      *>
      *> The journals are converted for every day from a date keyed
      *> at the prompt through today - a day with no journal is
      *> skipped - and each one converted is listed on a new
      *> JRNLCAT.DAT, which MasterJournal carries on from.
      *>
      *> Run book:
      *>   1. install the new MasterJournal, EmpUpdate, WriteData
      *>      and the other programs that write these trails, but
      *>      do not run any of them yet
      *>   2. run this program once
      *>   3. run AuditVerify once, so auditvfy.ctl starts from the
      *>      converted trails
      *> A trail that does not exist yet is simply skipped.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AuditOldFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS OldFileStatus.
               SELECT AuditNewFile ASSIGN TO "maintaud.cnv"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT HireLogOldFile ASSIGN TO "HIRELOG.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS OldFileStatus.
               SELECT HireLogNewFile ASSIGN TO "hirelog.cnv"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT JournalOldFile ASSIGN TO DYNAMIC WS-JournalName
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS OldFileStatus.
               SELECT JournalNewFile ASSIGN TO "mstjrnl.cnv"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT JournalCatFile ASSIGN TO "JRNLCAT.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS JournalCatFileStatus.

       DATA DIVISION.
           FILE SECTION.
      *> Each trail as it was, and as it is now - see
      *> 007/EmpUpdate.cbl, 004/WriteData.cbl and
      *> 036/MasterJournal.cbl for the fields.
           FD AuditOldFile.
           01  OldAuditRecord    PIC X(80).

           FD AuditNewFile.
           01  NewAuditRecord.
               02 NAU-DATA       PIC X(80).
               02 NAU-SEQ-NUM    PIC 9(9).
               02 NAU-CHAIN      PIC 9(9).

           FD HireLogOldFile.
           01  OldHireLogRecord  PIC X(21).

           FD HireLogNewFile.
           01  NewHireLogRecord.
               02 NHL-DATA       PIC X(21).
               02 NHL-SEQ-NUM    PIC 9(9).
               02 NHL-CHAIN      PIC 9(9).

           FD JournalOldFile.
           01  OldJournalRecord  PIC X(94).

           FD JournalNewFile.
           01  NewJournalRecord.
               02 NJR-DATA       PIC X(94).
               02 NJR-SEQ-NUM    PIC 9(9).
               02 NJR-CHAIN      PIC 9(9).

           FD JournalCatFile.
           01  JournalCatRecord.
               02 JCT-FILENAME   PIC X(30).
               02 JCT-DATE       PIC 9(8).

           WORKING-STORAGE SECTION.
           01  OldFileStatus     PIC X(2).
               88 OldNotFound    VALUE '35'.
           01  NewFileStatus     PIC X(2).
               88 NewOK          VALUE '00'.
           01  JournalCatFileStatus PIC X(2).

           01  SideEOF-Flag      PIC X VALUE 'N'.
               88 SideEOF        VALUE 'Y'.

      *> Sequence and check value - see 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1).
           01  WS-JournalName    PIC X(40).
           01  WS-Seq            PIC 9(9).

           01  WS-From-Date      PIC 9(8) VALUE ZEROS.
           01  WS-From-Parts REDEFINES WS-From-Date.
               02 WS-From-Year   PIC 9(4).
               02 WS-From-Month  PIC 9(2).
               02 WS-From-Day    PIC 9(2).
           01  WS-Day            PIC 9(8).
           01  WS-Day-Int        PIC 9(7).
           01  WS-Today-Int      PIC 9(7).

           01  WS-AuditConvCount PIC 9(9) VALUE ZEROS.
           01  WS-HireConvCount  PIC 9(9) VALUE ZEROS.
           01  WS-JrnlConvCount  PIC 9(9) VALUE ZEROS.
           01  WS-JrnlFileCount  PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
           DISPLAY "Convert journals from date "
               "(YYYYMMDD, 0 for none): "
           ACCEPT WS-From-Date
           IF WS-From-Date NOT = 0
               IF WS-From-Year < 1601
                       OR WS-From-Month < 1 OR WS-From-Month > 12
                       OR WS-From-Day < 1 OR WS-From-Day > 31
                   DISPLAY "ERROR : " WS-From-Date
                       " is not a valid date"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM ConvertMaintAudit
           PERFORM ConvertHireLog
           IF WS-From-Date NOT = 0
               PERFORM ConvertJournals
           END-IF
           MOVE 0 TO RETURN-CODE

           DISPLAY "AUDIT TRAIL CHAIN CONVERSION COMPLETE"
           DISPLAY "  MAINTAUD.DAT LINES: " WS-AuditConvCount
           DISPLAY "  HIRELOG.DAT LINES : " WS-HireConvCount
           DISPLAY "  JOURNALS          : " WS-JrnlFileCount
           DISPLAY "  JOURNAL LINES     : " WS-JrnlConvCount
           GOBACK.

      *> ConvertMaintAudit - MAINTAUD.DAT numbered and chained from
      *> its first line.
       ConvertMaintAudit.
           OPEN INPUT AuditOldFile
           IF OldNotFound
               CLOSE AuditOldFile
               DISPLAY "NO MAINTAUD.DAT - SKIPPED"
           ELSE
               OPEN OUTPUT AuditNewFile
               MOVE SPACES TO NewAuditRecord
               MOVE 'B' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   NewAuditRecord
               MOVE 'R' TO WS-Chain-Action
               MOVE ZEROS TO WS-Seq
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ AuditOldFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Seq
                           MOVE OldAuditRecord TO NAU-DATA
                           MOVE WS-Seq TO NAU-SEQ-NUM
                           CALL "AuditChain" USING WS-Chain-Action,
                               "MAUD", NewAuditRecord
                           WRITE NewAuditRecord
                   END-READ
               END-PERFORM
               MOVE WS-Seq TO WS-AuditConvCount
               CLOSE AuditOldFile
               CLOSE AuditNewFile
               CALL "CBL_DELETE_FILE" USING "MAINTAUD.DAT"
               CALL "CBL_RENAME_FILE" USING "maintaud.cnv",
                   "MAINTAUD.DAT"
           END-IF.

      *> ConvertHireLog - HIRELOG.DAT the same way.
       ConvertHireLog.
           OPEN INPUT HireLogOldFile
           IF OldNotFound
               CLOSE HireLogOldFile
               DISPLAY "NO HIRELOG.DAT - SKIPPED"
           ELSE
               OPEN OUTPUT HireLogNewFile
               MOVE SPACES TO NewHireLogRecord
               MOVE 'B' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, "HLOG",
                   NewHireLogRecord
               MOVE 'R' TO WS-Chain-Action
               MOVE ZEROS TO WS-Seq
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ HireLogOldFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Seq
                           MOVE OldHireLogRecord TO NHL-DATA
                           MOVE WS-Seq TO NHL-SEQ-NUM
                           CALL "AuditChain" USING WS-Chain-Action,
                               "HLOG", NewHireLogRecord
                           WRITE NewHireLogRecord
                   END-READ
               END-PERFORM
               MOVE WS-Seq TO WS-HireConvCount
               CLOSE HireLogOldFile
               CLOSE HireLogNewFile
               CALL "CBL_DELETE_FILE" USING "HIRELOG.DAT"
               CALL "CBL_RENAME_FILE" USING "hirelog.cnv",
                   "HIRELOG.DAT"
           END-IF.

      *> ConvertJournals - every day from the keyed date through
      *> today, cataloguing each journal found.
       ConvertJournals.
           OPEN OUTPUT JournalCatFile
           COMPUTE WS-Day-Int = FUNCTION INTEGER-OF-DATE(WS-From-Date)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Day
           COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Day)
           PERFORM UNTIL WS-Day-Int > WS-Today-Int
               COMPUTE WS-Day = FUNCTION DATE-OF-INTEGER(WS-Day-Int)
               PERFORM ConvertOneJournal
               ADD 1 TO WS-Day-Int
           END-PERFORM
           CLOSE JournalCatFile.

      *> ConvertOneJournal - one day's journal, if there is one.
      *> Each day's journal is a trail of its own and chains from
      *> zero.
       ConvertOneJournal.
           MOVE SPACES TO WS-JournalName
           STRING "MSTJRNL." WS-Day DELIMITED BY SIZE
               INTO WS-JournalName
           OPEN INPUT JournalOldFile
           IF OldNotFound
               CLOSE JournalOldFile
           ELSE
               OPEN OUTPUT JournalNewFile
               MOVE SPACES TO NewJournalRecord
               MOVE 'B' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, "JRNL",
                   NewJournalRecord
               MOVE 'R' TO WS-Chain-Action
               MOVE ZEROS TO WS-Seq
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ JournalOldFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Seq
                           MOVE OldJournalRecord TO NJR-DATA
                           MOVE WS-Seq TO NJR-SEQ-NUM
                           CALL "AuditChain" USING WS-Chain-Action,
                               "JRNL", NewJournalRecord
                           WRITE NewJournalRecord
                   END-READ
               END-PERFORM
               ADD WS-Seq TO WS-JrnlConvCount
               ADD 1 TO WS-JrnlFileCount
               CLOSE JournalOldFile
               CLOSE JournalNewFile
               CALL "CBL_DELETE_FILE" USING WS-JournalName
               CALL "CBL_RENAME_FILE" USING "mstjrnl.cnv",
                   WS-JournalName
               MOVE WS-JournalName TO JCT-FILENAME
               MOVE WS-Day         TO JCT-DATE
               WRITE JournalCatRecord
           END-IF.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. AuditChain.
      *> Shared sequencing and check-value chaining for the trails
      *> auditors treat as evidence - MAINTAUD.DAT, HIRELOG.DAT and
      *> the MSTJRNL.YYYYMMDD journals - CALLed the way MasterJournal
      *> and TrimName are shared:
      *>
      *>     CALL "AuditChain" USING WS-Chain-Action, trail-id,
      *>         the-record
      *>
      *> with trail-id "MAUD", "HLOG" or "JRNL" and the record as it
      *> is about to be written. Every record on those trails ends
      *> in a running sequence number and a check value worked out
      *> from the record's own bytes, its sequence number and the
      *> check value of the record before it, so a line deleted,
      *> edited or moved shows up as a gap, an out-of-order number
      *> or a check value that no longer follows - see
      *> 059/AuditVerify.cbl. The first record of a trail chains
      *> from zero; each day's journal is a trail of its own.
      *> Actions:
      *>   'A' - append: stamp the next sequence number and check
      *>         value. The first append of a run reads the trail
      *>         once for where it ended; later ones in the same run
      *>         carry on from memory.
      *>   'B' - begin re-chaining a trail from zero (a program that
      *>         rewrites a trail on purpose, as SSNCorrect and
      *>         RetentionPurge do, re-chains every line it writes
      *>         back so the trail verifies afterwards)
      *>   'R' - re-chain: keep the record's sequence number, work
      *>         its check value out from the one before
      *>   'S' - seed: carry on re-chaining from this record's
      *>         check value as it stands (the verifier uses 'R' on
      *>         a copy and 'S' on the original, so one altered
      *>         line is reported once, not every line after it)
      *> Where the two fields sit is fixed per trail: after the 80
      *> bytes of a MAINTAUD.DAT line, the 21 of a HIRELOG.DAT line
      *> and the 94 of a journal line.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MaintChainFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ChainFileStatus.
               SELECT HireChainFile ASSIGN TO "HIRELOG.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ChainFileStatus.
               SELECT JrnlChainFile ASSIGN TO DYNAMIC WS-JournalName
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ChainFileStatus.

       DATA DIVISION.
           FILE SECTION.
      *> Each trail laid out just far enough to reach the two
      *> fields on the end - the owning program's FD is the full
      *> picture.
           FD MaintChainFile.
           01  MaintChainRecord.
               02 FILLER          PIC X(80).
               02 MC-SEQ-NUM      PIC 9(9).
               02 MC-CHAIN        PIC 9(9).
           FD HireChainFile.
           01  HireChainRecord.
               02 FILLER          PIC X(21).
               02 HC-SEQ-NUM      PIC 9(9).
               02 HC-CHAIN        PIC 9(9).
           FD JrnlChainFile.
           01  JrnlChainRecord.
               02 FILLER          PIC X(94).
               02 JC-SEQ-NUM      PIC 9(9).
               02 JC-CHAIN        PIC 9(9).

           WORKING-STORAGE SECTION.
           01  ChainFileStatus   PIC X(2).
               88 ChainFileOK    VALUE '00'.
               88 ChainFileNotFound VALUE '35'.
           01  ChainEOF-Flag     PIC X VALUE 'N'.
               88 ChainEOF       VALUE 'Y'.

      *> Where each trail stands, 1 MAUD, 2 HLOG, 3 JRNL. A journal
      *> is remembered along with its file name, so the first line
      *> of a new day starts that day's file afresh.
           01  WS-Trail-Table.
               02 WS-Trail-State OCCURS 3 TIMES.
                   03 WS-TS-Loaded     PIC X(1) VALUE 'N'.
                   03 WS-TS-Last-Seq   PIC 9(9) VALUE ZEROS.
                   03 WS-TS-Last-Chain PIC 9(9) VALUE ZEROS.
                   03 WS-TS-Running    PIC 9(9) VALUE ZEROS.
           01  WS-Trail-Idx      PIC 9(1).
           01  WS-Data-Len       PIC 9(3).
           01  WS-Seq-Pos        PIC 9(3).
           01  WS-Chain-Pos      PIC 9(3).
           01  WS-JournalName    PIC X(40).
           01  WS-Trail-Name     PIC X(40).
           01  WS-Loaded-Journal PIC X(40) VALUE SPACES.

      *> The check value: every byte folded in as
      *> value * 31 + byte, kept below a large prime.
           01  WS-Check          PIC 9(18) COMP.
           01  WS-Check-Quot     PIC 9(18) COMP.
           01  WS-Check-Prime    PIC 9(9) VALUE 999999937.
           01  WS-Byte-Idx       PIC 9(3).
           01  WS-Seq-Work       PIC 9(9).
           01  WS-Seq-Work-X REDEFINES WS-Seq-Work PIC X(9).
           01  WS-Chain-Work     PIC 9(9).
           01  WS-Chain-Work-X REDEFINES WS-Chain-Work PIC X(9).

       LINKAGE SECTION.
           01  AC-ACTION         PIC X(1).
               88 AC-Append      VALUE 'A'.
               88 AC-Begin       VALUE 'B'.
               88 AC-Rechain     VALUE 'R'.
               88 AC-Seed        VALUE 'S'.
           01  AC-TRAIL          PIC X(4).
               88 AC-Maint       VALUE "MAUD".
               88 AC-Hire        VALUE "HLOG".
               88 AC-Journal     VALUE "JRNL".
           01  AC-RECORD         PIC X(112).

       PROCEDURE DIVISION USING AC-ACTION, AC-TRAIL, AC-RECORD.
           EVALUATE TRUE
               WHEN AC-Maint
                   MOVE 1  TO WS-Trail-Idx
                   MOVE 80 TO WS-Data-Len
               WHEN AC-Hire
                   MOVE 2  TO WS-Trail-Idx
                   MOVE 21 TO WS-Data-Len
               WHEN AC-Journal
                   MOVE 3  TO WS-Trail-Idx
                   MOVE 94 TO WS-Data-Len
      *> The journal a line belongs to is named for the day in its
      *> own timestamp.
                   MOVE SPACES TO WS-JournalName
                   STRING "MSTJRNL." AC-RECORD(1:8) DELIMITED BY SIZE
                       INTO WS-JournalName
                   IF WS-JournalName NOT = WS-Loaded-Journal
                       MOVE 'N' TO WS-TS-Loaded(3)
                       MOVE ZEROS TO WS-TS-Running(3)
                   END-IF
               WHEN OTHER
                   DISPLAY "AuditChain: unknown trail " AC-TRAIL
                   GOBACK
           END-EVALUATE
           COMPUTE WS-Seq-Pos = WS-Data-Len + 1
           COMPUTE WS-Chain-Pos = WS-Data-Len + 10

           EVALUATE TRUE
               WHEN AC-Append
                   IF WS-TS-Loaded(WS-Trail-Idx) NOT = 'Y'
                       PERFORM LoadTrailEnd
                   END-IF
                   COMPUTE WS-Seq-Work =
                       WS-TS-Last-Seq(WS-Trail-Idx) + 1
                   MOVE WS-Seq-Work-X TO AC-RECORD(WS-Seq-Pos:9)
                   MOVE WS-TS-Last-Chain(WS-Trail-Idx) TO WS-Check
                   PERFORM ComputeCheck
                   MOVE WS-Chain-Work-X TO AC-RECORD(WS-Chain-Pos:9)
                   MOVE WS-Seq-Work TO WS-TS-Last-Seq(WS-Trail-Idx)
                   MOVE WS-Chain-Work
                       TO WS-TS-Last-Chain(WS-Trail-Idx)
               WHEN AC-Begin
                   MOVE ZEROS TO WS-TS-Running(WS-Trail-Idx)
               WHEN AC-Rechain
                   MOVE AC-RECORD(WS-Seq-Pos:9) TO WS-Seq-Work-X
                   MOVE WS-TS-Running(WS-Trail-Idx) TO WS-Check
                   PERFORM ComputeCheck
                   MOVE WS-Chain-Work-X TO AC-RECORD(WS-Chain-Pos:9)
                   MOVE WS-Chain-Work TO WS-TS-Running(WS-Trail-Idx)
      *> A trail re-chained to its end is where the next append
      *> carries on from.
                   MOVE WS-Seq-Work TO WS-TS-Last-Seq(WS-Trail-Idx)
                   MOVE WS-Chain-Work
                       TO WS-TS-Last-Chain(WS-Trail-Idx)
                   MOVE 'Y' TO WS-TS-Loaded(WS-Trail-Idx)
                   IF AC-Journal
                       MOVE WS-JournalName TO WS-Loaded-Journal
                   END-IF
               WHEN AC-Seed
                   MOVE AC-RECORD(WS-Chain-Pos:9) TO WS-Chain-Work-X
                   IF WS-Chain-Work-X IS NUMERIC
                       MOVE WS-Chain-Work
                           TO WS-TS-Running(WS-Trail-Idx)
                   END-IF
           END-EVALUATE
           GOBACK.

      *> ComputeCheck - fold the record's data bytes and then its
      *> sequence number into WS-Check, leaving the result in
      *> WS-Chain-Work.
       ComputeCheck.
           PERFORM VARYING WS-Byte-Idx FROM 1 BY 1
                   UNTIL WS-Byte-Idx > WS-Data-Len
               COMPUTE WS-Check = WS-Check * 31
                   + FUNCTION ORD(AC-RECORD(WS-Byte-Idx:1))
               DIVIDE WS-Check BY WS-Check-Prime
                   GIVING WS-Check-Quot REMAINDER WS-Check
           END-PERFORM
           PERFORM VARYING WS-Byte-Idx FROM 1 BY 1
                   UNTIL WS-Byte-Idx > 9
               COMPUTE WS-Check = WS-Check * 31
                   + FUNCTION ORD(WS-Seq-Work-X(WS-Byte-Idx:1))
               DIVIDE WS-Check BY WS-Check-Prime
                   GIVING WS-Check-Quot REMAINDER WS-Check
           END-PERFORM
           MOVE WS-Check TO WS-Chain-Work.

      *> LoadTrailEnd - read the trail through once for the last
      *> sequence number and check value on it. No file yet, or a
      *> new day's journal, starts from zero.
       LoadTrailEnd.
           MOVE 'Y' TO WS-TS-Loaded(WS-Trail-Idx)
           MOVE ZEROS TO WS-TS-Last-Seq(WS-Trail-Idx)
           MOVE ZEROS TO WS-TS-Last-Chain(WS-Trail-Idx)
           MOVE 'N' TO ChainEOF-Flag
           EVALUATE WS-Trail-Idx
               WHEN 1
                   MOVE "MAINTAUD.DAT" TO WS-Trail-Name
                   OPEN INPUT MaintChainFile
                   EVALUATE TRUE
                       WHEN ChainFileOK
                           PERFORM UNTIL ChainEOF OR NOT ChainFileOK
                               READ MaintChainFile
                                   AT END SET ChainEOF TO TRUE
                                   NOT AT END
                                       MOVE MC-SEQ-NUM
                                           TO WS-TS-Last-Seq(1)
                                       MOVE MC-CHAIN
                                           TO WS-TS-Last-Chain(1)
                               END-READ
                           END-PERFORM
                           IF NOT ChainEOF
                               PERFORM TrailFileError
                           END-IF
                           CLOSE MaintChainFile
                       WHEN ChainFileNotFound
                           CLOSE MaintChainFile
                       WHEN OTHER
                           PERFORM TrailFileError
                   END-EVALUATE
               WHEN 2
                   MOVE "HIRELOG.DAT" TO WS-Trail-Name
                   OPEN INPUT HireChainFile
                   EVALUATE TRUE
                       WHEN ChainFileOK
                           PERFORM UNTIL ChainEOF OR NOT ChainFileOK
                               READ HireChainFile
                                   AT END SET ChainEOF TO TRUE
                                   NOT AT END
                                       MOVE HC-SEQ-NUM
                                           TO WS-TS-Last-Seq(2)
                                       MOVE HC-CHAIN
                                           TO WS-TS-Last-Chain(2)
                               END-READ
                           END-PERFORM
                           IF NOT ChainEOF
                               PERFORM TrailFileError
                           END-IF
                           CLOSE HireChainFile
                       WHEN ChainFileNotFound
                           CLOSE HireChainFile
                       WHEN OTHER
                           PERFORM TrailFileError
                   END-EVALUATE
               WHEN 3
                   MOVE WS-JournalName TO WS-Trail-Name
                   OPEN INPUT JrnlChainFile
                   EVALUATE TRUE
                       WHEN ChainFileOK
                           PERFORM UNTIL ChainEOF OR NOT ChainFileOK
                               READ JrnlChainFile
                                   AT END SET ChainEOF TO TRUE
                                   NOT AT END
                                       MOVE JC-SEQ-NUM
                                           TO WS-TS-Last-Seq(3)
                                       MOVE JC-CHAIN
                                           TO WS-TS-Last-Chain(3)
                               END-READ
                           END-PERFORM
                           IF NOT ChainEOF
                               PERFORM TrailFileError
                           END-IF
                           CLOSE JrnlChainFile
                       WHEN ChainFileNotFound
                           CLOSE JrnlChainFile
                       WHEN OTHER
                           PERFORM TrailFileError
                   END-EVALUATE
                   MOVE WS-JournalName TO WS-Loaded-Journal
           END-EVALUATE.

      *> TrailFileError - a trail that is there but cannot be opened
      *> or read through is reported, and left unloaded so the next
      *> append tries it again.
       TrailFileError.
           DISPLAY "AuditChain: status " ChainFileStatus
               " reading " WS-Trail-Name
           MOVE 16 TO RETURN-CODE
           MOVE 'N' TO WS-TS-Loaded(WS-Trail-Idx).
       END PROGRAM AuditChain.

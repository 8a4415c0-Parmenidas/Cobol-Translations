      *> which is the whole point of a journal. Rebuild-style
      *> programs (RestoreArchive, HireDateConv, the back-out in
      *> WriteData) do not journal - they are recovery, not
      *> day-to-day change. Every journal line is stamped with its
      *> sequence number in the day's file and a check value chained
      *> from the line before (058/AuditChain.cbl), and each day's
      *> file is listed on JRNLCAT.DAT when its first line is
      *> written, so 059/AuditVerify.cbl can walk every journal and
      *> notice one that has gone missing.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT JournalFile ASSIGN TO DYNAMIC WS-JournalName
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS JournalFileStatus.
               SELECT JournalCatFile ASSIGN TO "JRNLCAT.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS JournalCatFileStatus.

       DATA DIVISION.
           FILE SECTION.
                             ==WITHHOLDING-RATE==
                          BY ==JR-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==JR-HIRE-DATE==.
               02 JR-SEQ-NUM     PIC 9(9).
               02 JR-CHAIN       PIC 9(9).

           FD JournalCatFile.
      *> One line per day's journal ever started, the way
      *> ARCHCAT.DAT lists the backups.
           01  JournalCatRecord.
               02 JCT-FILENAME   PIC X(30).
               02 JCT-DATE       PIC 9(8).

           WORKING-STORAGE SECTION.
           01  JournalFileStatus PIC X(2).
               88 JournalOK      VALUE '00'.
           01  WS-JournalName    PIC X(40).
           01  WS-Today          PIC X(8).
           01  WS-Now            PIC X(14).
           01  JournalCatFileStatus PIC X(2).
               88 JournalCatOK   VALUE '00'.
      *> Sequence and check value - see 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1) VALUE 'A'.

       LINKAGE SECTION.
           01  JN-ACTION         PIC X(1).
                             ==HIRE-DATE== BY ==JN-HIRE-DATE==.

       PROCEDURE DIVISION USING JN-ACTION, JN-EMPLOYEE.
      *> One reading of the clock for both the file name and the
      *> line's timestamp, so a line written on the stroke of
      *> midnight lands in the journal its timestamp names.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Now
           MOVE WS-Now(1:8) TO WS-Today
           MOVE SPACES TO WS-JournalName
           STRING "MSTJRNL." WS-Today DELIMITED BY SIZE
               INTO WS-JournalName
           IF NOT JournalOK
               CLOSE JournalFile
               OPEN OUTPUT JournalFile
               PERFORM WriteJournalCatalog
           END-IF
           MOVE WS-Now       TO JR-TIMESTAMP
           MOVE JN-ACTION    TO JR-ACTION
           MOVE JN-fname     TO JR-fname
           MOVE JN-lname     TO JR-lname
           MOVE JN-WITHHOLDING-RATE     TO JR-WITHHOLDING-RATE
           MOVE JN-WITHHOLDING-RATE-INV TO JR-WITHHOLDING-RATE-INV
           MOVE JN-HIRE-DATE TO JR-HIRE-DATE
           CALL "AuditChain" USING WS-Chain-Action, "JRNL",
               JournalRecord
           WRITE JournalRecord
           CLOSE JournalFile
           GOBACK.

      *> WriteJournalCatalog - the day's journal has just been
      *> started: list it.
       WriteJournalCatalog.
           OPEN EXTEND JournalCatFile
           IF NOT JournalCatOK
               CLOSE JournalCatFile
               OPEN OUTPUT JournalCatFile
           END-IF
           MOVE WS-JournalName TO JCT-FILENAME
           MOVE WS-Today       TO JCT-DATE
           WRITE JournalCatRecord
           CLOSE JournalCatFile.
       END PROGRAM MasterJournal.

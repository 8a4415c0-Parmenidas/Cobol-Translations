       IDENTIFICATION DIVISION.
           PROGRAM-ID. LedgerConv.
      *> One-time conversion for the back-pay and posted-date fields
      *> added to the YTD ledger record, ytdledger.idx. The ledger's
      *> last-period amounts include any back pay paid with the
      *> period; PayrollRegister now keeps the back-pay part beside
      *> them so next period's variance check compares regular pay
      *> with regular pay, and keeps the day the period posted so a
      *> rerun after a crash can take what the earlier run paid
      *> rather than work it out again. Records written before the
      *> fields existed are 38 bytes short of the new layout, so the
      *> ledger is rebuilt once, not patched in place - copied out
      *> to ytdledger.cnv in the new layout, then loaded back into a
      *> fresh ytdledger.idx the way 033/HireDateConv.cbl rebuilt
      *> empmaster.idx. Old records carry zero back pay and a zero
      *> posted date: the split of a period already posted is not
      *> known, so the first variance check after the conversion
      *> measures against the whole of the last period, as before.
      *>
      *> Run book:
      *>   1. let the period's stream finish (no btrestart.dat)
      *>   2. install the new PayrollRegister, YearEndStatement,
      *>      BankPayment, GLJournal, WageFiling, SSNCorrect and
      *>      DeptReorg, but do not run any of them yet
      *>   3. run this program once
      *> No ytdledger.idx at all means there is nothing to convert.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OldLedgerFile ASSIGN TO "ytdledger.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OYL-SSN-NUM
                   FILE STATUS IS OldLedgerFileStatus.
               SELECT ConvLedgerFile ASSIGN TO "ytdledger.cnv"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ConvLedgerFileStatus.
               SELECT NewLedgerFile ASSIGN TO "ytdledger.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS NYL-SSN-NUM
                   FILE STATUS IS NewLedgerFileStatus.

       DATA DIVISION.
           FILE SECTION.
           FD OldLedgerFile.
      *> ytdledger.idx as it was before the back-pay fields.
           01  OldLedgerRecord.
               02 OYL-SSN-NUM        PIC 9(9).
               02 OYL-fname          PIC X(10).
               02 OYL-lname          PIC X(10).
               02 OYL-DEPT-CODE      PIC X(4).
               02 OYL-YEAR           PIC 9(4).
               02 OYL-LAST-PERIOD    PIC 9(6).
               02 OYL-PERIODS-POSTED PIC 9(3).
               02 OYL-LAST-GROSS     PIC 9(7)V99.
               02 OYL-LAST-WITHHELD  PIC 9(7)V99.
               02 OYL-LAST-NET       PIC 9(7)V99.
               02 OYL-YTD-GROSS      PIC 9(9)V99.
               02 OYL-YTD-WITHHELD   PIC 9(9)V99.
               02 OYL-YTD-NET        PIC 9(9)V99.

           FD ConvLedgerFile.
      *> The converted records in the new layout - see
      *> 011/PayrollRegister.cbl - in key order, waiting to be loaded.
           01  LedgerRecord.
               02 YL-SSN-NUM        PIC 9(9).
               02 YL-fname          PIC X(10).
               02 YL-lname          PIC X(10).
               02 YL-DEPT-CODE      PIC X(4).
               02 YL-YEAR           PIC 9(4).
               02 YL-LAST-PERIOD    PIC 9(6).
               02 YL-PERIODS-POSTED PIC 9(3).
               02 YL-LAST-GROSS     PIC 9(7)V99.
               02 YL-LAST-WITHHELD  PIC 9(7)V99.
               02 YL-LAST-NET       PIC 9(7)V99.
               02 YL-YTD-GROSS      PIC 9(9)V99.
               02 YL-YTD-WITHHELD   PIC 9(9)V99.
               02 YL-YTD-NET        PIC 9(9)V99.
               02 YL-RETRO-PERIODS  PIC 9(3).
               02 YL-RETRO-GROSS    PIC 9(7)V99.
               02 YL-RETRO-WITHHELD PIC 9(7)V99.
               02 YL-RETRO-NET      PIC 9(7)V99.
               02 YL-POSTED-DATE    PIC 9(8).

           FD NewLedgerFile.
      *> The rebuilt ledger, written whole from the record above.
           01  NewLedgerRecord.
               02 NYL-SSN-NUM       PIC 9(9).
               02 FILLER            PIC X(135).

           WORKING-STORAGE SECTION.
           01  OldLedgerFileStatus  PIC X(2).
               88 OldLedgerNotFound VALUE '35'.
           01  ConvLedgerFileStatus PIC X(2).
               88 ConvLedgerOK      VALUE '00'.
           01  NewLedgerFileStatus  PIC X(2).
               88 NewLedgerOK       VALUE '00'.

           01  LedgerEOF-Flag       PIC X VALUE 'N'.
               88 LedgerEOF         VALUE 'Y'.
           01  WS-LedgerConvCount   PIC 9(6) VALUE ZEROS.
           01  WS-LedgerLoadCount   PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
           OPEN INPUT OldLedgerFile
           IF OldLedgerNotFound
               CLOSE OldLedgerFile
               DISPLAY "NO ytdledger.idx - NOTHING TO CONVERT"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ConvLedgerFile
           IF NOT ConvLedgerOK
               DISPLAY "ERROR : cannot create ytdledger.cnv - status "
                   ConvLedgerFileStatus
               CLOSE OldLedgerFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL LedgerEOF
               READ OldLedgerFile
                   AT END SET LedgerEOF TO TRUE
                   NOT AT END PERFORM ConvertLedgerRecord
               END-READ
           END-PERFORM
           CLOSE OldLedgerFile
           CLOSE ConvLedgerFile

      *> The old ledger is only replaced once every record is safely
      *> out on ytdledger.cnv; a failure loading it back leaves the
      *> .cnv file in place to load from.
           OPEN INPUT ConvLedgerFile
           OPEN OUTPUT NewLedgerFile
           IF NOT NewLedgerOK
               DISPLAY "ERROR : cannot rebuild ytdledger.idx - status "
                   NewLedgerFileStatus
               CLOSE ConvLedgerFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO LedgerEOF-Flag
           PERFORM UNTIL LedgerEOF
               READ ConvLedgerFile
                   AT END SET LedgerEOF TO TRUE
                   NOT AT END PERFORM LoadLedgerRecord
               END-READ
           END-PERFORM
           CLOSE ConvLedgerFile
           CLOSE NewLedgerFile
           IF WS-LedgerLoadCount NOT = WS-LedgerConvCount
               DISPLAY "ERROR : " WS-LedgerConvCount " CONVERTED BUT "
                   WS-LedgerLoadCount " LOADED - RELOAD FROM "
                   "ytdledger.cnv"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "CBL_DELETE_FILE" USING "ytdledger.cnv"
           MOVE 0 TO RETURN-CODE

           DISPLAY "YTD LEDGER CONVERSION COMPLETE"
           DISPLAY "  LEDGER RECORDS: " WS-LedgerConvCount
           GOBACK.

      *> ConvertLedgerRecord - the old record as it was, with no
      *> back pay and no posted date.
       ConvertLedgerRecord.
           MOVE OYL-SSN-NUM        TO YL-SSN-NUM
           MOVE OYL-fname          TO YL-fname
           MOVE OYL-lname          TO YL-lname
           MOVE OYL-DEPT-CODE      TO YL-DEPT-CODE
           MOVE OYL-YEAR           TO YL-YEAR
           MOVE OYL-LAST-PERIOD    TO YL-LAST-PERIOD
           MOVE OYL-PERIODS-POSTED TO YL-PERIODS-POSTED
           MOVE OYL-LAST-GROSS     TO YL-LAST-GROSS
           MOVE OYL-LAST-WITHHELD  TO YL-LAST-WITHHELD
           MOVE OYL-LAST-NET       TO YL-LAST-NET
           MOVE OYL-YTD-GROSS      TO YL-YTD-GROSS
           MOVE OYL-YTD-WITHHELD   TO YL-YTD-WITHHELD
           MOVE OYL-YTD-NET        TO YL-YTD-NET
           MOVE ZEROS              TO YL-RETRO-PERIODS
           MOVE ZEROS              TO YL-RETRO-GROSS
           MOVE ZEROS              TO YL-RETRO-WITHHELD
           MOVE ZEROS              TO YL-RETRO-NET
           MOVE ZEROS              TO YL-POSTED-DATE
           WRITE LedgerRecord
           ADD 1 TO WS-LedgerConvCount.

      *> LoadLedgerRecord - one converted record into the new
      *> ledger. The .cnv file is in key order, so nothing should
      *> be out of sequence; anything that is gets reported.
       LoadLedgerRecord.
           WRITE NewLedgerRecord FROM LedgerRecord
               INVALID KEY
                   DISPLAY "ERROR : ledger record for SSN " YL-SSN-NUM
                       " not loaded - status " NewLedgerFileStatus
               NOT INVALID KEY
                   ADD 1 TO WS-LedgerLoadCount
           END-WRITE.

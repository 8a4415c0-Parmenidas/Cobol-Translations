       IDENTIFICATION DIVISION.
           PROGRAM-ID. BankPayment.
      *> Direct-deposit bank payment file off the period just posted.
      *> Runs after PayrollRegister: every employee whose ytdledger.idx
      *> record shows this pay period (063/PayPeriod.cbl - the
      *> register's period, held over midnight or not) with net pay to
      *> send is paid into the account(s) held for them on the
      *> direct-deposit account master, empbank.idx - split between two
      *> where they asked for it - as entries on bankpay.ach, the
      *> standard fixed-format 94-byte payment file the bank takes: a
      *> file header, one batch of payroll credits with its batch
      *> control record (entry count, routing hash, credit total), a
      *> file control record carrying the same totals for the file,
      *> and all-nines filler to a full block of ten. A new or changed
      *> account goes out first as a zero-dollar prenote and is paid
      *> by check until the bank has had WS-PrenoteWaitDays to
      *> return it. Anyone with no account, a prenote still out, or
      *> an inactive account drops to paperchk.prt, the list of
      *> checks still to be printed. bankpay.prt lists every entry
      *> sent with the file's control totals, and proves deposits
      *> plus paper checks equal the period's net pay. The same
      *> period is not sent to the bank twice (bankrunctl.dat, with
      *> bankoverride.flg for a deliberate resend - the same idea as
      *> PayrollRegister's ytdrunctl.dat and ytdoverride.flg).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LedgerFile ASSIGN TO "ytdledger.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YL-SSN-NUM
                   FILE STATUS IS LedgerFileStatus.
               SELECT BankMaster ASSIGN TO "empbank.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BK-SSN-NUM
                   FILE STATUS IS BankFileStatus.
               SELECT EmployerFile ASSIGN TO "employer.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS EmployerFileStatus.
               SELECT PayrollControlFile ASSIGN TO "ytdrunctl.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PayrollControlFileStatus.
               SELECT RunControlFile ASSIGN TO "bankrunctl.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RunControlFileStatus.
               SELECT OverrideFile ASSIGN TO "bankoverride.flg"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS OverrideFileStatus.
               SELECT PaymentFile ASSIGN TO "bankpay.ach"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PaymentFileStatus.
               SELECT PrintFile ASSIGN TO "bankpay.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PaperFile ASSIGN TO "paperchk.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BatchSummaryFile ASSIGN TO "batchsumm.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS BatchSummaryFileStatus.

       DATA DIVISION.
           FILE SECTION.
           FD LedgerFile.
      *> Same ledger layout PayrollRegister posts - one record per
      *> employee, last period posted plus YTD totals.
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

           FD BankMaster.
      *> Direct-deposit accounts, keyed by SSN - see
      *> copybooks/EMPBANK.cpy. Opened for update: prenote status
      *> moves on as prenotes are sent and age out.
           01  BankRecord.
               COPY EMPBANK.

           FD EmployerFile.
      *> The company's name, tax ID and originating bank - see
      *> copybooks/EMPLOYER.cpy.
           01  EmployerRecord.
               COPY EMPLOYER.

           FD PayrollControlFile.
      *> PayrollRegister's run control - the period last posted.
           01  PayrollControlRecord.
               02 PR-LAST-PERIOD  PIC 9(6).

           FD RunControlFile.
      *> Single-record run control - the pay period last sent to the
      *> bank, so a second file for the same period is refused
      *> instead of paying everyone twice.
           01  RunControlRecord.
               02 RC-LAST-PERIOD  PIC 9(6).

           FD OverrideFile.
      *> Presence of this file is the override - the bank rejected
      *> the file, say, and it has to go again. Deleted once used.
           01  OverrideRecord.
               02 OV-FLAG        PIC X(1).

           FD PaymentFile.
           01  PaymentRecord    PIC X(94).

           FD PrintFile.
           01  PrintLine        PIC X(80).

           FD PaperFile.
           01  PaperLine        PIC X(80).

           FD BatchSummaryFile.
      *> One exception-summary line per nightly batch step - see
      *> copybooks/BATCHSUM.cpy and 008/NightlyBatch.cbl.
           01  BatchSummaryRecord.
               COPY BATCHSUM.

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout, renamed per file - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==LedgerFileStatus==
                         ==EverythingOK== BY ==LedgerOK==
                         ==ReachEndOfFile== BY ==LedgerReachEOF==
                         ==RecordNotFound== BY ==LedgerNotFound==
                         ==PermanentError== BY ==LedgerPermError==
                         ==BoundaryViolation== BY ==LedgerBoundary==
                         ==FileNotFound== BY ==LedgerFileNotFound==
                         ==LogicError== BY ==LedgerLogicError==.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==BankFileStatus==
                         ==EverythingOK== BY ==BankOK==
                         ==ReachEndOfFile== BY ==BankReachEOF==
                         ==RecordNotFound== BY ==BankNotFound==
                         ==PermanentError== BY ==BankPermError==
                         ==BoundaryViolation== BY ==BankBoundary==
                         ==FileNotFound== BY ==BankFileNotFound==
                         ==LogicError== BY ==BankLogicError==.
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
           01  EmployerFileStatus  PIC X(2).
               88 EmployerOK        VALUE '00'.
           01  PayrollControlFileStatus PIC X(2).
               88 PayrollControlNotFound VALUE '35'.
           01  RunControlFileStatus PIC X(2).
               88 RunControlOK       VALUE '00'.
               88 RunControlNotFound VALUE '35'.
           01  OverrideFileStatus  PIC X(2).
               88 OverrideOK        VALUE '00'.
           01  PaymentFileStatus   PIC X(2).
               88 PaymentOK         VALUE '00'.

           01  LedgerEOF-Flag      PIC X VALUE 'N'.
               88 LedgerAtEnd      VALUE 'Y'.
           01  WS-Sent-Flag        PIC X VALUE 'N'.
               88 WS-AlreadySent   VALUE 'Y'.

           01  WS-Today            PIC 9(8).
           01  WS-Period           PIC 9(6).
           01  WS-LastPosted       PIC 9(6) VALUE ZEROS.
           01  WS-LastSent         PIC 9(6) VALUE ZEROS.
           01  WS-Now              PIC X(21).
           01  WS-EffectiveDate    PIC 9(8).

      *> The bank needs time to return a bad prenote before real
      *> money follows it - calendar days, generous for three
      *> banking days.
           01  WS-PrenoteWaitDays  PIC 9(2) VALUE 6.
           01  WS-DaysSincePrenote PIC S9(7) VALUE ZEROS.

      *> One entry as it is being put together.
           01  WS-Entry-Routing    PIC 9(9).
           01  WS-Entry-Routing-Parts REDEFINES WS-Entry-Routing.
               02 WS-Entry-RDFI    PIC 9(8).
               02 WS-Entry-Check   PIC 9(1).
           01  WS-Entry-Account    PIC X(17).
           01  WS-Entry-Type       PIC X(1).
               88 WS-Entry-Savings VALUE 'S'.
           01  WS-Entry-Amount     PIC 9(7)V99.
           01  WS-Entry-Prenote-Flag PIC X VALUE 'N'.
               88 WS-Entry-Prenote VALUE 'Y'.
           01  WS-Split-Amount     PIC 9(7)V99.
           01  WS-Main-Amount      PIC 9(7)V99.

      *> Control totals - per batch and per file; this run writes
      *> one batch, so the two sets agree, but each record carries
      *> its own the way the bank checks them.
           01  WS-EntryCount       PIC 9(6) VALUE ZEROS.
           01  WS-EntryHash        PIC 9(12) VALUE ZEROS.
           01  WS-TotalCredit      PIC 9(10)V99 VALUE ZEROS.
           01  WS-TraceSeq         PIC 9(7) VALUE ZEROS.
           01  WS-RecordCount      PIC 9(6) VALUE ZEROS.
           01  WS-BlockCount       PIC 9(6) VALUE ZEROS.
           01  WS-BlockingFactor   PIC 9(2) VALUE 10.

           01  WS-DepositCount     PIC 9(6) VALUE ZEROS.
           01  WS-PrenoteCount     PIC 9(6) VALUE ZEROS.
           01  WS-ActivatedCount   PIC 9(6) VALUE ZEROS.
           01  WS-PaperCount       PIC 9(6) VALUE ZEROS.
           01  WS-PaperTotal       PIC 9(10)V99 VALUE ZEROS.
           01  WS-NetTotal         PIC 9(10)V99 VALUE ZEROS.
           01  WS-Paper-Reason     PIC X(20).

      *> Trimmed name lengths - see 009/TrimName.cbl - and the
      *> name as the bank and the listings show it.
           01  WS-FnameLen         PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen         PIC 9(2) VALUE ZEROS.
           01  WS-Name             PIC X(22).
           01  WS-Masked-SSN       PIC X(11).
           01  WS-AcctLen          PIC 9(2) VALUE ZEROS.
           01  WS-Masked-Acct      PIC X(8).

           01  WS-LinesOnPage      PIC 9(4) VALUE 0.
           01  WS-LinesPerPage     PIC 9(4) VALUE 20.
           01  WS-PageNumber       PIC 9(4) VALUE 0.
           01  WS-PaperLines       PIC 9(4) VALUE 0.
           01  WS-PaperPage        PIC 9(4) VALUE 0.

      *> File header record.
           01  FileHeaderRec.
               02 FH-RECORD-TYPE   PIC X(1)  VALUE '1'.
               02 FH-PRIORITY      PIC X(2)  VALUE '01'.
               02 FILLER           PIC X(1)  VALUE SPACE.
               02 FH-DESTINATION   PIC 9(9).
               02 FILLER           PIC X(1)  VALUE SPACE.
               02 FH-ORIGIN        PIC 9(9).
               02 FH-FILE-DATE     PIC 9(6).
               02 FH-FILE-TIME     PIC 9(4).
               02 FH-ID-MODIFIER   PIC X(1)  VALUE 'A'.
               02 FH-RECORD-SIZE   PIC X(3)  VALUE '094'.
               02 FH-BLOCKING      PIC X(2)  VALUE '10'.
               02 FH-FORMAT-CODE   PIC X(1)  VALUE '1'.
               02 FH-DEST-NAME     PIC X(23).
               02 FH-ORIGIN-NAME   PIC X(23).
               02 FH-REFERENCE     PIC X(8)  VALUE SPACES.

      *> Batch header record - payroll credits, one batch per run.
           01  BatchHeaderRec.
               02 BH-RECORD-TYPE   PIC X(1)  VALUE '5'.
               02 BH-SERVICE-CLASS PIC X(3)  VALUE '220'.
               02 BH-COMPANY-NAME  PIC X(16).
               02 BH-DISCRETIONARY PIC X(20) VALUE SPACES.
               02 BH-COMPANY-ID    PIC X(10).
               02 BH-ENTRY-CLASS   PIC X(3)  VALUE 'PPD'.
               02 BH-ENTRY-DESC    PIC X(10) VALUE 'PAYROLL'.
               02 BH-DESC-DATE     PIC 9(6).
               02 BH-EFFECTIVE     PIC 9(6).
               02 BH-SETTLEMENT    PIC X(3)  VALUE SPACES.
               02 BH-ORIG-STATUS   PIC X(1)  VALUE '1'.
               02 BH-ODFI          PIC 9(8).
               02 BH-BATCH-NUM     PIC 9(7)  VALUE 1.

      *> Entry detail record - one per account credited or
      *> prenoted.
           01  EntryRec.
               02 ED-RECORD-TYPE   PIC X(1)  VALUE '6'.
               02 ED-TRAN-CODE     PIC 9(2).
               02 ED-RDFI          PIC 9(8).
               02 ED-CHECK-DIGIT   PIC 9(1).
               02 ED-ACCOUNT       PIC X(17).
               02 ED-AMOUNT        PIC 9(8)V99.
               02 ED-IDENT         PIC X(15).
               02 ED-NAME          PIC X(22).
               02 ED-DISCRETIONARY PIC X(2)  VALUE SPACES.
               02 ED-ADDENDA       PIC 9(1)  VALUE 0.
               02 ED-TRACE-ODFI    PIC 9(8).
               02 ED-TRACE-SEQ     PIC 9(7).

      *> Batch control record.
           01  BatchControlRec.
               02 BC-RECORD-TYPE   PIC X(1)  VALUE '8'.
               02 BC-SERVICE-CLASS PIC X(3)  VALUE '220'.
               02 BC-ENTRY-COUNT   PIC 9(6).
               02 BC-ENTRY-HASH    PIC 9(10).
               02 BC-TOTAL-DEBIT   PIC 9(10)V99.
               02 BC-TOTAL-CREDIT  PIC 9(10)V99.
               02 BC-COMPANY-ID    PIC X(10).
               02 BC-AUTH-CODE     PIC X(19) VALUE SPACES.
               02 BC-RESERVED      PIC X(6)  VALUE SPACES.
               02 BC-ODFI          PIC 9(8).
               02 BC-BATCH-NUM     PIC 9(7)  VALUE 1.

      *> File control record.
           01  FileControlRec.
               02 FC-RECORD-TYPE   PIC X(1)  VALUE '9'.
               02 FC-BATCH-COUNT   PIC 9(6)  VALUE 1.
               02 FC-BLOCK-COUNT   PIC 9(6).
               02 FC-ENTRY-COUNT   PIC 9(8).
               02 FC-ENTRY-HASH    PIC 9(10).
               02 FC-TOTAL-DEBIT   PIC 9(10)V99.
               02 FC-TOTAL-CREDIT  PIC 9(10)V99.
               02 FC-RESERVED      PIC X(39) VALUE SPACES.

           01  BlockFillerRec      PIC X(94) VALUE ALL '9'.

           01  HeaderLine1.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(24)
                   VALUE "BANK PAYMENT REGISTER".
               02 FILLER        PIC X(8)  VALUE "PERIOD: ".
               02 HL-Period     PIC 9(6).
               02 FILLER        PIC X(8)  VALUE "  PAGE: ".
               02 HL-Page       PIC ZZZ9.

           01  HeaderLine2.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(23) VALUE "NAME".
               02 FILLER        PIC X(13) VALUE "SSN".
               02 FILLER        PIC X(10) VALUE "ACCOUNT".
               02 FILLER        PIC X(5)  VALUE "TYPE".
               02 FILLER        PIC X(12) VALUE "     AMOUNT".
               02 FILLER        PIC X(8)  VALUE " NOTE".

           01  DetailLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 DL-Name       PIC X(23).
               02 DL-SSN        PIC X(13).
               02 DL-Account    PIC X(10).
               02 DL-Type       PIC X(5).
               02 DL-Amount     PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Note       PIC X(8).

           01  FooterLine1.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(24) VALUE "ENTRIES IN FILE: ".
               02 FT-Entries    PIC ZZZ,ZZ9.
               02 FILLER        PIC X(13) VALUE "  PRENOTES: ".
               02 FT-Prenotes   PIC ZZZ,ZZ9.

           01  FooterLine2.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(24) VALUE "ROUTING HASH: ".
               02 FT-Hash       PIC 9(10).

           01  FooterLine3.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(24) VALUE "TOTAL DEPOSITED: ".
               02 FT-Credit     PIC ZZZ,ZZZ,ZZ9.99.

           01  FooterLine4.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(24) VALUE "TOTAL PAPER CHECKS: ".
               02 FT-Paper      PIC ZZZ,ZZZ,ZZ9.99.

           01  FooterLine5.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(24) VALUE "PERIOD NET PAY: ".
               02 FT-Net        PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FT-Balance    PIC X(12).

           01  PaperHeader1.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(24) VALUE "PAPER CHECK LIST".
               02 FILLER        PIC X(8)  VALUE "PERIOD: ".
               02 PH-Period     PIC 9(6).
               02 FILLER        PIC X(8)  VALUE "  PAGE: ".
               02 PH-Page       PIC ZZZ9.

           01  PaperHeader2.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(23) VALUE "NAME".
               02 FILLER        PIC X(13) VALUE "SSN".
               02 FILLER        PIC X(6)  VALUE "DEPT".
               02 FILLER        PIC X(12) VALUE "     NET PAY".
               02 FILLER        PIC X(20) VALUE " REASON".

           01  PaperDetail.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 PD-Name       PIC X(23).
               02 PD-SSN        PIC X(13).
               02 PD-Dept       PIC X(6).
               02 PD-Net        PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 PD-Reason     PIC X(19).

           01  PaperFooter.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "CHECKS TO PRINT: ".
               02 PF-Count      PIC ZZZ,ZZ9.
               02 FILLER        PIC X(10) VALUE "  TOTAL: ".
               02 PF-Total      PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-Now
           MOVE WS-Now(1:8) TO WS-Today
           CALL "PayPeriod" USING WS-Period

      *> Nothing goes to the bank for a period the register has not
      *> posted - the ledger's last-period amounts would be last
      *> month's.
           PERFORM CheckPayrollPosted
           IF WS-LastPosted NOT = WS-Period
               DISPLAY "ERROR : period " WS-Period " not yet posted "
                   "by PayrollRegister - no bank file produced"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CheckRunControl
           IF WS-AlreadySent
               PERFORM WriteBatchSummary
               GOBACK
           END-IF

           OPEN INPUT EmployerFile
           IF NOT EmployerOK
               DISPLAY "ERROR : employer.dat not found - the bank "
                   "file needs the company's bank and tax ID"
               MOVE 16 TO RETURN-CODE
               CLOSE EmployerFile
               GOBACK
           END-IF
           READ EmployerFile
               AT END
                   DISPLAY "ERROR : employer.dat is empty"
                   MOVE 16 TO RETURN-CODE
                   CLOSE EmployerFile
                   GOBACK
           END-READ
           CLOSE EmployerFile

           OPEN INPUT LedgerFile
           IF NOT LedgerOK
               DISPLAY "ERROR : unable to open ytdledger.idx - "
                   "FILE STATUS: " LedgerFileStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> No account master yet just means nobody has signed up -
      *> everyone lands on the paper check list.
           OPEN I-O BankMaster
           IF BankFileNotFound
               OPEN OUTPUT BankMaster
               CLOSE BankMaster
               OPEN I-O BankMaster
           END-IF

           OPEN OUTPUT PaymentFile
           OPEN OUTPUT PrintFile
           OPEN OUTPUT PaperFile
           PERFORM WriteFileHeader
           PERFORM WriteBatchHeader
           PERFORM PrintHeaders
           PERFORM PrintPaperHeaders

           MOVE 0 TO YL-SSN-NUM
           START LedgerFile KEY IS NOT LESS THAN YL-SSN-NUM
               INVALID KEY
                   SET LedgerAtEnd TO TRUE
           END-START
           PERFORM UNTIL LedgerAtEnd
               READ LedgerFile NEXT RECORD
                   AT END SET LedgerAtEnd TO TRUE
                   NOT AT END
                       IF YL-LAST-PERIOD = WS-Period
                               AND YL-LAST-NET > 0
                           PERFORM PayEmployee
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WriteBatchControl
           PERFORM WriteFileControl
           PERFORM PrintFooter
           PERFORM PrintPaperFooter
           PERFORM UpdateRunControl
           PERFORM WriteBatchSummary

           CLOSE LedgerFile
           CLOSE BankMaster
           CLOSE PaymentFile
           CLOSE PrintFile
           CLOSE PaperFile

           DISPLAY "BANK PAYMENT FILE COMPLETE - PERIOD " WS-Period
           DISPLAY "  DEPOSITED      : " WS-DepositCount
           DISPLAY "  PRENOTES SENT  : " WS-PrenoteCount
           DISPLAY "  NOW ACTIVE     : " WS-ActivatedCount
           DISPLAY "  PAPER CHECKS   : " WS-PaperCount
           GOBACK.

      *> CheckPayrollPosted - the period PayrollRegister last posted,
      *> off its own run control.
       CheckPayrollPosted.
           OPEN INPUT PayrollControlFile
           IF NOT PayrollControlNotFound
               READ PayrollControlFile
                   AT END CONTINUE
                   NOT AT END MOVE PR-LAST-PERIOD TO WS-LastPosted
               END-READ
           END-IF
           CLOSE PayrollControlFile.

      *> CheckRunControl - if bankrunctl.dat already shows this
      *> period as sent, no second file is produced unless an
      *> operator has dropped bankoverride.flg - consumed here so it
      *> overrides once.
       CheckRunControl.
           OPEN INPUT RunControlFile
           IF NOT RunControlNotFound
               READ RunControlFile
                   AT END CONTINUE
                   NOT AT END MOVE RC-LAST-PERIOD TO WS-LastSent
               END-READ
           END-IF
           CLOSE RunControlFile

           IF WS-LastSent = WS-Period
               OPEN INPUT OverrideFile
               IF OverrideOK
                   CLOSE OverrideFile
                   CALL "CBL_DELETE_FILE" USING "bankoverride.flg"
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "OVERRIDE FLAG FOUND - RESENDING PERIOD "
                       WS-Period " TO THE BANK"
               ELSE
                   SET WS-AlreadySent TO TRUE
                   DISPLAY "PERIOD " WS-Period " ALREADY SENT TO THE "
                       "BANK - NO FILE PRODUCED - create "
                       "bankoverride.flg to resend"
               END-IF
           END-IF.

      *> UpdateRunControl - record the period just sent.
       UpdateRunControl.
           OPEN OUTPUT RunControlFile
           MOVE WS-Period TO RC-LAST-PERIOD
           WRITE RunControlRecord
           CLOSE RunControlFile.

      *> PayEmployee - one employee's net pay for the period: to
      *> their account(s) if active, a prenote if the account is
      *> new, otherwise onto the paper check list.
       PayEmployee.
           CALL "TrimName" USING YL-fname, WS-FnameLen
           CALL "TrimName" USING YL-lname, WS-LnameLen
           MOVE SPACES TO WS-Name
           STRING YL-fname(1:WS-FnameLen) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  YL-lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO WS-Name
           CALL "MaskSSN" USING YL-SSN-NUM, WS-Masked-SSN
           ADD YL-LAST-NET TO WS-NetTotal
           MOVE YL-SSN-NUM TO BK-SSN-NUM
           READ BankMaster
               KEY IS BK-SSN-NUM
               INVALID KEY
                   MOVE "NO ACCOUNT ON FILE" TO WS-Paper-Reason
                   PERFORM ListPaperCheck
               NOT INVALID KEY
                   PERFORM CheckPrenoteAge
                   EVALUATE BK-PRENOTE-STATUS
                       WHEN 'A'
                           PERFORM PayByDeposit
                       WHEN 'P'
                           PERFORM SendPrenotes
                           MOVE "PRENOTE SENT" TO WS-Paper-Reason
                           PERFORM ListPaperCheck
                       WHEN 'S'
                           MOVE "PRENOTE PENDING" TO WS-Paper-Reason
                           PERFORM ListPaperCheck
                       WHEN OTHER
                           MOVE "ACCOUNT INACTIVE" TO WS-Paper-Reason
                           PERFORM ListPaperCheck
                   END-EVALUATE
           END-READ.

      *> CheckPrenoteAge - a prenote out for the full waiting period
      *> without the account being marked inactive has cleared; the
      *> account goes live and is paid this run.
       CheckPrenoteAge.
           IF BK-PRENOTE-STATUS = 'S'
               COMPUTE WS-DaysSincePrenote =
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - FUNCTION INTEGER-OF-DATE(BK-PRENOTE-DATE)
               IF WS-DaysSincePrenote >= WS-PrenoteWaitDays
                   MOVE 'A' TO BK-PRENOTE-STATUS
                   REWRITE BankRecord
                   ADD 1 TO WS-ActivatedCount
               END-IF
           END-IF.

      *> PayByDeposit - net pay to the account(s). The split
      *> account's share is taken first, never more than the net;
      *> account 1 gets what is left.
       PayByDeposit.
           MOVE ZEROS TO WS-Split-Amount
           IF BK-ROUTING-2 NOT = 0
               IF BK-SPLIT-TYPE = 'P'
                   COMPUTE WS-Split-Amount ROUNDED =
                       YL-LAST-NET * BK-SPLIT-PERCENT / 100
               ELSE
                   MOVE BK-SPLIT-AMOUNT TO WS-Split-Amount
               END-IF
               IF WS-Split-Amount > YL-LAST-NET
                   MOVE YL-LAST-NET TO WS-Split-Amount
               END-IF
           END-IF
           COMPUTE WS-Main-Amount = YL-LAST-NET - WS-Split-Amount
           MOVE 'N' TO WS-Entry-Prenote-Flag
           IF WS-Main-Amount > 0
               MOVE BK-ROUTING-1   TO WS-Entry-Routing
               MOVE BK-ACCOUNT-1   TO WS-Entry-Account
               MOVE BK-ACCT-TYPE-1 TO WS-Entry-Type
               MOVE WS-Main-Amount TO WS-Entry-Amount
               PERFORM WriteEntry
           END-IF
           IF WS-Split-Amount > 0
               MOVE BK-ROUTING-2    TO WS-Entry-Routing
               MOVE BK-ACCOUNT-2    TO WS-Entry-Account
               MOVE BK-ACCT-TYPE-2  TO WS-Entry-Type
               MOVE WS-Split-Amount TO WS-Entry-Amount
               PERFORM WriteEntry
           END-IF
           ADD 1 TO WS-DepositCount.

      *> SendPrenotes - a zero-dollar test entry to each account on
      *> the record, and the record marked as prenote sent today.
       SendPrenotes.
           SET WS-Entry-Prenote TO TRUE
           MOVE ZEROS TO WS-Entry-Amount
           MOVE BK-ROUTING-1   TO WS-Entry-Routing
           MOVE BK-ACCOUNT-1   TO WS-Entry-Account
           MOVE BK-ACCT-TYPE-1 TO WS-Entry-Type
           PERFORM WriteEntry
           IF BK-ROUTING-2 NOT = 0
               MOVE BK-ROUTING-2   TO WS-Entry-Routing
               MOVE BK-ACCOUNT-2   TO WS-Entry-Account
               MOVE BK-ACCT-TYPE-2 TO WS-Entry-Type
               PERFORM WriteEntry
           END-IF
           MOVE 'S' TO BK-PRENOTE-STATUS
           MOVE WS-Today TO BK-PRENOTE-DATE
           REWRITE BankRecord
           ADD 1 TO WS-PrenoteCount.

      *> WriteEntry - one entry detail record for the account in
      *> hand, rolled into the batch totals and listed on the
      *> register. Transaction code 22/32 credits a checking/savings
      *> account; 23/33 is the matching prenote.
       WriteEntry.
           EVALUATE TRUE
               WHEN WS-Entry-Savings AND WS-Entry-Prenote
                   MOVE 33 TO ED-TRAN-CODE
               WHEN WS-Entry-Savings
                   MOVE 32 TO ED-TRAN-CODE
               WHEN WS-Entry-Prenote
                   MOVE 23 TO ED-TRAN-CODE
               WHEN OTHER
                   MOVE 22 TO ED-TRAN-CODE
           END-EVALUATE
           MOVE WS-Entry-RDFI    TO ED-RDFI
           MOVE WS-Entry-Check   TO ED-CHECK-DIGIT
           MOVE WS-Entry-Account TO ED-ACCOUNT
           MOVE WS-Entry-Amount  TO ED-AMOUNT
           MOVE WS-Masked-SSN    TO ED-IDENT
           MOVE WS-Name          TO ED-NAME
           ADD 1 TO WS-TraceSeq
           MOVE ER-BANK-ROUTING(1:8) TO ED-TRACE-ODFI
           MOVE WS-TraceSeq      TO ED-TRACE-SEQ
           WRITE PaymentRecord FROM EntryRec
           ADD 1 TO WS-RecordCount
           ADD 1 TO WS-EntryCount
           ADD WS-Entry-RDFI TO WS-EntryHash
           ADD WS-Entry-Amount TO WS-TotalCredit
           PERFORM PrintDetailLine.

      *> ListPaperCheck - the employee's net pay onto the list of
      *> checks still to be printed, with why.
       ListPaperCheck.
           IF WS-PaperLines >= WS-LinesPerPage
               PERFORM PrintPaperHeaders
           END-IF
           MOVE WS-Name         TO PD-Name
           MOVE WS-Masked-SSN   TO PD-SSN
           MOVE YL-DEPT-CODE    TO PD-Dept
           MOVE YL-LAST-NET     TO PD-Net
           MOVE WS-Paper-Reason TO PD-Reason
           WRITE PaperLine FROM PaperDetail
           ADD 1 TO WS-PaperLines
           ADD 1 TO WS-PaperCount
           ADD YL-LAST-NET TO WS-PaperTotal.

      *> WriteFileHeader - who the file is from and to, and when.
       WriteFileHeader.
           MOVE ER-BANK-ROUTING TO FH-DESTINATION
           MOVE ER-TAX-ID       TO FH-ORIGIN
           MOVE WS-Now(3:6)     TO FH-FILE-DATE
           MOVE WS-Now(9:4)     TO FH-FILE-TIME
           MOVE ER-BANK-NAME    TO FH-DEST-NAME
           MOVE ER-NAME         TO FH-ORIGIN-NAME
           WRITE PaymentRecord FROM FileHeaderRec
           ADD 1 TO WS-RecordCount.

      *> WriteBatchHeader - the payroll batch; money is to settle
      *> the day after the file goes.
       WriteBatchHeader.
           COMPUTE WS-EffectiveDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) + 1)
           MOVE ER-NAME               TO BH-COMPANY-NAME
           MOVE ER-COMPANY-ID         TO BH-COMPANY-ID
           MOVE WS-Today(3:6)         TO BH-DESC-DATE
           MOVE WS-EffectiveDate(3:6) TO BH-EFFECTIVE
           MOVE ER-BANK-ROUTING(1:8)  TO BH-ODFI
           WRITE PaymentRecord FROM BatchHeaderRec
           ADD 1 TO WS-RecordCount.

      *> WriteBatchControl - the batch's entry count, routing hash
      *> (low ten digits of the sum of receiving bank numbers) and
      *> credit total. Payroll sends no debits.
       WriteBatchControl.
           MOVE WS-EntryCount   TO BC-ENTRY-COUNT
           MOVE WS-EntryHash    TO BC-ENTRY-HASH
           MOVE ZEROS           TO BC-TOTAL-DEBIT
           MOVE WS-TotalCredit  TO BC-TOTAL-CREDIT
           MOVE ER-COMPANY-ID   TO BC-COMPANY-ID
           MOVE ER-BANK-ROUTING(1:8) TO BC-ODFI
           WRITE PaymentRecord FROM BatchControlRec
           ADD 1 TO WS-RecordCount.

      *> WriteFileControl - the same totals for the file as a
      *> whole, and the block count, then all-nines filler records
      *> out to a full block of ten.
       WriteFileControl.
           ADD 1 TO WS-RecordCount
           COMPUTE WS-BlockCount =
               (WS-RecordCount + WS-BlockingFactor - 1)
               / WS-BlockingFactor
           MOVE WS-BlockCount   TO FC-BLOCK-COUNT
           MOVE WS-EntryCount   TO FC-ENTRY-COUNT
           MOVE WS-EntryHash    TO FC-ENTRY-HASH
           MOVE ZEROS           TO FC-TOTAL-DEBIT
           MOVE WS-TotalCredit  TO FC-TOTAL-CREDIT
           WRITE PaymentRecord FROM FileControlRec
           PERFORM UNTIL WS-RecordCount >=
                   WS-BlockCount * WS-BlockingFactor
               WRITE PaymentRecord FROM BlockFillerRec
               ADD 1 TO WS-RecordCount
           END-PERFORM.

      *> PrintHeaders - start a new page of the bank register.
       PrintHeaders.
           ADD 1 TO WS-PageNumber
           MOVE WS-Period TO HL-Period
           MOVE WS-PageNumber TO HL-Page
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM HeaderLine2
           MOVE 0 TO WS-LinesOnPage.

      *> PrintDetailLine - one entry on the bank register, the
      *> account shown by its last four characters only.
       PrintDetailLine.
           IF WS-LinesOnPage >= WS-LinesPerPage
               PERFORM PrintHeaders
           END-IF
           MOVE ZERO TO WS-AcctLen
           INSPECT WS-Entry-Account TALLYING WS-AcctLen
               FOR CHARACTERS BEFORE SPACE
           MOVE "****" TO WS-Masked-Acct
           IF WS-AcctLen >= 4
               MOVE WS-Entry-Account(WS-AcctLen - 3:4)
                   TO WS-Masked-Acct(5:4)
           END-IF
           MOVE WS-Name         TO DL-Name
           MOVE WS-Masked-SSN   TO DL-SSN
           MOVE WS-Masked-Acct  TO DL-Account
           IF WS-Entry-Savings
               MOVE "SAV" TO DL-Type
           ELSE
               MOVE "CHK" TO DL-Type
           END-IF
           MOVE WS-Entry-Amount TO DL-Amount
           IF WS-Entry-Prenote
               MOVE "PRENOTE" TO DL-Note
           ELSE
               MOVE SPACES TO DL-Note
           END-IF
           WRITE PrintLine FROM DetailLine
           ADD 1 TO WS-LinesOnPage.

      *> PrintFooter - the file's control totals, and the proof
      *> that deposits plus paper checks account for every dollar
      *> of the period's net pay.
       PrintFooter.
           MOVE WS-EntryCount   TO FT-Entries
           MOVE WS-PrenoteCount TO FT-Prenotes
           MOVE WS-EntryHash    TO FT-Hash
           MOVE WS-TotalCredit  TO FT-Credit
           MOVE WS-PaperTotal   TO FT-Paper
           MOVE WS-NetTotal     TO FT-Net
           IF WS-TotalCredit + WS-PaperTotal = WS-NetTotal
               MOVE "BALANCED" TO FT-Balance
           ELSE
               MOVE "OUT OF BAL" TO FT-Balance
           END-IF
           WRITE PrintLine FROM FooterLine1
           WRITE PrintLine FROM FooterLine2
           WRITE PrintLine FROM FooterLine3
           WRITE PrintLine FROM FooterLine4
           WRITE PrintLine FROM FooterLine5.

      *> PrintPaperHeaders - start a new page of the paper check
      *> list.
       PrintPaperHeaders.
           ADD 1 TO WS-PaperPage
           MOVE WS-Period TO PH-Period
           MOVE WS-PaperPage TO PH-Page
           WRITE PaperLine FROM PaperHeader1
           WRITE PaperLine FROM PaperHeader2
           MOVE 0 TO WS-PaperLines.

      *> PrintPaperFooter - how many checks, for how much.
       PrintPaperFooter.
           MOVE WS-PaperCount TO PF-Count
           MOVE WS-PaperTotal TO PF-Total
           WRITE PaperLine FROM PaperFooter.

      *> WriteBatchSummary - append this run's counts to
      *> batchsumm.dat for 008/NightlyBatch.cbl to read back.
       WriteBatchSummary.
           OPEN EXTEND BatchSummaryFile
           IF NOT BatchSummaryOK
               CLOSE BatchSummaryFile
               OPEN OUTPUT BatchSummaryFile
           END-IF
           MOVE "BankPayment"        TO BS-STEP-NAME
           MOVE "DEPOSITED"          TO BS-ITEM-1-LABEL
           MOVE WS-DepositCount      TO BS-ITEM-1-VALUE
           MOVE "PRENOTES SENT"      TO BS-ITEM-2-LABEL
           MOVE WS-PrenoteCount      TO BS-ITEM-2-VALUE
           MOVE "PAPER CHECKS"       TO BS-ITEM-3-LABEL
           MOVE WS-PaperCount        TO BS-ITEM-3-VALUE
           WRITE BatchSummaryRecord
           CLOSE BatchSummaryFile.

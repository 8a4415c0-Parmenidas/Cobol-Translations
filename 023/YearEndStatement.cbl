      *> block per employee to yearend.prt: periods posted, YTD
      *> gross, YTD withheld and YTD net, with a company total at the
      *> end - the figures the accountants used to re-add by hand
      *> from a drawer of printed registers every January. Each
      *> deduction taken during the year is listed under the YTD
      *> figures with its own YTD total, off the deduction side of
      *> the ledger (ytddedn.idx).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   FILE STATUS IS LedgerFileStatus.
               SELECT PrintFile ASSIGN TO "yearend.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DednLedger ASSIGN TO "ytddedn.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DY-KEY
                   FILE STATUS IS DednLedgerFileStatus.

       DATA DIVISION.
           FILE SECTION.
               02 YL-YTD-GROSS      PIC 9(9)V99.
               02 YL-YTD-WITHHELD   PIC 9(9)V99.
               02 YL-YTD-NET        PIC 9(9)V99.
               02 YL-RETRO-PERIODS  PIC 9(3).
               02 YL-RETRO-GROSS    PIC 9(7)V99.
               02 YL-RETRO-WITHHELD PIC 9(7)V99.
               02 YL-RETRO-NET      PIC 9(7)V99.
               02 YL-POSTED-DATE    PIC 9(8).

           FD PrintFile.
           01  PrintLine    PIC X(80).

           FD DednLedger.
      *> Same deduction ledger layout PayrollRegister posts - see
      *> copybooks/YTDDEDN.cpy.
           01  DednLedgerRecord.
               COPY YTDDEDN.

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout, renamed for LedgerFile - see
      *> copybooks/FILESTAT.cpy.
           01  LedgerEOF-Flag     PIC X VALUE 'N'.
               88 LedgerAtEnd     VALUE 'Y'.

           01  DednLedgerFileStatus PIC X(2).
               88 DednLedgerOK       VALUE '00'.
               88 DednLedgerNotFound VALUE '35'.
           01  WS-DednLedger-Flag PIC X VALUE 'N'.
               88 WS-HaveDednLedger VALUE 'Y'.
           01  DednEOF-Flag       PIC X VALUE 'N'.
               88 DednEOF         VALUE 'Y'.
           01  WS-TotalDeductions PIC 9(11)V99 VALUE ZEROS.

           01  WS-StatementCount  PIC 9(6) VALUE ZEROS.
           01  WS-TotalGross      PIC 9(11)V99 VALUE ZEROS.
           01  WS-TotalWithheld   PIC 9(11)V99 VALUE ZEROS.
               02 FILLER        PIC X(22) VALUE "YTD NET PAY       : ".
               02 NT-Net        PIC ZZZ,ZZZ,ZZ9.99.

           01  DeductionHeadLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(22) VALUE "YTD DEDUCTIONS    : ".

           01  DeductionLine.
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 DL-Code       PIC X(5).
               02 DL-Desc       PIC X(13).
               02 DL-TaxType    PIC X(2).
               02 DL-Amount     PIC ZZZ,ZZZ,ZZ9.99.

           01  BlankLine        PIC X(1) VALUE SPACES.

           01  CompanyTotalLine.
               02 FILLER        PIC X(22) VALUE "TOTAL NET         : ".
               02 CN-Net        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01  CompanyDednLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(22) VALUE "TOTAL DEDUCTIONS  : ".
               02 CD-Dedn       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           OPEN INPUT LedgerFile
           IF LedgerFileNotFound

           OPEN OUTPUT PrintFile

      *> No deduction ledger yet just means nobody has had a
      *> deduction taken - the statements print without them.
           OPEN INPUT DednLedger
           IF DednLedgerOK
               SET WS-HaveDednLedger TO TRUE
           END-IF

           MOVE 0 TO YL-SSN-NUM
           START LedgerFile KEY IS NOT LESS THAN YL-SSN-NUM
               INVALID KEY

           CLOSE LedgerFile
           CLOSE PrintFile
           IF WS-HaveDednLedger
               CLOSE DednLedger
           END-IF
           GOBACK.

      *> PrintStatement - one employee's year-end block: who they
           WRITE PrintLine FROM GrossLine
           WRITE PrintLine FROM WithheldLine
           WRITE PrintLine FROM NetLine
           IF WS-HaveDednLedger
               PERFORM PrintDeductions
           END-IF
           WRITE PrintLine FROM StatementBorder
           WRITE PrintLine FROM BlankLine
           ADD 1 TO WS-StatementCount
           ADD YL-YTD-WITHHELD TO WS-TotalWithheld
           ADD YL-YTD-NET      TO WS-TotalNet.

      *> PrintDeductions - the employee's deduction ledger lines for
      *> the statement year, one per code, with a heading ahead of
      *> the first. A 'P' marks a pre-tax deduction.
       PrintDeductions.
           MOVE 'N' TO DednEOF-Flag
           MOVE SPACES TO DL-Code
           MOVE YL-SSN-NUM TO DY-SSN-NUM
           MOVE LOW-VALUES TO DY-CODE
           START DednLedger KEY IS NOT LESS THAN DY-KEY
               INVALID KEY
                   SET DednEOF TO TRUE
           END-START
           PERFORM UNTIL DednEOF
               READ DednLedger NEXT RECORD
                   AT END SET DednEOF TO TRUE
                   NOT AT END
                       IF DY-SSN-NUM NOT = YL-SSN-NUM
                           SET DednEOF TO TRUE
                       ELSE
                           IF DY-YEAR = YL-YEAR
                               PERFORM PrintDeductionLine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> PrintDeductionLine - one deduction code's YTD total.
       PrintDeductionLine.
           IF DL-Code = SPACES
               WRITE PrintLine FROM DeductionHeadLine
           END-IF
           MOVE DY-CODE TO DL-Code
           MOVE DY-DESC TO DL-Desc
           IF DY-TAX-TYPE = 'P'
               MOVE "P" TO DL-TaxType
           ELSE
               MOVE SPACES TO DL-TaxType
           END-IF
           MOVE DY-YTD-AMOUNT TO DL-Amount
           WRITE PrintLine FROM DeductionLine
           ADD DY-YTD-AMOUNT TO WS-TotalDeductions.

      *> PrintCompanyTotals - what every statement adds up to, for
      *> the accountants to balance the year against.
       PrintCompanyTotals.
           MOVE WS-TotalGross     TO CG-Gross
           MOVE WS-TotalWithheld  TO CW-Withheld
           MOVE WS-TotalNet       TO CN-Net
           MOVE WS-TotalDeductions TO CD-Dedn
           WRITE PrintLine FROM CompanyTotalLine
           WRITE PrintLine FROM CompanyGrossLine
           WRITE PrintLine FROM CompanyWithheldLine
           WRITE PrintLine FROM CompanyNetLine
           WRITE PrintLine FROM CompanyDednLine.

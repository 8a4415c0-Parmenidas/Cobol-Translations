      *> run - an operator drops vxfullssn.flg first (consumed, the
      *> same one-use pattern as wdoverride.flg) - and either way
      *> the run's mode is logged to vextaudit.dat, the way
      *> lookupaudit.dat logs queries. The benefits eligibility
      *> changes BenEligibility has queued on benelchg.dat since the
      *> last extract go out alongside as benelig.csv, SSNs masked
      *> or full the same as the main extract, and the queue is
      *> cleared once they are written. The extract runs unattended
      *> out of NightlyBatch, so nobody signs on to it - instead the
      *> operator authorizing a full-SSN run keys their operator ID
      *> into vxfullssn.flg, and that ID goes on the vextaudit.dat
      *> line beside the mode (blank on the ordinary masked run, and
      *> on a full run whose flag was left empty, which the operator
      *> activity review calls out).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   FILE STATUS IS FileStatus.
               SELECT ExtractFile ASSIGN TO "vendorext.csv"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EligChangeFile ASSIGN TO "benelchg.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS EligChangeFileStatus.
               SELECT EligExtractFile ASSIGN TO "benelig.csv"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AuthFlagFile ASSIGN TO "vxfullssn.flg"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AuthFlagFileStatus.
               SELECT ExtractLogFile ASSIGN TO "vextaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
           FD ExtractFile.
           01  ExtractLine   PIC X(160).

           FD EligChangeFile.
      *> Eligibility changes waiting to go to the vendor - see
      *> copybooks/BENCHG.cpy and 053/BenEligibility.cbl.
           01  EligChangeRecord.
               COPY BENCHG.

           FD EligExtractFile.
           01  EligExtractLine  PIC X(80).

           FD AuthFlagFile.
      *> Presence of this file is the authorization - an operator
      *> who really does need a full-SSN extract creates it before
      *> kicking the job off, with their operator ID on its one
      *> line for the extract log. Deleted once used, so the
      *> authorization covers one run only.
           01  AuthFlagRecord.
               02 AF-OPERATOR    PIC X(8).

           FD ExtractLogFile.
      *> One line per extract run ever made - when, whether SSNs
               02 XL-TIMESTAMP   PIC 9(14).
               02 XL-SSN-MODE    PIC X(6).
               02 XL-ROW-COUNT   PIC 9(6).
               02 XL-OPERATOR    PIC X(8).

           FD BatchSummaryFile.
      *> One exception-summary line per nightly batch step - see
                      BY ==BatchSummaryFileNotFound==
                         ==LogicError== BY ==BatchSummaryLogicError==.

           01  EligChangeFileStatus PIC X(2).
               88 EligChangeNotFound VALUE '35'.
           01  EligEOF-Flag      PIC X VALUE 'N'.
               88 EligAtEnd      VALUE 'Y'.
           01  WS-EligCount      PIC 9(6) VALUE ZEROS.
           01  WS-Elig-Type      PIC X(10).
           01  WS-Elig-Date      PIC 9(8).
           01  AuthFlagFileStatus PIC X(2).
               88 AuthFlagOK     VALUE '00'.
           01  ExtractLogFileStatus PIC X(2).
               88 ExtractLogOK   VALUE '00'.
           01  WS-SSN-Mode       PIC X(6) VALUE "MASKED".
               88 WS-FullSSN     VALUE "FULL".
           01  WS-Auth-Operator  PIC X(8) VALUE SPACES.
      *> Last-four masked SSN for the default extract - see
      *> 039/MaskSSN.cbl.
           01  WS-Masked-SSN     PIC X(11).
                   "LNAME,FNAME,SSN,DEPT,SALARY,CITY,STREET,".
               02 FILLER PIC X(24) VALUE "ADDRCITY,ST,ZIP,PHONE".

           01  EligHeaderLine.
               02 FILLER PIC X(40) VALUE
                   "CHANGE,LNAME,FNAME,SSN,DEPT,EFFECTIVE".

       PROCEDURE DIVISION.
      *> Full SSNs only under the one-use authorization flag - the
      *> default run masks to last-four.
           OPEN INPUT AuthFlagFile
           IF AuthFlagOK
               READ AuthFlagFile
                   AT END MOVE SPACES TO WS-Auth-Operator
                   NOT AT END MOVE AF-OPERATOR TO WS-Auth-Operator
               END-READ
               CLOSE AuthFlagFile
               CALL "CBL_DELETE_FILE" USING "vxfullssn.flg"
               MOVE "FULL" TO WS-SSN-Mode
               END-READ
           END-PERFORM

           PERFORM SendEligChanges
           PERFORM WriteExtractLog
           PERFORM WriteBatchSummary
           DISPLAY "VENDOR EXTRACT COMPLETE - " WS-ExtractCount
           ELSE
               MOVE 0 TO BS-ITEM-2-VALUE
           END-IF
           MOVE "ELIG CHANGES SENT"     TO BS-ITEM-3-LABEL
           MOVE WS-EligCount            TO BS-ITEM-3-VALUE
           WRITE BatchSummaryRecord
           CLOSE BatchSummaryFile.

      *> SendEligChanges - every queued eligibility change onto
      *> benelig.csv, then the queue deleted so nothing goes twice.
      *> Nothing queued still writes the header line, so the vendor
      *> always gets the file and an empty one means no changes.
       SendEligChanges.
           OPEN OUTPUT EligExtractFile
           WRITE EligExtractLine FROM EligHeaderLine
           OPEN INPUT EligChangeFile
           IF EligChangeNotFound
               CLOSE EligChangeFile
           ELSE
               PERFORM UNTIL EligAtEnd
                   READ EligChangeFile
                       AT END SET EligAtEnd TO TRUE
                       NOT AT END PERFORM WriteEligLine
                   END-READ
               END-PERFORM
               CLOSE EligChangeFile
               CALL "CBL_DELETE_FILE" USING "benelchg.dat"
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE EligExtractFile
           DISPLAY "BENEFITS ELIGIBILITY CHANGES SENT - " WS-EligCount
               " WRITTEN TO benelig.csv".

      *> WriteEligLine - one change, trimmed the same way as an
      *> extract line.
       WriteEligLine.
           IF BC-Now-Eligible
               MOVE "ELIGIBLE" TO WS-Elig-Type
           ELSE
               MOVE "INELIGIBLE" TO WS-Elig-Type
           END-IF
           CALL "TrimName" USING BC-LNAME, WS-LnameLen
           CALL "TrimName" USING BC-FNAME, WS-FnameLen
           MOVE 4 TO WS-DeptLen
           PERFORM UNTIL WS-DeptLen = 1
                   OR BC-DEPT-CODE(WS-DeptLen:1) NOT = SPACE
               SUBTRACT 1 FROM WS-DeptLen
           END-PERFORM
           IF WS-FullSSN
               MOVE SPACES TO WS-Out-SSN
               MOVE BC-SSN-NUM TO WS-Out-SSN(1:9)
               MOVE 9 TO WS-Out-SSN-Len
           ELSE
               CALL "MaskSSN" USING BC-SSN-NUM, WS-Masked-SSN
               MOVE WS-Masked-SSN TO WS-Out-SSN
               MOVE 11 TO WS-Out-SSN-Len
           END-IF
           MOVE BC-EFFECTIVE-DATE TO WS-Elig-Date
           MOVE SPACES TO EligExtractLine
           STRING WS-Elig-Type          DELIMITED BY SPACE
                  ","                   DELIMITED BY SIZE
                  BC-LNAME(1:WS-LnameLen) DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  BC-FNAME(1:WS-FnameLen) DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  WS-Out-SSN(1:WS-Out-SSN-Len)
                                        DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  BC-DEPT-CODE(1:WS-DeptLen) DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  WS-Elig-Date          DELIMITED BY SIZE
                  INTO EligExtractLine
           WRITE EligExtractLine
           ADD 1 TO WS-EligCount.

      *> SetOutputSSN - the SSN column as this run is authorized to
      *> show it: the full nine digits under the flag, the masked
      *> last-four form otherwise.
               SUBTRACT 1 FROM WS-PhoneLen
           END-PERFORM.

      *> WriteExtractLog - one line per run: when, the SSN mode, the
      *> row count and who authorized a full run. Appended across
      *> runs, created fresh on the first run ever, the same as
      *> lookupaudit.dat.
       WriteExtractLog.
           OPEN EXTEND ExtractLogFile
           IF NOT ExtractLogOK
           MOVE FUNCTION CURRENT-DATE(1:14) TO XL-TIMESTAMP
           MOVE WS-SSN-Mode    TO XL-SSN-MODE
           MOVE WS-ExtractCount TO XL-ROW-COUNT
           MOVE WS-Auth-Operator TO XL-OPERATOR
           WRITE ExtractLogRecord
           CLOSE ExtractLogFile.


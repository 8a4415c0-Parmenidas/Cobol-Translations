      *> demand by 038/MasterRebuild.cbl. The dated backups keep
      *> their historical data.cobol.dat.YYYYMMDD names (the whole
      *> archive catalog is full of them) but are dumped from the
      *> index now. A department held to a position budget on
      *> posnbud.dat takes no hire past its approved headcount or
      *> annual salary budget: the master is counted against the
      *> budget as it is backed up, and a hire that would overrun
      *> either goes to suspense with its own reason code.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               02 HL-DATE       PIC 9(8).
               02 HL-SSN        PIC 9(9).
               02 HL-DEPT-CODE  PIC X(4).
               02 HL-SEQ-NUM    PIC 9(9).
               02 HL-CHAIN      PIC 9(9).

           FD HireLogTempFile.
      *> This run's addition lines, held apart from the permanent
               02 HT-DEPT-CODE  PIC X(4).

           WORKING-STORAGE SECTION.
      *> Sequence and check value for the audit trail - see
      *> 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1) VALUE 'A'.

           01  NewHireEOF-Flag  PIC X VALUE 'N'.
               88 NewHireEOF    VALUE 'Y'.

               88 Reason-InvalidCity   VALUE 05.
               88 Reason-InvalidDept   VALUE 06.
               88 Reason-SalaryOutOfBand VALUE 07.
               88 Reason-OverHeadcount VALUE 08.
               88 Reason-OverBudget    VALUE 09.
           01  WS-Reason-Text   PIC X(30).

      *> Reference table of recognized cities - a new hire whose city
           01  WS-City-Match-Flag PIC X VALUE 'N'.
               88 WS-City-Valid  VALUE 'Y'.

      *> Approved headcount and annual salary budget by DEPT-CODE -
      *> a new hire that would take their department past either
      *> goes to suspense. Filled/actual are counted off the master
      *> by BackupMasterFile and kept up as hires are accepted. See
      *> copybooks/POSNBUD.cpy.
           COPY POSNBUD.
           01  WS-PB-Idx         PIC 99 COMP.
           01  WS-PB-Hit         PIC 99 COMP.
           01  WS-PB-Match-Flag  PIC X VALUE 'N'.
               88 WS-PB-Found    VALUE 'Y'.
           01  WS-PB-Dept-Key    PIC X(4).
           01  WS-PB-Annual      PIC 9(9)V99.

      *> IdxMaster gets its own status field off the same shared
      *> layout too - see copybooks/FILESTAT.cpy.
           COPY FILESTAT
                       IF NewHire-OK
                           PERFORM ValidateSalary
                       END-IF
                       IF NewHire-OK
                           PERFORM ValidatePosition
                       END-IF
                       IF NewHire-OK
                           MOVE NH-fname     TO fname
                           MOVE NH-lname     TO lname
                               " SSN: "A "-" B "-" C
                           PERFORM WriteIdxMaster
                           PERFORM WriteHireLog
                           PERFORM CountPosition
                           ADD 1 TO WS-LoadedCount
                       ELSE
                           PERFORM WriteSuspenseRecord
                       MOVE HT-DATE      TO HL-DATE
                       MOVE HT-SSN       TO HL-SSN
                       MOVE HT-DEPT-CODE TO HL-DEPT-CODE
                       CALL "AuditChain" USING WS-Chain-Action, "HLOG",
                           HireLogRecord
                       WRITE HireLogRecord
               END-READ
           END-PERFORM
           CALL "RefTabLoad" USING "BAND", WS-Salary-Band-Table,
               WS-SB-Tab-Count
           CALL "RefTabLoad" USING "RATE", WS-Rate-Table,
               WS-Rate-Tab-Count
           CALL "RefTabLoad" USING "POSN", WS-Posn-Table,
               WS-Posn-Count.

      *> CheckIncompleteRun - wdinprog.flg still on disk means the
      *> last run died between taking its backup and finishing its
               END-IF
           END-IF.

      *> ValidatePosition - reject a new hire their department's
      *> position budget has no room for: one more head than the
      *> approved headcount, or an annual salary bill (SALARY at
      *> twelve times) past the approved budget. A department with
      *> no entry on posnbud.dat is not held to a budget.
       ValidatePosition.
           MOVE NH-DEPT-CODE TO WS-PB-Dept-Key
           PERFORM FindPosition
           IF WS-PB-Found
               COMPUTE WS-PB-Annual = NH-SALARY * 12
               EVALUATE TRUE
                   WHEN WS-PB-Filled(WS-PB-Hit) + 1
                           > WS-PB-Headcount(WS-PB-Hit)
                       MOVE 'N' TO NewHire-OK-Flag
                       SET Reason-OverHeadcount TO TRUE
                       MOVE "OVER DEPT HEADCOUNT" TO WS-Reason-Text
                   WHEN WS-PB-Actual(WS-PB-Hit) + WS-PB-Annual
                           > WS-PB-Budget(WS-PB-Hit)
                       MOVE 'N' TO NewHire-OK-Flag
                       SET Reason-OverBudget TO TRUE
                       MOVE "OVER DEPT SALARY BUDGET"
                           TO WS-Reason-Text
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> FindPosition - the posnbud.dat entry for WS-PB-Dept-Key,
      *> if the department has one.
       FindPosition.
           MOVE 'N' TO WS-PB-Match-Flag
           PERFORM VARYING WS-PB-Idx FROM 1 BY 1
                   UNTIL WS-PB-Idx > WS-Posn-Count OR WS-PB-Found
               IF WS-PB-Dept-Key = WS-PB-Dept(WS-PB-Idx)
                   MOVE WS-PB-Idx TO WS-PB-Hit
                   SET WS-PB-Found TO TRUE
               END-IF
           END-PERFORM.

      *> CountPosition - one more filled position, and its annual
      *> salary, against DEPT-CODE's budget. Used for each record
      *> already on the master as it is backed up, and for each hire
      *> accepted tonight, so later hires in the same batch see the
      *> room the earlier ones took.
       CountPosition.
           MOVE DEPT-CODE TO WS-PB-Dept-Key
           PERFORM FindPosition
           IF WS-PB-Found
               ADD 1 TO WS-PB-Filled(WS-PB-Hit)
               COMPUTE WS-PB-Actual(WS-PB-Hit) =
                   WS-PB-Actual(WS-PB-Hit) + SALARY * 12
           END-IF.

      *> WriteSuspenseRecord - record a rejected transaction, with
      *> the reason it was rejected, onto this run's holding file;
      *> FlushSuspense carries them to suspense.dat once the run is
                           MOVE IX-HIRE-DATE TO BK-HIRE-DATE
                           WRITE BackupRecord
                           ADD 1 TO WS-PriorMasterCount
                           MOVE IX-DEPT-CODE TO DEPT-CODE
                           MOVE IX-SALARY    TO SALARY
                           PERFORM CountPosition
                   END-READ
               END-PERFORM
               CLOSE BackupFile

      *> skips straight to the first step that had not completed,
      *> instead of starting at step 1 and tripping over WriteData's
      *> same-day run control at 3 AM. The control file is cleared
      *> only when the whole stream ends clean. A register run that
      *> holds pay for variance review stops the stream before the
      *> bank file, with the summary printed so the holds show in the
      *> morning review; the held period is kept on the restart
      *> control, so a restart after the holds are decided - that
      *> night or any night after - runs the period-end steps for
      *> that period, even off a period-end date, and the programs
      *> are handed it on btperiod.dat (see 063/PayPeriod.cbl)
      *> rather than taking the new date's month. Monthly leave
      *> accrual follows the ledger
      *> journal on period-end nights. The benefits eligibility run
      *> goes every night ahead of the period-end steps, so its
      *> changes are queued before the vendor extract picks them up.
      *> The audit trails and journals are verified last, every
      *> night, so the summary says whether anything written to
      *> them - tonight or before - has gone missing or been
      *> changed since.
      *> Every step's start and end time, return code and counts go
      *> onto the permanent run history, btrunhist.dat
      *> (copybooks/RUNHIST.cpy), along with a line for the stream
      *> itself each time it is started, so how long the night
      *> takes, and how often it fails or is restarted, can be
      *> followed over months - see 061/BatchTrend.cbl.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT RestartFile ASSIGN TO "btrestart.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RestartFileStatus.
               SELECT RunHistFile ASSIGN TO "btrunhist.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RunHistFileStatus.
               SELECT PeriodFile ASSIGN TO "btperiod.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PeriodFileStatus.

       DATA DIVISION.
           FILE SECTION.
           FD RestartFile.
      *> One record per step this stream run has completed - the
      *> step-level restart control. Appended as each step ends,
      *> deleted only when the whole stream ends clean. A register
      *> run that holds pay adds a held-period record instead - the
      *> night it ran and the period it was for - which holds good
      *> past midnight, until a later record says the period-end
      *> steps have finished that period.
           01  RestartRecord.
               02 RS-RUN-DATE   PIC 9(8).
               02 RS-STEP-NUM   PIC 9(2).
               02 RS-HOLD-FLAG  PIC X(1).
                   88 RS-Period-Held    VALUE 'Y'.
                   88 RS-Period-Cleared VALUE 'C'.
               02 RS-PAY-PERIOD PIC 9(6).

           FD RunHistFile.
      *> One line per step run and per stream run, kept for good -
      *> see copybooks/RUNHIST.cpy.
           01  RunHistRecord.
               COPY RUNHIST.

           FD PeriodFile.
      *> The period tonight's period-end steps are for - read by
      *> each of them through 063/PayPeriod.cbl.
           01  PeriodRecord.
               02 BP-PAY-PERIOD  PIC 9(6).
               02 BP-RUN-DATE    PIC 9(8).

           WORKING-STORAGE SECTION.
           01  WS-StepStatus   PIC S9(4) COMP.
               88 WS-Restarting    VALUE 'Y'.
           01  WS-Step-Num         PIC 9(2) VALUE ZEROS.
           01  WS-Step-Done-Table.
               02 WS-Step-Done  PIC X OCCURS 20 TIMES VALUE 'N'.

      *> A pay period held for variance review by an earlier run,
      *> still to be finished, and the period tonight's period-end
      *> steps run for.
           01  WS-Held-Flag        PIC X VALUE 'N'.
               88 WS-Period-Held   VALUE 'Y'.
           01  WS-Held-Run-Date    PIC 9(8) VALUE ZEROS.
           01  WS-Held-Period      PIC 9(6) VALUE ZEROS.
           01  WS-Pay-Period       PIC 9(6) VALUE ZEROS.
           01  PeriodFileStatus    PIC X(2).

      *> Run history - when this run and the step in hand started,
      *> and whether a restart has yet run its first step.
           01  RunHistFileStatus   PIC X(2).
               88 RunHistOK        VALUE '00'.
           01  WS-Run-Start        PIC 9(14).
           01  WS-Step-Start       PIC 9(14).
           01  WS-Hist-Step-Name   PIC X(24).
           01  WS-Steps-Run        PIC 9(2) VALUE ZEROS.
           01  WS-Resumed-Flag     PIC X VALUE 'N'.
               88 WS-Resumed-Noted VALUE 'Y'.
           01  WS-Deferred-Flag    PIC X VALUE 'N'.
               88 WS-Deferred      VALUE 'Y'.
           01  HistSummEOF-Flag    PIC X VALUE 'N'.
               88 HistSummEOF      VALUE 'Y'.

      *> Control-total check - WriteData's EXPECTED MASTER COUNT
      *> (what should be on the master once its load is done) has to
               88 WS-HaveActual        VALUE 'Y'.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE WS-Run-Start(1:8) TO WS-Today

      *> A restart control left behind means the last run died
      *> mid-stream - its completed steps are skipped below, and
               MOVE "NightlyBatch" TO WS-NotSched-Step
               PERFORM WriteNotScheduledRecord
               PERFORM PrintConsolidatedSummary
               SET WS-Deferred TO TRUE
               MOVE 0 TO WS-StepStatus
               PERFORM RecordStreamHistory
               GOBACK
           END-IF

               DISPLAY "STEP 1 (PendingRelease) ALREADY COMPLETE - "
                   "SKIPPED"
           ELSE
               MOVE 1 TO WS-Step-Num
               MOVE "PendingRelease" TO WS-Hist-Step-Name
               PERFORM StartStepHistory
               CALL "PendingRelease"
               MOVE RETURN-CODE TO WS-StepStatus
               PERFORM RecordStepHistory
               IF WS-StepStatus NOT = 0
                   DISPLAY "NIGHTLY BATCH ABORTED - PendingRelease "
                       "FAILED, RETURN-CODE " WS-StepStatus
                   PERFORM RecordStreamHistory
                   MOVE WS-StepStatus TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RecordStepComplete
           END-IF

               DISPLAY "STEP 2 (WriteData) ALREADY COMPLETE - "
                   "SKIPPED"
           ELSE
               MOVE 2 TO WS-Step-Num
               MOVE "WriteData" TO WS-Hist-Step-Name
               PERFORM StartStepHistory
               CALL "WriteData"
               MOVE RETURN-CODE TO WS-StepStatus
               PERFORM RecordStepHistory
               IF WS-StepStatus NOT = 0
                   DISPLAY "NIGHTLY BATCH ABORTED - WriteData "
                       "FAILED, RETURN-CODE " WS-StepStatus
                   PERFORM RecordStreamHistory
                   MOVE WS-StepStatus TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RecordStepComplete
           END-IF

               DISPLAY "STEP 3 (ReadData) ALREADY COMPLETE - "
                   "SKIPPED"
           ELSE
               MOVE 3 TO WS-Step-Num
               MOVE "ReadData" TO WS-Hist-Step-Name
               PERFORM StartStepHistory
               CALL "ReadData"
               MOVE RETURN-CODE TO WS-StepStatus
               PERFORM RecordStepHistory
               IF WS-StepStatus NOT = 0
                   DISPLAY "NIGHTLY BATCH ABORTED - ReadData "
                       "FAILED, RETURN-CODE " WS-StepStatus
                   PERFORM RecordStreamHistory
                   MOVE WS-StepStatus TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RecordStepComplete
           END-IF

               DISPLAY "STEP 4 (NRreciprocalFuncBatch) ALREADY "
                   "COMPLETE - SKIPPED"
           ELSE
               MOVE 4 TO WS-Step-Num
               MOVE "NRreciprocalFuncBatch" TO WS-Hist-Step-Name
               PERFORM StartStepHistory
               CALL "NRreciprocalFuncBatch"
               MOVE RETURN-CODE TO WS-StepStatus
               PERFORM RecordStepHistory
               IF WS-StepStatus NOT = 0
                   DISPLAY "NIGHTLY BATCH ABORTED - "
                       "NRreciprocalFuncBatch FAILED, RETURN-CODE "
                       WS-StepStatus
                   PERFORM RecordStreamHistory
                   MOVE WS-StepStatus TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RecordStepComplete
           END-IF

               DISPLAY "STEP 5 (PurgeArchive) ALREADY COMPLETE - "
                   "SKIPPED"
           ELSE
               MOVE 5 TO WS-Step-Num
               MOVE "PurgeArchive" TO WS-Hist-Step-Name
               PERFORM StartStepHistory
               CALL "PurgeArchive"
               MOVE RETURN-CODE TO WS-StepStatus
               PERFORM RecordStepHistory
               IF WS-StepStatus NOT = 0
                   DISPLAY "NIGHTLY BATCH ABORTED - PurgeArchive "
                       "FAILED, RETURN-CODE " WS-StepStatus
                   PERFORM RecordStreamHistory
                   MOVE WS-StepStatus TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RecordStepComplete
           END-IF

      *> Step 11 - benefits eligibility notices and vendor changes
      *> off tonight's master - see 053/BenEligibility.cbl. Numbered
      *> after the period-end steps it was added after, but run
      *> here, every night, so the vendor extract on a period-end
      *> night sends tonight's changes too.
           IF WS-Step-Done(11) = 'Y'
               DISPLAY "STEP 11 (BenEligibility) ALREADY COMPLETE - "
                   "SKIPPED"
           ELSE
               MOVE 11 TO WS-Step-Num
               MOVE "BenEligibility" TO WS-Hist-Step-Name
               PERFORM StartStepHistory
               CALL "BenEligibility"
               MOVE RETURN-CODE TO WS-StepStatus
               PERFORM RecordStepHistory
               IF WS-StepStatus NOT = 0
                   DISPLAY "NIGHTLY BATCH ABORTED - BenEligibility "
                       "FAILED, RETURN-CODE " WS-StepStatus
                   PERFORM RecordStreamHistory
                   MOVE WS-StepStatus TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RecordStepComplete
           END-IF

      *> Period-end steps - the payroll register, the vendor
      *> extract, the bank payment file and the general ledger
      *> journal run only on the dates the calendar marks as period
      *> end, instead of being launched by hand off a wall calendar.
      *> On any other night they are noted in the summary as not
      *> scheduled, so a quiet night is distinguishable from a
      *> failed one - unless a period held for variance review is
      *> still to be finished, which they run for first, whatever
      *> tonight is.
           IF PeriodEndDay OR WS-Period-Held
               PERFORM SetPayPeriod
               IF WS-Step-Done(6) = 'Y'
                   DISPLAY "STEP 6 (PayrollRegister) ALREADY "
                       "COMPLETE - SKIPPED"
               ELSE
                   MOVE 6 TO WS-Step-Num
                   MOVE "PayrollRegister" TO WS-Hist-Step-Name
                   PERFORM StartStepHistory
                   CALL "PayrollRegister"
                   MOVE RETURN-CODE TO WS-StepStatus
                   PERFORM RecordStepHistory
      *> RC 4 is pay held by the variance check: the rest of the
      *> period is posted, but nothing goes to the bank or the
      *> ledger journal until the holds are decided and the stream
      *> restarted - see 044/VarianceRelease.cbl.
                   IF WS-StepStatus = 4
                       DISPLAY "NIGHTLY BATCH STOPPED - PAY HELD FOR "
                           "VARIANCE REVIEW - RUN VarianceRelease, "
                           "THEN RESTART"
                       PERFORM RecordPeriodHeld
                       PERFORM PrintConsolidatedSummary
                       PERFORM RecordStreamHistory
                       MOVE WS-StepStatus TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF WS-StepStatus NOT = 0
                       DISPLAY "NIGHTLY BATCH ABORTED - "
                           "PayrollRegister FAILED, RETURN-CODE "
                           WS-StepStatus
                       PERFORM RecordStreamHistory
                       MOVE WS-StepStatus TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM RecordStepComplete
               END-IF
               IF WS-Step-Done(7) = 'Y'
                   DISPLAY "STEP 7 (VendorExtract) ALREADY "
                       "COMPLETE - SKIPPED"
               ELSE
                   MOVE 7 TO WS-Step-Num
                   MOVE "VendorExtract" TO WS-Hist-Step-Name
                   PERFORM StartStepHistory
                   CALL "VendorExtract"
                   MOVE RETURN-CODE TO WS-StepStatus
                   PERFORM RecordStepHistory
                   IF WS-StepStatus NOT = 0
                       DISPLAY "NIGHTLY BATCH ABORTED - "
                           "VendorExtract FAILED, RETURN-CODE "
                           WS-StepStatus
                       PERFORM RecordStreamHistory
                       MOVE WS-StepStatus TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM RecordStepComplete
               END-IF
      *> The bank payment file goes off the period the register has
      *> just posted - see 040/BankPayment.cbl.
               IF WS-Step-Done(8) = 'Y'
                   DISPLAY "STEP 8 (BankPayment) ALREADY "
                       "COMPLETE - SKIPPED"
               ELSE
                   MOVE 8 TO WS-Step-Num
                   MOVE "BankPayment" TO WS-Hist-Step-Name
                   PERFORM StartStepHistory
                   CALL "BankPayment"
                   MOVE RETURN-CODE TO WS-StepStatus
                   PERFORM RecordStepHistory
                   IF WS-StepStatus NOT = 0
                       DISPLAY "NIGHTLY BATCH ABORTED - "
                           "BankPayment FAILED, RETURN-CODE "
                           WS-StepStatus
                       PERFORM RecordStreamHistory
                       MOVE WS-StepStatus TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM RecordStepComplete
               END-IF
      *> And the general ledger journal, proved against the
      *> register's totals - see 041/GLJournal.cbl.
               IF WS-Step-Done(9) = 'Y'
                   DISPLAY "STEP 9 (GLJournal) ALREADY "
                       "COMPLETE - SKIPPED"
               ELSE
                   MOVE 9 TO WS-Step-Num
                   MOVE "GLJournal" TO WS-Hist-Step-Name
                   PERFORM StartStepHistory
                   CALL "GLJournal"
                   MOVE RETURN-CODE TO WS-StepStatus
                   PERFORM RecordStepHistory
                   IF WS-StepStatus NOT = 0
                       DISPLAY "NIGHTLY BATCH ABORTED - "
                           "GLJournal FAILED, RETURN-CODE "
                           WS-StepStatus
                       PERFORM RecordStreamHistory
                       MOVE WS-StepStatus TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM RecordStepComplete
               END-IF
      *> Then the month's vacation and sick leave accrual - see
      *> 045/LeaveAccrual.cbl.
               IF WS-Step-Done(10) = 'Y'
                   DISPLAY "STEP 10 (LeaveAccrual) ALREADY "
                       "COMPLETE - SKIPPED"
               ELSE
                   MOVE 10 TO WS-Step-Num
                   MOVE "LeaveAccrual" TO WS-Hist-Step-Name
                   PERFORM StartStepHistory
                   CALL "LeaveAccrual"
                   MOVE RETURN-CODE TO WS-StepStatus
                   PERFORM RecordStepHistory
                   IF WS-StepStatus NOT = 0
                       DISPLAY "NIGHTLY BATCH ABORTED - "
                           "LeaveAccrual FAILED, RETURN-CODE "
                           WS-StepStatus
                       PERFORM RecordStreamHistory
                       MOVE WS-StepStatus TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM RecordStepComplete
               END-IF
               IF WS-Period-Held
                   PERFORM RecordPeriodCleared
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "btperiod.dat"
               MOVE 0 TO RETURN-CODE
               MOVE "PayrollRegister" TO WS-NotSched-Step
               PERFORM WriteNotScheduledRecord
               MOVE "VendorExtract" TO WS-NotSched-Step
               PERFORM WriteNotScheduledRecord
               MOVE "BankPayment" TO WS-NotSched-Step
               PERFORM WriteNotScheduledRecord
               MOVE "GLJournal" TO WS-NotSched-Step
               PERFORM WriteNotScheduledRecord
               MOVE "LeaveAccrual" TO WS-NotSched-Step
               PERFORM WriteNotScheduledRecord
           END-IF

      *> Step 12 - verify MAINTAUD.DAT, HIRELOG.DAT and the journals
      *> end to end - see 059/AuditVerify.cbl. Run after everything
      *> else so tonight's own lines are checked too. Findings are
      *> in its summary line and auditvfy.prt, not a failed step.
           IF WS-Step-Done(12) = 'Y'
               DISPLAY "STEP 12 (AuditVerify) ALREADY COMPLETE - "
                   "SKIPPED"
           ELSE
               MOVE 12 TO WS-Step-Num
               MOVE "AuditVerify" TO WS-Hist-Step-Name
               PERFORM StartStepHistory
               CALL "AuditVerify"
               MOVE RETURN-CODE TO WS-StepStatus
               PERFORM RecordStepHistory
               IF WS-StepStatus NOT = 0
                   DISPLAY "NIGHTLY BATCH ABORTED - AuditVerify "
                       "FAILED, RETURN-CODE " WS-StepStatus
                   PERFORM RecordStreamHistory
                   MOVE WS-StepStatus TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RecordStepComplete
           END-IF

           PERFORM PrintConsolidatedSummary
      *> The whole stream ended clean - there is nothing left to
      *> restart from, so the control file comes off.
           PERFORM ClearRestartControl
           MOVE 0 TO WS-StepStatus
           PERFORM RecordStreamHistory

           DISPLAY "NIGHTLY BATCH COMPLETE"
           GOBACK.
      *> CheckForRestart - read back whichever steps a prior run of
      *> tonight's stream already completed, so the reruns below
      *> skip straight past them instead of re-running (or
      *> overriding) work that already succeeded, and whether a
      *> period held for variance review is still to be finished.
       CheckForRestart.
           OPEN INPUT RestartFile
           IF RestartNotFound
               PERFORM UNTIL RestartEOF
                   READ RestartFile
                       AT END SET RestartEOF TO TRUE
                       NOT AT END PERFORM TakeRestartRecord
                   END-READ
               END-PERFORM
               CLOSE RestartFile
                   DISPLAY "RESTART CONTROL FOUND - COMPLETED "
                       "STEPS WILL BE SKIPPED"
               ELSE
      *> Every step record was stale - drop the old control so
      *> tonight's fresh run starts a clean one, still carrying any
      *> held period forward.
                   CALL "CBL_DELETE_FILE" USING "btrestart.dat"
                   MOVE 0 TO RETURN-CODE
                   IF WS-Period-Held
                       PERFORM WriteHeldRecord
                   END-IF
               END-IF
               IF WS-Period-Held
                   DISPLAY "PAY PERIOD " WS-Held-Period " HELD FOR "
                       "VARIANCE REVIEW ON " WS-Held-Run-Date
                       " - PERIOD-END STEPS WILL RUN FOR IT"
               END-IF
           END-IF.

      *> TakeRestartRecord - one record off the restart control.
      *> Only tonight's own step completions count - a control left
      *> over from an earlier date is stale, not a restart - but a
      *> held period stands, whatever night it was held, until it is
      *> recorded as finished.
       TakeRestartRecord.
           EVALUATE TRUE
               WHEN RS-Period-Held
                   SET WS-Period-Held TO TRUE
                   MOVE RS-RUN-DATE   TO WS-Held-Run-Date
                   MOVE RS-PAY-PERIOD TO WS-Held-Period
               WHEN RS-Period-Cleared
                   IF RS-PAY-PERIOD = WS-Held-Period
                       MOVE 'N' TO WS-Held-Flag
                   END-IF
               WHEN RS-RUN-DATE = WS-Today
                       AND RS-STEP-NUM >= 1
                       AND RS-STEP-NUM <= 20
                   MOVE 'Y' TO WS-Step-Done(RS-STEP-NUM)
                   SET WS-Restarting TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> RecordStepComplete - one line per step the moment it ends
      *> clean, so a failure in the next step leaves an accurate
      *> record of how far the stream got.
           END-IF
           MOVE WS-Today TO RS-RUN-DATE
           MOVE WS-Step-Num TO RS-STEP-NUM
           MOVE SPACE TO RS-HOLD-FLAG
           MOVE ZEROS TO RS-PAY-PERIOD
           WRITE RestartRecord
           CLOSE RestartFile.

      *> RecordPeriodHeld - the register has held pay for the period
      *> in hand. The first night it was held is the one kept, if
      *> this is a restart that held it again.
       RecordPeriodHeld.
           IF NOT WS-Period-Held
               SET WS-Period-Held TO TRUE
               MOVE WS-Today      TO WS-Held-Run-Date
               MOVE WS-Pay-Period TO WS-Held-Period
           END-IF
           PERFORM WriteHeldRecord.

      *> WriteHeldRecord - the held period onto the restart control.
       WriteHeldRecord.
           OPEN EXTEND RestartFile
           IF NOT RestartOK
               CLOSE RestartFile
               OPEN OUTPUT RestartFile
           END-IF
           MOVE WS-Held-Run-Date TO RS-RUN-DATE
           MOVE 6                TO RS-STEP-NUM
           SET RS-Period-Held    TO TRUE
           MOVE WS-Held-Period   TO RS-PAY-PERIOD
           WRITE RestartRecord
           CLOSE RestartFile.

      *> RecordPeriodCleared - every period-end step has now run for
      *> the held period, so a later restart must not run them for
      *> it again.
       RecordPeriodCleared.
           OPEN EXTEND RestartFile
           IF NOT RestartOK
               CLOSE RestartFile
               OPEN OUTPUT RestartFile
           END-IF
           MOVE WS-Today         TO RS-RUN-DATE
           MOVE 10               TO RS-STEP-NUM
           SET RS-Period-Cleared TO TRUE
           MOVE WS-Held-Period   TO RS-PAY-PERIOD
           WRITE RestartRecord
           CLOSE RestartFile
           MOVE 'N' TO WS-Held-Flag.

      *> SetPayPeriod - the period tonight's period-end steps are
      *> for: a held period still to be finished, otherwise
      *> tonight's month. Written to btperiod.dat for the steps to
      *> pick up through PayPeriod.
       SetPayPeriod.
           IF WS-Period-Held
               MOVE WS-Held-Period TO WS-Pay-Period
               DISPLAY "PERIOD-END STEPS RUNNING FOR HELD PERIOD "
                   WS-Pay-Period
           ELSE
               MOVE WS-Today(1:6) TO WS-Pay-Period
           END-IF
           OPEN OUTPUT PeriodFile
           MOVE WS-Pay-Period TO BP-PAY-PERIOD
           MOVE WS-Today      TO BP-RUN-DATE
           WRITE PeriodRecord
           CLOSE PeriodFile.

      *> StartStepHistory - the step in hand is about to be called.
       StartStepHistory.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Step-Start.

      *> RecordStepHistory - the step has returned, clean or not:
      *> its times, its return code and the counts it left on
      *> batchsumm.dat go onto the run history. The first step a
      *> restart carries out is the one the last run stopped at.
       RecordStepHistory.
           INITIALIZE RunHistRecord
           MOVE WS-Today          TO RH-RUN-DATE
           MOVE WS-Step-Num       TO RH-STEP-NUM
           MOVE WS-Hist-Step-Name TO RH-STEP-NAME
           MOVE WS-Step-Start     TO RH-START
           MOVE FUNCTION CURRENT-DATE(1:14) TO RH-END
           MOVE WS-StepStatus     TO RH-RETURN-CODE
           MOVE 'N' TO RH-RESTART-FLAG
           MOVE 'N' TO RH-RESUMED-FLAG
           IF WS-Restarting
               MOVE 'Y' TO RH-RESTART-FLAG
               IF NOT WS-Resumed-Noted
                   MOVE 'Y' TO RH-RESUMED-FLAG
                   SET WS-Resumed-Noted TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-Steps-Run
           PERFORM FindStepCounts
           PERFORM WriteRunHistory.

      *> FindStepCounts - the step's own line on batchsumm.dat, the
      *> last one if it has written more than one. A step that
      *> failed before writing one has no counts.
       FindStepCounts.
           MOVE 'N' TO HistSummEOF-Flag
           OPEN INPUT BatchSummaryFile
           IF BatchSummaryFileNotFound
               CLOSE BatchSummaryFile
           ELSE
               PERFORM UNTIL HistSummEOF
                   READ BatchSummaryFile
                       AT END SET HistSummEOF TO TRUE
                       NOT AT END
                           IF BS-STEP-NAME = WS-Hist-Step-Name
                               MOVE BS-ITEM-1-LABEL
                                   TO RH-ITEM-1-LABEL
                               MOVE BS-ITEM-1-VALUE
                                   TO RH-ITEM-1-VALUE
                               MOVE BS-ITEM-2-LABEL
                                   TO RH-ITEM-2-LABEL
                               MOVE BS-ITEM-2-VALUE
                                   TO RH-ITEM-2-VALUE
                               MOVE BS-ITEM-3-LABEL
                                   TO RH-ITEM-3-LABEL
                               MOVE BS-ITEM-3-VALUE
                                   TO RH-ITEM-3-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BatchSummaryFile
           END-IF.

      *> RecordStreamHistory - the stream is stopping, whichever way:
      *> one line for the run as a whole, from its start to now,
      *> with the return code it is ending on.
       RecordStreamHistory.
           INITIALIZE RunHistRecord
           MOVE WS-Today          TO RH-RUN-DATE
           MOVE 0                 TO RH-STEP-NUM
           MOVE "NightlyBatch"    TO RH-STEP-NAME
           MOVE WS-Run-Start      TO RH-START
           MOVE FUNCTION CURRENT-DATE(1:14) TO RH-END
           MOVE WS-StepStatus     TO RH-RETURN-CODE
           MOVE 'N' TO RH-RESTART-FLAG
           MOVE 'N' TO RH-RESUMED-FLAG
           IF WS-Restarting
               MOVE 'Y' TO RH-RESTART-FLAG
           END-IF
           IF WS-Deferred
               MOVE "NOT SCHEDULED"   TO RH-ITEM-1-LABEL
           ELSE
               MOVE "STEPS RUN"       TO RH-ITEM-1-LABEL
               MOVE WS-Steps-Run      TO RH-ITEM-1-VALUE
           END-IF
           PERFORM WriteRunHistory.

      *> WriteRunHistory - append the line built above.
       WriteRunHistory.
           OPEN EXTEND RunHistFile
           IF NOT RunHistOK
               CLOSE RunHistFile
               OPEN OUTPUT RunHistFile
           END-IF
           WRITE RunHistRecord
           CLOSE RunHistFile.

      *> ClearRestartControl - the stream is clean end to end.
       ClearRestartControl.
           CALL "CBL_DELETE_FILE" USING "btrestart.dat"
           CALL "CBL_DELETE_FILE" USING "btperiod.dat"
      *> The delete leaves a nonzero RETURN-CODE behind when no
      *> control file existed (a clean first run) - cleared so the
      *> stream does not end looking like a failure.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PayPeriod.
      *> The pay period (YYYYMM) the period-end programs work on,
      *> shared by CALL the way MaskSSN and TrimName are:
      *>
      *>     CALL "PayPeriod" USING WS-Period
      *>
      *> This shop pays monthly, so the period is normally the run
      *> date's YYYYMM. But when the nightly stream stops with pay
      *> held for variance review and the holds are only decided
      *> after midnight, the register, bank file, ledger journal and
      *> leave accrual still have to finish the held period, not
      *> start on the new day's month. NightlyBatch writes the
      *> period its period-end steps are running for to
      *> btperiod.dat before it calls them, and removes it once the
      *> stream ends clean; while it is there, this hands back that
      *> period. With no btperiod.dat - a run by hand, outside the
      *> stream - it is the run date's YYYYMM as it always was.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PeriodFile ASSIGN TO "btperiod.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PeriodFileStatus.

       DATA DIVISION.
           FILE SECTION.
           FD PeriodFile.
      *> One record - the period, and the date the stream that wrote
      *> it was started.
           01  PeriodRecord.
               02 BP-PAY-PERIOD  PIC 9(6).
               02 BP-RUN-DATE    PIC 9(8).

           WORKING-STORAGE SECTION.
           01  PeriodFileStatus  PIC X(2).
               88 PeriodOK       VALUE '00'.

       LINKAGE SECTION.
           01  PP-PERIOD         PIC 9(6).

       PROCEDURE DIVISION USING PP-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:6) TO PP-PERIOD
           OPEN INPUT PeriodFile
           IF PeriodOK
               READ PeriodFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-PAY-PERIOD IS NUMERIC
                               AND BP-PAY-PERIOD > 0
                           MOVE BP-PAY-PERIOD TO PP-PERIOD
                       END-IF
               END-READ
           END-IF
           CLOSE PeriodFile
           GOBACK.
       END PROGRAM PayPeriod.

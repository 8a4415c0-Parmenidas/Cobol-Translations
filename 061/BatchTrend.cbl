       IDENTIFICATION DIVISION.
           PROGRAM-ID. BatchTrend.
      *> Nightly batch elapsed-time trend, off the permanent run
      *> history NightlyBatch keeps on btrunhist.dat
      *> (copybooks/RUNHIST.cpy), for a from/to date range keyed at
      *> the prompts. For each step, and for the stream as a whole:
      *>   - how many times it ran, and its average and worst
      *>     elapsed time (with the night of the worst)
      *>   - how many of those runs failed - ended on a nonzero
      *>     return code, the variance hold included
      *>   - how many restarts picked up at it after a failure
      *> Then every night whose stream, from its first start to its
      *> last finish (restarts and all), ran past the batch window
      *> keyed at the third prompt - 0 takes WS-Default-Window
      *> minutes. Nights the calendar deferred are counted but not
      *> timed. Read-only; run on demand, output on bttrend.prt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RunHistFile ASSIGN TO "btrunhist.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RunHistFileStatus.
               SELECT PrintFile ASSIGN TO "bttrend.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD RunHistFile.
      *> One line per step run and per stream run - see
      *> copybooks/RUNHIST.cpy and 008/NightlyBatch.cbl.
           01  RunHistRecord.
               COPY RUNHIST.

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
           01  RunHistFileStatus PIC X(2).
               88 RunHistNotFound VALUE '35'.
           01  EOF-Flag          PIC X VALUE 'N'.
               88 AtEndOfFile    VALUE 'Y'.

           01  WS-Today          PIC 9(8).
           01  WS-From-Date      PIC 9(8) VALUE ZEROS.
           01  WS-To-Date        PIC 9(8) VALUE ZEROS.
           01  WS-Window-Min     PIC 9(4) VALUE ZEROS.
           01  WS-Default-Window PIC 9(4) VALUE 240.
           01  WS-Window-Secs    PIC 9(9).

      *> Per step, by step number plus one - the stream's own lines
      *> (step 00) come first.
           01  WS-Step-Table.
               02 WS-Step-Entry OCCURS 21 TIMES.
                   03 WS-ST-Name       PIC X(24).
                   03 WS-ST-Runs       PIC 9(6).
                   03 WS-ST-Total-Secs PIC 9(12).
                   03 WS-ST-Worst-Secs PIC 9(9).
                   03 WS-ST-Worst-Date PIC 9(8).
                   03 WS-ST-Fails      PIC 9(6).
                   03 WS-ST-Restarts   PIC 9(6).
           01  WS-Step-Idx       PIC 99 COMP.
           01  WS-Avg-Secs       PIC 9(9).

      *> The night in hand - its lines are together on the history,
      *> written in the order they happened.
           01  WS-Night-Date     PIC 9(8) VALUE ZEROS.
           01  WS-Night-Start    PIC 9(14).
           01  WS-Night-End      PIC 9(14).
           01  WS-Night-Runs     PIC 9(3).
           01  WS-Night-RC       PIC 9(4).
           01  WS-Night-Timed-Flag PIC X VALUE 'N'.
               88 WS-Night-Timed VALUE 'Y'.
           01  WS-Nights         PIC 9(6) VALUE ZEROS.
           01  WS-Nights-Deferred PIC 9(6) VALUE ZEROS.
           01  WS-Nights-Over    PIC 9(6) VALUE ZEROS.
           01  WS-Lines-Read     PIC 9(9) VALUE ZEROS.

      *> Elapsed time between two YYYYMMDDHHMMSS stamps, in seconds.
           01  WS-Elapsed-From   PIC 9(14).
           01  WS-Elapsed-To     PIC 9(14).
           01  WS-Stamp          PIC 9(14).
           01  WS-Stamp-Parts REDEFINES WS-Stamp.
               02 WS-Stamp-Date  PIC 9(8).
               02 WS-Stamp-HH    PIC 9(2).
               02 WS-Stamp-MM    PIC 9(2).
               02 WS-Stamp-SS    PIC 9(2).
           01  WS-From-Day-Int   PIC 9(7).
           01  WS-From-Day-Secs  PIC 9(5).
           01  WS-Elapsed-Secs   PIC 9(9).

      *> Seconds shown as HHH:MM:SS.
           01  WS-Show-Secs      PIC 9(9).
           01  WS-Show-Rest      PIC 9(9).
           01  WS-Show-Elapsed.
               02 SE-Hours       PIC ZZ9.
               02 FILLER         PIC X(1) VALUE ":".
               02 SE-Minutes     PIC 99.
               02 FILLER         PIC X(1) VALUE ":".
               02 SE-Seconds     PIC 99.

           01  SeparatorLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(76) VALUE ALL "=".

           01  ReportHeadLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(40)
                   VALUE "NIGHTLY BATCH ELAPSED-TIME TREND".
               02 HD-From       PIC 9999/99/99.
               02 FILLER        PIC X(4)  VALUE " TO ".
               02 HD-To         PIC 9999/99/99.

           01  WindowHeadLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(22)
                   VALUE "BATCH WINDOW LIMIT".
               02 WH-Minutes    PIC Z,ZZ9.
               02 FILLER        PIC X(8)  VALUE " MINUTES".

           01  StepHeadLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(5)  VALUE "STEP".
               02 FILLER        PIC X(22) VALUE "NAME".
               02 FILLER        PIC X(6)  VALUE "  RUNS".
               02 FILLER        PIC X(10) VALUE "   AVERAGE".
               02 FILLER        PIC X(10) VALUE "     WORST".
               02 FILLER        PIC X(11) VALUE "   WORST ON".
               02 FILLER        PIC X(6)  VALUE " FAILS".
               02 FILLER        PIC X(6)  VALUE " RSTRT".

           01  StepLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 SL-Step       PIC 99.
               02 FILLER        PIC X(3)  VALUE SPACES.
               02 SL-Name       PIC X(22).
               02 SL-Runs       PIC ZZ,ZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 SL-Average    PIC X(9).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 SL-Worst      PIC X(9).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 SL-Worst-Date PIC 9999/99/99.
               02 SL-Fails      PIC ZZ,ZZ9.
               02 SL-Restarts   PIC ZZ,ZZ9.

           01  NightHeadLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "NIGHT".
               02 FILLER        PIC X(16) VALUE "FIRST START".
               02 FILLER        PIC X(16) VALUE "LAST FINISH".
               02 FILLER        PIC X(9)  VALUE "  ELAPSED".
               02 FILLER        PIC X(5)  VALUE " RUNS".
               02 FILLER        PIC X(8)  VALUE "  END RC".

           01  NightLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 NL-Date       PIC 9999/99/99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 NL-Start      PIC X(14).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 NL-End        PIC X(14).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 NL-Elapsed    PIC X(9).
               02 NL-Runs       PIC Z,ZZ9.
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 NL-RC         PIC ZZZ9.

      *> A stamp shown as YYYYMMDD HH:MM for the night listing.
           01  WS-Show-Stamp.
               02 SS-Date       PIC 9(8).
               02 FILLER        PIC X(1) VALUE SPACES.
               02 SS-Hour       PIC 99.
               02 FILLER        PIC X(1) VALUE ":".
               02 SS-Minute     PIC 99.

           01  CountLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 CT-Label      PIC X(36).
               02 CT-Count      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Trend from date (YYYYMMDD): "
           ACCEPT WS-From-Date
           DISPLAY "Trend to date (YYYYMMDD, 0 for today): "
           ACCEPT WS-To-Date
           IF WS-To-Date = 0
               MOVE WS-Today TO WS-To-Date
           END-IF
           IF WS-From-Date = 0
                   OR WS-From-Date > WS-To-Date
                   OR WS-From-Date(5:2) < "01"
                   OR WS-From-Date(5:2) > "12"
                   OR WS-From-Date(7:2) < "01"
                   OR WS-From-Date(7:2) > "31"
                   OR WS-To-Date(5:2) < "01"
                   OR WS-To-Date(5:2) > "12"
                   OR WS-To-Date(7:2) < "01"
                   OR WS-To-Date(7:2) > "31"
               DISPLAY "ERROR : the trend needs a from date no later "
                   "than the to date - run cancelled"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Batch window limit in minutes (0 for "
               WS-Default-Window "): "
           ACCEPT WS-Window-Min
           IF WS-Window-Min = 0
               MOVE WS-Default-Window TO WS-Window-Min
           END-IF
           COMPUTE WS-Window-Secs = WS-Window-Min * 60

           OPEN INPUT RunHistFile
           IF RunHistNotFound
               CLOSE RunHistFile
               DISPLAY "ERROR : btrunhist.dat not found - "
                   "NightlyBatch has kept no run history yet"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-Step-Table
           OPEN OUTPUT PrintFile
           MOVE WS-From-Date TO HD-From
           MOVE WS-To-Date   TO HD-To
           MOVE WS-Window-Min TO WH-Minutes
           WRITE PrintLine FROM SeparatorLine
           WRITE PrintLine FROM ReportHeadLine
           WRITE PrintLine FROM WindowHeadLine
           WRITE PrintLine FROM SeparatorLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "  NIGHTS OVER THE BATCH WINDOW" TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM NightHeadLine

           PERFORM UNTIL AtEndOfFile
               READ RunHistFile
                   AT END SET AtEndOfFile TO TRUE
                   NOT AT END
                       IF RH-RUN-DATE >= WS-From-Date
                               AND RH-RUN-DATE <= WS-To-Date
                           PERFORM TakeHistoryLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RunHistFile
           PERFORM CloseNight
           IF WS-Nights-Over = 0
               MOVE "  NONE" TO PrintLine
               WRITE PrintLine
           END-IF

           PERFORM PrintStepTrend
           PERFORM PrintTotals
           CLOSE PrintFile

           DISPLAY "BATCH TREND REPORT COMPLETE"
           DISPLAY "  HISTORY LINES     : " WS-Lines-Read
           DISPLAY "  NIGHTS RUN        : " WS-Nights
           DISPLAY "  NIGHTS OVER WINDOW: " WS-Nights-Over
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> TakeHistoryLine - one line of the history inside the range:
      *> onto its step's figures, and onto the night's if it is a
      *> stream line.
       TakeHistoryLine.
           ADD 1 TO WS-Lines-Read
           IF RH-RUN-DATE NOT = WS-Night-Date
               PERFORM CloseNight
               MOVE RH-RUN-DATE TO WS-Night-Date
               MOVE ZEROS TO WS-Night-Runs
               MOVE 'N' TO WS-Night-Timed-Flag
           END-IF
           IF RH-Stream-Line
                   AND RH-ITEM-1-LABEL = "NOT SCHEDULED"
               ADD 1 TO WS-Nights-Deferred
           ELSE
               IF RH-STEP-NUM <= 20
                   PERFORM TakeStepLine
               END-IF
               IF RH-Stream-Line
                   PERFORM TakeStreamLine
               END-IF
           END-IF.

      *> TakeStepLine - the line's elapsed time, failure and restart
      *> onto its step's entry.
       TakeStepLine.
           COMPUTE WS-Step-Idx = RH-STEP-NUM + 1
           MOVE RH-STEP-NAME TO WS-ST-Name(WS-Step-Idx)
           ADD 1 TO WS-ST-Runs(WS-Step-Idx)
           MOVE RH-START TO WS-Elapsed-From
           MOVE RH-END   TO WS-Elapsed-To
           PERFORM ComputeElapsed
           ADD WS-Elapsed-Secs TO WS-ST-Total-Secs(WS-Step-Idx)
           IF WS-Elapsed-Secs > WS-ST-Worst-Secs(WS-Step-Idx)
                   OR WS-ST-Runs(WS-Step-Idx) = 1
               MOVE WS-Elapsed-Secs
                   TO WS-ST-Worst-Secs(WS-Step-Idx)
               MOVE RH-RUN-DATE TO WS-ST-Worst-Date(WS-Step-Idx)
           END-IF
           IF RH-RETURN-CODE NOT = 0
               ADD 1 TO WS-ST-Fails(WS-Step-Idx)
           END-IF
      *> A step counts a restart when a restart picked up at it; the
      *> stream counts every run that was a restart.
           IF RH-Resumed-Here
                   OR (RH-Stream-Line AND RH-Restart-Run)
               ADD 1 TO WS-ST-Restarts(WS-Step-Idx)
           END-IF.

      *> TakeStreamLine - widen the night to take in this run of
      *> the stream.
       TakeStreamLine.
           ADD 1 TO WS-Night-Runs
           MOVE RH-RETURN-CODE TO WS-Night-RC
           IF NOT WS-Night-Timed
               MOVE RH-START TO WS-Night-Start
               MOVE RH-END   TO WS-Night-End
               SET WS-Night-Timed TO TRUE
           ELSE
               IF RH-START < WS-Night-Start
                   MOVE RH-START TO WS-Night-Start
               END-IF
               IF RH-END > WS-Night-End
                   MOVE RH-END TO WS-Night-End
               END-IF
           END-IF.

      *> CloseNight - the night in hand is complete: count it, and
      *> list it if it ran past the window.
       CloseNight.
           IF WS-Night-Timed
               ADD 1 TO WS-Nights
               MOVE WS-Night-Start TO WS-Elapsed-From
               MOVE WS-Night-End   TO WS-Elapsed-To
               PERFORM ComputeElapsed
               IF WS-Elapsed-Secs > WS-Window-Secs
                   ADD 1 TO WS-Nights-Over
                   MOVE WS-Night-Date TO NL-Date
                   MOVE WS-Night-Start TO WS-Stamp
                   PERFORM FormatStamp
                   MOVE WS-Show-Stamp TO NL-Start
                   MOVE WS-Night-End TO WS-Stamp
                   PERFORM FormatStamp
                   MOVE WS-Show-Stamp TO NL-End
                   MOVE WS-Elapsed-Secs TO WS-Show-Secs
                   PERFORM FormatElapsed
                   MOVE WS-Show-Elapsed TO NL-Elapsed
                   MOVE WS-Night-Runs TO NL-Runs
                   MOVE WS-Night-RC TO NL-RC
                   WRITE PrintLine FROM NightLine
               END-IF
           END-IF
           MOVE 'N' TO WS-Night-Timed-Flag.

      *> ComputeElapsed - seconds from WS-Elapsed-From to
      *> WS-Elapsed-To, across midnight if need be.
       ComputeElapsed.
           MOVE WS-Elapsed-From TO WS-Stamp
           COMPUTE WS-From-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Stamp-Date)
           COMPUTE WS-From-Day-Secs = WS-Stamp-HH * 3600
               + WS-Stamp-MM * 60 + WS-Stamp-SS
           MOVE WS-Elapsed-To TO WS-Stamp
           IF WS-Elapsed-To < WS-Elapsed-From
               MOVE ZEROS TO WS-Elapsed-Secs
           ELSE
               COMPUTE WS-Elapsed-Secs =
                   (FUNCTION INTEGER-OF-DATE(WS-Stamp-Date)
                       - WS-From-Day-Int) * 86400
                   + WS-Stamp-HH * 3600 + WS-Stamp-MM * 60
                   + WS-Stamp-SS - WS-From-Day-Secs
           END-IF.

      *> FormatElapsed - WS-Show-Secs as HHH:MM:SS.
       FormatElapsed.
           DIVIDE WS-Show-Secs BY 3600 GIVING WS-Show-Rest
               REMAINDER WS-Show-Secs
           IF WS-Show-Rest > 999
               MOVE 999 TO WS-Show-Rest
           END-IF
           MOVE WS-Show-Rest TO SE-Hours
           DIVIDE WS-Show-Secs BY 60 GIVING WS-Show-Rest
               REMAINDER WS-Show-Secs
           MOVE WS-Show-Rest TO SE-Minutes
           MOVE WS-Show-Secs TO SE-Seconds.

      *> FormatStamp - WS-Stamp as YYYYMMDD HH:MM.
       FormatStamp.
           MOVE WS-Stamp-Date TO SS-Date
           MOVE WS-Stamp-HH   TO SS-Hour
           MOVE WS-Stamp-MM   TO SS-Minute.

      *> PrintStepTrend - one line per step that ran in the range,
      *> the whole stream first.
       PrintStepTrend.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "  ELAPSED TIME, FAILURES AND RESTARTS BY STEP"
               TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM StepHeadLine
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > 21
               IF WS-ST-Runs(WS-Step-Idx) > 0
                   COMPUTE SL-Step = WS-Step-Idx - 1
                   MOVE WS-ST-Name(WS-Step-Idx) TO SL-Name
                   MOVE WS-ST-Runs(WS-Step-Idx) TO SL-Runs
                   COMPUTE WS-Avg-Secs ROUNDED =
                       WS-ST-Total-Secs(WS-Step-Idx)
                       / WS-ST-Runs(WS-Step-Idx)
                   MOVE WS-Avg-Secs TO WS-Show-Secs
                   PERFORM FormatElapsed
                   MOVE WS-Show-Elapsed TO SL-Average
                   MOVE WS-ST-Worst-Secs(WS-Step-Idx) TO WS-Show-Secs
                   PERFORM FormatElapsed
                   MOVE WS-Show-Elapsed TO SL-Worst
                   MOVE WS-ST-Worst-Date(WS-Step-Idx)
                       TO SL-Worst-Date
                   MOVE WS-ST-Fails(WS-Step-Idx) TO SL-Fails
                   MOVE WS-ST-Restarts(WS-Step-Idx) TO SL-Restarts
                   WRITE PrintLine FROM StepLine
               END-IF
           END-PERFORM.

      *> PrintTotals - the nights in the range.
       PrintTotals.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SeparatorLine
           MOVE "NIGHTS RUN"             TO CT-Label
           MOVE WS-Nights                TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "NIGHTS DEFERRED BY THE CALENDAR" TO CT-Label
           MOVE WS-Nights-Deferred       TO CT-Count
           WRITE PrintLine FROM CountLine
           MOVE "NIGHTS OVER THE BATCH WINDOW" TO CT-Label
           MOVE WS-Nights-Over           TO CT-Count
           WRITE PrintLine FROM CountLine
           WRITE PrintLine FROM SeparatorLine.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PositionReport.
      *> Position control report - for each department held to a
      *> position budget on posnbud.dat, the headcount finance has
      *> approved against the people actually on the master, the
      *> positions left vacant, and the annual salary budget against
      *> what the department's people are paid a year (SALARY at
      *> twelve times, the same measure WriteData and EmpUpdate
      *> check a hire or transfer against). A department over either
      *> is starred. Departments with people on the master but no
      *> budget at all follow, so finance can see what is not yet
      *> under control, then the totals. Read-only; run on demand.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IdxMaster ASSIGN TO "empmaster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SSN-NUM
                   ALTERNATE RECORD KEY IS DEPT-CODE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS city
                       WITH DUPLICATES
                   FILE STATUS IS FileStatus.
               SELECT PrintFile ASSIGN TO "posnctl.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IdxMaster.
      *> The indexed master, read front to back in SSN order. Field
      *> names stay unprefixed here, the same as the other reports.
      *> Shared layout - see copybooks/EMPREC.cpy
           01  Employee.
               COPY EMPREC.

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout - see copybooks/FILESTAT.cpy.
           COPY FILESTAT.

      *> Approved headcount and annual salary budget by DEPT-CODE,
      *> with the master counted into its filled/actual columns -
      *> see copybooks/POSNBUD.cpy.
           COPY POSNBUD.
           01  WS-PB-Idx         PIC 99 COMP.
           01  WS-PB-Hit         PIC 99 COMP.
           01  WS-PB-Match-Flag  PIC X VALUE 'N'.
               88 WS-PB-Found    VALUE 'Y'.

      *> Recognized department codes, for the departments staffed
      *> without a budget - see copybooks/DEPTTAB.cpy. Their counts
      *> are kept alongside, entry for entry; a DEPT-CODE on neither
      *> table lands in the last, catch-all, pair.
           COPY DEPTTAB.
           01  WS-Dept-Tally-Table.
               02 WS-Dept-Tally OCCURS 51 TIMES.
                   03 WS-DT-Filled   PIC 9(6).
                   03 WS-DT-Actual   PIC 9(11)V99.
           01  WS-Dept-Idx       PIC 99 COMP.
           01  WS-Dept-Match-Flag PIC X VALUE 'N'.
               88 WS-Dept-Valid  VALUE 'Y'.

           01  EOF-Flag          PIC X VALUE 'N'.
               88 AtEndOfFile    VALUE 'Y'.
           01  WS-Annual         PIC 9(9)V99.
           01  WS-Vacant         PIC S9(5).
           01  WS-Variance       PIC S9(11)V99.
           01  WS-OverCount      PIC 9(4) VALUE ZEROS.
           01  WS-UnbudgetedCount PIC 9(4) VALUE ZEROS.

      *> Report totals - budgeted departments, then the rest.
           01  WS-Tot-Budgeted   PIC 9(6) VALUE ZEROS.
           01  WS-Tot-Filled     PIC 9(6) VALUE ZEROS.
           01  WS-Tot-Budget     PIC 9(11)V99 VALUE ZEROS.
           01  WS-Tot-Actual     PIC 9(11)V99 VALUE ZEROS.
           01  WS-Tot-Un-Filled  PIC 9(6) VALUE ZEROS.
           01  WS-Tot-Un-Actual  PIC 9(11)V99 VALUE ZEROS.

           01  WS-Today          PIC 9(8).

           01  HeaderLine1.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(32) VALUE
                   "POSITION CONTROL BY DEPARTMENT".
               02 FILLER        PIC X(6)  VALUE "AS OF ".
               02 HL-Date       PIC 9999/99/99.

           01  HeaderLine2.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(6)  VALUE "DEPT".
               02 FILLER        PIC X(7)  VALUE "BUDGTD".
               02 FILLER        PIC X(7)  VALUE "FILLED".
               02 FILLER        PIC X(8)  VALUE "VACANT".
               02 FILLER        PIC X(16) VALUE "ANNUAL BUDGET".
               02 FILLER        PIC X(21) VALUE "ANNUAL ACTUAL".
               02 FILLER        PIC X(8)  VALUE "VARIANCE".

           01  DetailLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DL-Dept       PIC X(4).
               02 FILLER        PIC X(3)  VALUE SPACES.
               02 DL-Budgeted   PIC ZZZ9.
               02 FILLER        PIC X(3)  VALUE SPACES.
               02 DL-Filled     PIC ZZZ9.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DL-Vacant     PIC ZZZ9-.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DL-Budget     PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DL-Actual     PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Variance   PIC ZZZ,ZZZ,ZZ9.99-.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Over       PIC X(1).

           01  UnbudgetedHeader.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(40) VALUE
                   "STAFFED DEPARTMENTS WITH NO BUDGET".

           01  UnbudgetedLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 UL-Dept       PIC X(4).
               02 FILLER        PIC X(10) VALUE SPACES.
               02 UL-Filled     PIC ZZZ9.
               02 FILLER        PIC X(25) VALUE SPACES.
               02 UL-Actual     PIC ZZZ,ZZZ,ZZ9.99.

           01  TotalLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 TL-Label      PIC X(5).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 TL-Budgeted   PIC ZZZZ9.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 TL-Filled     PIC ZZZZ9.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 TL-Vacant     PIC ZZZZ9-.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 TL-Budget     PIC ZZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 TL-Actual     PIC ZZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 TL-Variance   PIC ZZZ,ZZZ,ZZ9.99-.

           01  FooterLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(34) VALUE
                   "DEPARTMENTS OVER HEADCOUNT/BUDGET:".
               02 FT-Over       PIC ZZZ9.

       PROCEDURE DIVISION.
      *> The department and position budget tables come off their
      *> data files - see 029/RefTabLoad.cbl.
           CALL "RefTabLoad" USING "DEPT", WS-Dept-Table,
               WS-Dept-Tab-Count
           CALL "RefTabLoad" USING "POSN", WS-Posn-Table,
               WS-Posn-Count
           INITIALIZE WS-Dept-Tally-Table
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           OPEN INPUT IdxMaster
           IF FileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL AtEndOfFile
               READ IdxMaster
                   AT END SET AtEndOfFile TO TRUE
                   NOT AT END PERFORM TallyEmployee
               END-READ
           END-PERFORM
           CLOSE IdxMaster

           OPEN OUTPUT PrintFile
           MOVE WS-Today TO HL-Date
           WRITE PrintLine FROM HeaderLine1
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM HeaderLine2
           PERFORM VARYING WS-PB-Idx FROM 1 BY 1
                   UNTIL WS-PB-Idx > WS-Posn-Count
               PERFORM PrintBudgetedDept
           END-PERFORM
           PERFORM PrintBudgetedTotal

           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM UnbudgetedHeader
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Tab-Count + 1
               PERFORM PrintUnbudgetedDept
           END-PERFORM
           PERFORM PrintUnbudgetedTotal

           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE WS-OverCount TO FT-Over
           WRITE PrintLine FROM FooterLine
           CLOSE PrintFile

           DISPLAY "POSITION CONTROL REPORT COMPLETE - "
               WS-Posn-Count " BUDGETED DEPARTMENT(S), "
               WS-OverCount " OVER, "
               WS-UnbudgetedCount " STAFFED WITH NO BUDGET"
           GOBACK.

      *> TallyEmployee - one person and their annual salary against
      *> their department's budget if it has one, otherwise against
      *> the department's own tally (or the catch-all past the end
      *> of the department table, for a code on neither).
       TallyEmployee.
           COMPUTE WS-Annual = SALARY * 12
           MOVE 'N' TO WS-PB-Match-Flag
           PERFORM VARYING WS-PB-Idx FROM 1 BY 1
                   UNTIL WS-PB-Idx > WS-Posn-Count OR WS-PB-Found
               IF DEPT-CODE = WS-PB-Dept(WS-PB-Idx)
                   MOVE WS-PB-Idx TO WS-PB-Hit
                   SET WS-PB-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-PB-Found
               ADD 1 TO WS-PB-Filled(WS-PB-Hit)
               ADD WS-Annual TO WS-PB-Actual(WS-PB-Hit)
           ELSE
               MOVE 'N' TO WS-Dept-Match-Flag
               PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                       UNTIL WS-Dept-Idx > WS-Dept-Tab-Count
                           OR WS-Dept-Valid
                   IF DEPT-CODE = WS-Valid-Dept(WS-Dept-Idx)
                       SET WS-Dept-Valid TO TRUE
                   END-IF
               END-PERFORM
      *> Not found leaves WS-Dept-Idx one past the table - the
      *> catch-all entry.
               IF WS-Dept-Valid
                   SUBTRACT 1 FROM WS-Dept-Idx
               END-IF
               ADD 1 TO WS-DT-Filled(WS-Dept-Idx)
               ADD WS-Annual TO WS-DT-Actual(WS-Dept-Idx)
           END-IF.

      *> PrintBudgetedDept - one line per budgeted department:
      *> approved, filled, vacant (negative when over), budget,
      *> actual and the variance left (negative when over).
       PrintBudgetedDept.
           COMPUTE WS-Vacant = WS-PB-Headcount(WS-PB-Idx)
               - WS-PB-Filled(WS-PB-Idx)
           COMPUTE WS-Variance = WS-PB-Budget(WS-PB-Idx)
               - WS-PB-Actual(WS-PB-Idx)
           MOVE WS-PB-Dept(WS-PB-Idx)      TO DL-Dept
           MOVE WS-PB-Headcount(WS-PB-Idx) TO DL-Budgeted
           MOVE WS-PB-Filled(WS-PB-Idx)    TO DL-Filled
           MOVE WS-Vacant                  TO DL-Vacant
           MOVE WS-PB-Budget(WS-PB-Idx)    TO DL-Budget
           MOVE WS-PB-Actual(WS-PB-Idx)    TO DL-Actual
           MOVE WS-Variance                TO DL-Variance
           IF WS-Vacant < 0 OR WS-Variance < 0
               MOVE '*' TO DL-Over
               ADD 1 TO WS-OverCount
           ELSE
               MOVE SPACE TO DL-Over
           END-IF
           WRITE PrintLine FROM DetailLine
           ADD WS-PB-Headcount(WS-PB-Idx) TO WS-Tot-Budgeted
           ADD WS-PB-Filled(WS-PB-Idx)    TO WS-Tot-Filled
           ADD WS-PB-Budget(WS-PB-Idx)    TO WS-Tot-Budget
           ADD WS-PB-Actual(WS-PB-Idx)    TO WS-Tot-Actual.

       PrintBudgetedTotal.
           MOVE "TOTAL"         TO TL-Label
           MOVE WS-Tot-Budgeted TO TL-Budgeted
           MOVE WS-Tot-Filled   TO TL-Filled
           COMPUTE WS-Vacant = WS-Tot-Budgeted - WS-Tot-Filled
           MOVE WS-Vacant       TO TL-Vacant
           MOVE WS-Tot-Budget   TO TL-Budget
           MOVE WS-Tot-Actual   TO TL-Actual
           COMPUTE WS-Variance = WS-Tot-Budget - WS-Tot-Actual
           MOVE WS-Variance     TO TL-Variance
           WRITE PrintLine FROM TotalLine.

      *> PrintUnbudgetedDept - a department with people on the
      *> master and no budget; the catch-all entry prints as ????.
       PrintUnbudgetedDept.
           IF WS-DT-Filled(WS-Dept-Idx) > 0
               IF WS-Dept-Idx > WS-Dept-Tab-Count
                   MOVE "????" TO UL-Dept
               ELSE
                   MOVE WS-Valid-Dept(WS-Dept-Idx) TO UL-Dept
               END-IF
               MOVE WS-DT-Filled(WS-Dept-Idx) TO UL-Filled
               MOVE WS-DT-Actual(WS-Dept-Idx) TO UL-Actual
               WRITE PrintLine FROM UnbudgetedLine
               ADD 1 TO WS-UnbudgetedCount
               ADD WS-DT-Filled(WS-Dept-Idx) TO WS-Tot-Un-Filled
               ADD WS-DT-Actual(WS-Dept-Idx) TO WS-Tot-Un-Actual
           END-IF.

       PrintUnbudgetedTotal.
           MOVE SPACES TO TotalLine
           MOVE "TOTAL"          TO TL-Label
           MOVE WS-Tot-Un-Filled TO TL-Filled
           MOVE WS-Tot-Un-Actual TO TL-Actual
           WRITE PrintLine FROM TotalLine.

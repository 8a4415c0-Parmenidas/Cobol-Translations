       IDENTIFICATION DIVISION.
           PROGRAM-ID. OrgChart.
      *> Organization chart - every active employee laid out under
      *> the supervisor they report to on empsupv.idx, indented a
      *> step per level, with each manager's direct reports and the
      *> headcount and annual salary (SALARY at twelve times, the
      *> same measure PositionReport uses) of everyone below them,
      *> all levels down. Someone with no supervisor heads a tree of
      *> their own. Someone whose supervisor has left the master
      *> heads one too, flagged, so the gap can be filled on
      *> empmaint.dat. Anyone caught in a reporting loop (which
      *> EmpUpdate refuses, but which older reporting lines could
      *> hold) never reaches the top of any tree and is listed on
      *> its own at the end. Read-only; run on demand.

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
               SELECT SupvMaster ASSIGN TO "empsupv.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SV-SSN-NUM
                   ALTERNATE RECORD KEY IS SV-SUPV-SSN
                       WITH DUPLICATES
                   FILE STATUS IS SupvFileStatus.
               SELECT PrintFile ASSIGN TO "orgchart.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IdxMaster.
      *> The indexed master, read front to back in SSN order. Field
      *> names stay unprefixed here, the same as the other reports.
      *> Shared layout - see copybooks/EMPREC.cpy
           01  Employee.
               COPY EMPREC.

           FD SupvMaster.
      *> Reporting lines - see copybooks/EMPSUPV.cpy.
           01  SupvRecord.
               COPY EMPSUPV.

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout - see copybooks/FILESTAT.cpy.
           COPY FILESTAT.
           01  SupvFileStatus    PIC X(2).
               88 SupvOK         VALUE '00'.
               88 SupvFileNotFound VALUE '35'.

      *> The active master in memory, in the SSN order it is read
      *> in, so a reporting line can be matched with SEARCH ALL.
      *> Parent, first-child and next-sibling are entry numbers in
      *> this table (zero for none) - the chart is walked through
      *> them rather than by re-reading either file.
           01  WS-Org-Max        PIC 9(4) COMP VALUE 2000.
           01  WS-Org-Count      PIC 9(4) COMP VALUE ZEROS.
           01  WS-Org-Table.
               02 WS-Org-Entry OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-Org-Count
                       ASCENDING KEY IS WS-Org-SSN
                       INDEXED BY WS-Org-X.
                   03 WS-Org-SSN      PIC 9(9).
                   03 WS-Org-fname    PIC X(10).
                   03 WS-Org-lname    PIC X(10).
                   03 WS-Org-Dept     PIC X(4).
                   03 WS-Org-Annual   PIC 9(9)V99.
                   03 WS-Org-Supv     PIC 9(9).
                   03 WS-Org-Parent   PIC 9(4) COMP.
                   03 WS-Org-First    PIC 9(4) COMP.
                   03 WS-Org-Next     PIC 9(4) COMP.
                   03 WS-Org-Direct   PIC 9(4) COMP.
                   03 WS-Org-Heads    PIC 9(6) COMP.
                   03 WS-Org-Below    PIC 9(11)V99 COMP-3.
                   03 WS-Org-Printed  PIC X.
                       88 WS-Org-Was-Printed VALUE 'Y'.

           01  WS-Emp-Idx        PIC 9(4) COMP.
           01  WS-Up-Idx         PIC 9(4) COMP.
           01  WS-Steps          PIC 9(4) COMP.
           01  WS-Root           PIC 9(4) COMP.
           01  WS-Node           PIC 9(4) COMP.
           01  WS-Level          PIC 9(4) COMP.
           01  WS-Indent         PIC 9(4) COMP.
           01  WS-Name-Ptr       PIC 9(4) COMP.
           01  WS-FnameLen       PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen       PIC 9(2) VALUE ZEROS.

           01  EOF-Flag          PIC X VALUE 'N'.
               88 AtEndOfFile    VALUE 'Y'.
           01  SupvEOF-Flag      PIC X VALUE 'N'.
               88 SupvAtEnd      VALUE 'Y'.
           01  WS-Walk-Flag      PIC X VALUE 'N'.
               88 WS-Walk-Done   VALUE 'Y'.
           01  WS-Found-Flag     PIC X VALUE 'N'.
               88 WS-Found       VALUE 'Y'.

           01  WS-Today          PIC 9(8).
           01  WS-Overflow       PIC 9(6) VALUE ZEROS.
           01  WS-TopCount       PIC 9(6) VALUE ZEROS.
           01  WS-OrphanCount    PIC 9(6) VALUE ZEROS.
           01  WS-LoopCount      PIC 9(6) VALUE ZEROS.
           01  WS-Total-Annual   PIC 9(11)V99 VALUE ZEROS.

           01  HeaderLine1.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(32) VALUE
                   "ORGANIZATION CHART AS OF".
               02 HL-Date       PIC 9999/99/99.

           01  HeaderLine2.
               02 FILLER        PIC X(12) VALUE "SSN".
               02 FILLER        PIC X(31) VALUE "NAME".
               02 FILLER        PIC X(5)  VALUE "DEPT".
               02 FILLER        PIC X(4)  VALUE "DIR".
               02 FILLER        PIC X(7)  VALUE "  BELOW".
               02 FILLER        PIC X(14) VALUE
                   " ANNUAL BELOW".

           01  DetailLine.
               02 DL-SSN        PIC X(11).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Name       PIC X(30).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Dept       PIC X(4).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Direct     PIC ZZ9 BLANK WHEN ZERO.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Heads      PIC ZZ,ZZ9 BLANK WHEN ZERO.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Below      PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Flag       PIC X(1).

           01  LoopHeader.
               02 FILLER        PIC X(46) VALUE
                   "IN A REPORTING LOOP - NOT UNDER ANY TOP-LEVEL".
               02 FILLER        PIC X(30) VALUE
                   " MANAGER; CORRECT ON empmaint".

           01  FooterLine1.
               02 FILLER        PIC X(24) VALUE
                   "ACTIVE EMPLOYEES:".
               02 FT-Count      PIC ZZZ,ZZ9.
               02 FILLER        PIC X(5)  VALUE SPACES.
               02 FILLER        PIC X(18) VALUE "ANNUAL SALARY:".
               02 FT-Annual     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01  FooterLine2.
               02 FILLER        PIC X(24) VALUE
                   "TOP-LEVEL MANAGERS:".
               02 FT-Top        PIC ZZZ,ZZ9.

           01  FooterLine3.
               02 FILLER        PIC X(24) VALUE
                   "* SUPERVISOR HAS LEFT:".
               02 FT-Orphan     PIC ZZZ,ZZ9.

           01  FooterLine4.
               02 FILLER        PIC X(24) VALUE
                   "IN A REPORTING LOOP:".
               02 FT-Loop       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
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
                   NOT AT END PERFORM LoadEmployee
               END-READ
           END-PERFORM
           CLOSE IdxMaster

      *> No reporting lines yet just means everyone is at the top.
           OPEN INPUT SupvMaster
           IF SupvOK
               PERFORM UNTIL SupvAtEnd
                   READ SupvMaster
                       AT END SET SupvAtEnd TO TRUE
                       NOT AT END PERFORM LinkSupervisor
                   END-READ
               END-PERFORM
               CLOSE SupvMaster
           END-IF

           PERFORM VARYING WS-Emp-Idx FROM WS-Org-Count BY -1
                   UNTIL WS-Emp-Idx < 1
               PERFORM ChainToParent
           END-PERFORM
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Org-Count
               PERFORM RollUpEmployee
           END-PERFORM

           OPEN OUTPUT PrintFile
           MOVE WS-Today TO HL-Date
           WRITE PrintLine FROM HeaderLine1
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM HeaderLine2
           PERFORM VARYING WS-Root FROM 1 BY 1
                   UNTIL WS-Root > WS-Org-Count
               IF WS-Org-Parent(WS-Root) = 0
                   PERFORM PrintTree
               END-IF
           END-PERFORM
           PERFORM PrintLoopSection
           PERFORM PrintFooter
           CLOSE PrintFile

           DISPLAY "ORG CHART COMPLETE - " WS-Org-Count
               " EMPLOYEES, " WS-TopCount " TOP-LEVEL, "
               WS-OrphanCount " WITH A DEPARTED SUPERVISOR"
           IF WS-Overflow > 0
               DISPLAY "WARNING : " WS-Overflow " EMPLOYEES OVER THE "
                   "CHART'S CAPACITY OF " WS-Org-Max " LEFT OFF"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LoopCount > 0
               DISPLAY "WARNING : " WS-LoopCount " EMPLOYEES IN A "
                   "REPORTING LOOP - SEE orgchart.prt"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> LoadEmployee - one master record into the next table entry.
      *> The master comes in SSN order, which keeps the table in the
      *> ascending order SEARCH ALL needs.
       LoadEmployee.
           IF WS-Org-Count >= WS-Org-Max
               ADD 1 TO WS-Overflow
           ELSE
               ADD 1 TO WS-Org-Count
               MOVE SSN-NUM   TO WS-Org-SSN(WS-Org-Count)
               MOVE fname     TO WS-Org-fname(WS-Org-Count)
               MOVE lname     TO WS-Org-lname(WS-Org-Count)
               MOVE DEPT-CODE TO WS-Org-Dept(WS-Org-Count)
               COMPUTE WS-Org-Annual(WS-Org-Count) = SALARY * 12
               MOVE ZEROS TO WS-Org-Supv(WS-Org-Count)
                             WS-Org-Parent(WS-Org-Count)
                             WS-Org-First(WS-Org-Count)
                             WS-Org-Next(WS-Org-Count)
                             WS-Org-Direct(WS-Org-Count)
                             WS-Org-Heads(WS-Org-Count)
                             WS-Org-Below(WS-Org-Count)
               MOVE 'N' TO WS-Org-Printed(WS-Org-Count)
               ADD WS-Org-Annual(WS-Org-Count) TO WS-Total-Annual
           END-IF.

      *> LinkSupervisor - a reporting line for someone still on the
      *> master: note who they report to and, if that supervisor is
      *> on the master too, which entry is their parent. A line for
      *> someone who has left is ignored.
       LinkSupervisor.
           MOVE 'N' TO WS-Found-Flag
           IF WS-Org-Count > 0
               SEARCH ALL WS-Org-Entry
                   AT END
                       CONTINUE
                   WHEN WS-Org-SSN(WS-Org-X) = SV-SSN-NUM
                       SET WS-Found TO TRUE
                       SET WS-Emp-Idx TO WS-Org-X
               END-SEARCH
           END-IF
           IF WS-Found AND SV-SUPV-SSN NOT = 0
               MOVE SV-SUPV-SSN TO WS-Org-Supv(WS-Emp-Idx)
               SEARCH ALL WS-Org-Entry
                   AT END
                       ADD 1 TO WS-OrphanCount
                   WHEN WS-Org-SSN(WS-Org-X) = SV-SUPV-SSN
                       SET WS-Up-Idx TO WS-Org-X
                       MOVE WS-Up-Idx TO WS-Org-Parent(WS-Emp-Idx)
                       ADD 1 TO WS-Org-Direct(WS-Up-Idx)
               END-SEARCH
           END-IF.

      *> ChainToParent - hang the entry at the front of its parent's
      *> list of direct reports. Taken from the bottom of the table
      *> up, so each list comes out in SSN order.
       ChainToParent.
           MOVE WS-Org-Parent(WS-Emp-Idx) TO WS-Up-Idx
           IF WS-Up-Idx > 0
               MOVE WS-Org-First(WS-Up-Idx)
                   TO WS-Org-Next(WS-Emp-Idx)
               MOVE WS-Emp-Idx TO WS-Org-First(WS-Up-Idx)
           END-IF.

      *> RollUpEmployee - count the entry, and its annual salary,
      *> into every manager above it. The climb is held to one step
      *> per person on the chart, so a loop cannot hold it forever.
       RollUpEmployee.
           MOVE WS-Org-Parent(WS-Emp-Idx) TO WS-Up-Idx
           MOVE 0 TO WS-Steps
           PERFORM UNTIL WS-Up-Idx = 0 OR WS-Steps > WS-Org-Count
               ADD 1 TO WS-Org-Heads(WS-Up-Idx)
               ADD WS-Org-Annual(WS-Emp-Idx)
                   TO WS-Org-Below(WS-Up-Idx)
               ADD 1 TO WS-Steps
               MOVE WS-Org-Parent(WS-Up-Idx) TO WS-Up-Idx
           END-PERFORM.

      *> PrintTree - one top-level manager and everyone below them,
      *> depth first: down to the first report wherever there is
      *> one, otherwise across to the next report at the nearest
      *> level that has one, until the climb comes back to the top.
       PrintTree.
           ADD 1 TO WS-TopCount
           MOVE WS-Root TO WS-Node
           MOVE 0 TO WS-Level
           MOVE 'N' TO WS-Walk-Flag
           PERFORM UNTIL WS-Walk-Done
               PERFORM PrintOrgLine
               IF WS-Org-First(WS-Node) > 0
                   MOVE WS-Org-First(WS-Node) TO WS-Node
                   ADD 1 TO WS-Level
               ELSE
                   PERFORM ClimbToNextReport
               END-IF
           END-PERFORM.

      *> ClimbToNextReport - back up the tree to the nearest level
      *> with another report still to print.
       ClimbToNextReport.
           PERFORM UNTIL WS-Node = WS-Root
                   OR WS-Org-Next(WS-Node) > 0
               MOVE WS-Org-Parent(WS-Node) TO WS-Node
               SUBTRACT 1 FROM WS-Level
           END-PERFORM
           IF WS-Node = WS-Root
               SET WS-Walk-Done TO TRUE
           ELSE
               MOVE WS-Org-Next(WS-Node) TO WS-Node
           END-IF.

      *> PrintOrgLine - the entry at WS-Node, its name indented two
      *> places per level (up to twelve). A top-level entry whose
      *> reporting line names someone no longer on the master is
      *> starred.
       PrintOrgLine.
           CALL "MaskSSN" USING WS-Org-SSN(WS-Node), DL-SSN
           CALL "TrimName" USING WS-Org-fname(WS-Node), WS-FnameLen
           CALL "TrimName" USING WS-Org-lname(WS-Node), WS-LnameLen
           COMPUTE WS-Indent = WS-Level * 2
           IF WS-Indent > 12
               MOVE 12 TO WS-Indent
           END-IF
           COMPUTE WS-Name-Ptr = WS-Indent + 1
           MOVE SPACES TO DL-Name
           STRING WS-Org-lname(WS-Node)(1:WS-LnameLen)
                      DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-Org-fname(WS-Node)(1:WS-FnameLen)
                      DELIMITED BY SIZE
                  INTO DL-Name WITH POINTER WS-Name-Ptr
           END-STRING
           MOVE WS-Org-Dept(WS-Node)   TO DL-Dept
           MOVE WS-Org-Direct(WS-Node) TO DL-Direct
           MOVE WS-Org-Heads(WS-Node)  TO DL-Heads
           MOVE WS-Org-Below(WS-Node)  TO DL-Below
           IF WS-Org-Parent(WS-Node) = 0
                   AND WS-Org-Supv(WS-Node) NOT = 0
               MOVE "*" TO DL-Flag
           ELSE
               MOVE SPACE TO DL-Flag
           END-IF
           WRITE PrintLine FROM DetailLine
           MOVE 'Y' TO WS-Org-Printed(WS-Node).

      *> PrintLoopSection - whoever the tree walk never reached is in
      *> (or reports up into) a reporting loop; each is listed flat.
       PrintLoopSection.
           PERFORM VARYING WS-Node FROM 1 BY 1
                   UNTIL WS-Node > WS-Org-Count
               IF NOT WS-Org-Was-Printed(WS-Node)
                   IF WS-LoopCount = 0
                       MOVE SPACES TO PrintLine
                       WRITE PrintLine
                       WRITE PrintLine FROM LoopHeader
                   END-IF
                   ADD 1 TO WS-LoopCount
                   MOVE 0 TO WS-Level
                   PERFORM PrintOrgLine
               END-IF
           END-PERFORM.

      *> PrintFooter - totals for the whole chart.
       PrintFooter.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE WS-Org-Count    TO FT-Count
           MOVE WS-Total-Annual TO FT-Annual
           WRITE PrintLine FROM FooterLine1
           MOVE WS-TopCount     TO FT-Top
           WRITE PrintLine FROM FooterLine2
           MOVE WS-OrphanCount  TO FT-Orphan
           WRITE PrintLine FROM FooterLine3
           MOVE WS-LoopCount    TO FT-Loop
           WRITE PrintLine FROM FooterLine4.

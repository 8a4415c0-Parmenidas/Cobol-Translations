           PROGRAM-ID. RefTabMaint.
      *> Maintenance front-end for the reference-table data files
      *> RefTabLoad serves to the rest of the system - citytab.dat,
      *> depttab.dat, salband.dat, ratetab.dat, glmap.dat,
      *> posnbud.dat and benrule.dat. The business adds a city,
      *> changes a band or deactivates a department here, the same
      *> way it maintains newhire.dat, instead of asking for a
      *> programming change and a recompile of every validating
               SELECT RateTabFile ASSIGN TO "ratetab.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RateTabFileStatus.
               SELECT GLMapFile ASSIGN TO "glmap.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS GLMapFileStatus.
               SELECT PosnTabFile ASSIGN TO "posnbud.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PosnTabFileStatus.
               SELECT EligTabFile ASSIGN TO "benrule.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS EligTabFileStatus.
               SELECT AuditFile ASSIGN TO "REFTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AuditFileStatus.
               02 RT-RATE       PIC S9V9(4).
               02 RT-ACTIVE     PIC X(1).

           FD GLMapFile.
           01  GLMapRecord.
               02 GM-DEPT           PIC X(4).
               02 GM-EXPENSE-ACCT   PIC X(10).
               02 GM-WITHHOLD-ACCT  PIC X(10).
               02 GM-DEDN-ACCT      PIC X(10).
               02 GM-CLEARING-ACCT  PIC X(10).
               02 GM-ACTIVE         PIC X(1).

           FD PosnTabFile.
           01  PosnTabRecord.
               02 PB-DEPT           PIC X(4).
               02 PB-HEADCOUNT      PIC 9(4).
               02 PB-BUDGET         PIC 9(9)V99.
               02 PB-ACTIVE         PIC X(1).

           FD EligTabFile.
           01  EligTabRecord.
               02 EL-DEPT           PIC X(4).
               02 EL-WAIT-DAYS      PIC 9(3).
               02 EL-WINDOW-DAYS    PIC 9(3).
               02 EL-ACTIVE         PIC X(1).

           FD AuditFile.
      *> One line per table change ever made here - when, which
      *> table, what was done, to which entry, and the value before
           01  RateTabFileStatus PIC X(2).
               88 RateTabOK      VALUE '00'.
               88 RateTabNotFound VALUE '35'.
           01  GLMapFileStatus   PIC X(2).
               88 GLMapOK        VALUE '00'.
               88 GLMapNotFound  VALUE '35'.
           01  PosnTabFileStatus PIC X(2).
               88 PosnTabOK      VALUE '00'.
               88 PosnTabNotFound VALUE '35'.
           01  EligTabFileStatus PIC X(2).
               88 EligTabOK      VALUE '00'.
               88 EligTabNotFound VALUE '35'.
           01  AuditFileStatus   PIC X(2).
               88 AuditOK        VALUE '00'.

                   03 WS-Mem-RT-City PIC X(10).
                   03 WS-Mem-RT-Rate PIC S9V9(4).
                   03 WS-Mem-RT-Act  PIC X(1).
           01  WS-Mem-GL-Table.
               02 WS-Mem-GL-Entry OCCURS 50 TIMES.
                   03 WS-Mem-GL-Dept     PIC X(4).
                   03 WS-Mem-GL-Expense  PIC X(10).
                   03 WS-Mem-GL-Withhold PIC X(10).
                   03 WS-Mem-GL-Dedn     PIC X(10).
                   03 WS-Mem-GL-Clearing PIC X(10).
                   03 WS-Mem-GL-Act      PIC X(1).
           01  WS-Mem-PB-Table.
               02 WS-Mem-PB-Entry OCCURS 50 TIMES.
                   03 WS-Mem-PB-Dept     PIC X(4).
                   03 WS-Mem-PB-Heads    PIC 9(4).
                   03 WS-Mem-PB-Budget   PIC 9(9)V99.
                   03 WS-Mem-PB-Act      PIC X(1).
           01  WS-Mem-EL-Table.
               02 WS-Mem-EL-Entry OCCURS 50 TIMES.
                   03 WS-Mem-EL-Dept     PIC X(4).
                   03 WS-Mem-EL-Wait     PIC 9(3).
                   03 WS-Mem-EL-Window   PIC 9(3).
                   03 WS-Mem-EL-Act      PIC X(1).
           01  WS-Mem-Count      PIC 9(2) VALUE ZEROS.
           01  WS-Idx            PIC 9(2) COMP.
           01  WS-Hit            PIC 9(2) COMP.
               02 WS-Seed-Dept-View REDEFINES WS-Seed-Band-View.
                   03 WS-Seed-Dept PIC X(4) OCCURS 50 TIMES.
                   03 FILLER       PIC X(900).
               02 WS-Seed-Elig-View REDEFINES WS-Seed-Band-View.
                   03 WS-Seed-Elig OCCURS 50 TIMES.
                       04 WS-Seed-EL-Dept   PIC X(4).
                       04 WS-Seed-EL-Wait   PIC 9(3).
                       04 WS-Seed-EL-Window PIC 9(3).
                   03 FILLER       PIC X(600).
           01  WS-Seed-Count     PIC 9(2) VALUE ZEROS.

           01  WS-Table-Choice   PIC X(4) VALUE SPACES.
               88 Table-Dept     VALUE "DEPT".
               88 Table-Band     VALUE "BAND".
               88 Table-Rate     VALUE "RATE".
               88 Table-GLMap    VALUE "GLMP".
               88 Table-Posn     VALUE "POSN".
               88 Table-Elig     VALUE "ELIG".

           01  WS-Action-Choice  PIC X VALUE SPACES.
               88 Action-List    VALUE 'L' 'l'.
           01  WS-In-Min         PIC 9(7)V99.
           01  WS-In-Max         PIC 9(7)V99.
           01  WS-In-Rate        PIC S9V9(4).
           01  WS-In-Expense     PIC X(10).
           01  WS-In-Withhold    PIC X(10).
           01  WS-In-Dedn        PIC X(10).
           01  WS-In-Clearing    PIC X(10).
           01  WS-In-Heads       PIC 9(4).
           01  WS-In-Budget      PIC 9(9)V99.
           01  WS-In-Wait        PIC 9(3).
           01  WS-In-Window      PIC 9(3).

      *> One general ledger account as the audit line shows it -
      *> which of the four it is, and the account number. An add or
      *> change writes one line per account touched, since all four
      *> will not fit one value.
           01  WS-GL-Audit-Text.
               02 WS-GA-Label    PIC X(4).
               02 WS-GA-Account  PIC X(10).
           01  WS-GL-Old-Account PIC X(10).
           01  WS-GL-New-Account PIC X(10).

      *> Edited intermediates for band and rate figures on the
      *> audit line and the listing, so they land with their decimal
           01  WS-Show-Max       PIC Z,ZZZ,ZZ9.99.
           01  WS-Band-Text      PIC X(25).
           01  WS-AU-Rate        PIC +9.9999.
           01  WS-Show-Heads     PIC ZZZ9.
           01  WS-Show-Budget    PIC Z,ZZZ,ZZZ,ZZ9.99.
           01  WS-Posn-Text      PIC X(25).
           01  WS-Elig-Text      PIC X(25).

      *> Operator sign-on - see 035/OperSignon.cbl.
           01  WS-Signon-Level   PIC 9(1) VALUE 2.
           END-IF

           DISPLAY "REFERENCE TABLE MAINTENANCE"
           DISPLAY "Table - CITY, DEPT, BAND, RATE, GLMP, POSN or "
               "ELIG: "
           ACCEPT WS-Table-Choice
           IF NOT Table-City AND NOT Table-Dept AND NOT Table-Band
                   AND NOT Table-Rate AND NOT Table-GLMap
                   AND NOT Table-Posn AND NOT Table-Elig
               DISPLAY "Unrecognized table '" WS-Table-Choice
                   "' - session ended"
               MOVE 16 TO RETURN-CODE
                               PERFORM ChangeBandEntry
                           WHEN Table-Rate
                               PERFORM ChangeRateEntry
                           WHEN Table-GLMap
                               PERFORM ChangeGLMapEntry
                           WHEN Table-Posn
                               PERFORM ChangePosnEntry
                           WHEN Table-Elig
                               PERFORM ChangeEligEntry
                           WHEN OTHER
                               DISPLAY "Only the BAND, RATE, GLMP, "
                                   "POSN and ELIG tables have values "
                                   "to change - use deactivate/add "
                                   "for CITY and DEPT"
                       END-EVALUATE
                   WHEN Action-Deact
                       PERFORM DeactivateEntry
                   PERFORM LoadBandFile
               WHEN Table-Rate
                   PERFORM LoadRateFile
               WHEN Table-GLMap
                   PERFORM LoadGLMapFile
               WHEN Table-Posn
                   PERFORM LoadPosnFile
               WHEN Table-Elig
                   PERFORM LoadEligFile
           END-EVALUATE
           IF WS-Mem-Count = 0 AND NOT Table-Rate AND NOT Table-GLMap
                   AND NOT Table-Posn
               PERFORM SeedFromDefaults
           END-IF.

               CLOSE RateTabFile
           END-IF.

       LoadGLMapFile.
           OPEN INPUT GLMapFile
           IF GLMapNotFound
               CLOSE GLMapFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ GLMapFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Mem-Count < 50
                               ADD 1 TO WS-Mem-Count
                               MOVE GM-DEPT
                                   TO WS-Mem-GL-Dept(WS-Mem-Count)
                               MOVE GM-EXPENSE-ACCT
                                   TO WS-Mem-GL-Expense(WS-Mem-Count)
                               MOVE GM-WITHHOLD-ACCT
                                   TO WS-Mem-GL-Withhold(WS-Mem-Count)
                               MOVE GM-DEDN-ACCT
                                   TO WS-Mem-GL-Dedn(WS-Mem-Count)
                               MOVE GM-CLEARING-ACCT
                                   TO WS-Mem-GL-Clearing(WS-Mem-Count)
                               MOVE GM-ACTIVE
                                   TO WS-Mem-GL-Act(WS-Mem-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMapFile
           END-IF.

       LoadPosnFile.
           OPEN INPUT PosnTabFile
           IF PosnTabNotFound
               CLOSE PosnTabFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ PosnTabFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Mem-Count < 50
                               ADD 1 TO WS-Mem-Count
                               MOVE PB-DEPT
                                   TO WS-Mem-PB-Dept(WS-Mem-Count)
                               MOVE PB-HEADCOUNT
                                   TO WS-Mem-PB-Heads(WS-Mem-Count)
                               MOVE PB-BUDGET
                                   TO WS-Mem-PB-Budget(WS-Mem-Count)
                               MOVE PB-ACTIVE
                                   TO WS-Mem-PB-Act(WS-Mem-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosnTabFile
           END-IF.

       LoadEligFile.
           OPEN INPUT EligTabFile
           IF EligTabNotFound
               CLOSE EligTabFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ EligTabFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Mem-Count < 50
                               ADD 1 TO WS-Mem-Count
                               MOVE EL-DEPT
                                   TO WS-Mem-EL-Dept(WS-Mem-Count)
                               MOVE EL-WAIT-DAYS
                                   TO WS-Mem-EL-Wait(WS-Mem-Count)
                               MOVE EL-WINDOW-DAYS
                                   TO WS-Mem-EL-Window(WS-Mem-Count)
                               MOVE EL-ACTIVE
                                   TO WS-Mem-EL-Act(WS-Mem-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EligTabFile
           END-IF.

      *> SeedFromDefaults - first session against a table that has
      *> never been on disk: start from the historical defaults.
       SeedFromDefaults.
                       MOVE WS-Seed-SB-Max(WS-Idx)
                           TO WS-Mem-SB-Max(WS-Idx)
                       MOVE 'A' TO WS-Mem-SB-Act(WS-Idx)
                   WHEN Table-Elig
                       MOVE WS-Seed-EL-Dept(WS-Idx)
                           TO WS-Mem-EL-Dept(WS-Idx)
                       MOVE WS-Seed-EL-Wait(WS-Idx)
                           TO WS-Mem-EL-Wait(WS-Idx)
                       MOVE WS-Seed-EL-Window(WS-Idx)
                           TO WS-Mem-EL-Window(WS-Idx)
                       MOVE 'A' TO WS-Mem-EL-Act(WS-Idx)
               END-EVALUATE
           END-PERFORM
           SET WS-Changed TO TRUE
                       DISPLAY WS-Idx ". " WS-Mem-RT-City(WS-Idx)
                           " " WS-Mem-RT-Rate(WS-Idx)
                           " (" WS-Mem-RT-Act(WS-Idx) ")"
                   WHEN Table-GLMap
                       DISPLAY WS-Idx ". " WS-Mem-GL-Dept(WS-Idx)
                           " EXP " WS-Mem-GL-Expense(WS-Idx)
                           " WHL " WS-Mem-GL-Withhold(WS-Idx)
                           " DED " WS-Mem-GL-Dedn(WS-Idx)
                           " CLR " WS-Mem-GL-Clearing(WS-Idx)
                           " (" WS-Mem-GL-Act(WS-Idx) ")"
                   WHEN Table-Posn
                       MOVE WS-Mem-PB-Heads(WS-Idx) TO WS-Show-Heads
                       MOVE WS-Mem-PB-Budget(WS-Idx) TO WS-Show-Budget
                       DISPLAY WS-Idx ". " WS-Mem-PB-Dept(WS-Idx)
                           " POSITIONS " WS-Show-Heads
                           " BUDGET " WS-Show-Budget
                           " (" WS-Mem-PB-Act(WS-Idx) ")"
                   WHEN Table-Elig
                       DISPLAY WS-Idx ". " WS-Mem-EL-Dept(WS-Idx)
                           " ELIGIBLE AFTER " WS-Mem-EL-Wait(WS-Idx)
                           " DAYS, ENROLL WITHIN "
                           WS-Mem-EL-Window(WS-Idx) " DAYS"
                           " (" WS-Mem-EL-Act(WS-Idx) ")"
               END-EVALUATE
           END-PERFORM
           DISPLAY WS-Mem-Count " ENTRIES".
                       PERFORM AddBandEntry
                   WHEN Table-Rate
                       PERFORM AddRateEntry
                   WHEN Table-GLMap
                       PERFORM AddGLMapEntry
                   WHEN Table-Posn
                       PERFORM AddPosnEntry
                   WHEN Table-Elig
                       PERFORM AddEligEntry
               END-EVALUATE
           END-IF.

               DISPLAY "ADDED"
           END-IF.

      *> AddGLMapEntry - a department's four general ledger
      *> accounts. The department should already be on the DEPT
      *> table; this is not checked here, any more than a band is.
       AddGLMapEntry.
           DISPLAY "DEPT-CODE for the new account map: "
           ACCEPT WS-In-Dept
           PERFORM FindGLMap
           IF WS-Found
               DISPLAY "A MAP FOR '" WS-In-Dept "' IS ALREADY ON "
                   "THE TABLE - USE CHANGE"
           ELSE
               PERFORM AcceptGLAccounts
               IF WS-In-Expense = SPACES OR WS-In-Withhold = SPACES
                       OR WS-In-Dedn = SPACES
                       OR WS-In-Clearing = SPACES
                   DISPLAY "ALL FOUR ACCOUNTS ARE NEEDED - NOT ADDED"
               ELSE
                   ADD 1 TO WS-Mem-Count
                   MOVE WS-Mem-Count TO WS-Hit
                   MOVE WS-In-Dept TO WS-Mem-GL-Dept(WS-Hit)
                   MOVE SPACES TO WS-Mem-GL-Expense(WS-Hit)
                   MOVE SPACES TO WS-Mem-GL-Withhold(WS-Hit)
                   MOVE SPACES TO WS-Mem-GL-Dedn(WS-Hit)
                   MOVE SPACES TO WS-Mem-GL-Clearing(WS-Hit)
                   MOVE 'A' TO WS-Mem-GL-Act(WS-Hit)
                   MOVE "ADD" TO RA-ACTION
                   PERFORM ApplyGLAccounts
                   SET WS-Changed TO TRUE
                   DISPLAY "ADDED"
               END-IF
           END-IF.

      *> ChangeGLMapEntry - new accounts for a department already
      *> mapped. An account left blank keeps the one on file.
       ChangeGLMapEntry.
           DISPLAY "DEPT-CODE of the account map to change: "
           ACCEPT WS-In-Dept
           PERFORM FindGLMap
           IF NOT WS-Found
               DISPLAY "NO MAP FOR '" WS-In-Dept "' ON THE TABLE"
           ELSE
               DISPLAY "(blank keeps the account on file)"
               PERFORM AcceptGLAccounts
               MOVE "CHANGE" TO RA-ACTION
               PERFORM ApplyGLAccounts
               SET WS-Changed TO TRUE
               DISPLAY "CHANGED"
           END-IF.

      *> AcceptGLAccounts - the four account numbers for a map.
       AcceptGLAccounts.
           DISPLAY "Salary expense account: "
           ACCEPT WS-In-Expense
           DISPLAY "Withholding liability account: "
           ACCEPT WS-In-Withhold
           DISPLAY "Deductions payable account: "
           ACCEPT WS-In-Dedn
           DISPLAY "Net pay clearing account: "
           ACCEPT WS-In-Clearing.

      *> ApplyGLAccounts - each keyed account onto the entry at
      *> WS-Hit, with an audit line for every one that moves.
       ApplyGLAccounts.
           MOVE "EXP " TO WS-GA-Label
           MOVE WS-Mem-GL-Expense(WS-Hit) TO WS-GL-Old-Account
           MOVE WS-In-Expense TO WS-GL-New-Account
           PERFORM AuditGLAccount
           MOVE WS-GL-New-Account TO WS-Mem-GL-Expense(WS-Hit)
           MOVE "WHL " TO WS-GA-Label
           MOVE WS-Mem-GL-Withhold(WS-Hit) TO WS-GL-Old-Account
           MOVE WS-In-Withhold TO WS-GL-New-Account
           PERFORM AuditGLAccount
           MOVE WS-GL-New-Account TO WS-Mem-GL-Withhold(WS-Hit)
           MOVE "DED " TO WS-GA-Label
           MOVE WS-Mem-GL-Dedn(WS-Hit) TO WS-GL-Old-Account
           MOVE WS-In-Dedn TO WS-GL-New-Account
           PERFORM AuditGLAccount
           MOVE WS-GL-New-Account TO WS-Mem-GL-Dedn(WS-Hit)
           MOVE "CLR " TO WS-GA-Label
           MOVE WS-Mem-GL-Clearing(WS-Hit) TO WS-GL-Old-Account
           MOVE WS-In-Clearing TO WS-GL-New-Account
           PERFORM AuditGLAccount
           MOVE WS-GL-New-Account TO WS-Mem-GL-Clearing(WS-Hit).

      *> AuditGLAccount - one account's before and after; a blank
      *> new account means no change.
       AuditGLAccount.
           IF WS-GL-New-Account = SPACES
               MOVE WS-GL-Old-Account TO WS-GL-New-Account
           END-IF
           IF WS-GL-New-Account NOT = WS-GL-Old-Account
               MOVE WS-In-Dept TO RA-KEY
               IF WS-GL-Old-Account = SPACES
                   MOVE SPACES TO RA-OLD-VALUE
               ELSE
                   MOVE WS-GL-Old-Account TO WS-GA-Account
                   MOVE WS-GL-Audit-Text TO RA-OLD-VALUE
               END-IF
               MOVE WS-GL-New-Account TO WS-GA-Account
               MOVE WS-GL-Audit-Text TO RA-NEW-VALUE
               PERFORM WriteAuditRecord
           END-IF.

      *> AddPosnEntry - a department's approved headcount and
      *> annual salary budget. As with a band, the department
      *> should already be on the DEPT table; this is not checked.
       AddPosnEntry.
           DISPLAY "DEPT-CODE for the new position budget: "
           ACCEPT WS-In-Dept
           PERFORM FindPosn
           IF WS-Found
               DISPLAY "A BUDGET FOR '" WS-In-Dept "' IS ALREADY ON "
                   "THE TABLE - USE CHANGE"
           ELSE
               PERFORM AcceptPosnFigures
               ADD 1 TO WS-Mem-Count
               MOVE WS-In-Dept   TO WS-Mem-PB-Dept(WS-Mem-Count)
               MOVE WS-In-Heads  TO WS-Mem-PB-Heads(WS-Mem-Count)
               MOVE WS-In-Budget TO WS-Mem-PB-Budget(WS-Mem-Count)
               MOVE 'A' TO WS-Mem-PB-Act(WS-Mem-Count)
               SET WS-Changed TO TRUE
               MOVE "ADD" TO RA-ACTION
               MOVE WS-In-Dept TO RA-KEY
               MOVE SPACES TO RA-OLD-VALUE
               PERFORM EditPosnText
               MOVE WS-Posn-Text TO RA-NEW-VALUE
               PERFORM WriteAuditRecord
               DISPLAY "ADDED"
           END-IF.

      *> ChangePosnEntry - a new headcount and budget for a
      *> department already on the table. Lowering either below
      *> what is filled today moves nobody; it only stops the next
      *> hire or transfer in.
       ChangePosnEntry.
           DISPLAY "DEPT-CODE of the position budget to change: "
           ACCEPT WS-In-Dept
           PERFORM FindPosn
           IF NOT WS-Found
               DISPLAY "NO BUDGET FOR '" WS-In-Dept "' ON THE TABLE"
           ELSE
               MOVE WS-Mem-PB-Heads(WS-Hit)  TO WS-In-Heads
               MOVE WS-Mem-PB-Budget(WS-Hit) TO WS-In-Budget
               PERFORM EditPosnText
               MOVE WS-Posn-Text TO RA-OLD-VALUE
               PERFORM AcceptPosnFigures
               MOVE WS-In-Heads  TO WS-Mem-PB-Heads(WS-Hit)
               MOVE WS-In-Budget TO WS-Mem-PB-Budget(WS-Hit)
               SET WS-Changed TO TRUE
               MOVE "CHANGE" TO RA-ACTION
               MOVE WS-In-Dept TO RA-KEY
               PERFORM EditPosnText
               MOVE WS-Posn-Text TO RA-NEW-VALUE
               PERFORM WriteAuditRecord
               DISPLAY "CHANGED"
           END-IF.

      *> AddEligEntry - a department's benefits waiting period and
      *> enrollment window. ALL is the rule for every department
      *> without one of its own.
       AddEligEntry.
           DISPLAY "DEPT-CODE (or ALL) for the new eligibility rule: "
           ACCEPT WS-In-Dept
           PERFORM FindElig
           IF WS-Found
               DISPLAY "A RULE FOR '" WS-In-Dept "' IS ALREADY ON "
                   "THE TABLE - USE CHANGE"
           ELSE
               PERFORM AcceptEligDays
               IF WS-In-Window = 0
                   DISPLAY "ENROLLMENT WINDOW MUST BE AT LEAST ONE "
                       "DAY - NOT ADDED"
               ELSE
                   ADD 1 TO WS-Mem-Count
                   MOVE WS-In-Dept   TO WS-Mem-EL-Dept(WS-Mem-Count)
                   MOVE WS-In-Wait   TO WS-Mem-EL-Wait(WS-Mem-Count)
                   MOVE WS-In-Window
                       TO WS-Mem-EL-Window(WS-Mem-Count)
                   MOVE 'A' TO WS-Mem-EL-Act(WS-Mem-Count)
                   SET WS-Changed TO TRUE
                   MOVE "ADD" TO RA-ACTION
                   MOVE WS-In-Dept TO RA-KEY
                   MOVE SPACES TO RA-OLD-VALUE
                   PERFORM EditEligText
                   MOVE WS-Elig-Text TO RA-NEW-VALUE
                   PERFORM WriteAuditRecord
                   DISPLAY "ADDED"
               END-IF
           END-IF.

      *> ChangeEligEntry - a new waiting period and window for a
      *> rule already on the table. It applies from the next
      *> eligibility run; notices already printed stand.
       ChangeEligEntry.
           DISPLAY "DEPT-CODE (or ALL) of the rule to change: "
           ACCEPT WS-In-Dept
           PERFORM FindElig
           IF NOT WS-Found
               DISPLAY "NO RULE FOR '" WS-In-Dept "' ON THE TABLE"
           ELSE
               MOVE WS-Mem-EL-Wait(WS-Hit)   TO WS-In-Wait
               MOVE WS-Mem-EL-Window(WS-Hit) TO WS-In-Window
               PERFORM EditEligText
               MOVE WS-Elig-Text TO RA-OLD-VALUE
               PERFORM AcceptEligDays
               IF WS-In-Window = 0
                   DISPLAY "ENROLLMENT WINDOW MUST BE AT LEAST ONE "
                       "DAY - NOT CHANGED"
               ELSE
                   MOVE WS-In-Wait   TO WS-Mem-EL-Wait(WS-Hit)
                   MOVE WS-In-Window TO WS-Mem-EL-Window(WS-Hit)
                   SET WS-Changed TO TRUE
                   MOVE "CHANGE" TO RA-ACTION
                   MOVE WS-In-Dept TO RA-KEY
                   PERFORM EditEligText
                   MOVE WS-Elig-Text TO RA-NEW-VALUE
                   PERFORM WriteAuditRecord
                   DISPLAY "CHANGED"
               END-IF
           END-IF.

      *> AcceptEligDays - the two figures an eligibility rule is.
       AcceptEligDays.
           DISPLAY "Days from hire to eligibility (999): "
           ACCEPT WS-In-Wait
           DISPLAY "Days from eligibility to enroll (999): "
           ACCEPT WS-In-Window.

      *> AcceptPosnFigures - the two figures a position budget is.
       AcceptPosnFigures.
           DISPLAY "Approved headcount (9999): "
           ACCEPT WS-In-Heads
           DISPLAY "Annual salary budget (999999999.99): "
           ACCEPT WS-In-Budget.

      *> ChangeRateEntry - a new rate for a city already on the
      *> table - the change 031/RateRecalc.cbl then sweeps the
      *> master for.
                   DISPLAY "City of the rate: "
                   ACCEPT WS-In-City
                   PERFORM FindRate
               WHEN Table-GLMap
                   DISPLAY "DEPT-CODE of the account map: "
                   ACCEPT WS-In-Dept
                   PERFORM FindGLMap
               WHEN Table-Posn
                   DISPLAY "DEPT-CODE of the position budget: "
                   ACCEPT WS-In-Dept
                   PERFORM FindPosn
               WHEN Table-Elig
                   DISPLAY "DEPT-CODE (or ALL) of the rule: "
                   ACCEPT WS-In-Dept
                   PERFORM FindElig
           END-EVALUATE.

       FlagEntry.
                   MOVE WS-Mem-RT-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'D' TO WS-Mem-RT-Act(WS-Hit)
                   MOVE WS-In-City TO RA-KEY
               WHEN Table-GLMap
                   MOVE WS-Mem-GL-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'D' TO WS-Mem-GL-Act(WS-Hit)
                   MOVE WS-In-Dept TO RA-KEY
               WHEN Table-Posn
                   MOVE WS-Mem-PB-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'D' TO WS-Mem-PB-Act(WS-Hit)
                   MOVE WS-In-Dept TO RA-KEY
               WHEN Table-Elig
                   MOVE WS-Mem-EL-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'D' TO WS-Mem-EL-Act(WS-Hit)
                   MOVE WS-In-Dept TO RA-KEY
           END-EVALUATE
           MOVE "D" TO RA-NEW-VALUE
           SET WS-Changed TO TRUE
                   MOVE WS-Mem-RT-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'A' TO WS-Mem-RT-Act(WS-Hit)
                   MOVE WS-In-City TO RA-KEY
               WHEN Table-GLMap
                   MOVE WS-Mem-GL-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'A' TO WS-Mem-GL-Act(WS-Hit)
                   MOVE WS-In-Dept TO RA-KEY
               WHEN Table-Posn
                   MOVE WS-Mem-PB-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'A' TO WS-Mem-PB-Act(WS-Hit)
                   MOVE WS-In-Dept TO RA-KEY
               WHEN Table-Elig
                   MOVE WS-Mem-EL-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'A' TO WS-Mem-EL-Act(WS-Hit)
                   MOVE WS-In-Dept TO RA-KEY
           END-EVALUATE
           MOVE "A" TO RA-NEW-VALUE
           SET WS-Changed TO TRUE
               END-IF
           END-PERFORM.

       FindGLMap.
           MOVE 'N' TO WS-Found-Flag
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Mem-Count OR WS-Found
               IF WS-In-Dept = WS-Mem-GL-Dept(WS-Idx)
                   MOVE WS-Idx TO WS-Hit
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM.

       FindPosn.
           MOVE 'N' TO WS-Found-Flag
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Mem-Count OR WS-Found
               IF WS-In-Dept = WS-Mem-PB-Dept(WS-Idx)
                   MOVE WS-Idx TO WS-Hit
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM.

       FindElig.
           MOVE 'N' TO WS-Found-Flag
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Mem-Count OR WS-Found
               IF WS-In-Dept = WS-Mem-EL-Dept(WS-Idx)
                   MOVE WS-Idx TO WS-Hit
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM.

      *> EditEligText - waiting period and window as one readable
      *> value for the audit line.
       EditEligText.
           MOVE SPACES TO WS-Elig-Text
           STRING "WAIT " WS-In-Wait " ENROLL " WS-In-Window
               DELIMITED BY SIZE INTO WS-Elig-Text.

      *> EditPosnText - headcount and budget as one readable value
      *> for the audit line.
       EditPosnText.
           MOVE WS-In-Heads  TO WS-Show-Heads
           MOVE WS-In-Budget TO WS-Show-Budget
           MOVE SPACES TO WS-Posn-Text
           STRING WS-Show-Heads " / " WS-Show-Budget
               DELIMITED BY SIZE INTO WS-Posn-Text.

      *> EditBandText - the keyed min/max as one readable value for
      *> the audit line, through the edited intermediates so the
      *> amounts keep their decimal points.
                       WRITE RateTabRecord
                   END-PERFORM
                   CLOSE RateTabFile
               WHEN Table-GLMap
                   OPEN OUTPUT GLMapFile
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Mem-Count
                       MOVE WS-Mem-GL-Dept(WS-Idx)     TO GM-DEPT
                       MOVE WS-Mem-GL-Expense(WS-Idx)
                           TO GM-EXPENSE-ACCT
                       MOVE WS-Mem-GL-Withhold(WS-Idx)
                           TO GM-WITHHOLD-ACCT
                       MOVE WS-Mem-GL-Dedn(WS-Idx)     TO GM-DEDN-ACCT
                       MOVE WS-Mem-GL-Clearing(WS-Idx)
                           TO GM-CLEARING-ACCT
                       MOVE WS-Mem-GL-Act(WS-Idx)      TO GM-ACTIVE
                       WRITE GLMapRecord
                   END-PERFORM
                   CLOSE GLMapFile
               WHEN Table-Posn
                   OPEN OUTPUT PosnTabFile
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Mem-Count
                       MOVE WS-Mem-PB-Dept(WS-Idx)   TO PB-DEPT
                       MOVE WS-Mem-PB-Heads(WS-Idx)  TO PB-HEADCOUNT
                       MOVE WS-Mem-PB-Budget(WS-Idx) TO PB-BUDGET
                       MOVE WS-Mem-PB-Act(WS-Idx)    TO PB-ACTIVE
                       WRITE PosnTabRecord
                   END-PERFORM
                   CLOSE PosnTabFile
               WHEN Table-Elig
                   OPEN OUTPUT EligTabFile
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Mem-Count
                       MOVE WS-Mem-EL-Dept(WS-Idx)   TO EL-DEPT
                       MOVE WS-Mem-EL-Wait(WS-Idx)   TO EL-WAIT-DAYS
                       MOVE WS-Mem-EL-Window(WS-Idx)
                           TO EL-WINDOW-DAYS
                       MOVE WS-Mem-EL-Act(WS-Idx)    TO EL-ACTIVE
                       WRITE EligTabRecord
                   END-PERFORM
                   CLOSE EligTabFile
           END-EVALUATE.

      *> WriteAuditRecord - stamp and append one audit line for the

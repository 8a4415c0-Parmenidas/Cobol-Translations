           PROGRAM-ID. RefTabLoad.
      *> Run-time loader for the reference tables that used to be
      *> compiled-in VALUE clauses in CITYTAB.cpy, DEPTTAB.cpy and
      *> SALBAND.cpy, plus the jurisdiction rate table (RATETAB.cpy),
      *> the general ledger account map (GLMAP.cpy), the budgeted
      *> positions (POSNBUD.cpy) and the benefits eligibility rules
      *> (BENRULE.cpy), which never had a compiled-in form. Called
      *> once at startup by every program that copies one of those
      *> tables:
      *>
      *>     CALL "RefTabLoad" USING "CITY",
      *>         WS-City-Table, WS-City-Tab-Count
      *>         WS-Salary-Band-Table, WS-SB-Tab-Count
      *>     CALL "RefTabLoad" USING "RATE",
      *>         WS-Rate-Table, WS-Rate-Tab-Count
      *>     CALL "RefTabLoad" USING "GLMP",
      *>         WS-GL-Map-Table, WS-GL-Map-Count
      *>     CALL "RefTabLoad" USING "POSN",
      *>         WS-Posn-Table, WS-Posn-Count
      *>     CALL "RefTabLoad" USING "ELIG",
      *>         WS-Elig-Table, WS-Elig-Tab-Count
      *>
      *> Active entries come off citytab.dat, depttab.dat,
      *> salband.dat, ratetab.dat, glmap.dat, posnbud.dat or
      *> benrule.dat (maintained by 030/RefTabMaint.cbl);
      *> deactivated entries are skipped. A table file that does not
      *> exist yet falls back to the same ten entries the copybooks
      *> always compiled in, so every program keeps working before
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

       DATA DIVISION.
           FILE SECTION.
               02 RT-ACTIVE     PIC X(1).
                   88 RT-IsActive VALUE 'A'.

           FD GLMapFile.
      *> One department's general ledger accounts per record - see
      *> copybooks/GLMAP.cpy. No compiled-in fallback either: a
      *> missing file loads an empty map, and 041/GLJournal.cbl
      *> refuses to build a journal it cannot post.
           01  GLMapRecord.
               02 GM-DEPT           PIC X(4).
               02 GM-EXPENSE-ACCT   PIC X(10).
               02 GM-WITHHOLD-ACCT  PIC X(10).
               02 GM-DEDN-ACCT      PIC X(10).
               02 GM-CLEARING-ACCT  PIC X(10).
               02 GM-ACTIVE         PIC X(1).
                   88 GM-IsActive VALUE 'A'.

           FD PosnTabFile.
      *> One department's approved headcount and annual salary
      *> budget per record - see copybooks/POSNBUD.cpy. No
      *> compiled-in fallback: a missing file loads no budgets, and
      *> no department is held to one.
           01  PosnTabRecord.
               02 PB-DEPT           PIC X(4).
               02 PB-HEADCOUNT      PIC 9(4).
               02 PB-BUDGET         PIC 9(9)V99.
               02 PB-ACTIVE         PIC X(1).
                   88 PB-IsActive VALUE 'A'.

           FD EligTabFile.
      *> One department's benefits waiting period and enrollment
      *> window per record - see copybooks/BENRULE.cpy. A missing
      *> file loads the one company-wide rule below, so nobody is
      *> left never becoming eligible before the table is set up.
           01  EligTabRecord.
               02 EL-DEPT           PIC X(4).
               02 EL-WAIT-DAYS      PIC 9(3).
               02 EL-WINDOW-DAYS    PIC 9(3).
               02 EL-ACTIVE         PIC X(1).
                   88 EL-IsActive VALUE 'A'.

           WORKING-STORAGE SECTION.
           01  CityTabFileStatus PIC X(2).
               88 CityTabOK      VALUE '00'.
           01  RateTabFileStatus PIC X(2).
               88 RateTabOK      VALUE '00'.
               88 RateTabNotFound VALUE '35'.
           01  GLMapFileStatus  PIC X(2).
               88 GLMapOK        VALUE '00'.
               88 GLMapNotFound  VALUE '35'.
           01  PosnTabFileStatus PIC X(2).
               88 PosnTabOK      VALUE '00'.
               88 PosnTabNotFound VALUE '35'.
           01  EligTabFileStatus PIC X(2).
               88 EligTabOK      VALUE '00'.
               88 EligTabNotFound VALUE '35'.

           01  TabEOF-Flag       PIC X VALUE 'N'.
               88 TabEOF         VALUE 'Y'.
                   03 WS-Dflt-SB-Min   PIC 9(7)V99.
                   03 WS-Dflt-SB-Max   PIC 9(7)V99.

      *> The company-wide benefits rule served when benrule.dat
      *> has never been created - eligible after 90 days, with 30
      *> days from then to enroll.
           01  WS-Dflt-Elig-Dept   PIC X(4) VALUE "ALL ".
           01  WS-Dflt-Elig-Wait   PIC 9(3) VALUE 090.
           01  WS-Dflt-Elig-Window PIC 9(3) VALUE 030.

           01  WS-Idx            PIC 9(2) COMP.

       LINKAGE SECTION.
           01  RT-TABLE-ID       PIC X(4).
      *> The caller's table area - its real shape depends on which
      *> table is being loaded, so the widest (the 50-entry general
      *> ledger map) is declared first and the narrower ones
      *> redefine the front of it. Only entries up to the loaded
      *> count are ever touched, so a narrower caller area is never
      *> overrun.
           01  RT-TABLE-AREA.
               02 RT-GLMP-VIEW.
                   03 RT-GL-Entry OCCURS 50 TIMES.
                       04 RT-GL-Dept      PIC X(4).
                       04 RT-GL-Expense   PIC X(10).
                       04 RT-GL-Withhold  PIC X(10).
                       04 RT-GL-Dedn      PIC X(10).
                       04 RT-GL-Clearing  PIC X(10).
               02 RT-BAND-VIEW REDEFINES RT-GLMP-VIEW.
                   03 RT-Band-Entry OCCURS 50 TIMES.
                       04 RT-SB-Dept  PIC X(4).
                       04 RT-SB-Min   PIC 9(7)V99.
                       04 RT-SB-Max   PIC 9(7)V99.
                   03 FILLER        PIC X(1100).
               02 RT-CITY-VIEW REDEFINES RT-GLMP-VIEW.
                   03 RT-City-Entry PIC X(10) OCCURS 50 TIMES.
                   03 FILLER        PIC X(1700).
               02 RT-DEPT-VIEW REDEFINES RT-GLMP-VIEW.
                   03 RT-Dept-Entry PIC X(4) OCCURS 50 TIMES.
                   03 FILLER        PIC X(2000).
               02 RT-RATE-VIEW REDEFINES RT-GLMP-VIEW.
                   03 RT-Rate-Entry OCCURS 50 TIMES.
                       04 RT-Rate-City PIC X(10).
                       04 RT-Rate-Rate PIC S9V9(4).
                   03 FILLER        PIC X(1450).
               02 RT-POSN-VIEW REDEFINES RT-GLMP-VIEW.
                   03 RT-Posn-Entry OCCURS 50 TIMES.
                       04 RT-PB-Dept      PIC X(4).
                       04 RT-PB-Headcount PIC 9(4).
                       04 RT-PB-Budget    PIC 9(9)V99.
                       04 RT-PB-Filled    PIC 9(4).
                       04 RT-PB-Actual    PIC 9(9)V99.
                   03 FILLER        PIC X(500).
               02 RT-ELIG-VIEW REDEFINES RT-GLMP-VIEW.
                   03 RT-Elig-Entry OCCURS 50 TIMES.
                       04 RT-EL-Dept      PIC X(4).
                       04 RT-EL-Wait      PIC 9(3).
                       04 RT-EL-Window    PIC 9(3).
                   03 FILLER        PIC X(1700).
           01  RT-COUNT          PIC 9(2).

       PROCEDURE DIVISION USING RT-TABLE-ID, RT-TABLE-AREA,
                   PERFORM LoadBandTable
               WHEN "RATE"
                   PERFORM LoadRateTable
               WHEN "GLMP"
                   PERFORM LoadGLMapTable
               WHEN "POSN"
                   PERFORM LoadPosnTable
               WHEN "ELIG"
                   PERFORM LoadEligTable
               WHEN OTHER
                   DISPLAY "RefTabLoad: UNKNOWN TABLE ID '"
                       RT-TABLE-ID "'"
               END-PERFORM
               CLOSE RateTabFile
           END-IF.

      *> LoadGLMapTable - active glmap.dat entries; an absent file
      *> is an empty map, the same as the rate table.
       LoadGLMapTable.
           OPEN INPUT GLMapFile
           IF GLMapNotFound
               CLOSE GLMapFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ GLMapFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF GM-IsActive AND RT-COUNT < 50
                               ADD 1 TO RT-COUNT
                               MOVE GM-DEPT
                                   TO RT-GL-Dept(RT-COUNT)
                               MOVE GM-EXPENSE-ACCT
                                   TO RT-GL-Expense(RT-COUNT)
                               MOVE GM-WITHHOLD-ACCT
                                   TO RT-GL-Withhold(RT-COUNT)
                               MOVE GM-DEDN-ACCT
                                   TO RT-GL-Dedn(RT-COUNT)
                               MOVE GM-CLEARING-ACCT
                                   TO RT-GL-Clearing(RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMapFile
           END-IF.

      *> LoadPosnTable - active posnbud.dat entries, with the
      *> filled and actual columns zeroed for the caller to count
      *> into; an absent file is no budgets at all.
       LoadPosnTable.
           OPEN INPUT PosnTabFile
           IF PosnTabNotFound
               CLOSE PosnTabFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ PosnTabFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF PB-IsActive AND RT-COUNT < 50
                               ADD 1 TO RT-COUNT
                               MOVE PB-DEPT
                                   TO RT-PB-Dept(RT-COUNT)
                               MOVE PB-HEADCOUNT
                                   TO RT-PB-Headcount(RT-COUNT)
                               MOVE PB-BUDGET
                                   TO RT-PB-Budget(RT-COUNT)
                               MOVE ZEROS
                                   TO RT-PB-Filled(RT-COUNT)
                               MOVE ZEROS
                                   TO RT-PB-Actual(RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosnTabFile
           END-IF.

      *> LoadEligTable - active benrule.dat entries, or the one
      *> company-wide default rule if the file has never been
      *> created.
       LoadEligTable.
           OPEN INPUT EligTabFile
           IF EligTabNotFound
               CLOSE EligTabFile
               MOVE WS-Dflt-Elig-Dept   TO RT-EL-Dept(1)
               MOVE WS-Dflt-Elig-Wait   TO RT-EL-Wait(1)
               MOVE WS-Dflt-Elig-Window TO RT-EL-Window(1)
               MOVE 1 TO RT-COUNT
           ELSE
               PERFORM UNTIL TabEOF
                   READ EligTabFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF EL-IsActive AND RT-COUNT < 50
                               ADD 1 TO RT-COUNT
                               MOVE EL-DEPT
                                   TO RT-EL-Dept(RT-COUNT)
                               MOVE EL-WAIT-DAYS
                                   TO RT-EL-Wait(RT-COUNT)
                               MOVE EL-WINDOW-DAYS
                                   TO RT-EL-Window(RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EligTabFile
           END-IF.
       END PROGRAM RefTabLoad.

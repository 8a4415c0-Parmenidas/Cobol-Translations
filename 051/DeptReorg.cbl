       IDENTIFICATION DIVISION.
           PROGRAM-ID. DeptReorg.
      *> Department reorganization run - merges, splits and recodes
      *> departments in one pass instead of hundreds of empmaint.dat
      *> DEPT-CODE changes followed by an afternoon in RefTabMaint.
      *> Driven by deptmap.dat, one old code to one new code per
      *> record:
      *>   - a recode is ENGR -> ENG, a merge is several old codes
      *>     to the same new one
      *>   - a split maps the old code to where most people go (or
      *>     to itself, if it carries on) and lists the people who
      *>     go elsewhere on deptovr.dat, SSN and new code - an
      *>     override only applies to someone in a department the
      *>     map reorganizes
      *> Everything is checked before anything is touched: every
      *> old code must be on depttab.dat, no code may be both moved
      *> away and moved into, and every override must name an
      *> employee on the master. Any failure refuses the whole run.
      *>
      *> Then, in order:
      *>   - each new code is put on (or back on) depttab.dat, and
      *>     given a salary band, GL account map and position budget
      *>     where it has none, carried from the codes moving into
      *>     it - a merged band is the widest of the old ones; the
      *>     first old account map is taken; position budgets follow
      *>     the map (not the overrides) and add into any budget the
      *>     new code already has
      *>   - each employee moving is recoded on empmaster.idx,
      *>     journaled, and written to MAINTAUD.DAT as a DEPT-CODE
      *>     change under the signed-on operator, the same line
      *>     EmpUpdate writes; a salary outside the new code's band
      *>     is still moved, and noted
      *>   - YL-DEPT-CODE on ytdledger.idx follows: an employee's
      *>     ledger takes their new code, a former employee's ledger
      *>     under an old code takes the code it was mapped to, so
      *>     GLJournal never meets a retired department
      *>   - hires, changes and held salary changes still queued on
      *>     pendtran.dat and pendappr.dat are recoded the same way,
      *>     so releasing one later cannot put someone back in a
      *>     department that no longer exists
      *>   - the old codes no longer in use are deactivated on the
      *>     department, band, account map and position tables, the
      *>     way RefTabMaint retires an entry; every table change is
      *>     stamped to REFTAUD.DAT
      *> The report, deptreorg.prt, lists the map, everyone moved,
      *> the table changes, and headcount and monthly salary by
      *> department before and after - the after figures from a
      *> fresh pass of the master, so the totals prove nobody was
      *> lost. A reorganization takes the highest authority level -
      *> see 035/OperSignon.cbl.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MapFile ASSIGN TO "deptmap.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS MapFileStatus.
               SELECT OverrideFile ASSIGN TO "deptovr.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS OverrideFileStatus.
               SELECT IdxMaster ASSIGN TO "empmaster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-SSN-NUM
                   ALTERNATE RECORD KEY IS IX-DEPT-CODE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS IX-city
                       WITH DUPLICATES
                   FILE STATUS IS IdxFileStatus.
               SELECT LedgerFile ASSIGN TO "ytdledger.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YL-SSN-NUM
                   FILE STATUS IS LedgerFileStatus.
               SELECT AuditFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AuditFileStatus.
               SELECT PendingFile ASSIGN TO "pendtran.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PendingFileStatus.
               SELECT PendingNewFile ASSIGN TO "pendtran.new"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT ApprovalFile ASSIGN TO "pendappr.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ApprovalFileStatus.
               SELECT ApprovalNewFile ASSIGN TO "pendappr.new"
                   ORGANIZATION IS SEQUENTIAL.
               SELECT DeptTabFile ASSIGN TO "depttab.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS DeptTabFileStatus.
               SELECT BandTabFile ASSIGN TO "salband.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS BandTabFileStatus.
               SELECT GLMapFile ASSIGN TO "glmap.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS GLMapFileStatus.
               SELECT PosnTabFile ASSIGN TO "posnbud.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PosnTabFileStatus.
               SELECT RefAuditFile ASSIGN TO "REFTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RefAuditFileStatus.
               SELECT PrintFile ASSIGN TO "deptreorg.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD MapFile.
      *> One department per record: the code it has now and the
      *> code it is to have. The same old and new code is a
      *> department that stays, with overrides moving some of it.
           01  MapRecord.
               02 DM-OLD-DEPT       PIC X(4).
               02 DM-NEW-DEPT       PIC X(4).

           FD OverrideFile.
      *> One employee per record, sent somewhere other than where
      *> the map sends the rest of their department.
           01  OverrideRecord.
               02 DO-SSN-NUM        PIC 9(9).
               02 DO-NEW-DEPT       PIC X(4).

           FD IdxMaster.
      *> Same indexed layout WriteData writes - see copybooks/EMPREC.cpy
           01  IdxEmployee.
               COPY EMPREC
                   REPLACING ==fname== BY ==IX-fname==
                             ==lname== BY ==IX-lname==
                             ==SSN-NUM== BY ==IX-SSN-NUM==
                             ==SSN== BY ==IX-SSN==
                             ==A== BY ==IX-A==
                             ==B== BY ==IX-B==
                             ==C== BY ==IX-C==
                             ==city== BY ==IX-city==
                             ==DOB== BY ==IX-DOB==
                             ==DEPT-CODE== BY ==IX-DEPT-CODE==
                             ==SALARY== BY ==IX-SALARY==
                             ==WITHHOLDING-RATE-INV==
                          BY ==IX-WITHHOLDING-RATE-INV==
                             ==WITHHOLDING-RATE==
                          BY ==IX-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==IX-HIRE-DATE==.

           FD LedgerFile.
      *> Same layout PayrollRegister posts - one record per employee
      *> ever paid.
           01  LedgerRecord.
               02 YL-SSN-NUM        PIC 9(9).
               02 YL-fname          PIC X(10).
               02 YL-lname          PIC X(10).
               02 YL-DEPT-CODE      PIC X(4).
               02 YL-YEAR           PIC 9(4).
               02 YL-LAST-PERIOD    PIC 9(6).
               02 YL-PERIODS-POSTED PIC 9(3).
               02 YL-LAST-GROSS     PIC 9(7)V99.
               02 YL-LAST-WITHHELD  PIC 9(7)V99.
               02 YL-LAST-NET       PIC 9(7)V99.
               02 YL-YTD-GROSS      PIC 9(9)V99.
               02 YL-YTD-WITHHELD   PIC 9(9)V99.
               02 YL-YTD-NET        PIC 9(9)V99.
               02 YL-RETRO-PERIODS  PIC 9(3).
               02 YL-RETRO-GROSS    PIC 9(7)V99.
               02 YL-RETRO-WITHHELD PIC 9(7)V99.
               02 YL-RETRO-NET      PIC 9(7)V99.
               02 YL-POSTED-DATE    PIC 9(8).

           FD AuditFile.
      *> Same layout EmpUpdate's WriteAuditRecord writes.
           01  AuditRecord.
               02 AU-TIMESTAMP    PIC 9(14).
               02 AU-SSN          PIC 9(9).
               02 AU-ACTION-CODE  PIC X(1).
               02 AU-FIELD-NAME   PIC X(16).
               02 AU-OLD-VALUE    PIC X(16).
               02 AU-NEW-VALUE    PIC X(16).
               02 AU-OPERATOR     PIC X(8).
               02 AU-SEQ-NUM      PIC 9(9).
               02 AU-CHAIN        PIC 9(9).

           FD PendingFile.
      *> Same layout 022/PendingRelease.cbl reads; only the
      *> department is touched here.
           01  PendingRecord.
               02 PD-TRAN-TYPE     PIC X(1).
               02 PD-RELEASE-DATE  PIC 9(8).
               02 PD-ACTION-CODE   PIC X(1).
               COPY EMPREC
                   REPLACING ==fname== BY ==PD-fname==
                             ==lname== BY ==PD-lname==
                             ==SSN-NUM== BY ==PD-SSN-NUM==
                             ==SSN== BY ==PD-SSN==
                             ==A== BY ==PD-A==
                             ==B== BY ==PD-B==
                             ==C== BY ==PD-C==
                             ==city== BY ==PD-city==
                             ==DOB== BY ==PD-DOB==
                             ==DEPT-CODE== BY ==PD-DEPT-CODE==
                             ==SALARY== BY ==PD-SALARY==
                             ==WITHHOLDING-RATE-INV==
                          BY ==PD-WITHHOLDING-RATE-INV==
                             ==WITHHOLDING-RATE==
                          BY ==PD-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==PD-HIRE-DATE==.
               02 FILLER           PIC X(19).
           FD PendingNewFile.
           01  PendingNewRecord    PIC X(108).

           FD ApprovalFile.
      *> Same layout 026/SalaryApprove.cbl reads.
           01  ApprovalRecord.
               02 PA-QUEUED-TIMESTAMP PIC 9(14).
               02 PA-ACTION-CODE   PIC X(1).
               COPY EMPREC
                   REPLACING ==fname== BY ==PA-fname==
                             ==lname== BY ==PA-lname==
                             ==SSN-NUM== BY ==PA-SSN-NUM==
                             ==SSN== BY ==PA-SSN==
                             ==A== BY ==PA-A==
                             ==B== BY ==PA-B==
                             ==C== BY ==PA-C==
                             ==city== BY ==PA-city==
                             ==DOB== BY ==PA-DOB==
                             ==DEPT-CODE== BY ==PA-DEPT-CODE==
                             ==SALARY== BY ==PA-SALARY==
                             ==WITHHOLDING-RATE-INV==
                          BY ==PA-WITHHOLDING-RATE-INV==
                             ==WITHHOLDING-RATE==
                          BY ==PA-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==PA-HIRE-DATE==.
               02 FILLER           PIC X(24).
           FD ApprovalNewFile.
           01  ApprovalNewRecord   PIC X(118).

           FD DeptTabFile.
      *> Same layouts 029/RefTabLoad.cbl reads and 030/RefTabMaint.cbl
      *> writes.
           01  DeptTabRecord.
               02 DT-DEPT       PIC X(4).
               02 DT-ACTIVE     PIC X(1).

           FD BandTabFile.
           01  BandTabRecord.
               02 BT-DEPT       PIC X(4).
               02 BT-MIN        PIC 9(7)V99.
               02 BT-MAX        PIC 9(7)V99.
               02 BT-ACTIVE     PIC X(1).

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

           FD RefAuditFile.
      *> Same layout RefTabMaint stamps every table change with.
           01  RefAuditRecord.
               02 RA-TIMESTAMP  PIC 9(14).
               02 RA-TABLE-ID   PIC X(4).
               02 RA-ACTION     PIC X(10).
               02 RA-KEY        PIC X(10).
               02 RA-OLD-VALUE  PIC X(25).
               02 RA-NEW-VALUE  PIC X(25).
               02 RA-OPERATOR   PIC X(8).

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
      *> Sequence and check value for the audit trail - see
      *> 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1) VALUE 'A'.

      *> Shared FILE STATUS layout, renamed for IdxMaster - see
      *> copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==IdxFileStatus==
                         ==EverythingOK== BY ==IdxOK==
                         ==ReachEndOfFile== BY ==IdxReachEndOfFile==
                         ==RecordNotFound== BY ==IdxNotFound==
                         ==PermanentError== BY ==IdxPermanentError==
                         ==BoundaryViolation==
                      BY ==IdxBoundaryViolation==
                         ==FileNotFound== BY ==IdxFileNotFound==
                         ==LogicError== BY ==IdxLogicError==.
           01  MapFileStatus      PIC X(2).
               88 MapNotFound     VALUE '35'.
           01  OverrideFileStatus PIC X(2).
               88 OverrideNotFound VALUE '35'.
           01  LedgerFileStatus   PIC X(2).
               88 LedgerOK        VALUE '00'.
           01  AuditFileStatus    PIC X(2).
               88 AuditOK         VALUE '00'.
           01  PendingFileStatus  PIC X(2).
               88 PendingNotFound VALUE '35'.
           01  ApprovalFileStatus PIC X(2).
               88 ApprovalNotFound VALUE '35'.
           01  DeptTabFileStatus  PIC X(2).
               88 DeptTabNotFound VALUE '35'.
           01  BandTabFileStatus  PIC X(2).
               88 BandTabNotFound VALUE '35'.
           01  GLMapFileStatus    PIC X(2).
               88 GLMapNotFound   VALUE '35'.
           01  PosnTabFileStatus  PIC X(2).
               88 PosnTabNotFound VALUE '35'.
           01  RefAuditFileStatus PIC X(2).
               88 RefAuditOK      VALUE '00'.

           01  IdxEOF-Flag       PIC X VALUE 'N'.
               88 IdxAtEnd       VALUE 'Y'.
           01  TabEOF-Flag       PIC X VALUE 'N'.
               88 TabEOF         VALUE 'Y'.

      *> Action byte for the master-change journal - see
      *> 036/MasterJournal.cbl.
           01  WS-Journal-Action PIC X(1).

      *> Operator sign-on - see 035/OperSignon.cbl. The signed-on
      *> ID lands on every audit record this run writes.
           01  WS-Signon-Level   PIC 9(1) VALUE 3.
           01  WS-Operator-ID    PIC X(8) VALUE SPACES.
           01  WS-Operator-Level PIC 9(1) VALUE ZEROS.
           01  WS-Signon-Result  PIC X(1) VALUE 'N'.
               88 WS-SignedOn    VALUE 'Y'.

      *> The map, as read. WS-Map-Moving is an old code whose
      *> people are all going somewhere else, so it is retired.
           01  WS-Map-Count      PIC 9(2) VALUE ZEROS.
           01  WS-Map-Table.
               02 WS-Map-Entry OCCURS 50 TIMES.
                   03 WS-Map-Old     PIC X(4).
                   03 WS-Map-New     PIC X(4).
                   03 WS-Map-Flag    PIC X(1).
                       88 WS-Map-Moving VALUE 'Y'.
                   03 WS-Map-Moved   PIC 9(6).
           01  WS-Map-Idx        PIC 9(2) COMP.
           01  WS-Map-Hit        PIC 9(2) COMP.
           01  WS-Map-Found-Flag PIC X VALUE 'N'.
               88 WS-Map-Found   VALUE 'Y'.

      *> The overrides, as read, with the department each person
      *> is in today.
           01  WS-Ovr-Count      PIC 9(3) VALUE ZEROS.
           01  WS-Ovr-Table.
               02 WS-Ovr-Entry OCCURS 500 TIMES.
                   03 WS-Ovr-SSN     PIC 9(9).
                   03 WS-Ovr-Dept    PIC X(4).
                   03 WS-Ovr-From    PIC X(4).
           01  WS-Ovr-Idx        PIC 9(3) COMP.
           01  WS-Ovr-Hit        PIC 9(3) COMP.
           01  WS-Ovr-Found-Flag PIC X VALUE 'N'.
               88 WS-Ovr-Found   VALUE 'Y'.

      *> Every distinct old-to-new move, from the map and the
      *> overrides together, and every distinct code moved into -
      *> what the reference tables are carried along.
           01  WS-Pair-Count     PIC 9(3) VALUE ZEROS.
           01  WS-Pair-Table.
               02 WS-Pair-Entry OCCURS 550 TIMES.
                   03 WS-Pair-Old    PIC X(4).
                   03 WS-Pair-New    PIC X(4).
           01  WS-Pair-Idx       PIC 9(3) COMP.
           01  WS-Tgt-Count      PIC 9(3) VALUE ZEROS.
           01  WS-Tgt-Table.
               02 WS-Tgt-Dept    PIC X(4) OCCURS 550 TIMES.
           01  WS-Tgt-Idx        PIC 9(3) COMP.
           01  WS-Scan-Idx       PIC 9(3) COMP.
           01  WS-Dup-Flag       PIC X VALUE 'N'.
               88 WS-Dup         VALUE 'Y'.

           01  WS-Error-Count    PIC 9(4) VALUE ZEROS.
           01  WS-Warn-Count     PIC 9(4) VALUE ZEROS.
           01  WS-Old-Dept       PIC X(4).
           01  WS-New-Dept       PIC X(4).
           01  WS-Moved-Count    PIC 9(6) VALUE ZEROS.
           01  WS-Ledger-Count   PIC 9(6) VALUE ZEROS.
           01  WS-Queued-Count   PIC 9(6) VALUE ZEROS.
           01  WS-Queued-SSN     PIC 9(9).
           01  WS-Table-Changes  PIC 9(4) VALUE ZEROS.

      *> The four reference tables held in memory for the run -
      *> every entry, active or not - written back out in full,
      *> the same as RefTabMaint holds the one it is maintaining.
           01  WS-Mem-Dept-Table.
               02 WS-Mem-Dept-Entry OCCURS 50 TIMES.
                   03 WS-Mem-Dept    PIC X(4).
                   03 WS-Mem-Dept-Act PIC X(1).
           01  WS-Mem-Dept-Count PIC 9(2) VALUE ZEROS.
           01  WS-Mem-Band-Table.
               02 WS-Mem-Band-Entry OCCURS 50 TIMES.
                   03 WS-Mem-SB-Dept PIC X(4).
                   03 WS-Mem-SB-Min  PIC 9(7)V99.
                   03 WS-Mem-SB-Max  PIC 9(7)V99.
                   03 WS-Mem-SB-Act  PIC X(1).
           01  WS-Mem-Band-Count PIC 9(2) VALUE ZEROS.
           01  WS-Mem-GL-Table.
               02 WS-Mem-GL-Entry OCCURS 50 TIMES.
                   03 WS-Mem-GL-Dept     PIC X(4).
                   03 WS-Mem-GL-Expense  PIC X(10).
                   03 WS-Mem-GL-Withhold PIC X(10).
                   03 WS-Mem-GL-Dedn     PIC X(10).
                   03 WS-Mem-GL-Clearing PIC X(10).
                   03 WS-Mem-GL-Act      PIC X(1).
           01  WS-Mem-GL-Count   PIC 9(2) VALUE ZEROS.
           01  WS-Mem-PB-Table.
               02 WS-Mem-PB-Entry OCCURS 50 TIMES.
                   03 WS-Mem-PB-Dept     PIC X(4).
                   03 WS-Mem-PB-Heads    PIC 9(4).
                   03 WS-Mem-PB-Budget   PIC 9(9)V99.
                   03 WS-Mem-PB-Act      PIC X(1).
           01  WS-Mem-PB-Count   PIC 9(2) VALUE ZEROS.
           01  WS-Dept-Changed-Flag PIC X VALUE 'N'.
               88 WS-Dept-Changed VALUE 'Y'.
           01  WS-Band-Changed-Flag PIC X VALUE 'N'.
               88 WS-Band-Changed VALUE 'Y'.
           01  WS-GL-Changed-Flag PIC X VALUE 'N'.
               88 WS-GL-Changed  VALUE 'Y'.
           01  WS-PB-Changed-Flag PIC X VALUE 'N'.
               88 WS-PB-Changed  VALUE 'Y'.

           01  WS-Idx            PIC 9(2) COMP.
           01  WS-Hit            PIC 9(2) COMP.
           01  WS-Src            PIC 9(2) COMP.
           01  WS-Found-Flag     PIC X VALUE 'N'.
               88 WS-Found       VALUE 'Y'.
           01  WS-In-Dept        PIC X(4).
           01  WS-Carry-Flag     PIC X VALUE 'N'.
               88 WS-Carry       VALUE 'Y'.
           01  WS-Carry-Min      PIC 9(7)V99.
           01  WS-Carry-Max      PIC 9(7)V99.
           01  WS-Carry-Heads    PIC 9(4).
           01  WS-Carry-Budget   PIC 9(9)V99.
           01  WS-Carry-GL       PIC 9(2) COMP.

      *> Seed area for a department or band file that has never
      *> been created - filled by the same RefTabLoad fallback the
      *> validating programs use, then marked all-active.
           01  WS-Seed-Area.
               02 WS-Seed-Band-View.
                   03 WS-Seed-Band OCCURS 50 TIMES.
                       04 WS-Seed-SB-Dept PIC X(4).
                       04 WS-Seed-SB-Min  PIC 9(7)V99.
                       04 WS-Seed-SB-Max  PIC 9(7)V99.
               02 WS-Seed-Dept-View REDEFINES WS-Seed-Band-View.
                   03 WS-Seed-Dept PIC X(4) OCCURS 50 TIMES.
                   03 FILLER       PIC X(900).
           01  WS-Seed-Count     PIC 9(2) VALUE ZEROS.

      *> Edited intermediates for the REFTAUD.DAT values, the same
      *> ones RefTabMaint uses.
           01  WS-Show-Min       PIC Z,ZZZ,ZZ9.99.
           01  WS-Show-Max       PIC Z,ZZZ,ZZ9.99.
           01  WS-Band-Text      PIC X(25).
           01  WS-Show-Heads     PIC ZZZ9.
           01  WS-Show-Budget    PIC Z,ZZZ,ZZZ,ZZ9.99.
           01  WS-Posn-Text      PIC X(25).
           01  WS-GL-Audit-Text.
               02 WS-GA-Label    PIC X(4).
               02 WS-GA-Account  PIC X(10).

      *> Headcount and monthly salary by department, before the
      *> run (as each employee is read) and after it (from a fresh
      *> pass of the master).
           01  WS-Stat-Count     PIC 9(3) VALUE ZEROS.
           01  WS-Stat-Table.
               02 WS-Stat-Entry OCCURS 100 TIMES.
                   03 WS-St-Dept         PIC X(4).
                   03 WS-St-Before-Heads PIC 9(6).
                   03 WS-St-Before-Sal   PIC 9(9)V99.
                   03 WS-St-After-Heads  PIC 9(6).
                   03 WS-St-After-Sal    PIC 9(9)V99.
           01  WS-St-Idx         PIC 9(3) COMP.
           01  WS-St-Hit         PIC 9(3) COMP.
           01  WS-Stat-Dept      PIC X(4).
           01  WS-Stat-Overflow-Flag PIC X VALUE 'N'.
               88 WS-Stat-Overflow VALUE 'Y'.
           01  WS-Tot-Before-Heads PIC 9(6) VALUE ZEROS.
           01  WS-Tot-Before-Sal   PIC 9(9)V99 VALUE ZEROS.
           01  WS-Tot-After-Heads  PIC 9(6) VALUE ZEROS.
           01  WS-Tot-After-Sal    PIC 9(9)V99 VALUE ZEROS.

      *> Minimum/maximum SALARY by DEPT-CODE as the run leaves it,
      *> for the outside-band note - see copybooks/SALBAND.cpy.
           01  WS-Band-OK-Flag   PIC X VALUE 'Y'.
               88 WS-Band-OK     VALUE 'Y'.

      *> Trimmed lengths of IX-fname/IX-lname for printing - see
      *> 009/TrimName.cbl.
           01  WS-FnameLen       PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen       PIC 9(2) VALUE ZEROS.
           01  WS-Masked-SSN     PIC X(11).
           01  WS-Today          PIC X(8).

           01  HeaderLine1.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(28) VALUE
                   "DEPARTMENT REORGANIZATION".
               02 FILLER        PIC X(6)  VALUE "DATE: ".
               02 HL-Date       PIC X(8).
               02 FILLER        PIC X(4)  VALUE "  BY".
               02 FILLER        PIC X(1)  VALUE SPACE.
               02 HL-Operator   PIC X(8).

           01  SectionLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 SL-Title      PIC X(60).

           01  MapHeader.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(6)  VALUE "OLD".
               02 FILLER        PIC X(6)  VALUE "NEW".
               02 FILLER        PIC X(12) VALUE "OLD CODE".
               02 FILLER        PIC X(10) VALUE "   MOVED".

           01  MapLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 ML-Old        PIC X(4).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 ML-New        PIC X(4).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 ML-Status     PIC X(12).
               02 ML-Moved      PIC ZZZ,ZZ9.

           01  MoveHeader.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(22) VALUE "NAME".
               02 FILLER        PIC X(13) VALUE "SSN".
               02 FILLER        PIC X(6)  VALUE "OLD".
               02 FILLER        PIC X(6)  VALUE "NEW".

           01  MoveLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 MV-Name       PIC X(22).
               02 MV-SSN        PIC X(11).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 MV-Old        PIC X(4).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 MV-New        PIC X(4).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 MV-Note       PIC X(23).

           01  TableLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 TL-Table      PIC X(5).
               02 TL-Action     PIC X(11).
               02 TL-Key        PIC X(5).
               02 TL-Value      PIC X(25).

           01  StatHeader1.
               02 FILLER        PIC X(16) VALUE SPACES.
               02 FILLER        PIC X(32) VALUE
                   "-------- BEFORE --------".
               02 FILLER        PIC X(24) VALUE
                   "-------- AFTER ---------".

           01  StatHeader2.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(6)  VALUE "DEPT".
               02 FILLER        PIC X(10) VALUE "  HEADS".
               02 FILLER        PIC X(22) VALUE "MONTHLY SALARY".
               02 FILLER        PIC X(10) VALUE "  HEADS".
               02 FILLER        PIC X(14) VALUE "MONTHLY SALARY".

           01  StatLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 ST-Dept       PIC X(6).
               02 ST-Before-Heads PIC ZZZ,ZZ9.
               02 FILLER        PIC X(3)  VALUE SPACES.
               02 ST-Before-Sal PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 ST-After-Heads PIC ZZZ,ZZ9.
               02 FILLER        PIC X(3)  VALUE SPACES.
               02 ST-After-Sal  PIC ZZZ,ZZZ,ZZ9.99.

           01  ProofLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 PL-Text       PIC X(60).

           01  FooterLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FT-Label      PIC X(30).
               02 FT-Count      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *> Who is running the reorganization? It recodes the master
      *> wholesale, so it takes the highest authority level - see
      *> 035/OperSignon.cbl.
           CALL "OperSignon" USING WS-Signon-Level, WS-Operator-ID,
               WS-Operator-Level, WS-Signon-Result
           IF NOT WS-SignedOn
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           PERFORM LoadMap
           IF WS-Map-Count = 0
               DISPLAY "ERROR : deptmap.dat is missing or empty - "
                   "nothing to reorganize"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadOverrides
           PERFORM LoadRefTables

           OPEN I-O IdxMaster
           IF IdxFileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT IdxOK
               DISPLAY "ERROR : unable to open empmaster.idx - "
                   "FILE STATUS: " IdxFileStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ValidateMap
           PERFORM ValidateOverrides
           PERFORM BuildPairs
           IF WS-Error-Count > 0
               DISPLAY "REORGANIZATION REFUSED - " WS-Error-Count
                   " ERROR(S) ABOVE; NOTHING CHANGED"
               CLOSE IdxMaster
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PrintFile
           MOVE WS-Today TO HL-Date
           MOVE WS-Operator-ID TO HL-Operator
           WRITE PrintLine FROM HeaderLine1
           MOVE "REFERENCE TABLE CHANGES" TO SL-Title
           PERFORM PrintSection

           PERFORM CarryToTargets
           PERFORM RetireOldCodes

           OPEN EXTEND AuditFile
           IF NOT AuditOK
               CLOSE AuditFile
               OPEN OUTPUT AuditFile
           END-IF
           MOVE "EMPLOYEES MOVED" TO SL-Title
           PERFORM PrintSection
           WRITE PrintLine FROM MoveHeader
           PERFORM MoveEmployees
           CLOSE AuditFile

           PERFORM RecodeLedger
           PERFORM RecodePending
           PERFORM RecodeApprovals
           PERFORM CountAfter
           CLOSE IdxMaster
           PERFORM WriteRefTables

           PERFORM PrintMap
           PERFORM PrintBeforeAfter
           PERFORM PrintFooter
           CLOSE PrintFile

           DISPLAY "DEPARTMENT REORGANIZATION COMPLETE"
           DISPLAY "  EMPLOYEES MOVED      : " WS-Moved-Count
           DISPLAY "  LEDGER RECORDS RECODED: " WS-Ledger-Count
           DISPLAY "  QUEUED ITEMS RECODED : " WS-Queued-Count
           DISPLAY "  TABLE CHANGES        : " WS-Table-Changes
           DISPLAY "  OUTSIDE NEW BAND     : " WS-Warn-Count
           IF WS-Tot-Before-Heads NOT = WS-Tot-After-Heads
                   OR WS-Tot-Before-Sal NOT = WS-Tot-After-Sal
               DISPLAY "ERROR : headcount or salary does not "
                   "balance before and after - see deptreorg.prt"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-Warn-Count > 0 OR WS-Stat-Overflow
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      *> LoadMap - deptmap.dat into WS-Map-Table.
       LoadMap.
           MOVE ZEROS TO WS-Map-Count
           MOVE 'N' TO TabEOF-Flag
           OPEN INPUT MapFile
           IF MapNotFound
               CLOSE MapFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ MapFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Map-Count < 50
                               ADD 1 TO WS-Map-Count
                               MOVE DM-OLD-DEPT
                                   TO WS-Map-Old(WS-Map-Count)
                               MOVE DM-NEW-DEPT
                                   TO WS-Map-New(WS-Map-Count)
                               MOVE ZEROS
                                   TO WS-Map-Moved(WS-Map-Count)
                               IF DM-OLD-DEPT = DM-NEW-DEPT
                                   MOVE 'N'
                                     TO WS-Map-Flag(WS-Map-Count)
                               ELSE
                                   MOVE 'Y'
                                     TO WS-Map-Flag(WS-Map-Count)
                               END-IF
                           ELSE
                               DISPLAY "ERROR : more than 50 "
                                   "departments on deptmap.dat"
                               ADD 1 TO WS-Error-Count
                               SET TabEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MapFile
           END-IF.

      *> LoadOverrides - deptovr.dat, if there is one; a pure
      *> merge or recode needs none.
       LoadOverrides.
           MOVE ZEROS TO WS-Ovr-Count
           MOVE 'N' TO TabEOF-Flag
           OPEN INPUT OverrideFile
           IF OverrideNotFound
               CLOSE OverrideFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ OverrideFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Ovr-Count < 500
                               ADD 1 TO WS-Ovr-Count
                               MOVE DO-SSN-NUM
                                   TO WS-Ovr-SSN(WS-Ovr-Count)
                               MOVE DO-NEW-DEPT
                                   TO WS-Ovr-Dept(WS-Ovr-Count)
                               MOVE SPACES
                                   TO WS-Ovr-From(WS-Ovr-Count)
                           ELSE
                               DISPLAY "ERROR : more than 500 "
                                   "overrides on deptovr.dat"
                               ADD 1 TO WS-Error-Count
                               SET TabEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OverrideFile
           END-IF.

      *> LoadRefTables - all four tables the run carries codes
      *> across. A department or band file never yet created starts
      *> from the historical defaults, as in RefTabMaint; the
      *> account map and position budgets have none.
       LoadRefTables.
           MOVE 'N' TO TabEOF-Flag
           OPEN INPUT DeptTabFile
           IF DeptTabNotFound
               CLOSE DeptTabFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ DeptTabFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Mem-Dept-Count < 50
                               ADD 1 TO WS-Mem-Dept-Count
                               MOVE WS-Mem-Dept-Count TO WS-Idx
                               MOVE DT-DEPT TO WS-Mem-Dept(WS-Idx)
                               MOVE DT-ACTIVE
                                   TO WS-Mem-Dept-Act(WS-Idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DeptTabFile
           END-IF
           IF WS-Mem-Dept-Count = 0
               CALL "RefTabLoad" USING "DEPT", WS-Seed-Area,
                   WS-Seed-Count
               MOVE WS-Seed-Count TO WS-Mem-Dept-Count
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Mem-Dept-Count
                   MOVE WS-Seed-Dept(WS-Idx) TO WS-Mem-Dept(WS-Idx)
                   MOVE 'A' TO WS-Mem-Dept-Act(WS-Idx)
               END-PERFORM
               SET WS-Dept-Changed TO TRUE
           END-IF

           MOVE 'N' TO TabEOF-Flag
           OPEN INPUT BandTabFile
           IF BandTabNotFound
               CLOSE BandTabFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ BandTabFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Mem-Band-Count < 50
                               ADD 1 TO WS-Mem-Band-Count
                               MOVE WS-Mem-Band-Count TO WS-Idx
                               MOVE BT-DEPT TO WS-Mem-SB-Dept(WS-Idx)
                               MOVE BT-MIN  TO WS-Mem-SB-Min(WS-Idx)
                               MOVE BT-MAX  TO WS-Mem-SB-Max(WS-Idx)
                               MOVE BT-ACTIVE
                                   TO WS-Mem-SB-Act(WS-Idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BandTabFile
           END-IF
           IF WS-Mem-Band-Count = 0
               CALL "RefTabLoad" USING "BAND", WS-Seed-Area,
                   WS-Seed-Count
               MOVE WS-Seed-Count TO WS-Mem-Band-Count
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Mem-Band-Count
                   MOVE WS-Seed-SB-Dept(WS-Idx)
                       TO WS-Mem-SB-Dept(WS-Idx)
                   MOVE WS-Seed-SB-Min(WS-Idx)
                       TO WS-Mem-SB-Min(WS-Idx)
                   MOVE WS-Seed-SB-Max(WS-Idx)
                       TO WS-Mem-SB-Max(WS-Idx)
                   MOVE 'A' TO WS-Mem-SB-Act(WS-Idx)
               END-PERFORM
               SET WS-Band-Changed TO TRUE
           END-IF

           MOVE 'N' TO TabEOF-Flag
           OPEN INPUT GLMapFile
           IF GLMapNotFound
               CLOSE GLMapFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ GLMapFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Mem-GL-Count < 50
                               ADD 1 TO WS-Mem-GL-Count
                               MOVE WS-Mem-GL-Count TO WS-Idx
                               MOVE GM-DEPT TO WS-Mem-GL-Dept(WS-Idx)
                               MOVE GM-EXPENSE-ACCT
                                   TO WS-Mem-GL-Expense(WS-Idx)
                               MOVE GM-WITHHOLD-ACCT
                                   TO WS-Mem-GL-Withhold(WS-Idx)
                               MOVE GM-DEDN-ACCT
                                   TO WS-Mem-GL-Dedn(WS-Idx)
                               MOVE GM-CLEARING-ACCT
                                   TO WS-Mem-GL-Clearing(WS-Idx)
                               MOVE GM-ACTIVE
                                   TO WS-Mem-GL-Act(WS-Idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMapFile
           END-IF

           MOVE 'N' TO TabEOF-Flag
           OPEN INPUT PosnTabFile
           IF PosnTabNotFound
               CLOSE PosnTabFile
           ELSE
               PERFORM UNTIL TabEOF
                   READ PosnTabFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           IF WS-Mem-PB-Count < 50
                               ADD 1 TO WS-Mem-PB-Count
                               MOVE WS-Mem-PB-Count TO WS-Idx
                               MOVE PB-DEPT TO WS-Mem-PB-Dept(WS-Idx)
                               MOVE PB-HEADCOUNT
                                   TO WS-Mem-PB-Heads(WS-Idx)
                               MOVE PB-BUDGET
                                   TO WS-Mem-PB-Budget(WS-Idx)
                               MOVE PB-ACTIVE
                                   TO WS-Mem-PB-Act(WS-Idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PosnTabFile
           END-IF.

      *> ValidateMap - every old code a department the table
      *> knows, both codes keyed, no old code twice, and no code
      *> both moved away and moved into - a chain or a swap would
      *> leave the result depending on file order.
       ValidateMap.
           PERFORM VARYING WS-Map-Idx FROM 1 BY 1
                   UNTIL WS-Map-Idx > WS-Map-Count
               IF WS-Map-Old(WS-Map-Idx) = SPACES
                       OR WS-Map-New(WS-Map-Idx) = SPACES
                   DISPLAY "ERROR : deptmap.dat line " WS-Map-Idx
                       " - old and new code are both needed"
                   ADD 1 TO WS-Error-Count
               END-IF
               MOVE WS-Map-Old(WS-Map-Idx) TO WS-In-Dept
               PERFORM FindDept
               IF NOT WS-Found
                   DISPLAY "ERROR : " WS-In-Dept
                       " is not a department on depttab.dat"
                   ADD 1 TO WS-Error-Count
               END-IF
               PERFORM VARYING WS-Map-Hit FROM 1 BY 1
                       UNTIL WS-Map-Hit > WS-Map-Count
                   IF WS-Map-Hit < WS-Map-Idx
                           AND WS-Map-Old(WS-Map-Hit)
                             = WS-Map-Old(WS-Map-Idx)
                       DISPLAY "ERROR : " WS-Map-Old(WS-Map-Idx)
                           " is mapped more than once"
                       ADD 1 TO WS-Error-Count
                   END-IF
                   IF WS-Map-Moving(WS-Map-Hit)
                           AND WS-Map-Old(WS-Map-Hit)
                             = WS-Map-New(WS-Map-Idx)
                           AND WS-Map-Hit NOT = WS-Map-Idx
                       DISPLAY "ERROR : " WS-Map-New(WS-Map-Idx)
                           " is both moved away and moved into"
                       ADD 1 TO WS-Error-Count
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> ValidateOverrides - each override an employee on the
      *> master, once, in a department the map reorganizes, and
      *> going to a code that is not itself being retired.
       ValidateOverrides.
           PERFORM VARYING WS-Ovr-Idx FROM 1 BY 1
                   UNTIL WS-Ovr-Idx > WS-Ovr-Count
               MOVE WS-Ovr-SSN(WS-Ovr-Idx) TO IX-SSN-NUM
               READ IdxMaster
                   KEY IS IX-SSN-NUM
                   INVALID KEY
                       MOVE SPACES TO WS-Ovr-From(WS-Ovr-Idx)
                   NOT INVALID KEY
                       MOVE IX-DEPT-CODE TO WS-Ovr-From(WS-Ovr-Idx)
               END-READ
               IF WS-Ovr-From(WS-Ovr-Idx) = SPACES
                   DISPLAY "ERROR : override SSN "
                       WS-Ovr-SSN(WS-Ovr-Idx)
                       " is not on the active master"
                   ADD 1 TO WS-Error-Count
               ELSE
                   MOVE WS-Ovr-From(WS-Ovr-Idx) TO WS-Old-Dept
                   PERFORM FindMap
                   IF NOT WS-Map-Found
                       DISPLAY "ERROR : override SSN "
                           WS-Ovr-SSN(WS-Ovr-Idx) " is in "
                           WS-Old-Dept ", which is not on the map"
                       ADD 1 TO WS-Error-Count
                   END-IF
               END-IF
               IF WS-Ovr-Dept(WS-Ovr-Idx) = SPACES
                   DISPLAY "ERROR : override SSN "
                       WS-Ovr-SSN(WS-Ovr-Idx) " has no new code"
                   ADD 1 TO WS-Error-Count
               ELSE
                   MOVE WS-Ovr-Dept(WS-Ovr-Idx) TO WS-Old-Dept
                   PERFORM FindMap
                   IF WS-Map-Found
                       IF WS-Map-Moving(WS-Map-Hit)
                           DISPLAY "ERROR : override SSN "
                               WS-Ovr-SSN(WS-Ovr-Idx) " is sent to "
                               WS-Old-Dept ", which is being retired"
                           ADD 1 TO WS-Error-Count
                       END-IF
                   END-IF
               END-IF
               PERFORM VARYING WS-Ovr-Hit FROM 1 BY 1
                       UNTIL WS-Ovr-Hit >= WS-Ovr-Idx
                   IF WS-Ovr-SSN(WS-Ovr-Hit) = WS-Ovr-SSN(WS-Ovr-Idx)
                       DISPLAY "ERROR : override SSN "
                           WS-Ovr-SSN(WS-Ovr-Idx)
                           " is on deptovr.dat more than once"
                       ADD 1 TO WS-Error-Count
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> BuildPairs - every distinct move the run will make, and
      *> every distinct code moved into. The targets are checked
      *> against the 50-entry ceiling of the tables up front, so
      *> the run cannot fill one halfway through.
       BuildPairs.
           MOVE ZEROS TO WS-Pair-Count
           MOVE ZEROS TO WS-Tgt-Count
           PERFORM VARYING WS-Map-Idx FROM 1 BY 1
                   UNTIL WS-Map-Idx > WS-Map-Count
               IF WS-Map-Moving(WS-Map-Idx)
                   MOVE WS-Map-Old(WS-Map-Idx) TO WS-Old-Dept
                   MOVE WS-Map-New(WS-Map-Idx) TO WS-New-Dept
                   PERFORM AddPair
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Ovr-Idx FROM 1 BY 1
                   UNTIL WS-Ovr-Idx > WS-Ovr-Count
               IF WS-Ovr-From(WS-Ovr-Idx) NOT = SPACES
                       AND WS-Ovr-From(WS-Ovr-Idx)
                         NOT = WS-Ovr-Dept(WS-Ovr-Idx)
                   MOVE WS-Ovr-From(WS-Ovr-Idx) TO WS-Old-Dept
                   MOVE WS-Ovr-Dept(WS-Ovr-Idx) TO WS-New-Dept
                   PERFORM AddPair
               END-IF
           END-PERFORM
           IF WS-Mem-Dept-Count + WS-Tgt-Count > 50
                   OR WS-Mem-Band-Count + WS-Tgt-Count > 50
                   OR WS-Mem-GL-Count + WS-Tgt-Count > 50
                   OR WS-Mem-PB-Count + WS-Tgt-Count > 50
               DISPLAY "ERROR : " WS-Tgt-Count " new codes could "
                   "overflow a 50-entry reference table - "
                   "retire unused entries in RefTabMaint first"
               ADD 1 TO WS-Error-Count
           END-IF.

       AddPair.
           MOVE 'N' TO WS-Dup-Flag
           PERFORM VARYING WS-Pair-Idx FROM 1 BY 1
                   UNTIL WS-Pair-Idx > WS-Pair-Count OR WS-Dup
               IF WS-Pair-Old(WS-Pair-Idx) = WS-Old-Dept
                       AND WS-Pair-New(WS-Pair-Idx) = WS-New-Dept
                   SET WS-Dup TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-Dup
               ADD 1 TO WS-Pair-Count
               MOVE WS-Old-Dept TO WS-Pair-Old(WS-Pair-Count)
               MOVE WS-New-Dept TO WS-Pair-New(WS-Pair-Count)
               MOVE 'N' TO WS-Dup-Flag
               PERFORM VARYING WS-Tgt-Idx FROM 1 BY 1
                       UNTIL WS-Tgt-Idx > WS-Tgt-Count OR WS-Dup
                   IF WS-Tgt-Dept(WS-Tgt-Idx) = WS-New-Dept
                       SET WS-Dup TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-Dup
                   ADD 1 TO WS-Tgt-Count
                   MOVE WS-New-Dept TO WS-Tgt-Dept(WS-Tgt-Count)
               END-IF
           END-IF.

      *> CarryToTargets - each code moved into is made a working
      *> department before anyone lands in it.
       CarryToTargets.
           PERFORM VARYING WS-Tgt-Idx FROM 1 BY 1
                   UNTIL WS-Tgt-Idx > WS-Tgt-Count
               MOVE WS-Tgt-Dept(WS-Tgt-Idx) TO WS-New-Dept
               PERFORM CarryDept
               PERFORM CarryBand
               PERFORM CarryGLMap
               PERFORM CarryPosn
           END-PERFORM.

      *> CarryDept - on the department table, active.
       CarryDept.
           MOVE WS-New-Dept TO WS-In-Dept
           PERFORM FindDept
           IF NOT WS-Found
               ADD 1 TO WS-Mem-Dept-Count
               MOVE WS-Mem-Dept-Count TO WS-Hit
               MOVE WS-New-Dept TO WS-Mem-Dept(WS-Hit)
               MOVE 'A' TO WS-Mem-Dept-Act(WS-Hit)
               SET WS-Dept-Changed TO TRUE
               MOVE "DEPT" TO RA-TABLE-ID
               MOVE "ADD" TO RA-ACTION
               MOVE SPACES TO RA-OLD-VALUE
               MOVE WS-New-Dept TO RA-NEW-VALUE
               PERFORM WriteTableAudit
           ELSE
               IF WS-Mem-Dept-Act(WS-Hit) NOT = 'A'
                   MOVE WS-Mem-Dept-Act(WS-Hit) TO RA-OLD-VALUE
                   MOVE 'A' TO WS-Mem-Dept-Act(WS-Hit)
                   SET WS-Dept-Changed TO TRUE
                   MOVE "DEPT" TO RA-TABLE-ID
                   MOVE "REACTIVATE" TO RA-ACTION
                   MOVE "A" TO RA-NEW-VALUE
                   PERFORM WriteTableAudit
               END-IF
           END-IF.

      *> CarryBand - a code with no active band takes the widest
      *> of the bands of the codes moving into it.
       CarryBand.
           MOVE WS-New-Dept TO WS-In-Dept
           PERFORM FindBand
           IF WS-Found AND WS-Mem-SB-Act(WS-Hit) = 'A'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-Carry-Flag
               MOVE ZEROS TO WS-Carry-Min
               MOVE ZEROS TO WS-Carry-Max
               PERFORM VARYING WS-Pair-Idx FROM 1 BY 1
                       UNTIL WS-Pair-Idx > WS-Pair-Count
                   IF WS-Pair-New(WS-Pair-Idx) = WS-New-Dept
                       MOVE WS-Pair-Old(WS-Pair-Idx) TO WS-In-Dept
                       PERFORM FindBand
                       IF WS-Found AND WS-Mem-SB-Act(WS-Hit) = 'A'
                           IF NOT WS-Carry
                                   OR WS-Mem-SB-Min(WS-Hit)
                                      < WS-Carry-Min
                               MOVE WS-Mem-SB-Min(WS-Hit)
                                   TO WS-Carry-Min
                           END-IF
                           IF WS-Mem-SB-Max(WS-Hit) > WS-Carry-Max
                               MOVE WS-Mem-SB-Max(WS-Hit)
                                   TO WS-Carry-Max
                           END-IF
                           SET WS-Carry TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Carry
                   MOVE WS-New-Dept TO WS-In-Dept
                   PERFORM FindBand
                   MOVE "BAND" TO RA-TABLE-ID
                   IF WS-Found
                       MOVE "REACTIVATE" TO RA-ACTION
                       PERFORM EditBandTextFromHit
                       MOVE WS-Band-Text TO RA-OLD-VALUE
                   ELSE
                       ADD 1 TO WS-Mem-Band-Count
                       MOVE WS-Mem-Band-Count TO WS-Hit
                       MOVE WS-New-Dept TO WS-Mem-SB-Dept(WS-Hit)
                       MOVE "ADD" TO RA-ACTION
                       MOVE SPACES TO RA-OLD-VALUE
                   END-IF
                   MOVE WS-Carry-Min TO WS-Mem-SB-Min(WS-Hit)
                   MOVE WS-Carry-Max TO WS-Mem-SB-Max(WS-Hit)
                   MOVE 'A' TO WS-Mem-SB-Act(WS-Hit)
                   SET WS-Band-Changed TO TRUE
                   PERFORM EditBandTextFromHit
                   MOVE WS-Band-Text TO RA-NEW-VALUE
                   PERFORM WriteTableAudit
               END-IF
           END-IF.

      *> CarryGLMap - a code with no active account map takes the
      *> accounts of the first code moving into it that has one.
       CarryGLMap.
           MOVE WS-New-Dept TO WS-In-Dept
           PERFORM FindGLMap
           IF WS-Found AND WS-Mem-GL-Act(WS-Hit) = 'A'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-Carry-Flag
               PERFORM VARYING WS-Pair-Idx FROM 1 BY 1
                       UNTIL WS-Pair-Idx > WS-Pair-Count OR WS-Carry
                   IF WS-Pair-New(WS-Pair-Idx) = WS-New-Dept
                       MOVE WS-Pair-Old(WS-Pair-Idx) TO WS-In-Dept
                       PERFORM FindGLMap
                       IF WS-Found AND WS-Mem-GL-Act(WS-Hit) = 'A'
                           MOVE WS-Hit TO WS-Carry-GL
                           SET WS-Carry TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Carry
                   MOVE WS-New-Dept TO WS-In-Dept
                   PERFORM FindGLMap
                   MOVE "GLMP" TO RA-TABLE-ID
                   IF WS-Found
                       MOVE "REACTIVATE" TO RA-ACTION
                   ELSE
                       ADD 1 TO WS-Mem-GL-Count
                       MOVE WS-Mem-GL-Count TO WS-Hit
                       MOVE WS-New-Dept TO WS-Mem-GL-Dept(WS-Hit)
                       MOVE "ADD" TO RA-ACTION
                   END-IF
                   MOVE 'A' TO WS-Mem-GL-Act(WS-Hit)
                   SET WS-GL-Changed TO TRUE
                   MOVE "EXP " TO WS-GA-Label
                   MOVE WS-Mem-GL-Expense(WS-Hit) TO WS-GA-Account
                   MOVE WS-Mem-GL-Expense(WS-Carry-GL)
                       TO WS-Mem-GL-Expense(WS-Hit)
                   PERFORM AuditGLAccount
                   MOVE "WHL " TO WS-GA-Label
                   MOVE WS-Mem-GL-Withhold(WS-Hit) TO WS-GA-Account
                   MOVE WS-Mem-GL-Withhold(WS-Carry-GL)
                       TO WS-Mem-GL-Withhold(WS-Hit)
                   PERFORM AuditGLAccount
                   MOVE "DED " TO WS-GA-Label
                   MOVE WS-Mem-GL-Dedn(WS-Hit) TO WS-GA-Account
                   MOVE WS-Mem-GL-Dedn(WS-Carry-GL)
                       TO WS-Mem-GL-Dedn(WS-Hit)
                   PERFORM AuditGLAccount
                   MOVE "CLR " TO WS-GA-Label
                   MOVE WS-Mem-GL-Clearing(WS-Hit) TO WS-GA-Account
                   MOVE WS-Mem-GL-Clearing(WS-Carry-GL)
                       TO WS-Mem-GL-Clearing(WS-Hit)
                   PERFORM AuditGLAccount
               END-IF
           END-IF.

      *> AuditGLAccount - one account's line, as RefTabMaint writes
      *> them: WS-GA-Account holds the account before, the entry at
      *> WS-Hit the account after.
       AuditGLAccount.
           IF WS-GA-Account = SPACES
               MOVE SPACES TO RA-OLD-VALUE
           ELSE
               MOVE WS-GL-Audit-Text TO RA-OLD-VALUE
           END-IF
           EVALUATE WS-GA-Label
               WHEN "EXP "
                   MOVE WS-Mem-GL-Expense(WS-Hit) TO WS-GA-Account
               WHEN "WHL "
                   MOVE WS-Mem-GL-Withhold(WS-Hit) TO WS-GA-Account
               WHEN "DED "
                   MOVE WS-Mem-GL-Dedn(WS-Hit) TO WS-GA-Account
               WHEN OTHER
                   MOVE WS-Mem-GL-Clearing(WS-Hit) TO WS-GA-Account
           END-EVALUATE
           MOVE WS-GL-Audit-Text TO RA-NEW-VALUE
           PERFORM WriteTableAudit.

      *> CarryPosn - the approved positions and budget of each
      *> retiring code go to the code the map sends it to, added to
      *> whatever budget that code already has. Overrides carry no
      *> budget with them; finance re-splits in RefTabMaint.
       CarryPosn.
           MOVE 'N' TO WS-Carry-Flag
           MOVE ZEROS TO WS-Carry-Heads
           MOVE ZEROS TO WS-Carry-Budget
           PERFORM VARYING WS-Map-Idx FROM 1 BY 1
                   UNTIL WS-Map-Idx > WS-Map-Count
               IF WS-Map-Moving(WS-Map-Idx)
                       AND WS-Map-New(WS-Map-Idx) = WS-New-Dept
                   MOVE WS-Map-Old(WS-Map-Idx) TO WS-In-Dept
                   PERFORM FindPosn
                   IF WS-Found AND WS-Mem-PB-Act(WS-Hit) = 'A'
                       ADD WS-Mem-PB-Heads(WS-Hit) TO WS-Carry-Heads
                       ADD WS-Mem-PB-Budget(WS-Hit)
                           TO WS-Carry-Budget
                       SET WS-Carry TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Carry
               MOVE WS-New-Dept TO WS-In-Dept
               PERFORM FindPosn
               MOVE "POSN" TO RA-TABLE-ID
               IF WS-Found AND WS-Mem-PB-Act(WS-Hit) = 'A'
                   MOVE "CHANGE" TO RA-ACTION
                   PERFORM EditPosnTextFromHit
                   MOVE WS-Posn-Text TO RA-OLD-VALUE
                   ADD WS-Carry-Heads TO WS-Mem-PB-Heads(WS-Hit)
                   ADD WS-Carry-Budget TO WS-Mem-PB-Budget(WS-Hit)
               ELSE
                   IF WS-Found
                       MOVE "REACTIVATE" TO RA-ACTION
                       PERFORM EditPosnTextFromHit
                       MOVE WS-Posn-Text TO RA-OLD-VALUE
                   ELSE
                       ADD 1 TO WS-Mem-PB-Count
                       MOVE WS-Mem-PB-Count TO WS-Hit
                       MOVE WS-New-Dept TO WS-Mem-PB-Dept(WS-Hit)
                       MOVE "ADD" TO RA-ACTION
                       MOVE SPACES TO RA-OLD-VALUE
                   END-IF
                   MOVE WS-Carry-Heads TO WS-Mem-PB-Heads(WS-Hit)
                   MOVE WS-Carry-Budget TO WS-Mem-PB-Budget(WS-Hit)
                   MOVE 'A' TO WS-Mem-PB-Act(WS-Hit)
               END-IF
               SET WS-PB-Changed TO TRUE
               PERFORM EditPosnTextFromHit
               MOVE WS-Posn-Text TO RA-NEW-VALUE
               PERFORM WriteTableAudit
           END-IF.

      *> RetireOldCodes - a code whose people have all gone
      *> elsewhere is deactivated on every table it is active on.
      *> Entries stay on file, as in RefTabMaint, so history keeps
      *> its meaning.
       RetireOldCodes.
           MOVE "DEACTIVATE" TO RA-ACTION
           MOVE "A" TO RA-OLD-VALUE
           MOVE "D" TO RA-NEW-VALUE
           PERFORM VARYING WS-Map-Idx FROM 1 BY 1
                   UNTIL WS-Map-Idx > WS-Map-Count
               IF WS-Map-Moving(WS-Map-Idx)
                   MOVE WS-Map-Old(WS-Map-Idx) TO WS-In-Dept
                   PERFORM FindDept
                   IF WS-Found AND WS-Mem-Dept-Act(WS-Hit) = 'A'
                       MOVE 'D' TO WS-Mem-Dept-Act(WS-Hit)
                       SET WS-Dept-Changed TO TRUE
                       MOVE "DEPT" TO RA-TABLE-ID
                       PERFORM WriteTableAudit
                   END-IF
                   PERFORM FindBand
                   IF WS-Found AND WS-Mem-SB-Act(WS-Hit) = 'A'
                       MOVE 'D' TO WS-Mem-SB-Act(WS-Hit)
                       SET WS-Band-Changed TO TRUE
                       MOVE "BAND" TO RA-TABLE-ID
                       PERFORM WriteTableAudit
                   END-IF
                   PERFORM FindGLMap
                   IF WS-Found AND WS-Mem-GL-Act(WS-Hit) = 'A'
                       MOVE 'D' TO WS-Mem-GL-Act(WS-Hit)
                       SET WS-GL-Changed TO TRUE
                       MOVE "GLMP" TO RA-TABLE-ID
                       PERFORM WriteTableAudit
                   END-IF
                   PERFORM FindPosn
                   IF WS-Found AND WS-Mem-PB-Act(WS-Hit) = 'A'
                       MOVE 'D' TO WS-Mem-PB-Act(WS-Hit)
                       SET WS-PB-Changed TO TRUE
                       MOVE "POSN" TO RA-TABLE-ID
                       PERFORM WriteTableAudit
                   END-IF
               END-IF
           END-PERFORM.

      *> WriteTableAudit - one REFTAUD.DAT line for the table
      *> change in hand, and the same line on the report. The
      *> table, action, old and new values are already in place;
      *> the key is always the department code in WS-In-Dept or
      *> WS-New-Dept, whichever the caller is working on.
       WriteTableAudit.
           OPEN EXTEND RefAuditFile
           IF NOT RefAuditOK
               CLOSE RefAuditFile
               OPEN OUTPUT RefAuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO RA-TIMESTAMP
           IF RA-ACTION = "DEACTIVATE"
               MOVE WS-In-Dept TO RA-KEY
           ELSE
               MOVE WS-New-Dept TO RA-KEY
           END-IF
           MOVE WS-Operator-ID TO RA-OPERATOR
           WRITE RefAuditRecord
           CLOSE RefAuditFile
           MOVE RA-TABLE-ID  TO TL-Table
           MOVE RA-ACTION    TO TL-Action
           MOVE RA-KEY       TO TL-Key
           MOVE RA-NEW-VALUE TO TL-Value
           WRITE PrintLine FROM TableLine
           ADD 1 TO WS-Table-Changes.

      *> MoveEmployees - one pass of the master in SSN order. Each
      *> employee counts toward their department's before figures;
      *> an override sends them where it says, otherwise the map
      *> sends them where their department goes.
       MoveEmployees.
           MOVE 'N' TO IdxEOF-Flag
           MOVE 0 TO IX-SSN-NUM
           START IdxMaster KEY IS NOT LESS THAN IX-SSN-NUM
               INVALID KEY
                   SET IdxAtEnd TO TRUE
           END-START
           PERFORM UNTIL IdxAtEnd
               READ IdxMaster NEXT RECORD
                   AT END SET IdxAtEnd TO TRUE
                   NOT AT END
                       MOVE IX-DEPT-CODE TO WS-Stat-Dept
                       PERFORM FindStat
                       IF WS-St-Hit > 0
                           ADD 1 TO WS-St-Before-Heads(WS-St-Hit)
                           ADD IX-SALARY
                               TO WS-St-Before-Sal(WS-St-Hit)
                       END-IF
                       ADD 1 TO WS-Tot-Before-Heads
                       ADD IX-SALARY TO WS-Tot-Before-Sal
                       PERFORM MoveOneEmployee
               END-READ
           END-PERFORM.

       MoveOneEmployee.
           MOVE IX-DEPT-CODE TO WS-Old-Dept
           MOVE IX-DEPT-CODE TO WS-New-Dept
           MOVE SPACES TO MV-Note
           MOVE 'N' TO WS-Ovr-Found-Flag
           PERFORM VARYING WS-Ovr-Idx FROM 1 BY 1
                   UNTIL WS-Ovr-Idx > WS-Ovr-Count OR WS-Ovr-Found
               IF WS-Ovr-SSN(WS-Ovr-Idx) = IX-SSN-NUM
                   MOVE WS-Ovr-Dept(WS-Ovr-Idx) TO WS-New-Dept
                   MOVE "OVERRIDE" TO MV-Note
                   SET WS-Ovr-Found TO TRUE
               END-IF
           END-PERFORM
           PERFORM FindMap
           IF NOT WS-Ovr-Found AND WS-Map-Found
               MOVE WS-Map-New(WS-Map-Hit) TO WS-New-Dept
           END-IF
           IF WS-New-Dept NOT = WS-Old-Dept
               MOVE WS-New-Dept TO IX-DEPT-CODE
               REWRITE IdxEmployee
               MOVE 'R' TO WS-Journal-Action
               CALL "MasterJournal" USING WS-Journal-Action,
                   IdxEmployee
               MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
               MOVE IX-SSN-NUM     TO AU-SSN
               MOVE 'C'            TO AU-ACTION-CODE
               MOVE "DEPT-CODE"    TO AU-FIELD-NAME
               MOVE WS-Old-Dept    TO AU-OLD-VALUE
               MOVE WS-New-Dept    TO AU-NEW-VALUE
               MOVE WS-Operator-ID TO AU-OPERATOR
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   AuditRecord
               WRITE AuditRecord
               ADD 1 TO WS-Moved-Count
               IF WS-Map-Found AND NOT WS-Ovr-Found
                   ADD 1 TO WS-Map-Moved(WS-Map-Hit)
               END-IF
               PERFORM CheckNewBand
               IF NOT WS-Band-OK
                   ADD 1 TO WS-Warn-Count
                   IF MV-Note = SPACES
                       MOVE "OUTSIDE NEW BAND" TO MV-Note
                   ELSE
                       MOVE "OVERRIDE, OUTSIDE BAND" TO MV-Note
                   END-IF
               END-IF
               PERFORM PrintMoveLine
           END-IF.

      *> CheckNewBand - is the salary inside the band of the code
      *> the employee has just been moved to? A code with no
      *> active band is not checked, the same as WriteData.
       CheckNewBand.
           SET WS-Band-OK TO TRUE
           MOVE WS-New-Dept TO WS-In-Dept
           PERFORM FindBand
           IF WS-Found AND WS-Mem-SB-Act(WS-Hit) = 'A'
               IF IX-SALARY < WS-Mem-SB-Min(WS-Hit)
                       OR IX-SALARY > WS-Mem-SB-Max(WS-Hit)
                   MOVE 'N' TO WS-Band-OK-Flag
               END-IF
           END-IF.

       PrintMoveLine.
           CALL "TrimName" USING IX-fname, WS-FnameLen
           CALL "TrimName" USING IX-lname, WS-LnameLen
           MOVE SPACES TO MV-Name
           STRING IX-fname(1:WS-FnameLen) DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  IX-lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO MV-Name
           CALL "MaskSSN" USING IX-SSN-NUM, WS-Masked-SSN
           MOVE WS-Masked-SSN TO MV-SSN
           MOVE WS-Old-Dept TO MV-Old
           MOVE WS-New-Dept TO MV-New
           WRITE PrintLine FROM MoveLine.

      *> RecodeLedger - any ledger record still under a code the
      *> map reorganizes takes the employee's code off the master,
      *> or, for someone no longer employed, the code the map sends
      *> their old department to.
       RecodeLedger.
           OPEN I-O LedgerFile
           IF LedgerOK
               MOVE 'N' TO TabEOF-Flag
               MOVE 0 TO YL-SSN-NUM
               START LedgerFile KEY IS NOT LESS THAN YL-SSN-NUM
                   INVALID KEY
                       SET TabEOF TO TRUE
               END-START
               PERFORM UNTIL TabEOF
                   READ LedgerFile NEXT RECORD
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           PERFORM RecodeLedgerRecord
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LedgerFile.

       RecodeLedgerRecord.
           MOVE YL-DEPT-CODE TO WS-Old-Dept
           PERFORM FindMap
           IF WS-Map-Found
               MOVE WS-Map-New(WS-Map-Hit) TO WS-New-Dept
               MOVE YL-SSN-NUM TO IX-SSN-NUM
               READ IdxMaster
                   KEY IS IX-SSN-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IX-DEPT-CODE TO WS-New-Dept
               END-READ
               IF WS-New-Dept NOT = YL-DEPT-CODE
                   MOVE WS-New-Dept TO YL-DEPT-CODE
                   REWRITE LedgerRecord
                   ADD 1 TO WS-Ledger-Count
               END-IF
           END-IF.

      *> RecodePending - future-dated hires and changes on
      *> pendtran.dat, through the same trim-and-swap PendingRelease
      *> carries the file forward with.
       RecodePending.
           OPEN INPUT PendingFile
           IF PendingNotFound
               CLOSE PendingFile
           ELSE
               OPEN OUTPUT PendingNewFile
               MOVE 'N' TO TabEOF-Flag
               PERFORM UNTIL TabEOF
                   READ PendingFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           MOVE PD-SSN-NUM TO WS-Queued-SSN
                           MOVE PD-DEPT-CODE TO WS-Old-Dept
                           PERFORM QueuedNewDept
                           MOVE WS-New-Dept TO PD-DEPT-CODE
                           WRITE PendingNewRecord FROM PendingRecord
                   END-READ
               END-PERFORM
               CLOSE PendingFile
               CLOSE PendingNewFile
               CALL "CBL_DELETE_FILE" USING "pendtran.dat"
               CALL "CBL_RENAME_FILE" USING "pendtran.new",
                   "pendtran.dat"
           END-IF.

      *> RecodeApprovals - salary changes held for a second
      *> signature on pendappr.dat, likewise.
       RecodeApprovals.
           OPEN INPUT ApprovalFile
           IF ApprovalNotFound
               CLOSE ApprovalFile
           ELSE
               OPEN OUTPUT ApprovalNewFile
               MOVE 'N' TO TabEOF-Flag
               PERFORM UNTIL TabEOF
                   READ ApprovalFile
                       AT END SET TabEOF TO TRUE
                       NOT AT END
                           MOVE PA-SSN-NUM TO WS-Queued-SSN
                           MOVE PA-DEPT-CODE TO WS-Old-Dept
                           PERFORM QueuedNewDept
                           MOVE WS-New-Dept TO PA-DEPT-CODE
                           WRITE ApprovalNewRecord FROM ApprovalRecord
                   END-READ
               END-PERFORM
               CLOSE ApprovalFile
               CLOSE ApprovalNewFile
               CALL "CBL_DELETE_FILE" USING "pendappr.dat"
               CALL "CBL_RENAME_FILE" USING "pendappr.new",
                   "pendappr.dat"
           END-IF.

      *> QueuedNewDept - where a queued transaction for
      *> WS-Queued-SSN under WS-Old-Dept now belongs: the
      *> employee's override if it was written against that
      *> department, otherwise wherever the map sends it.
       QueuedNewDept.
           MOVE WS-Old-Dept TO WS-New-Dept
           PERFORM FindMap
           IF WS-Map-Found
               MOVE WS-Map-New(WS-Map-Hit) TO WS-New-Dept
               PERFORM VARYING WS-Ovr-Idx FROM 1 BY 1
                       UNTIL WS-Ovr-Idx > WS-Ovr-Count
                   IF WS-Ovr-SSN(WS-Ovr-Idx) = WS-Queued-SSN
                           AND WS-Ovr-From(WS-Ovr-Idx) = WS-Old-Dept
                       MOVE WS-Ovr-Dept(WS-Ovr-Idx) TO WS-New-Dept
                   END-IF
               END-PERFORM
           END-IF
           IF WS-New-Dept NOT = WS-Old-Dept
               ADD 1 TO WS-Queued-Count
           END-IF.

      *> CountAfter - a fresh pass of the master, so the after
      *> figures are what is on file, not what the run meant to do.
       CountAfter.
           MOVE 'N' TO IdxEOF-Flag
           MOVE 0 TO IX-SSN-NUM
           START IdxMaster KEY IS NOT LESS THAN IX-SSN-NUM
               INVALID KEY
                   SET IdxAtEnd TO TRUE
           END-START
           PERFORM UNTIL IdxAtEnd
               READ IdxMaster NEXT RECORD
                   AT END SET IdxAtEnd TO TRUE
                   NOT AT END
                       MOVE IX-DEPT-CODE TO WS-Stat-Dept
                       PERFORM FindStat
                       IF WS-St-Hit > 0
                           ADD 1 TO WS-St-After-Heads(WS-St-Hit)
                           ADD IX-SALARY
                               TO WS-St-After-Sal(WS-St-Hit)
                       END-IF
                       ADD 1 TO WS-Tot-After-Heads
                       ADD IX-SALARY TO WS-Tot-After-Sal
               END-READ
           END-PERFORM.

      *> FindStat - the department's line in the before/after
      *> table, added if new. WS-St-Hit is zero if the table is full
      *> (the totals still count everyone).
       FindStat.
           MOVE ZEROS TO WS-St-Hit
           PERFORM VARYING WS-St-Idx FROM 1 BY 1
                   UNTIL WS-St-Idx > WS-Stat-Count OR WS-St-Hit > 0
               IF WS-St-Dept(WS-St-Idx) = WS-Stat-Dept
                   MOVE WS-St-Idx TO WS-St-Hit
               END-IF
           END-PERFORM
           IF WS-St-Hit = 0
               IF WS-Stat-Count < 100
                   ADD 1 TO WS-Stat-Count
                   MOVE WS-Stat-Count TO WS-St-Hit
                   MOVE WS-Stat-Dept TO WS-St-Dept(WS-St-Hit)
                   MOVE ZEROS TO WS-St-Before-Heads(WS-St-Hit)
                   MOVE ZEROS TO WS-St-Before-Sal(WS-St-Hit)
                   MOVE ZEROS TO WS-St-After-Heads(WS-St-Hit)
                   MOVE ZEROS TO WS-St-After-Sal(WS-St-Hit)
               ELSE
                   SET WS-Stat-Overflow TO TRUE
               END-IF
           END-IF.

      *> WriteRefTables - each table the run changed, in full over
      *> its data file, the same as RefTabMaint's WriteTableBack.
       WriteRefTables.
           IF WS-Dept-Changed
               OPEN OUTPUT DeptTabFile
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Mem-Dept-Count
                   MOVE WS-Mem-Dept(WS-Idx) TO DT-DEPT
                   MOVE WS-Mem-Dept-Act(WS-Idx) TO DT-ACTIVE
                   WRITE DeptTabRecord
               END-PERFORM
               CLOSE DeptTabFile
           END-IF
           IF WS-Band-Changed
               OPEN OUTPUT BandTabFile
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Mem-Band-Count
                   MOVE WS-Mem-SB-Dept(WS-Idx) TO BT-DEPT
                   MOVE WS-Mem-SB-Min(WS-Idx)  TO BT-MIN
                   MOVE WS-Mem-SB-Max(WS-Idx)  TO BT-MAX
                   MOVE WS-Mem-SB-Act(WS-Idx)  TO BT-ACTIVE
                   WRITE BandTabRecord
               END-PERFORM
               CLOSE BandTabFile
           END-IF
           IF WS-GL-Changed
               OPEN OUTPUT GLMapFile
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Mem-GL-Count
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
           END-IF
           IF WS-PB-Changed
               OPEN OUTPUT PosnTabFile
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Mem-PB-Count
                   MOVE WS-Mem-PB-Dept(WS-Idx)   TO PB-DEPT
                   MOVE WS-Mem-PB-Heads(WS-Idx)  TO PB-HEADCOUNT
                   MOVE WS-Mem-PB-Budget(WS-Idx) TO PB-BUDGET
                   MOVE WS-Mem-PB-Act(WS-Idx)    TO PB-ACTIVE
                   WRITE PosnTabRecord
               END-PERFORM
               CLOSE PosnTabFile
           END-IF.

      *> PrintMap - the map as applied, with how many each line
      *> moved. People moved by an override are not counted here;
      *> they are marked OVERRIDE among the employees moved.
       PrintMap.
           MOVE "DEPARTMENT MAP" TO SL-Title
           PERFORM PrintSection
           WRITE PrintLine FROM MapHeader
           PERFORM VARYING WS-Map-Idx FROM 1 BY 1
                   UNTIL WS-Map-Idx > WS-Map-Count
               MOVE WS-Map-Old(WS-Map-Idx) TO ML-Old
               MOVE WS-Map-New(WS-Map-Idx) TO ML-New
               IF WS-Map-Moving(WS-Map-Idx)
                   MOVE "RETIRED" TO ML-Status
               ELSE
                   MOVE "KEPT" TO ML-Status
               END-IF
               MOVE WS-Map-Moved(WS-Map-Idx) TO ML-Moved
               WRITE PrintLine FROM MapLine
           END-PERFORM.

      *> PrintBeforeAfter - headcount and monthly salary by
      *> department either side of the run, and the proof that the
      *> totals agree.
       PrintBeforeAfter.
           MOVE "HEADCOUNT AND SALARY BY DEPARTMENT" TO SL-Title
           PERFORM PrintSection
           WRITE PrintLine FROM StatHeader1
           WRITE PrintLine FROM StatHeader2
           PERFORM VARYING WS-St-Idx FROM 1 BY 1
                   UNTIL WS-St-Idx > WS-Stat-Count
               MOVE WS-St-Dept(WS-St-Idx)         TO ST-Dept
               MOVE WS-St-Before-Heads(WS-St-Idx) TO ST-Before-Heads
               MOVE WS-St-Before-Sal(WS-St-Idx)   TO ST-Before-Sal
               MOVE WS-St-After-Heads(WS-St-Idx)  TO ST-After-Heads
               MOVE WS-St-After-Sal(WS-St-Idx)    TO ST-After-Sal
               WRITE PrintLine FROM StatLine
           END-PERFORM
           MOVE "TOTAL"             TO ST-Dept
           MOVE WS-Tot-Before-Heads TO ST-Before-Heads
           MOVE WS-Tot-Before-Sal   TO ST-Before-Sal
           MOVE WS-Tot-After-Heads  TO ST-After-Heads
           MOVE WS-Tot-After-Sal    TO ST-After-Sal
           WRITE PrintLine FROM StatLine
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           IF WS-Tot-Before-Heads = WS-Tot-After-Heads
                   AND WS-Tot-Before-Sal = WS-Tot-After-Sal
               MOVE "BEFORE AND AFTER AGREE - NO EMPLOYEE LOST"
                   TO PL-Text
           ELSE
               MOVE "*** BEFORE AND AFTER DO NOT AGREE ***"
                   TO PL-Text
           END-IF
           WRITE PrintLine FROM ProofLine
           IF WS-Stat-Overflow
               MOVE "*** OVER 100 DEPARTMENTS - TOTALS ONLY ***"
                   TO PL-Text
               WRITE PrintLine FROM ProofLine
           END-IF.

       PrintFooter.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           MOVE "EMPLOYEES MOVED:" TO FT-Label
           MOVE WS-Moved-Count TO FT-Count
           WRITE PrintLine FROM FooterLine
           MOVE "LEDGER RECORDS RECODED:" TO FT-Label
           MOVE WS-Ledger-Count TO FT-Count
           WRITE PrintLine FROM FooterLine
           MOVE "QUEUED ITEMS RECODED:" TO FT-Label
           MOVE WS-Queued-Count TO FT-Count
           WRITE PrintLine FROM FooterLine
           MOVE "REFERENCE TABLE CHANGES:" TO FT-Label
           MOVE WS-Table-Changes TO FT-Count
           WRITE PrintLine FROM FooterLine
           MOVE "SALARY OUTSIDE NEW BAND:" TO FT-Label
           MOVE WS-Warn-Count TO FT-Count
           WRITE PrintLine FROM FooterLine.

       PrintSection.
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM SectionLine.

      *> FindMap - the map line for WS-Old-Dept.
       FindMap.
           MOVE 'N' TO WS-Map-Found-Flag
           PERFORM VARYING WS-Map-Idx FROM 1 BY 1
                   UNTIL WS-Map-Idx > WS-Map-Count OR WS-Map-Found
               IF WS-Map-Old(WS-Map-Idx) = WS-Old-Dept
                   MOVE WS-Map-Idx TO WS-Map-Hit
                   SET WS-Map-Found TO TRUE
               END-IF
           END-PERFORM.

       FindDept.
           MOVE 'N' TO WS-Found-Flag
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Mem-Dept-Count OR WS-Found
               IF WS-In-Dept = WS-Mem-Dept(WS-Idx)
                   MOVE WS-Idx TO WS-Hit
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM.

       FindBand.
           MOVE 'N' TO WS-Found-Flag
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Mem-Band-Count OR WS-Found
               IF WS-In-Dept = WS-Mem-SB-Dept(WS-Idx)
                   MOVE WS-Idx TO WS-Hit
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM.

       FindGLMap.
           MOVE 'N' TO WS-Found-Flag
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Mem-GL-Count OR WS-Found
               IF WS-In-Dept = WS-Mem-GL-Dept(WS-Idx)
                   MOVE WS-Idx TO WS-Hit
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM.

       FindPosn.
           MOVE 'N' TO WS-Found-Flag
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Mem-PB-Count OR WS-Found
               IF WS-In-Dept = WS-Mem-PB-Dept(WS-Idx)
                   MOVE WS-Idx TO WS-Hit
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM.

      *> EditBandTextFromHit - the band at WS-Hit as one readable
      *> value for the audit line, as RefTabMaint shows it.
       EditBandTextFromHit.
           MOVE WS-Mem-SB-Min(WS-Hit) TO WS-Show-Min
           MOVE WS-Mem-SB-Max(WS-Hit) TO WS-Show-Max
           MOVE SPACES TO WS-Band-Text
           STRING WS-Show-Min "-" WS-Show-Max
               DELIMITED BY SIZE INTO WS-Band-Text.

      *> EditPosnTextFromHit - the budget at WS-Hit, likewise.
       EditPosnTextFromHit.
           MOVE WS-Mem-PB-Heads(WS-Hit)  TO WS-Show-Heads
           MOVE WS-Mem-PB-Budget(WS-Hit) TO WS-Show-Budget
           MOVE SPACES TO WS-Posn-Text
           STRING WS-Show-Heads " / " WS-Show-Budget
               DELIMITED BY SIZE INTO WS-Posn-Text.

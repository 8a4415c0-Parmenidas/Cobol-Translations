       IDENTIFICATION DIVISION.
           PROGRAM-ID. SSNCorrect.
      *> SSN correction run. An SSN keyed wrong at hire used to mean
      *> deleting the employee and hiring them again under the right
      *> number - which left their YTD ledger, address, deductions,
      *> bank details, leave, history and audit trail behind under
      *> the old number, and made any later maintenance against the
      *> old number look like a rehire. This moves one person from
      *> the old number to the new one in every file that carries
      *> it, in one run:
      *>   - keyed by SSN: empmaster.idx, empaddr.idx, ytdledger.idx,
      *>     empbank.idx, empdedn.idx, ytddedn.idx, leavebal.idx,
      *>     empsupv.idx (their own reporting line, and the lines of
      *>     anyone who reports to them), and jurisytd.idx, whose key
      *>     carries the SSN after year, quarter and city
      *>   - carrying it: MAINTAUD.DAT (including the supervisor
      *>     values on other people's lines), EMPHIST.DAT,
      *>     HIRELOG.DAT, ADDRHIST.DAT, LEAVEHIST.DAT, leavepay.dat,
      *>     retropend.dat, payhold.dat, suspense.dat, pendappr.dat,
      *>     pendtran.dat, lookupaudit.dat and verifaudit.dat, each
      *>     through the same write-then-swap HireDateConv uses
      *> The master move is journaled - a write under the new number
      *> and a delete of the old - so a restore and JournalReplay
      *> come forward through the correction the way they do through
      *> any other change. Earlier days' journals and the dated
      *> backups are left exactly as they were: they are replayed
      *> against masters that still hold the old number.
      *>
      *> The old SSN must be on the active master. The new one must
      *> not be in use anywhere - on the master, in EMPHIST.DAT (a
      *> former employee), or on any file keyed by SSN - or the run
      *> refuses and changes nothing. MAINTAUD.DAT and HIRELOG.DAT
      *> are re-chained as they are written back (see
      *> 058/AuditChain.cbl), so both must first check through clean
      *> the way AuditVerify checks them; a break is refused the
      *> same way, with return code 16. Correcting an SSN needs the
      *> highest authority level (see 035/OperSignon.cbl); it is
      *> recorded on MAINTAUD.DAT under the new number as action
      *> 'N' with both numbers and the operator, and what was moved
      *> in each file is appended to the correction register,
      *> ssncorr.prt. Run it outside the nightly batch window, with
      *> nothing else updating the files.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT IdxMaster ASSIGN TO "empmaster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-SSN-NUM
                   ALTERNATE RECORD KEY IS IX-DEPT-CODE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS IX-city
                       WITH DUPLICATES
                   FILE STATUS IS IdxFileStatus.
               SELECT AddrMaster ASSIGN TO "empaddr.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AD-SSN-NUM
                   FILE STATUS IS AddrFileStatus.
               SELECT LedgerFile ASSIGN TO "ytdledger.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YL-SSN-NUM
                   FILE STATUS IS LedgerFileStatus.
               SELECT BankMaster ASSIGN TO "empbank.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BK-SSN-NUM
                   FILE STATUS IS BankFileStatus.
               SELECT DednMaster ASSIGN TO "empdedn.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DN-KEY
                   FILE STATUS IS DednFileStatus.
               SELECT DednLedger ASSIGN TO "ytddedn.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DY-KEY
                   FILE STATUS IS DednLedgerFileStatus.
               SELECT JurisLedger ASSIGN TO "jurisytd.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JW-KEY
                   FILE STATUS IS JurisFileStatus.
               SELECT LeaveMaster ASSIGN TO "leavebal.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LV-KEY
                   FILE STATUS IS LeaveFileStatus.
               SELECT SupvMaster ASSIGN TO "empsupv.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SV-SSN-NUM
                   ALTERNATE RECORD KEY IS SV-SUPV-SSN
                       WITH DUPLICATES
                   FILE STATUS IS SupvFileStatus.
               SELECT AuditFile ASSIGN TO "MAINTAUD.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AuditFileStatus.
               SELECT AuditNewFile ASSIGN TO "maintaud.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT HistFile ASSIGN TO "EMPHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS HistFileStatus.
               SELECT HistNewFile ASSIGN TO "emphist.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT HireLogFile ASSIGN TO "HIRELOG.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS HireLogFileStatus.
               SELECT HireLogNewFile ASSIGN TO "hirelog.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT AddrHistFile ASSIGN TO "ADDRHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AddrHistFileStatus.
               SELECT AddrHistNewFile ASSIGN TO "addrhist.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT LeaveHistFile ASSIGN TO "LEAVEHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeaveHistFileStatus.
               SELECT LeaveHistNewFile ASSIGN TO "leavehist.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT LeavePayFile ASSIGN TO "leavepay.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeavePayFileStatus.
               SELECT LeavePayNewFile ASSIGN TO "leavepay.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT RetroFile ASSIGN TO "retropend.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RetroFileStatus.
               SELECT RetroNewFile ASSIGN TO "retropend.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT HoldFile ASSIGN TO "payhold.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS HoldFileStatus.
               SELECT HoldNewFile ASSIGN TO "payhold.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT SuspenseFile ASSIGN TO "suspense.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS SuspenseFileStatus.
               SELECT SuspenseNewFile ASSIGN TO "suspense.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT ApprovalFile ASSIGN TO "pendappr.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ApprovalFileStatus.
               SELECT ApprovalNewFile ASSIGN TO "pendappr.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT PendingFile ASSIGN TO "pendtran.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS PendingFileStatus.
               SELECT PendingNewFile ASSIGN TO "pendtran.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT LookupLog ASSIGN TO "lookupaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LookupLogFileStatus.
               SELECT LookupLogNewFile ASSIGN TO "lookupaudit.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT VerifyAuditFile ASSIGN TO "verifaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS VerifyAuditFileStatus.
               SELECT VerifyAuditNewFile ASSIGN TO "verifaudit.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewFileStatus.
               SELECT PrintFile ASSIGN TO "ssncorr.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PrintFileStatus.

       DATA DIVISION.
           FILE SECTION.
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

           FD AddrMaster.
      *> See copybooks/EMPADDR.cpy.
           01  AddrRecord.
               COPY EMPADDR.

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

           FD BankMaster.
      *> See copybooks/EMPBANK.cpy.
           01  BankRecord.
               COPY EMPBANK.

           FD DednMaster.
      *> See copybooks/EMPDEDN.cpy.
           01  DednRecord.
               COPY EMPDEDN.

           FD DednLedger.
      *> See copybooks/YTDDEDN.cpy.
           01  DednLedgerRecord.
               COPY YTDDEDN.

           FD JurisLedger.
      *> See copybooks/JURISWH.cpy.
           01  JurisRecord.
               COPY JURISWH.

           FD LeaveMaster.
      *> See copybooks/LEAVEBAL.cpy.
           01  LeaveRecord.
               COPY LEAVEBAL.

           FD SupvMaster.
      *> See copybooks/EMPSUPV.cpy.
           01  SupvRecord.
               COPY EMPSUPV.

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
           FD AuditNewFile.
           01  AuditNewRecord     PIC X(98).

      *> The sequential files below are only ever touched in their
      *> SSN field - everything else is carried across byte for
      *> byte - so each is laid out here just far enough to reach
      *> it. The owning program's FD is the full picture.
           FD HistFile.
      *> EMPHIST.DAT - EMPREC plus effective date and reason code.
           01  HistRecord.
               02 FILLER          PIC X(20).
               02 EH-SSN-NUM      PIC 9(9).
               02 FILLER          PIC X(60).
           FD HistNewFile.
           01  HistNewRecord      PIC X(89).

           FD HireLogFile.
      *> HIRELOG.DAT - see WriteData's WriteHireLog.
           01  HireLogRecord.
               02 HL-DATE         PIC 9(8).
               02 HL-SSN          PIC 9(9).
               02 HL-DEPT-CODE    PIC X(4).
               02 HL-SEQ-NUM      PIC 9(9).
               02 HL-CHAIN        PIC 9(9).
           FD HireLogNewFile.
           01  HireLogNewRecord   PIC X(39).

           FD AddrHistFile.
      *> ADDRHIST.DAT - EMPADDR plus the effective date.
           01  AddrHistRecord.
               02 AH-SSN-NUM      PIC 9(9).
               02 FILLER          PIC X(82).
           FD AddrHistNewFile.
           01  AddrHistNewRecord  PIC X(91).

           FD LeaveHistFile.
      *> See copybooks/LEAVEHST.cpy.
           01  LeaveHistRecord.
               COPY LEAVEHST.
           FD LeaveHistNewFile.
           01  LeaveHistNewRecord PIC X(55).

           FD LeavePayFile.
      *> See copybooks/LEAVEPAY.cpy.
           01  LeavePayRecord.
               COPY LEAVEPAY.
           FD LeavePayNewFile.
           01  LeavePayNewRecord  PIC X(72).

           FD RetroFile.
      *> See copybooks/RETROPAY.cpy.
           01  RetroRecord.
               COPY RETROPAY.
           FD RetroNewFile.
           01  RetroNewRecord     PIC X(44).

           FD HoldFile.
      *> See copybooks/PAYHOLD.cpy.
           01  HoldRecord.
               COPY PAYHOLD.
           FD HoldNewFile.
           01  HoldNewRecord      PIC X(119).

           FD SuspenseFile.
      *> suspense.dat - EMPREC plus reason code and text.
           01  SuspenseRecord.
               02 FILLER          PIC X(20).
               02 SU-SSN-NUM      PIC 9(9).
               02 FILLER          PIC X(82).
           FD SuspenseNewFile.
           01  SuspenseNewRecord  PIC X(111).

           FD ApprovalFile.
      *> pendappr.dat - queued timestamp and action code, EMPREC,
      *> then the old salary, percentage and effective date.
           01  ApprovalRecord.
               02 FILLER          PIC X(35).
               02 PA-SSN-NUM      PIC 9(9).
               02 FILLER          PIC X(74).
           FD ApprovalNewFile.
           01  ApprovalNewRecord  PIC X(118).

           FD PendingFile.
      *> pendtran.dat - type, release date and action code, EMPREC,
      *> then the maintenance extras.
           01  PendingRecord.
               02 FILLER          PIC X(30).
               02 PD-SSN-NUM      PIC 9(9).
               02 FILLER          PIC X(69).
           FD PendingNewFile.
           01  PendingNewRecord   PIC X(108).

           FD LookupLog.
      *> Same layout EmpLookup's WriteLookupLog appends.
           01  LookupLogRecord.
               02 LG-TIMESTAMP    PIC 9(14).
               02 LG-SSN          PIC 9(9).
               02 LG-FOUND-FLAG   PIC X(1).
               02 LG-OPERATOR     PIC X(8).
           FD LookupLogNewFile.
           01  LookupLogNewRecord PIC X(32).

           FD VerifyAuditFile.
      *> Same layout EmpVerify's WriteVerifyAudit appends.
           01  VerifyAuditRecord.
               02 VA-TIMESTAMP     PIC 9(14).
               02 VA-SSN           PIC 9(9).
               02 FILLER           PIC X(40).
           FD VerifyAuditNewFile.
           01  VerifyAuditNewRecord PIC X(63).

           FD PrintFile.
           01  PrintLine    PIC X(80).

           WORKING-STORAGE SECTION.
      *> Sequence and check value for the audit trail - see
      *> 058/AuditChain.cbl.
           01  WS-Chain-Action   PIC X(1) VALUE 'A'.

      *> Checking a trail line by line before it is re-chained - see
      *> the Verify paragraphs. Positions are of the sequence number
      *> and check value within the line.
           01  WS-Trail-ID       PIC X(4).
           01  WS-Trail-Name     PIC X(16).
           01  WS-Trail-Line     PIC X(112).
           01  WS-Trail-Copy     PIC X(112).
           01  WS-Trail-Seq-Pos  PIC 9(3).
           01  WS-Trail-Chain-Pos PIC 9(3).
           01  WS-Trail-Seq-X    PIC X(9).
           01  WS-Trail-Seq REDEFINES WS-Trail-Seq-X PIC 9(9).
           01  WS-Trail-Prev-Seq PIC 9(9).
           01  WS-Trail-Chain    PIC X(9).
           01  WS-Trail-Break    PIC X(40).
           01  WS-Trail-Broken-Flag PIC X VALUE 'N'.
               88 WS-Trail-Broken VALUE 'Y'.

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
           01  AddrFileStatus     PIC X(2).
               88 AddrOK          VALUE '00'.
           01  LedgerFileStatus   PIC X(2).
               88 LedgerOK        VALUE '00'.
           01  BankFileStatus     PIC X(2).
               88 BankOK          VALUE '00'.
           01  DednFileStatus     PIC X(2).
               88 DednOK          VALUE '00'.
           01  DednLedgerFileStatus PIC X(2).
               88 DednLedgerOK    VALUE '00'.
           01  JurisFileStatus    PIC X(2).
               88 JurisOK         VALUE '00'.
           01  LeaveFileStatus    PIC X(2).
               88 LeaveOK         VALUE '00'.
           01  SupvFileStatus     PIC X(2).
               88 SupvOK          VALUE '00'.
           01  AuditFileStatus    PIC X(2).
               88 AuditOK         VALUE '00'.
               88 AuditNotFound   VALUE '35'.
           01  HistFileStatus     PIC X(2).
               88 HistOK          VALUE '00'.
               88 HistNotFound    VALUE '35'.
           01  HireLogFileStatus  PIC X(2).
               88 HireLogNotFound VALUE '35'.
           01  AddrHistFileStatus PIC X(2).
               88 AddrHistNotFound VALUE '35'.
           01  LeaveHistFileStatus PIC X(2).
               88 LeaveHistNotFound VALUE '35'.
           01  LeavePayFileStatus PIC X(2).
               88 LeavePayNotFound VALUE '35'.
           01  RetroFileStatus    PIC X(2).
               88 RetroNotFound   VALUE '35'.
           01  HoldFileStatus     PIC X(2).
               88 HoldNotFound    VALUE '35'.
           01  SuspenseFileStatus PIC X(2).
               88 SuspenseNotFound VALUE '35'.
           01  ApprovalFileStatus PIC X(2).
               88 ApprovalNotFound VALUE '35'.
           01  PendingFileStatus  PIC X(2).
               88 PendingNotFound VALUE '35'.
           01  LookupLogFileStatus PIC X(2).
               88 LookupLogNotFound VALUE '35'.
           01  VerifyAuditFileStatus PIC X(2).
               88 VerifyAuditNotFound VALUE '35'.
           01  NewFileStatus      PIC X(2).
               88 NewFileOK       VALUE '00'.
           01  PrintFileStatus    PIC X(2).
               88 PrintOK         VALUE '00'.

      *> Operator sign-on - see 035/OperSignon.cbl. Moving a person
      *> to another SSN is as consequential as releasing pay.
           01  WS-Signon-Level   PIC 9(1) VALUE 3.
           01  WS-Operator-ID    PIC X(8) VALUE SPACES.
           01  WS-Operator-Level PIC 9(1) VALUE ZEROS.
           01  WS-Signon-Result  PIC X(1) VALUE 'N'.
               88 WS-SignedOn    VALUE 'Y'.

           01  WS-Old-SSN        PIC 9(9) VALUE ZEROS.
           01  WS-Old-SSN-X REDEFINES WS-Old-SSN PIC X(9).
           01  WS-New-SSN        PIC 9(9) VALUE ZEROS.
           01  WS-New-SSN-X REDEFINES WS-New-SSN PIC X(9).
           01  WS-Keyed-SSN      PIC 9(9) VALUE ZEROS.
           01  WS-Old-Masked     PIC X(11).
           01  WS-New-Masked     PIC X(11).
           01  WS-Timestamp      PIC 9(14).
           01  WS-Journal-Action PIC X(1).
           01  WS-Confirm        PIC X VALUE 'N'.
               88 WS-ConfirmYes  VALUE 'Y' 'y'.
           01  WS-Field-OK-Flag  PIC X VALUE 'N'.
               88 WS-Field-OK    VALUE 'Y'.
           01  WS-Entry-OK-Flag  PIC X VALUE 'Y'.
               88 WS-Entry-OK    VALUE 'Y'.

      *> Where the new SSN was found already in use, for the
      *> refusal message. Blank means it is free.
           01  WS-In-Use-File    PIC X(16) VALUE SPACES.

           01  SideEOF-Flag      PIC X VALUE 'N'.
               88 SideEOF        VALUE 'Y'.
           01  WS-Moved          PIC 9(6) VALUE ZEROS.

      *> Every file the correction reaches, in the order it is done,
      *> with the number of records moved in each - the body of the
      *> correction register.
           01  WS-File-Names.
               02 FILLER PIC X(16) VALUE "empmaster.idx".
               02 FILLER PIC X(16) VALUE "empaddr.idx".
               02 FILLER PIC X(16) VALUE "ytdledger.idx".
               02 FILLER PIC X(16) VALUE "empbank.idx".
               02 FILLER PIC X(16) VALUE "empdedn.idx".
               02 FILLER PIC X(16) VALUE "ytddedn.idx".
               02 FILLER PIC X(16) VALUE "jurisytd.idx".
               02 FILLER PIC X(16) VALUE "leavebal.idx".
               02 FILLER PIC X(16) VALUE "empsupv.idx".
               02 FILLER PIC X(16) VALUE "MAINTAUD.DAT".
               02 FILLER PIC X(16) VALUE "EMPHIST.DAT".
               02 FILLER PIC X(16) VALUE "HIRELOG.DAT".
               02 FILLER PIC X(16) VALUE "ADDRHIST.DAT".
               02 FILLER PIC X(16) VALUE "LEAVEHIST.DAT".
               02 FILLER PIC X(16) VALUE "leavepay.dat".
               02 FILLER PIC X(16) VALUE "retropend.dat".
               02 FILLER PIC X(16) VALUE "payhold.dat".
               02 FILLER PIC X(16) VALUE "suspense.dat".
               02 FILLER PIC X(16) VALUE "pendappr.dat".
               02 FILLER PIC X(16) VALUE "pendtran.dat".
               02 FILLER PIC X(16) VALUE "lookupaudit.dat".
               02 FILLER PIC X(16) VALUE "verifaudit.dat".
           01  WS-File-Table REDEFINES WS-File-Names.
               02 WS-File-Name   PIC X(16) OCCURS 22 TIMES.
           01  WS-File-Count-Table.
               02 WS-File-Moved  PIC 9(6) OCCURS 22 TIMES.
           01  WS-File-Idx       PIC 99 COMP.
           01  WS-Total-Moved    PIC 9(7) VALUE ZEROS.

      *> Keys still under the old SSN on the multi-record files,
      *> gathered before any is moved so the moves cannot disturb
      *> the pass that finds them.
           01  WS-Code-Count     PIC 9(3) COMP VALUE ZEROS.
           01  WS-Code-Table.
               02 WS-Code-Entry  PIC X(4) OCCURS 100 TIMES.
           01  WS-Juris-Count    PIC 9(3) COMP VALUE ZEROS.
           01  WS-Juris-Table.
               02 WS-Juris-Entry OCCURS 500 TIMES.
                   03 WS-Juris-Year    PIC 9(4).
                   03 WS-Juris-Quarter PIC 9(1).
                   03 WS-Juris-City    PIC X(10).
           01  WS-Report-Count   PIC 9(3) COMP VALUE ZEROS.
           01  WS-Report-Table.
               02 WS-Report-SSN  PIC 9(9) OCCURS 500 TIMES.
           01  WS-Key-Idx        PIC 9(3) COMP.
           01  WS-Scan-Flag      PIC X VALUE 'N'.
               88 WS-Scan-Done   VALUE 'Y'.

      *> Trimmed lengths of IX-fname/IX-lname for the register - see
      *> 009/TrimName.cbl.
           01  WS-FnameLen       PIC 9(2) VALUE ZEROS.
           01  WS-LnameLen       PIC 9(2) VALUE ZEROS.
           01  WS-Name           PIC X(22).

           01  HeaderLine1.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(24) VALUE
                   "SSN CORRECTION".
               02 FILLER        PIC X(4)  VALUE "AT ".
               02 HL-Timestamp  PIC 9(14).
               02 FILLER        PIC X(5)  VALUE SPACES.
               02 FILLER        PIC X(4)  VALUE "BY ".
               02 HL-Operator   PIC X(8).

           01  HeaderLine2.
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 HL-Name       PIC X(22).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 HL-Old-SSN    PIC X(11).
               02 FILLER        PIC X(4)  VALUE " -> ".
               02 HL-New-SSN    PIC X(11).

           01  DetailLine.
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 DL-File       PIC X(16).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DL-Moved      PIC ZZZ,ZZ9.
               02 FILLER        PIC X(16) VALUE " RECORDS MOVED".

           01  JournalLine.
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 FILLER        PIC X(16) VALUE "MSTJRNL".
               02 FILLER        PIC X(40) VALUE
                   "  MASTER MOVE JOURNALED (WRITE, DELETE)".

           01  FooterLine.
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 FILLER        PIC X(18) VALUE "TOTAL MOVED".
               02 FT-Moved      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           CALL "OperSignon" USING WS-Signon-Level, WS-Operator-ID,
               WS-Operator-Level, WS-Signon-Result
           IF NOT WS-SignedOn
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM AcceptSSNs
           IF NOT WS-Entry-OK
               DISPLAY "SSN CORRECTION CANCELLED - NOTHING CHANGED"
               GOBACK
           END-IF

           OPEN I-O IdxMaster
           IF IdxFileNotFound
               DISPLAY "ERROR : empmaster.idx not found - "
                   "run WriteData at least once first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Old-SSN TO IX-SSN-NUM
           READ IdxMaster
               KEY IS IX-SSN-NUM
               INVALID KEY
                   MOVE 'N' TO WS-Entry-OK-Flag
           END-READ
           IF NOT WS-Entry-OK
               DISPLAY "SSN CORRECTION REFUSED - " WS-Old-SSN
                   " IS NOT ON THE ACTIVE MASTER"
               CLOSE IdxMaster
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "TrimName" USING IX-fname, WS-FnameLen
           CALL "TrimName" USING IX-lname, WS-LnameLen
           MOVE SPACES TO WS-Name
           STRING IX-fname(1:WS-FnameLen) DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  IX-lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO WS-Name

           PERFORM CheckNewSSNFree
           IF WS-In-Use-File NOT = SPACES
               DISPLAY "SSN CORRECTION REFUSED - " WS-New-SSN
                   " IS ALREADY IN USE ON " WS-In-Use-File
               CLOSE IdxMaster
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *> The trails are re-chained as they are written back, which
      *> would give a line already edited or removed behind the
      *> system's back a good check value again - so both must
      *> verify first.
           PERFORM VerifyMaintAudit
           IF NOT WS-Trail-Broken
               PERFORM VerifyHireLog
           END-IF
           IF WS-Trail-Broken
               DISPLAY "SSN CORRECTION REFUSED - " WS-Trail-Name
                   " DOES NOT VERIFY - RUN AuditVerify AND HAVE "
                   "THE BREAK INVESTIGATED FIRST"
               CLOSE IdxMaster
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "MOVE " WS-Name " FROM " WS-Old-SSN " TO "
               WS-New-SSN " IN EVERY FILE? (Y/N): "
           ACCEPT WS-Confirm
           IF NOT WS-ConfirmYes
               DISPLAY "SSN CORRECTION CANCELLED - NOTHING CHANGED"
               CLOSE IdxMaster
               GOBACK
           END-IF

           INITIALIZE WS-File-Count-Table
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Timestamp

           PERFORM MoveMaster
           CLOSE IdxMaster
           PERFORM MoveAddress
           PERFORM MoveLedger
           PERFORM MoveBank
           PERFORM MoveDeductions
           PERFORM MoveDednLedger
           PERFORM MoveJurisLedger
           PERFORM MoveLeave
           PERFORM MoveSupervisor
           PERFORM MoveMaintAudit
           PERFORM MoveHistory
           PERFORM MoveHireLog
           PERFORM MoveAddrHistory
           PERFORM MoveLeaveHistory
           PERFORM MoveLeavePay
           PERFORM MoveRetro
           PERFORM MoveHolds
           PERFORM MoveSuspense
           PERFORM MoveApprovals
           PERFORM MovePending
           PERFORM MoveLookupLog
           PERFORM MoveVerifyAudit

           PERFORM WriteCorrectionAudit
           PERFORM PrintRegister

           DISPLAY "SSN CORRECTION COMPLETE - " WS-Old-SSN " -> "
               WS-New-SSN
           PERFORM VARYING WS-File-Idx FROM 1 BY 1
                   UNTIL WS-File-Idx > 22
               IF WS-File-Moved(WS-File-Idx) > 0
                   DISPLAY "  " WS-File-Name(WS-File-Idx) ": "
                       WS-File-Moved(WS-File-Idx)
               END-IF
           END-PERFORM
           DISPLAY "  SEE ssncorr.prt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> AcceptSSNs - the wrong number and the right one, each held
      *> to the same plausibility checks EmpMenu's PromptSSN
      *> applies, and not the same as each other. Zero cancels.
       AcceptSSNs.
           SET WS-Entry-OK TO TRUE
           DISPLAY "SSN AS NOW ON FILE (WRONG)"
           PERFORM PromptSSN
           MOVE WS-Keyed-SSN TO WS-Old-SSN
           IF WS-Entry-OK
               DISPLAY "CORRECT SSN"
               PERFORM PromptSSN
               MOVE WS-Keyed-SSN TO WS-New-SSN
           END-IF
           IF WS-Entry-OK AND WS-New-SSN = WS-Old-SSN
               DISPLAY "THE TWO SSNS ARE THE SAME"
               MOVE 'N' TO WS-Entry-OK-Flag
           END-IF.

      *> PromptSSN - one SSN into WS-Keyed-SSN.
       PromptSSN.
           MOVE 'N' TO WS-Field-OK-Flag
           PERFORM UNTIL WS-Field-OK OR NOT WS-Entry-OK
               DISPLAY "SSN (9 digits, 0 to cancel): "
               ACCEPT WS-Keyed-SSN
               EVALUATE WS-Keyed-SSN
                   WHEN 0
                       MOVE 'N' TO WS-Entry-OK-Flag
                   WHEN 111111111
                   WHEN 222222222
                   WHEN 333333333
                   WHEN 444444444
                   WHEN 555555555
                   WHEN 666666666
                   WHEN 777777777
                   WHEN 888888888
                   WHEN 999999999
                       DISPLAY "That is a fake SSN pattern - re-key"
                   WHEN OTHER
                       SET WS-Field-OK TO TRUE
               END-EVALUATE
           END-PERFORM.

      *> CheckNewSSNFree - the new number must belong to nobody:
      *> not an active employee, not a former one, and not left
      *> behind on any of the files keyed by SSN. The first place it
      *> turns up is kept for the refusal. IdxMaster is left
      *> positioned on nothing in particular; MoveMaster re-reads.
       CheckNewSSNFree.
           MOVE SPACES TO WS-In-Use-File
           MOVE WS-New-SSN TO IX-SSN-NUM
           READ IdxMaster
               KEY IS IX-SSN-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "empmaster.idx" TO WS-In-Use-File
           END-READ
           IF WS-In-Use-File = SPACES
               PERFORM CheckHistoryFree
           END-IF
           IF WS-In-Use-File = SPACES
               OPEN INPUT AddrMaster
               IF AddrOK
                   MOVE WS-New-SSN TO AD-SSN-NUM
                   READ AddrMaster
                       KEY IS AD-SSN-NUM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "empaddr.idx" TO WS-In-Use-File
                   END-READ
               END-IF
               CLOSE AddrMaster
           END-IF
           IF WS-In-Use-File = SPACES
               OPEN INPUT LedgerFile
               IF LedgerOK
                   MOVE WS-New-SSN TO YL-SSN-NUM
                   READ LedgerFile
                       KEY IS YL-SSN-NUM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "ytdledger.idx" TO WS-In-Use-File
                   END-READ
               END-IF
               CLOSE LedgerFile
           END-IF
           IF WS-In-Use-File = SPACES
               OPEN INPUT BankMaster
               IF BankOK
                   MOVE WS-New-SSN TO BK-SSN-NUM
                   READ BankMaster
                       KEY IS BK-SSN-NUM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "empbank.idx" TO WS-In-Use-File
                   END-READ
               END-IF
               CLOSE BankMaster
           END-IF
           IF WS-In-Use-File = SPACES
               OPEN INPUT DednMaster
               IF DednOK
                   MOVE WS-New-SSN TO DN-SSN-NUM
                   MOVE LOW-VALUES TO DN-CODE
                   START DednMaster KEY IS NOT LESS THAN DN-KEY
                       INVALID KEY
                           MOVE ZEROS TO DN-SSN-NUM
                       NOT INVALID KEY
                           READ DednMaster NEXT RECORD
                               AT END
                                   MOVE ZEROS TO DN-SSN-NUM
                           END-READ
                   END-START
                   IF DN-SSN-NUM = WS-New-SSN
                       MOVE "empdedn.idx" TO WS-In-Use-File
                   END-IF
               END-IF
               CLOSE DednMaster
           END-IF
           IF WS-In-Use-File = SPACES
               OPEN INPUT DednLedger
               IF DednLedgerOK
                   MOVE WS-New-SSN TO DY-SSN-NUM
                   MOVE LOW-VALUES TO DY-CODE
                   START DednLedger KEY IS NOT LESS THAN DY-KEY
                       INVALID KEY
                           MOVE ZEROS TO DY-SSN-NUM
                       NOT INVALID KEY
                           READ DednLedger NEXT RECORD
                               AT END
                                   MOVE ZEROS TO DY-SSN-NUM
                           END-READ
                   END-START
                   IF DY-SSN-NUM = WS-New-SSN
                       MOVE "ytddedn.idx" TO WS-In-Use-File
                   END-IF
               END-IF
               CLOSE DednLedger
           END-IF
           IF WS-In-Use-File = SPACES
               OPEN INPUT LeaveMaster
               IF LeaveOK
                   MOVE WS-New-SSN TO LV-SSN-NUM
                   MOVE LOW-VALUES TO LV-TYPE
                   START LeaveMaster KEY IS NOT LESS THAN LV-KEY
                       INVALID KEY
                           MOVE ZEROS TO LV-SSN-NUM
                       NOT INVALID KEY
                           READ LeaveMaster NEXT RECORD
                               AT END
                                   MOVE ZEROS TO LV-SSN-NUM
                           END-READ
                   END-START
                   IF LV-SSN-NUM = WS-New-SSN
                       MOVE "leavebal.idx" TO WS-In-Use-File
                   END-IF
               END-IF
               CLOSE LeaveMaster
           END-IF
           IF WS-In-Use-File = SPACES
               OPEN INPUT SupvMaster
               IF SupvOK
                   MOVE WS-New-SSN TO SV-SSN-NUM
                   READ SupvMaster
                       KEY IS SV-SSN-NUM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "empsupv.idx" TO WS-In-Use-File
                   END-READ
               END-IF
               CLOSE SupvMaster
           END-IF.

      *> CheckHistoryFree - a former employee's number is still
      *> theirs; EMPHIST.DAT is read through for it.
       CheckHistoryFree.
           OPEN INPUT HistFile
           IF HistOK
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ HistFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF EH-SSN-NUM = WS-New-SSN
                               MOVE "EMPHIST.DAT" TO WS-In-Use-File
                               SET SideEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HistFile.

      *> VerifyMaintAudit - MAINTAUD.DAT checked through the way
      *> AuditVerify checks it. No file means nothing to check.
       VerifyMaintAudit.
           MOVE "MAUD" TO WS-Trail-ID
           MOVE "MAINTAUD.DAT" TO WS-Trail-Name
           MOVE 81 TO WS-Trail-Seq-Pos
           MOVE 90 TO WS-Trail-Chain-Pos
           OPEN INPUT AuditFile
           IF AuditNotFound
               CLOSE AuditFile
           ELSE
               PERFORM BeginTrailCheck
               PERFORM UNTIL SideEOF OR WS-Trail-Broken
                   READ AuditFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           MOVE AuditRecord TO WS-Trail-Line
                           PERFORM CheckTrailLine
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF
           MOVE 'A' TO WS-Chain-Action.

      *> VerifyHireLog - HIRELOG.DAT checked the same way.
       VerifyHireLog.
           MOVE "HLOG" TO WS-Trail-ID
           MOVE "HIRELOG.DAT" TO WS-Trail-Name
           MOVE 22 TO WS-Trail-Seq-Pos
           MOVE 31 TO WS-Trail-Chain-Pos
           OPEN INPUT HireLogFile
           IF HireLogNotFound
               CLOSE HireLogFile
           ELSE
               PERFORM BeginTrailCheck
               PERFORM UNTIL SideEOF OR WS-Trail-Broken
                   READ HireLogFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           MOVE HireLogRecord TO WS-Trail-Line
                           PERFORM CheckTrailLine
                   END-READ
               END-PERFORM
               CLOSE HireLogFile
           END-IF
           MOVE 'A' TO WS-Chain-Action.

      *> BeginTrailCheck - the check value restarts from zero at
      *> the top of a trail, and the first line must be number one.
       BeginTrailCheck.
           MOVE SPACES TO WS-Trail-Line
           MOVE 'B' TO WS-Chain-Action
           CALL "AuditChain" USING WS-Chain-Action, WS-Trail-ID,
               WS-Trail-Line
           MOVE ZEROS TO WS-Trail-Prev-Seq
           MOVE 'N' TO SideEOF-Flag.

      *> CheckTrailLine - one line of the trail in WS-Trail-Line.
      *> It must carry the next sequence number, and its check value
      *> must be the one worked out again from a copy of it. The
      *> running value then follows the line's own stored value, as
      *> AuditVerify's does. The first break stops the check.
       CheckTrailLine.
           MOVE SPACES TO WS-Trail-Break
           MOVE WS-Trail-Line(WS-Trail-Seq-Pos:9) TO WS-Trail-Seq-X
           MOVE WS-Trail-Line(WS-Trail-Chain-Pos:9) TO WS-Trail-Chain
           EVALUATE TRUE
               WHEN WS-Trail-Seq-X IS NOT NUMERIC
                       OR WS-Trail-Chain IS NOT NUMERIC
                   MOVE "NOT SEQUENCED - ADDED OUTSIDE THE SYSTEM"
                       TO WS-Trail-Break
               WHEN WS-Trail-Seq NOT = WS-Trail-Prev-Seq + 1
                   MOVE "SEQUENCE BREAK - LINES MISSING OR MOVED"
                       TO WS-Trail-Break
               WHEN OTHER
                   MOVE WS-Trail-Line TO WS-Trail-Copy
                   MOVE 'R' TO WS-Chain-Action
                   CALL "AuditChain" USING WS-Chain-Action,
                       WS-Trail-ID, WS-Trail-Copy
                   IF WS-Trail-Copy(WS-Trail-Chain-Pos:9)
                           NOT = WS-Trail-Chain
                       MOVE "CHECK VALUE DOES NOT MATCH - ALTERED"
                           TO WS-Trail-Break
                   END-IF
           END-EVALUATE
           IF WS-Trail-Break NOT = SPACES
               SET WS-Trail-Broken TO TRUE
               DISPLAY WS-Trail-Name " LINE " WS-Trail-Seq-X ": "
                   WS-Trail-Break
           ELSE
               MOVE 'S' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, WS-Trail-ID,
                   WS-Trail-Line
               MOVE WS-Trail-Seq TO WS-Trail-Prev-Seq
           END-IF.

      *> MoveMaster - the master record under its new key: written
      *> as a new record, then the old one deleted, each journaled
      *> as it lands so a replay makes the same move.
       MoveMaster.
           MOVE WS-Old-SSN TO IX-SSN-NUM
           READ IdxMaster
               KEY IS IX-SSN-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-New-SSN TO IX-SSN-NUM
                   WRITE IdxEmployee
                   MOVE 'W' TO WS-Journal-Action
                   CALL "MasterJournal" USING WS-Journal-Action,
                       IdxEmployee
                   MOVE WS-Old-SSN TO IX-SSN-NUM
                   DELETE IdxMaster RECORD
                   MOVE 'D' TO WS-Journal-Action
                   CALL "MasterJournal" USING WS-Journal-Action,
                       IdxEmployee
                   ADD 1 TO WS-File-Moved(1)
           END-READ.

      *> MoveAddress - the one address record, if there is one.
       MoveAddress.
           OPEN I-O AddrMaster
           IF AddrOK
               MOVE WS-Old-SSN TO AD-SSN-NUM
               READ AddrMaster
                   KEY IS AD-SSN-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-New-SSN TO AD-SSN-NUM
                       WRITE AddrRecord
                       MOVE WS-Old-SSN TO AD-SSN-NUM
                       DELETE AddrMaster RECORD
                       ADD 1 TO WS-File-Moved(2)
               END-READ
           END-IF
           CLOSE AddrMaster.

      *> MoveLedger - the YTD pay ledger record.
       MoveLedger.
           OPEN I-O LedgerFile
           IF LedgerOK
               MOVE WS-Old-SSN TO YL-SSN-NUM
               READ LedgerFile
                   KEY IS YL-SSN-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-New-SSN TO YL-SSN-NUM
                       WRITE LedgerRecord
                       MOVE WS-Old-SSN TO YL-SSN-NUM
                       DELETE LedgerFile RECORD
                       ADD 1 TO WS-File-Moved(3)
               END-READ
           END-IF
           CLOSE LedgerFile.

      *> MoveBank - the direct-deposit record.
       MoveBank.
           OPEN I-O BankMaster
           IF BankOK
               MOVE WS-Old-SSN TO BK-SSN-NUM
               READ BankMaster
                   KEY IS BK-SSN-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-New-SSN TO BK-SSN-NUM
                       WRITE BankRecord
                       MOVE WS-Old-SSN TO BK-SSN-NUM
                       DELETE BankMaster RECORD
                       ADD 1 TO WS-File-Moved(4)
               END-READ
           END-IF
           CLOSE BankMaster.

      *> MoveDeductions - every election under the old SSN. The
      *> codes are gathered first, then each election is moved.
       MoveDeductions.
           OPEN I-O DednMaster
           IF DednOK
               MOVE ZEROS TO WS-Code-Count
               MOVE 'N' TO WS-Scan-Flag
               MOVE WS-Old-SSN TO DN-SSN-NUM
               MOVE LOW-VALUES TO DN-CODE
               START DednMaster KEY IS NOT LESS THAN DN-KEY
                   INVALID KEY
                       SET WS-Scan-Done TO TRUE
               END-START
               PERFORM UNTIL WS-Scan-Done
                   READ DednMaster NEXT RECORD
                       AT END
                           SET WS-Scan-Done TO TRUE
                       NOT AT END
                           IF DN-SSN-NUM NOT = WS-Old-SSN
                                   OR WS-Code-Count >= 100
                               SET WS-Scan-Done TO TRUE
                           ELSE
                               ADD 1 TO WS-Code-Count
                               MOVE DN-CODE
                                   TO WS-Code-Entry(WS-Code-Count)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-Key-Idx FROM 1 BY 1
                       UNTIL WS-Key-Idx > WS-Code-Count
                   MOVE WS-Old-SSN TO DN-SSN-NUM
                   MOVE WS-Code-Entry(WS-Key-Idx) TO DN-CODE
                   READ DednMaster
                       KEY IS DN-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-New-SSN TO DN-SSN-NUM
                           WRITE DednRecord
                           MOVE WS-Old-SSN TO DN-SSN-NUM
                           DELETE DednMaster RECORD
                           ADD 1 TO WS-File-Moved(5)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DednMaster.

      *> MoveDednLedger - every YTD deduction line, the same way.
       MoveDednLedger.
           OPEN I-O DednLedger
           IF DednLedgerOK
               MOVE ZEROS TO WS-Code-Count
               MOVE 'N' TO WS-Scan-Flag
               MOVE WS-Old-SSN TO DY-SSN-NUM
               MOVE LOW-VALUES TO DY-CODE
               START DednLedger KEY IS NOT LESS THAN DY-KEY
                   INVALID KEY
                       SET WS-Scan-Done TO TRUE
               END-START
               PERFORM UNTIL WS-Scan-Done
                   READ DednLedger NEXT RECORD
                       AT END
                           SET WS-Scan-Done TO TRUE
                       NOT AT END
                           IF DY-SSN-NUM NOT = WS-Old-SSN
                                   OR WS-Code-Count >= 100
                               SET WS-Scan-Done TO TRUE
                           ELSE
                               ADD 1 TO WS-Code-Count
                               MOVE DY-CODE
                                   TO WS-Code-Entry(WS-Code-Count)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-Key-Idx FROM 1 BY 1
                       UNTIL WS-Key-Idx > WS-Code-Count
                   MOVE WS-Old-SSN TO DY-SSN-NUM
                   MOVE WS-Code-Entry(WS-Key-Idx) TO DY-CODE
                   READ DednLedger
                       KEY IS DY-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-New-SSN TO DY-SSN-NUM
                           WRITE DednLedgerRecord
                           MOVE WS-Old-SSN TO DY-SSN-NUM
                           DELETE DednLedger RECORD
                           ADD 1 TO WS-File-Moved(6)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DednLedger.

      *> MoveJurisLedger - the SSN is the last part of the key here,
      *> under year, quarter and city, so the whole file is read
      *> through for this person's lines before any is moved.
       MoveJurisLedger.
           OPEN I-O JurisLedger
           IF JurisOK
               MOVE ZEROS TO WS-Juris-Count
               MOVE 'N' TO WS-Scan-Flag
               PERFORM UNTIL WS-Scan-Done
                   READ JurisLedger NEXT RECORD
                       AT END
                           SET WS-Scan-Done TO TRUE
                       NOT AT END
                           IF JW-SSN-NUM = WS-Old-SSN
                                   AND WS-Juris-Count < 500
                               ADD 1 TO WS-Juris-Count
                               MOVE JW-YEAR
                                   TO WS-Juris-Year(WS-Juris-Count)
                               MOVE JW-QUARTER
                                   TO WS-Juris-Quarter(WS-Juris-Count)
                               MOVE JW-CITY
                                   TO WS-Juris-City(WS-Juris-Count)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-Key-Idx FROM 1 BY 1
                       UNTIL WS-Key-Idx > WS-Juris-Count
                   MOVE WS-Juris-Year(WS-Key-Idx)    TO JW-YEAR
                   MOVE WS-Juris-Quarter(WS-Key-Idx) TO JW-QUARTER
                   MOVE WS-Juris-City(WS-Key-Idx)    TO JW-CITY
                   MOVE WS-Old-SSN TO JW-SSN-NUM
                   READ JurisLedger
                       KEY IS JW-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-New-SSN TO JW-SSN-NUM
                           WRITE JurisRecord
                           MOVE WS-Old-SSN TO JW-SSN-NUM
                           DELETE JurisLedger RECORD
                           ADD 1 TO WS-File-Moved(7)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JurisLedger.

      *> MoveLeave - the vacation and sick balances.
       MoveLeave.
           OPEN I-O LeaveMaster
           IF LeaveOK
               MOVE 'V' TO WS-Code-Entry(1)
               MOVE 'S' TO WS-Code-Entry(2)
               PERFORM VARYING WS-Key-Idx FROM 1 BY 1
                       UNTIL WS-Key-Idx > 2
                   MOVE WS-Old-SSN TO LV-SSN-NUM
                   MOVE WS-Code-Entry(WS-Key-Idx)(1:1) TO LV-TYPE
                   READ LeaveMaster
                       KEY IS LV-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-New-SSN TO LV-SSN-NUM
                           WRITE LeaveRecord
                           MOVE WS-Old-SSN TO LV-SSN-NUM
                           DELETE LeaveMaster RECORD
                           ADD 1 TO WS-File-Moved(8)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LeaveMaster.

      *> MoveSupervisor - the person's own reporting line moves to
      *> the new key, and everyone who reports to them is pointed
      *> at the new number.
       MoveSupervisor.
           OPEN I-O SupvMaster
           IF SupvOK
               MOVE WS-Old-SSN TO SV-SSN-NUM
               READ SupvMaster
                   KEY IS SV-SSN-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-New-SSN TO SV-SSN-NUM
                       WRITE SupvRecord
                       MOVE WS-Old-SSN TO SV-SSN-NUM
                       DELETE SupvMaster RECORD
                       ADD 1 TO WS-File-Moved(9)
               END-READ
               MOVE ZEROS TO WS-Report-Count
               MOVE 'N' TO WS-Scan-Flag
               MOVE WS-Old-SSN TO SV-SUPV-SSN
               START SupvMaster KEY IS EQUAL TO SV-SUPV-SSN
                   INVALID KEY
                       SET WS-Scan-Done TO TRUE
               END-START
               PERFORM UNTIL WS-Scan-Done
                   READ SupvMaster NEXT RECORD
                       AT END
                           SET WS-Scan-Done TO TRUE
                       NOT AT END
                           IF SV-SUPV-SSN NOT = WS-Old-SSN
                                   OR WS-Report-Count >= 500
                               SET WS-Scan-Done TO TRUE
                           ELSE
                               ADD 1 TO WS-Report-Count
                               MOVE SV-SSN-NUM
                                   TO WS-Report-SSN(WS-Report-Count)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-Key-Idx FROM 1 BY 1
                       UNTIL WS-Key-Idx > WS-Report-Count
                   MOVE WS-Report-SSN(WS-Key-Idx) TO SV-SSN-NUM
                   READ SupvMaster
                       KEY IS SV-SSN-NUM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-New-SSN TO SV-SUPV-SSN
                           REWRITE SupvRecord
                           ADD 1 TO WS-File-Moved(9)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SupvMaster.

      *> MoveMaintAudit - the person's lines on the maintenance
      *> trail, and any supervisor change on someone else's line
      *> that named them.
       MoveMaintAudit.
           OPEN INPUT AuditFile
           IF AuditNotFound
               CLOSE AuditFile
           ELSE
               OPEN OUTPUT AuditNewFile
      *> A changed line no longer matches its check value, so the
      *> whole trail - verified before anything was changed - is
      *> re-chained as it is written back, each line keeping its
      *> sequence number.
               MOVE 'B' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, "MAUD",
                   AuditRecord
               MOVE 'R' TO WS-Chain-Action
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ AuditFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           PERFORM FixAuditLine
                           CALL "AuditChain" USING WS-Chain-Action,
                               "MAUD", AuditRecord
                           WRITE AuditNewRecord FROM AuditRecord
                   END-READ
               END-PERFORM
               MOVE 'A' TO WS-Chain-Action
               CLOSE AuditFile
               CLOSE AuditNewFile
               CALL "CBL_DELETE_FILE" USING "MAINTAUD.DAT"
               CALL "CBL_RENAME_FILE" USING "maintaud.new",
                   "MAINTAUD.DAT"
           END-IF.

      *> FixAuditLine - one MAINTAUD.DAT line, counted once however
      *> many of its fields carried the old number.
       FixAuditLine.
           MOVE ZEROS TO WS-Moved
           IF AU-SSN = WS-Old-SSN
               MOVE WS-New-SSN TO AU-SSN
               MOVE 1 TO WS-Moved
           END-IF
           IF AU-FIELD-NAME = "SUPERVISOR"
               IF AU-OLD-VALUE(1:9) = WS-Old-SSN-X
                   MOVE WS-New-SSN-X TO AU-OLD-VALUE(1:9)
                   MOVE 1 TO WS-Moved
               END-IF
               IF AU-NEW-VALUE(1:9) = WS-Old-SSN-X
                   MOVE WS-New-SSN-X TO AU-NEW-VALUE(1:9)
                   MOVE 1 TO WS-Moved
               END-IF
           END-IF
           ADD WS-Moved TO WS-File-Moved(10).

      *> MoveHistory - departure records (a rehired person's earlier
      *> separation, typically).
       MoveHistory.
           OPEN INPUT HistFile
           IF HistNotFound
               CLOSE HistFile
           ELSE
               OPEN OUTPUT HistNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ HistFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF EH-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO EH-SSN-NUM
                               ADD 1 TO WS-File-Moved(11)
                           END-IF
                           WRITE HistNewRecord FROM HistRecord
                   END-READ
               END-PERFORM
               CLOSE HistFile
               CLOSE HistNewFile
               CALL "CBL_DELETE_FILE" USING "EMPHIST.DAT"
               CALL "CBL_RENAME_FILE" USING "emphist.new",
                   "EMPHIST.DAT"
           END-IF.

      *> MoveHireLog - the addition lines.
       MoveHireLog.
           OPEN INPUT HireLogFile
           IF HireLogNotFound
               CLOSE HireLogFile
           ELSE
               OPEN OUTPUT HireLogNewFile
      *> Re-chained as it is written back, the same as
      *> MAINTAUD.DAT above.
               MOVE 'B' TO WS-Chain-Action
               CALL "AuditChain" USING WS-Chain-Action, "HLOG",
                   HireLogRecord
               MOVE 'R' TO WS-Chain-Action
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ HireLogFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF HL-SSN = WS-Old-SSN
                               MOVE WS-New-SSN TO HL-SSN
                               ADD 1 TO WS-File-Moved(12)
                           END-IF
                           CALL "AuditChain" USING WS-Chain-Action,
                               "HLOG", HireLogRecord
                           WRITE HireLogNewRecord FROM HireLogRecord
                   END-READ
               END-PERFORM
               MOVE 'A' TO WS-Chain-Action
               CLOSE HireLogFile
               CLOSE HireLogNewFile
               CALL "CBL_DELETE_FILE" USING "HIRELOG.DAT"
               CALL "CBL_RENAME_FILE" USING "hirelog.new",
                   "HIRELOG.DAT"
           END-IF.

      *> MoveAddrHistory - addresses carried off at a departure.
       MoveAddrHistory.
           OPEN INPUT AddrHistFile
           IF AddrHistNotFound
               CLOSE AddrHistFile
           ELSE
               OPEN OUTPUT AddrHistNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ AddrHistFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF AH-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO AH-SSN-NUM
                               ADD 1 TO WS-File-Moved(13)
                           END-IF
                           WRITE AddrHistNewRecord FROM AddrHistRecord
                   END-READ
               END-PERFORM
               CLOSE AddrHistFile
               CLOSE AddrHistNewFile
               CALL "CBL_DELETE_FILE" USING "ADDRHIST.DAT"
               CALL "CBL_RENAME_FILE" USING "addrhist.new",
                   "ADDRHIST.DAT"
           END-IF.

      *> MoveLeaveHistory - every accrual, absence, forfeit and
      *> payout line.
       MoveLeaveHistory.
           OPEN INPUT LeaveHistFile
           IF LeaveHistNotFound
               CLOSE LeaveHistFile
           ELSE
               OPEN OUTPUT LeaveHistNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ LeaveHistFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF LH-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO LH-SSN-NUM
                               ADD 1 TO WS-File-Moved(14)
                           END-IF
                           WRITE LeaveHistNewRecord
                               FROM LeaveHistRecord
                   END-READ
               END-PERFORM
               CLOSE LeaveHistFile
               CLOSE LeaveHistNewFile
               CALL "CBL_DELETE_FILE" USING "LEAVEHIST.DAT"
               CALL "CBL_RENAME_FILE" USING "leavehist.new",
                   "LEAVEHIST.DAT"
           END-IF.

      *> MoveLeavePay - a vacation payout awaiting final pay.
       MoveLeavePay.
           OPEN INPUT LeavePayFile
           IF LeavePayNotFound
               CLOSE LeavePayFile
           ELSE
               OPEN OUTPUT LeavePayNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ LeavePayFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF VP-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO VP-SSN-NUM
                               ADD 1 TO WS-File-Moved(15)
                           END-IF
                           WRITE LeavePayNewRecord FROM LeavePayRecord
                   END-READ
               END-PERFORM
               CLOSE LeavePayFile
               CLOSE LeavePayNewFile
               CALL "CBL_DELETE_FILE" USING "leavepay.dat"
               CALL "CBL_RENAME_FILE" USING "leavepay.new",
                   "leavepay.dat"
           END-IF.

      *> MoveRetro - retroactive pay still to be worked out.
       MoveRetro.
           OPEN INPUT RetroFile
           IF RetroNotFound
               CLOSE RetroFile
           ELSE
               OPEN OUTPUT RetroNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ RetroFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF RP-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO RP-SSN-NUM
                               ADD 1 TO WS-File-Moved(16)
                           END-IF
                           WRITE RetroNewRecord FROM RetroRecord
                   END-READ
               END-PERFORM
               CLOSE RetroFile
               CLOSE RetroNewFile
               CALL "CBL_DELETE_FILE" USING "retropend.dat"
               CALL "CBL_RENAME_FILE" USING "retropend.new",
                   "retropend.dat"
           END-IF.

      *> MoveHolds - pay held by the variance check, decided or not.
       MoveHolds.
           OPEN INPUT HoldFile
           IF HoldNotFound
               CLOSE HoldFile
           ELSE
               OPEN OUTPUT HoldNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ HoldFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF PH-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO PH-SSN-NUM
                               ADD 1 TO WS-File-Moved(17)
                           END-IF
                           WRITE HoldNewRecord FROM HoldRecord
                   END-READ
               END-PERFORM
               CLOSE HoldFile
               CLOSE HoldNewFile
               CALL "CBL_DELETE_FILE" USING "payhold.dat"
               CALL "CBL_RENAME_FILE" USING "payhold.new",
                   "payhold.dat"
           END-IF.

      *> MoveSuspense - rejected transactions still being worked.
       MoveSuspense.
           OPEN INPUT SuspenseFile
           IF SuspenseNotFound
               CLOSE SuspenseFile
           ELSE
               OPEN OUTPUT SuspenseNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ SuspenseFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF SU-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO SU-SSN-NUM
                               ADD 1 TO WS-File-Moved(18)
                           END-IF
                           WRITE SuspenseNewRecord FROM SuspenseRecord
                   END-READ
               END-PERFORM
               CLOSE SuspenseFile
               CLOSE SuspenseNewFile
               CALL "CBL_DELETE_FILE" USING "suspense.dat"
               CALL "CBL_RENAME_FILE" USING "suspense.new",
                   "suspense.dat"
           END-IF.

      *> MoveApprovals - salary changes awaiting a second signature.
       MoveApprovals.
           OPEN INPUT ApprovalFile
           IF ApprovalNotFound
               CLOSE ApprovalFile
           ELSE
               OPEN OUTPUT ApprovalNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ ApprovalFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF PA-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO PA-SSN-NUM
                               ADD 1 TO WS-File-Moved(19)
                           END-IF
                           WRITE ApprovalNewRecord FROM ApprovalRecord
                   END-READ
               END-PERFORM
               CLOSE ApprovalFile
               CLOSE ApprovalNewFile
               CALL "CBL_DELETE_FILE" USING "pendappr.dat"
               CALL "CBL_RENAME_FILE" USING "pendappr.new",
                   "pendappr.dat"
           END-IF.

      *> MovePending - future-dated transactions not yet released.
       MovePending.
           OPEN INPUT PendingFile
           IF PendingNotFound
               CLOSE PendingFile
           ELSE
               OPEN OUTPUT PendingNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ PendingFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF PD-SSN-NUM = WS-Old-SSN
                               MOVE WS-New-SSN TO PD-SSN-NUM
                               ADD 1 TO WS-File-Moved(20)
                           END-IF
                           WRITE PendingNewRecord FROM PendingRecord
                   END-READ
               END-PERFORM
               CLOSE PendingFile
               CLOSE PendingNewFile
               CALL "CBL_DELETE_FILE" USING "pendtran.dat"
               CALL "CBL_RENAME_FILE" USING "pendtran.new",
                   "pendtran.dat"
           END-IF.

      *> MoveLookupLog - inquiries made against the person.
       MoveLookupLog.
           OPEN INPUT LookupLog
           IF LookupLogNotFound
               CLOSE LookupLog
           ELSE
               OPEN OUTPUT LookupLogNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ LookupLog
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF LG-SSN = WS-Old-SSN
                               MOVE WS-New-SSN TO LG-SSN
                               ADD 1 TO WS-File-Moved(21)
                           END-IF
                           WRITE LookupLogNewRecord
                               FROM LookupLogRecord
                   END-READ
               END-PERFORM
               CLOSE LookupLog
               CLOSE LookupLogNewFile
               CALL "CBL_DELETE_FILE" USING "lookupaudit.dat"
               CALL "CBL_RENAME_FILE" USING "lookupaudit.new",
                   "lookupaudit.dat"
           END-IF.

      *> MoveVerifyAudit - employment verification letters issued
      *> for the person.
       MoveVerifyAudit.
           OPEN INPUT VerifyAuditFile
           IF VerifyAuditNotFound
               CLOSE VerifyAuditFile
           ELSE
               OPEN OUTPUT VerifyAuditNewFile
               MOVE 'N' TO SideEOF-Flag
               PERFORM UNTIL SideEOF
                   READ VerifyAuditFile
                       AT END SET SideEOF TO TRUE
                       NOT AT END
                           IF VA-SSN = WS-Old-SSN
                               MOVE WS-New-SSN TO VA-SSN
                               ADD 1 TO WS-File-Moved(22)
                           END-IF
                           WRITE VerifyAuditNewRecord
                               FROM VerifyAuditRecord
                   END-READ
               END-PERFORM
               CLOSE VerifyAuditFile
               CLOSE VerifyAuditNewFile
               CALL "CBL_DELETE_FILE" USING "verifaudit.dat"
               CALL "CBL_RENAME_FILE" USING "verifaudit.new",
                   "verifaudit.dat"
           END-IF.

      *> WriteCorrectionAudit - the correction itself, on the same
      *> trail as every other maintenance action and under the
      *> number the person now has.
       WriteCorrectionAudit.
           OPEN EXTEND AuditFile
           IF NOT AuditOK
               CLOSE AuditFile
               OPEN OUTPUT AuditFile
           END-IF
           MOVE WS-Timestamp   TO AU-TIMESTAMP
           MOVE WS-New-SSN     TO AU-SSN
           MOVE 'N'            TO AU-ACTION-CODE
           MOVE "SSN"          TO AU-FIELD-NAME
           MOVE WS-Old-SSN     TO AU-OLD-VALUE
           MOVE WS-New-SSN     TO AU-NEW-VALUE
           MOVE WS-Operator-ID TO AU-OPERATOR
           CALL "AuditChain" USING WS-Chain-Action, "MAUD",
               AuditRecord
           WRITE AuditRecord
           CLOSE AuditFile.

      *> PrintRegister - append this correction to ssncorr.prt:
      *> when, by whom, who, and what moved in each file.
       PrintRegister.
           OPEN EXTEND PrintFile
           IF NOT PrintOK
               CLOSE PrintFile
               OPEN OUTPUT PrintFile
           END-IF
           CALL "MaskSSN" USING WS-Old-SSN, WS-Old-Masked
           CALL "MaskSSN" USING WS-New-SSN, WS-New-Masked
           MOVE WS-Timestamp   TO HL-Timestamp
           MOVE WS-Operator-ID TO HL-Operator
           MOVE WS-Name        TO HL-Name
           MOVE WS-Old-Masked  TO HL-Old-SSN
           MOVE WS-New-Masked  TO HL-New-SSN
           MOVE SPACES TO PrintLine
           WRITE PrintLine
           WRITE PrintLine FROM HeaderLine1
           WRITE PrintLine FROM HeaderLine2
           MOVE ZEROS TO WS-Total-Moved
           PERFORM VARYING WS-File-Idx FROM 1 BY 1
                   UNTIL WS-File-Idx > 22
               MOVE WS-File-Name(WS-File-Idx)  TO DL-File
               MOVE WS-File-Moved(WS-File-Idx) TO DL-Moved
               WRITE PrintLine FROM DetailLine
               ADD WS-File-Moved(WS-File-Idx) TO WS-Total-Moved
           END-PERFORM
           WRITE PrintLine FROM JournalLine
           MOVE WS-Total-Moved TO FT-Moved
           WRITE PrintLine FROM FooterLine
           CLOSE PrintFile.

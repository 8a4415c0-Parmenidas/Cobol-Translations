      *> the running YTD withheld on the register itself, and refuses
      *> to post the same pay period twice - the same run-control
      *> idea as WriteData's wdrunctl.dat check. This shop pays
      *> monthly, so the pay period is the run date's YYYYMM - or,
      *> when NightlyBatch is finishing a period held for variance
      *> review past midnight, that period (063/PayPeriod.cbl); an
      *> operator who really does need to repost a period drops
      *> ytdoverride.flg first, the same as wdoverride.flg. The run
      *> also produces one pay advice per employee on payadvice.prt
      *> - a one-page statement of how the net pay was arrived at,
      *> on standard 80-column stock - so each person can be handed
      *> their own instead of HR fielding "why did my check change"
      *> off the office-wide register. Pay is for days actually
      *> employed in the period: a starter whose HIRE-DATE falls
      *> inside the month is paid only from that date, and anyone
      *> whose EMPHIST.DAT separation takes effect this month - no
      *> longer on the master by month end - is paid up to the
      *> effective date in a final-pay section at the foot of the
      *> register, with an advice and a ledger posting of their own.
      *> Deductions and benefit elections on empdedn.idx come off
      *> each person's pay as well: pre-tax ones reduce the base
      *> withholding is figured on, after-tax ones come off net, and
      *> every one taken prints as its own line on the register and
      *> the advice and posts to its own line of the YTD ledger's
      *> deduction side, ytddedn.idx. The register's grand totals
      *> are left on paytotal.dat for the period-end interfaces that
      *> follow it to balance to, and added to the register history
      *> on paytothist.dat. Each posting also lands on jurisytd.idx
      *> under the employee's city and the calendar quarter, for
      *> the quarterly remittance to each jurisdiction. A salary
      *> change back-dated into periods already paid waits on
      *> retropend.dat (queued by EmpUpdate, SalaryApprove and
      *> SalaryAdjust); the next posting run works out what each of
      *> those periods should have paid at the new salary, pays the
      *> difference as a separate retro line with its own
      *> withholding, posts it to the ledger with the period, and
      *> shows the working period by period on retro.prt. Before
      *> anyone's pay is posted it is checked against the last
      *> period the ledger shows for them: a first pay, or a gross
      *> or net that has moved by more than WS-Variance-Pct, is held
      *> out of posting on payhold.dat and listed on varcheck.prt
      *> with everyone paid last period who is not paid now. Held
      *> pay waits for a level-3 operator's decision in
      *> VarianceRelease; while any is undecided the period is not
      *> marked posted and the run ends RC 4, so the period-end
      *> stream stops short of the bank file and a rerun once the
      *> holds are decided posts the released employees alone. A
      *> leaver's unused vacation, costed by EmpUpdate onto
      *> leavepay.dat at termination, prints under their final pay
      *> as a payout due; payroll pays it by hand, so it does not
      *> enter the gross or the ledger here.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT BatchSummaryFile ASSIGN TO "batchsumm.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS BatchSummaryFileStatus.
               SELECT TotalsFile ASSIGN TO "paytotal.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS TotalsFileStatus.
               SELECT TotalsHistFile ASSIGN TO "paytothist.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS TotalsHistFileStatus.
               SELECT JurisLedger ASSIGN TO "jurisytd.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JW-KEY
                   FILE STATUS IS JurisFileStatus.
               SELECT HistFile ASSIGN TO "EMPHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS HistFileStatus.
               SELECT LeavePayFile ASSIGN TO "leavepay.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS LeavePayFileStatus.
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
               SELECT RetroFile ASSIGN TO "retropend.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RetroFileStatus.
               SELECT NewRetroFile ASSIGN TO "retropend.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewRetroFileStatus.
               SELECT RetroPrintFile ASSIGN TO "retro.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HoldFile ASSIGN TO "payhold.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS HoldFileStatus.
               SELECT NewHoldFile ASSIGN TO "payhold.new"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS NewHoldFileStatus.
               SELECT VariancePrintFile ASSIGN TO "varcheck.prt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *> totals the accountants used to re-add off a drawer of
      *> printed registers at year end. Read back by
      *> 023/YearEndStatement.cbl for the per-employee statement.
      *> The last-period amounts are everything paid in the period,
      *> back pay included; the retro part of them is kept beside
      *> them, along with the day the period was posted, so the
      *> variance check can compare like with like and a rerun can
      *> tell what an earlier run of the same period already paid.
           01  LedgerRecord.
               02 YL-SSN-NUM        PIC 9(9).
               02 YL-fname          PIC X(10).
               02 YL-YTD-GROSS      PIC 9(9)V99.
               02 YL-YTD-WITHHELD   PIC 9(9)V99.
               02 YL-YTD-NET        PIC 9(9)V99.
               02 YL-RETRO-PERIODS  PIC 9(3).
               02 YL-RETRO-GROSS    PIC 9(7)V99.
               02 YL-RETRO-WITHHELD PIC 9(7)V99.
               02 YL-RETRO-NET      PIC 9(7)V99.
               02 YL-POSTED-DATE    PIC 9(8).

           FD RunControlFile.
      *> Single-record run control - the pay period (YYYYMM) last
           01  BatchSummaryRecord.
               COPY BATCHSUM.

           FD TotalsFile.
      *> The register's grand totals - see copybooks/PAYTOTAL.cpy.
           01  TotalsRecord.
               COPY PAYTOTAL.

           FD TotalsHistFile.
      *> Every posting run's grand totals, one record per run,
      *> appended - the registers a quarter's remittance ties back
      *> to. A period reposted under the override appears twice;
      *> readers take the later record.
           01  TotalsHistRecord.
               COPY PAYTOTAL
                   REPLACING ==PT-PERIOD== BY ==TH-PERIOD==
                             ==PT-EMPLOYEES== BY ==TH-EMPLOYEES==
                             ==PT-GROSS== BY ==TH-GROSS==
                             ==PT-WITHHELD== BY ==TH-WITHHELD==
                             ==PT-PRETAX== BY ==TH-PRETAX==
                             ==PT-AFTERTAX== BY ==TH-AFTERTAX==
                             ==PT-NET== BY ==TH-NET==.

           FD JurisLedger.
      *> Withholding by jurisdiction and quarter - see
      *> copybooks/JURISWH.cpy.
           01  JurisRecord.
               COPY JURISWH.

           FD HistFile.
      *> Separation history as EmpUpdate's TerminateEmployee writes
      *> it - the master record as it stood plus the effective date
      *> and reason. Read here for the final-pay section.
           01  HistRecord.
               COPY EMPREC
                   REPLACING ==fname== BY ==EH-fname==
                             ==lname== BY ==EH-lname==
                             ==SSN-NUM== BY ==EH-SSN-NUM==
                             ==SSN== BY ==EH-SSN==
                             ==A== BY ==EH-A==
                             ==B== BY ==EH-B==
                             ==C== BY ==EH-C==
                             ==city== BY ==EH-city==
                             ==DOB== BY ==EH-DOB==
                             ==DEPT-CODE== BY ==EH-DEPT-CODE==
                             ==SALARY== BY ==EH-SALARY==
                             ==WITHHOLDING-RATE-INV==
                          BY ==EH-WITHHOLDING-RATE-INV==
                             ==WITHHOLDING-RATE==
                          BY ==EH-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==EH-HIRE-DATE==.
               02 EH-EFFECTIVE-DATE     PIC 9(8).
               02 EH-SEPARATION-REASON  PIC 9(2).

           FD LeavePayFile.
      *> Leavers' unused vacation for the final pay - see
      *> copybooks/LEAVEPAY.cpy.
           01  LeavePayRecord.
               COPY LEAVEPAY.

           FD DednMaster.
      *> Deduction and benefit elections, keyed by SSN plus code -
      *> see copybooks/EMPDEDN.cpy. Opened for update so a
      *> garnishment's collected-to-date moves with each posting.
           01  DednRecord.
               COPY EMPDEDN.

           FD DednLedger.
      *> The deduction side of the YTD ledger - see
      *> copybooks/YTDDEDN.cpy.
           01  DednLedgerRecord.
               COPY YTDDEDN.

           FD RetroFile.
      *> Back-dated salary changes awaiting their back pay - see
      *> copybooks/RETROPAY.cpy.
           01  RetroRecord.
               COPY RETROPAY.

           FD NewRetroFile.
      *> Trimmed copy of retropend.dat - every change not paid this
      *> run is carried forward here, then swapped in.
           01  NewRetroRecord   PIC X(44).

           FD RetroPrintFile.
           01  RetroLine        PIC X(80).

           FD HoldFile.
      *> Pay held out of posting by the variance check - see
      *> copybooks/PAYHOLD.cpy.
           01  HoldRecord.
               COPY PAYHOLD.

           FD NewHoldFile.
      *> Trimmed copy of payhold.dat - only the current period's
      *> holds are carried forward, then swapped in.
           01  NewHoldRecord    PIC X(119).

           FD VariancePrintFile.
           01  VarianceLine     PIC X(80).

           WORKING-STORAGE SECTION.
      *> Shared FILE STATUS layout - see copybooks/FILESTAT.cpy.
           COPY FILESTAT.
               88 RunControlNotFound VALUE '35'.
           01  OverrideFileStatus  PIC X(2).
               88 OverrideOK        VALUE '00'.
           01  TotalsFileStatus    PIC X(2).
               88 TotalsOK          VALUE '00'.
           01  TotalsHistFileStatus PIC X(2).
               88 TotalsHistOK      VALUE '00'.
      *> JurisLedger's status off the same shared layout.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==JurisFileStatus==
                         ==EverythingOK== BY ==JurisOK==
                         ==ReachEndOfFile== BY ==JurisReachEOF==
                         ==RecordNotFound== BY ==JurisNotFound==
                         ==PermanentError== BY ==JurisPermError==
                         ==BoundaryViolation== BY ==JurisBoundary==
                         ==FileNotFound== BY ==JurisFileNotFound==
                         ==LogicError== BY ==JurisLogicError==.
           01  WS-Override-Flag    PIC X VALUE 'N'.
               88 WS-OverrideRun   VALUE 'Y'.
           01  WS-AlreadyPostedCount PIC 9(6) VALUE ZEROS.
           01  HistFileStatus      PIC X(2).
               88 HistOK            VALUE '00'.
               88 HistNotFound      VALUE '35'.
           01  HistEOF-Flag        PIC X VALUE 'N'.
               88 HistEOF          VALUE 'Y'.
           01  LeavePayFileStatus  PIC X(2).
               88 LeavePayOK       VALUE '00'.
           01  LeavePayEOF-Flag    PIC X VALUE 'N'.
               88 LeavePayEOF      VALUE 'Y'.
           01  RetroFileStatus     PIC X(2).
               88 RetroOK           VALUE '00'.
               88 RetroNotFound     VALUE '35'.
           01  NewRetroFileStatus  PIC X(2).
               88 NewRetroOK        VALUE '00'.
           01  RetroEOF-Flag       PIC X VALUE 'N'.
               88 RetroEOF         VALUE 'Y'.
           01  HoldFileStatus      PIC X(2).
               88 HoldOK            VALUE '00'.
               88 HoldNotFound      VALUE '35'.
           01  NewHoldFileStatus   PIC X(2).
               88 NewHoldOK         VALUE '00'.
           01  HoldEOF-Flag        PIC X VALUE 'N'.
               88 HoldEOF          VALUE 'Y'.
           01  LedgerEOF-Flag      PIC X VALUE 'N'.
               88 LedgerEOF        VALUE 'Y'.

      *> Deduction master and deduction ledger status fields off the
      *> shared layout - see copybooks/FILESTAT.cpy.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==DednFileStatus==
                         ==EverythingOK== BY ==DednOK==
                         ==ReachEndOfFile== BY ==DednReachEOF==
                         ==RecordNotFound== BY ==DednNotFound==
                         ==PermanentError== BY ==DednPermError==
                         ==BoundaryViolation== BY ==DednBoundary==
                         ==FileNotFound== BY ==DednFileNotFound==
                         ==LogicError== BY ==DednLogicError==.
           COPY FILESTAT
               REPLACING ==FileStatus== BY ==DednLedgerFileStatus==
                         ==EverythingOK== BY ==DednLedgerOK==
                         ==ReachEndOfFile== BY ==DednLedgerReachEOF==
                         ==RecordNotFound== BY ==DednLedgerNotFound==
                         ==PermanentError== BY ==DednLedgerPermError==
                         ==BoundaryViolation==
                      BY ==DednLedgerBoundary==
                         ==FileNotFound== BY ==DednLedgerFileNotFound==
                         ==LogicError== BY ==DednLedgerLogicError==.
           01  DednEOF-Flag        PIC X VALUE 'N'.
               88 DednEOF          VALUE 'Y'.

           01  WS-Today         PIC X(8).
           01  WS-Period        PIC 9(6).
           01  WS-Period-Parts REDEFINES WS-Period.
               02 WS-Period-Year  PIC 9(4).
               02 WS-Period-Month PIC 9(2).
           01  WS-Quarter       PIC 9(1).
           01  WS-LastPeriod    PIC 9(6) VALUE ZEROS.
           01  WS-Posting-Flag  PIC X VALUE 'Y'.
               88 PostingThisRun VALUE 'Y'.
           01  WS-TotalNet      PIC 9(9)V99 VALUE ZEROS.
           01  WS-PostedCount   PIC 9(6) VALUE ZEROS.

      *> Days-employed proration. The period runs from the 1st of
      *> the run month up to (not including) the 1st of the next;
      *> a part-period employee's gross is SALARY times the days
      *> they were on the books over the days in the month.
           01  WS-PeriodStart   PIC 9(8).
           01  WS-NextPeriodStart PIC 9(8).
           01  WS-PeriodStartInt PIC 9(7).
           01  WS-NextPeriodInt PIC 9(7).
           01  WS-FirstDayInt   PIC 9(7).
           01  WS-DaysInPeriod  PIC 9(2) VALUE ZEROS.
           01  WS-DaysPaid      PIC 9(2) VALUE ZEROS.
           01  WS-Gross         PIC 9(7)V99 VALUE ZEROS.
           01  WS-Prorate-Flag  PIC X VALUE 'N'.
               88 WS-Prorated   VALUE 'Y'.
           01  WS-FinalPay-Flag PIC X VALUE 'N'.
               88 WS-FinalPayRun VALUE 'Y'.
           01  WS-ProratedCount PIC 9(6) VALUE ZEROS.
           01  WS-NotStartedCount PIC 9(6) VALUE ZEROS.
           01  WS-FinalPayCount PIC 9(6) VALUE ZEROS.
           01  WS-FinalPayGross PIC 9(9)V99 VALUE ZEROS.

      *> The deductions being taken from the employee in hand, as
      *> gathered off empdedn.idx. Six is as many as one advice page
      *> has room for; EmpUpdate refuses a seventh election, so the
      *> limit is only ever met by a hand-built file.
           01  WS-Dedn-Table.
               02 WS-Dedn-Entry OCCURS 6 TIMES.
                   03 WS-DE-Code      PIC X(4).
                   03 WS-DE-Desc      PIC X(12).
                   03 WS-DE-Tax-Type  PIC X(1).
                       88 WS-DE-PreTax  VALUE 'P'.
                   03 WS-DE-Amount    PIC 9(7)V99.
           01  WS-Dedn-Count    PIC 9(2) VALUE ZEROS.
           01  WS-Dedn-Max      PIC 9(2) VALUE 6.
           01  WS-Dedn-Idx      PIC 99 COMP.
           01  WS-DednAmount    PIC 9(7)V99 VALUE ZEROS.
           01  WS-DednRoom      PIC 9(7)V99 VALUE ZEROS.
           01  WS-PreTax        PIC 9(7)V99 VALUE ZEROS.
           01  WS-AfterTax      PIC 9(7)V99 VALUE ZEROS.
           01  WS-TaxBase       PIC 9(7)V99 VALUE ZEROS.
           01  WS-TotalPreTax   PIC 9(9)V99 VALUE ZEROS.
           01  WS-TotalAfterTax PIC 9(9)V99 VALUE ZEROS.
           01  WS-DednTakenCount PIC 9(6) VALUE ZEROS.
           01  WS-Ledger-Post-Flag PIC X VALUE 'N'.
               88 WS-LedgerPosted VALUE 'Y'.

      *> The retro queue as read off retropend.dat at the start of
      *> a posting run, in file order - an entry is marked done once
      *> its back pay is worked out, and whatever is left is written
      *> back at the end. Anything past the table's size stays on
      *> the file untouched for the next run.
           01  WS-Retro-Queue.
               02 WS-RP-Entry OCCURS 200 TIMES.
                   03 WS-RP-SSN       PIC 9(9).
                   03 WS-RP-Effective PIC 9(8).
                   03 WS-RP-Old       PIC 9(7)V99.
                   03 WS-RP-New       PIC 9(7)V99.
                   03 WS-RP-Source    PIC X(1).
                   03 WS-RP-Queued    PIC 9(8).
                   03 WS-RP-Done      PIC X(1).
           01  WS-RP-Count      PIC 9(3) COMP VALUE ZEROS.
           01  WS-RP-Max        PIC 9(3) COMP VALUE 200.
           01  WS-RP-Idx        PIC 9(3) COMP.
           01  WS-RP-Read       PIC 9(6) VALUE ZEROS.
           01  WS-RP-Overflow   PIC 9(6) VALUE ZEROS.
           01  WS-Retro-Queue-Flag PIC X VALUE 'N'.
               88 WS-HaveRetroQueue VALUE 'Y'.
           01  WS-Retro-Due-Flag PIC X VALUE 'N'.
               88 WS-RetroDue   VALUE 'Y'.

      *> One employee's back pay for this run - every queued change
      *> for them added together, withheld at their current rate.
      *> Deductions are not taken from it.
           01  WS-Retro-Gross    PIC 9(7)V99 VALUE ZEROS.
           01  WS-Retro-Withheld PIC 9(7)V99 VALUE ZEROS.
           01  WS-Retro-Net      PIC 9(7)V99 VALUE ZEROS.
           01  WS-Retro-Periods  PIC 9(3) VALUE ZEROS.

      *> One change's working, a period at a time. No change reaches
      *> back more than WS-Retro-Max-Back periods - anything older
      *> is referred to payroll rather than paid blind.
           01  WS-Retro-From     PIC 9(8).
           01  WS-Retro-FromInt  PIC 9(7).
           01  WS-Retro-Period   PIC 9(6).
           01  WS-Retro-Period-Parts REDEFINES WS-Retro-Period.
               02 WS-Retro-Year  PIC 9(4).
               02 WS-Retro-Month PIC 9(2).
           01  WS-Retro-Start    PIC 9(8).
           01  WS-Retro-Next     PIC 9(8).
           01  WS-Retro-StartInt PIC 9(7).
           01  WS-Retro-NextInt  PIC 9(7).
           01  WS-Retro-DaysIn   PIC 9(2).
           01  WS-Retro-DaysOwed PIC 9(2).
           01  WS-Retro-OldPay   PIC 9(7)V99.
           01  WS-Retro-NewPay   PIC 9(7)V99.
           01  WS-Retro-Diff     PIC 9(7)V99.
           01  WS-Change-Owed    PIC 9(7)V99.
           01  WS-Change-Periods PIC 9(3).
           01  WS-Retro-Back     PIC 9(5).
           01  WS-Retro-Max-Back PIC 9(3) VALUE 24.

           01  WS-RetroPaidCount  PIC 9(6) VALUE ZEROS.
           01  WS-RetroChangeCount PIC 9(6) VALUE ZEROS.
           01  WS-RetroNoneCount  PIC 9(6) VALUE ZEROS.
           01  WS-RetroReferCount PIC 9(6) VALUE ZEROS.
           01  WS-RetroCarriedCount PIC 9(6) VALUE ZEROS.
           01  WS-RetroTotalGross PIC 9(9)V99 VALUE ZEROS.
           01  WS-RetroTotalWithheld PIC 9(9)V99 VALUE ZEROS.
           01  WS-RetroTotalNet   PIC 9(9)V99 VALUE ZEROS.
           01  WS-RetroLines      PIC 9(4) VALUE 0.
           01  WS-RetroPage       PIC 9(4) VALUE 0.

      *> Pay variance check - how far gross or net may move from
      *> the last period posted, either way, before the pay is held
      *> for an operator to look at.
           01  WS-Variance-Pct    PIC 9(2)V99 VALUE 10.00.

      *> The current period's holds as read off payhold.dat at the
      *> start of a posting run, with the decision taken on each so
      *> far. A hold made during the run is added as it is written.
           01  WS-Hold-Table.
               02 WS-HD-Entry OCCURS 500 TIMES.
                   03 WS-HD-SSN       PIC 9(9).
                   03 WS-HD-Status    PIC X(1).
           01  WS-HD-Count      PIC 9(3) COMP VALUE ZEROS.
           01  WS-HD-Max        PIC 9(3) COMP VALUE 500.
           01  WS-HD-Idx        PIC 9(3) COMP.
           01  WS-HD-Hit        PIC 9(3) COMP.
           01  WS-Variance-Flag PIC X VALUE 'N'.
               88 WS-VarianceCheck VALUE 'Y'.
           01  WS-Held-Flag     PIC X VALUE 'N'.
               88 WS-PayHeld    VALUE 'Y'.

      *> One employee's comparison with their last period.
           01  WS-Var-Reason     PIC X(1).
               88 WS-Var-First   VALUE 'F'.
               88 WS-Var-Gross   VALUE 'G'.
               88 WS-Var-Net     VALUE 'N'.
               88 WS-Var-Both    VALUE 'B'.
           01  WS-Var-Gross-Flag PIC X VALUE 'N'.
               88 WS-Var-GrossMoved VALUE 'Y'.
           01  WS-Var-Net-Flag   PIC X VALUE 'N'.
               88 WS-Var-NetMoved VALUE 'Y'.
           01  WS-Var-Last-Period PIC 9(6).
           01  WS-Var-Last-Gross  PIC 9(7)V99.
           01  WS-Var-Last-Net    PIC 9(7)V99.
           01  WS-Var-Gross-Pct   PIC S9(5)V99.
           01  WS-Var-Net-Pct     PIC S9(5)V99.
           01  WS-Var-Status      PIC X(14).
           01  WS-PriorPeriod     PIC 9(6).

           01  WS-VarFlaggedCount   PIC 9(6) VALUE ZEROS.
           01  WS-VarFirstPayCount  PIC 9(6) VALUE ZEROS.
           01  WS-VarNewHeldCount   PIC 9(6) VALUE ZEROS.
           01  WS-VarUndecidedCount PIC 9(6) VALUE ZEROS.
           01  WS-VarReleasedCount  PIC 9(6) VALUE ZEROS.
           01  WS-VarHeldOverCount  PIC 9(6) VALUE ZEROS.
           01  WS-VarMissingCount   PIC 9(6) VALUE ZEROS.
           01  WS-HeldCount         PIC 9(6) VALUE ZEROS.
           01  WS-VarLines          PIC 9(4) VALUE 0.
           01  WS-VarPage           PIC 9(4) VALUE 0.
           01  WS-Masked-SSN      PIC X(11).

      *> Trimmed lengths of fname/lname for printing - see
      *> 009/TrimName.cbl.
           01  WS-FnameLen      PIC 9(2) VALUE ZEROS.

      *> Pay-advice form control - each advice is padded out to one
      *> full page of the 80-column stock, so the forms burst
      *> cleanly one employee per page. The longest advice - a
      *> part-period pay with pre-tax deductions, the full six
      *> deductions and retro pay - runs to 21 lines.
           01  WS-AdviceLines   PIC 9(2) VALUE ZEROS.
           01  WS-AdvicePageLen PIC 9(2) VALUE 21.

           01  HeaderLine1.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 DL-Withheld   PIC Z,ZZZ,ZZ9.99.
               02 DL-Net        PIC Z,ZZZ,ZZ9.99.
               02 DL-YTD        PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 DL-Flag       PIC X(1).

      *> One line per deduction taken, under the employee's detail
      *> line, with the amount in the withheld column.
           01  DeductionLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 DD-TaxLabel   PIC X(10).
               02 DD-Code       PIC X(5).
               02 DD-Desc       PIC X(13).
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 DD-Amount     PIC Z,ZZZ,ZZ9.99.

      *> The retro line under an employee's detail line - back pay
      *> for the periods since a back-dated salary change.
           01  RetroPayLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 FILLER        PIC X(10) VALUE "RETRO PAY ".
               02 RP-Periods    PIC ZZ9.
               02 FILLER        PIC X(5)  VALUE " PDS ".
               02 RP-Gross      PIC Z,ZZZ,ZZ9.99.
               02 RP-Withheld   PIC Z,ZZZ,ZZ9.99.
               02 RP-Net        PIC Z,ZZZ,ZZ9.99.

           01  FinalPayHeading.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(50)
                   VALUE "FINAL PAY - SEPARATIONS EFFECTIVE IN PERIOD".

      *> A leaver's unused vacation, under their final-pay detail
      *> line - reported for payment, not included in the gross.
           01  VacationPayoutLine.
               02 FILLER        PIC X(8)  VALUE SPACES.
               02 FILLER        PIC X(16) VALUE "UNUSED VACATION ".
               02 VO-Hours      PIC ZZ,ZZ9.99.
               02 FILLER        PIC X(21)
                   VALUE " HRS - PAYOUT DUE ".
               02 VO-Amount     PIC Z,ZZZ,ZZ9.99.

           01  FinalPayTotalLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "FINAL PAY COUNT: ".
               02 FP-Count      PIC ZZZ,ZZ9.
               02 FILLER        PIC X(9)  VALUE "  GROSS: ".
               02 FP-Gross      PIC ZZZ,ZZZ,ZZ9.99.

           01  FooterLine1.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "TOTAL NET PAY: ".
               02 FT-Net        PIC ZZZ,ZZZ,ZZ9.99.

           01  FooterLine5.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "PART-PERIOD (P): ".
               02 FT-Prorated   PIC ZZZ,ZZ9.
               02 FILLER        PIC X(14) VALUE "  FINAL (F): ".
               02 FT-FinalPay   PIC ZZZ,ZZ9.

           01  FooterLine6.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "TOTAL PRE-TAX DED: ".
               02 FT-PreTax     PIC ZZZ,ZZZ,ZZ9.99.

           01  FooterLine7.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "TOTAL AFTER-TAX DED:".
               02 FT-AfterTax   PIC ZZZ,ZZZ,ZZ9.99.

           01  FooterLine8.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "RETRO PAY (GROSS): ".
               02 FT-RetroGross PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER        PIC X(3)  VALUE SPACES.
               02 FT-RetroCount PIC ZZZ,ZZ9.
               02 FILLER        PIC X(10) VALUE " EMPLOYEES".

           01  FooterLine9.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(20) VALUE "HELD - VARIANCE (H):".
               02 FT-Held       PIC ZZZ,ZZ9.
               02 FILLER        PIC X(31)
                   VALUE "  NOT POSTED - SEE varcheck.prt".

           01  AdviceBorder.
               02 FILLER   PIC X(40) VALUE ALL "=".

           01  AdviceTitleLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 AV-Title      PIC X(22).
               02 AV-Period     PIC 9(6).

           01  AdviceNameLine.
               02 FILLER        PIC X(7)  VALUE "DEPT: ".
               02 AV-Dept       PIC X(4).

           01  AdviceSalaryLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(22) VALUE "MONTHLY SALARY    : ".
               02 AV-Salary     PIC Z,ZZZ,ZZ9.99.

           01  AdviceDaysLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(22) VALUE "DAYS PAID         : ".
               02 AV-DaysPaid   PIC Z9.
               02 FILLER        PIC X(4)  VALUE " OF ".
               02 AV-DaysInPeriod PIC Z9.

           01  AdviceGrossLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(22) VALUE "GROSS SALARY      : ".
               02 AV-Gross      PIC Z,ZZZ,ZZ9.99.

           01  AdviceDednLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 AV-DednLabel  PIC X(22).
               02 AV-DednAmount PIC Z,ZZZ,ZZ9.99.

           01  AdviceTaxableLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(22) VALUE "TAXABLE WAGES     : ".
               02 AV-TaxBase    PIC Z,ZZZ,ZZ9.99.

           01  AdviceRateLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 FILLER        PIC X(22) VALUE "WITHHOLDING RATE  : ".
               02 FILLER        PIC X(22) VALUE "YTD WITHHELD      : ".
               02 AV-Ytd        PIC ZZZ,ZZZ,ZZ9.99.

           01  AdviceRetroLine.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 AV-RetroLabel PIC X(22).
               02 AV-RetroAmount PIC Z,ZZZ,ZZ9.99.

           01  AdviceBlankLine  PIC X(1) VALUE SPACES.

      *> retro.prt - the back pay worked out period by period.
           01  RetroHeaderLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(32)
                   VALUE "RETROACTIVE PAY - PAID IN PERIOD".
               02 RH-Period     PIC 9(6).
               02 FILLER        PIC X(8)  VALUE "  PAGE: ".
               02 RH-Page       PIC ZZZ9.

           01  RetroColumnLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(10) VALUE "PERIOD".
               02 FILLER        PIC X(12) VALUE "DAYS".
               02 FILLER        PIC X(13) VALUE "  PAID AT OLD".
               02 FILLER        PIC X(13) VALUE "   DUE AT NEW".
               02 FILLER        PIC X(13) VALUE "   DIFFERENCE".

           01  RetroChangeLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 RG-Name       PIC X(22).
               02 RG-SSN        PIC X(12).
               02 FILLER        PIC X(10) VALUE "EFFECTIVE ".
               02 RG-Effective  PIC 9(8).
               02 FILLER        PIC X(8)  VALUE "  FROM: ".
               02 RG-Source     PIC X(12).

           01  RetroSalaryLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(16) VALUE "MONTHLY SALARY ".
               02 RS-Old        PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(4)  VALUE " -> ".
               02 RS-New        PIC Z,ZZZ,ZZ9.99.

           01  RetroPeriodLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 RL-Period     PIC 9(6).
               02 FILLER        PIC X(4)  VALUE SPACES.
               02 RL-DaysOwed   PIC Z9.
               02 FILLER        PIC X(4)  VALUE " OF ".
               02 RL-DaysIn     PIC Z9.
               02 FILLER        PIC X(5)  VALUE SPACES.
               02 RL-Old        PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 RL-New        PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 RL-Diff       PIC Z,ZZZ,ZZ9.99.

           01  RetroNoteLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 RN-Text       PIC X(60).

           01  RetroEmpTotalLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "BACK PAY:   ".
               02 RE-Gross      PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(11) VALUE "  WITHHELD ".
               02 RE-Withheld   PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(6)  VALUE "  NET ".
               02 RE-Net        PIC Z,ZZZ,ZZ9.99.

           01  RetroCarriedLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(22)
                   VALUE "CARRIED FORWARD - SSN ".
               02 RF-SSN        PIC X(12).
               02 FILLER        PIC X(10) VALUE "EFFECTIVE ".
               02 RF-Effective  PIC 9(8).

           01  RetroFooterCount.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 RT-Label      PIC X(34).
               02 RT-Count      PIC ZZZ,ZZ9.

           01  RetroFooterAmount.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 RA-Label      PIC X(34).
               02 RA-Amount     PIC ZZZ,ZZZ,ZZ9.99.

           01  RetroBlankLine   PIC X(1) VALUE SPACES.

      *> varcheck.prt - the pay variance check.
           01  VarHeaderLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 FILLER        PIC X(28)
                   VALUE "PAY VARIANCE CHECK - PERIOD ".
               02 VH-Period     PIC 9(6).
               02 FILLER        PIC X(12) VALUE "  TOLERANCE ".
               02 VH-Pct        PIC Z9.99.
               02 FILLER        PIC X(4)  VALUE " PCT".
               02 FILLER        PIC X(8)  VALUE "  PAGE: ".
               02 VH-Page       PIC ZZZ9.

           01  VarNameLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 VN-Name       PIC X(22).
               02 VN-SSN        PIC X(12).
               02 FILLER        PIC X(5)  VALUE "DEPT ".
               02 VN-Dept       PIC X(5).
               02 VN-Reason     PIC X(14).
               02 VN-Status     PIC X(14).

           01  VarFigureLine.
               02 FILLER        PIC X(10) VALUE SPACES.
               02 VF-Label      PIC X(7).
               02 FILLER        PIC X(5)  VALUE "LAST ".
               02 VF-Last-Period PIC 9(6).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 VF-Last       PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(7)  VALUE "  THIS ".
               02 VF-This       PIC Z,ZZZ,ZZ9.99.
               02 FILLER        PIC X(2)  VALUE SPACES.
               02 VF-Pct        PIC ZZZZ9.99-.
               02 FILLER        PIC X(4)  VALUE " PCT".

           01  VarMissingLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 VM-Name       PIC X(22).
               02 VM-SSN        PIC X(12).
               02 FILLER        PIC X(5)  VALUE "DEPT ".
               02 VM-Dept       PIC X(5).
               02 FILLER        PIC X(10) VALUE "LAST PAID ".
               02 VM-Period     PIC 9(6).
               02 FILLER        PIC X(1)  VALUE SPACES.
               02 VM-Net        PIC ZZZ,ZZ9.99.

           01  VarSectionLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 VS-Text       PIC X(60).

           01  VarFooterLine.
               02 FILLER        PIC X(6)  VALUE SPACES.
               02 VT-Label      PIC X(34).
               02 VT-Count      PIC ZZZ,ZZ9.

           01  VarBlankLine     PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           CALL "PayPeriod" USING WS-Period
           MOVE WS-Period-Year TO WS-Year
           COMPUTE WS-Quarter = (WS-Period-Month + 2) / 3
           PERFORM SetPeriodDates
           PERFORM CheckRunControl

           OPEN INPUT IdxMaster
           END-IF

           PERFORM OpenLedger
           PERFORM OpenDeductionFiles
           OPEN OUTPUT PrintFile
           OPEN OUTPUT AdviceFile
           PERFORM PrintHeaders

      *> Back pay is only worked out on a run that posts - a reprint
      *> leaves the queue for the run that does.
           OPEN OUTPUT RetroPrintFile
           PERFORM PrintRetroHeaders
           IF PostingThisRun
               PERFORM LoadRetroQueue
           END-IF

      *> The variance check runs on a posting run only - a reprint
      *> posts nothing, and an override repost is of a period
      *> already checked and released once.
           OPEN OUTPUT VariancePrintFile
           PERFORM PrintVarianceHeaders
           IF PostingThisRun AND NOT WS-OverrideRun
               SET WS-VarianceCheck TO TRUE
               PERFORM LoadHoldFile
           END-IF

           PERFORM UNTIL AtEndOfFile
               READ IdxMaster
                   AT END SET AtEndOfFile TO TRUE
               END-READ
           END-PERFORM

           PERFORM ProcessFinalPay

           IF WS-VarianceCheck
               PERFORM CheckMissingEmployees
               CLOSE HoldFile
           END-IF
           PERFORM PrintVarianceFooter
           CLOSE VariancePrintFile

           PERFORM PrintFooter
           PERFORM WriteRegisterTotals
           IF WS-HaveRetroQueue
               PERFORM RewriteRetroQueue
           END-IF
           PERFORM PrintRetroFooter
           CLOSE RetroPrintFile

           IF PostingThisRun
      *> Pay still awaiting a variance decision leaves the period
      *> open, so the rerun after VarianceRelease is a posting run.
               IF WS-VarUndecidedCount > 0
                   DISPLAY "PERIOD " WS-Period " NOT CLOSED - "
                       WS-VarUndecidedCount " EMPLOYEE(S) HELD FOR "
                       "PAY VARIANCE REVIEW - SEE varcheck.prt"
                   DISPLAY "  RELEASE OR HOLD OVER WITH "
                       "VarianceRelease, THEN RERUN THE REGISTER"
               ELSE
                   PERFORM UpdateRunControl
               END-IF
               DISPLAY "PAYROLL REGISTER COMPLETE - "
                   WS-LineCount " EMPLOYEE(S), " WS-PostedCount
                   " POSTED TO YTD LEDGER FOR PERIOD " WS-Period
               DISPLAY "  " WS-ProratedCount " PART-PERIOD, "
                   WS-FinalPayCount " FINAL PAY, "
                   WS-DednTakenCount " DEDUCTION(S) TAKEN"
               IF WS-NotStartedCount > 0
                   DISPLAY "  " WS-NotStartedCount " EMPLOYEE(S) "
                       "HIRED AFTER THIS PERIOD - NOT PAID"
               END-IF
               IF WS-AlreadyPostedCount > 0
                   DISPLAY "  " WS-AlreadyPostedCount " EMPLOYEE(S) "
                       "ALREADY CARRIED THIS PERIOD - NOT REPOSTED"
               END-IF
               IF WS-RetroChangeCount > 0 OR WS-RetroCarriedCount > 0
                   DISPLAY "  " WS-RetroPaidCount " EMPLOYEE(S) PAID "
                       "RETRO PAY, " WS-RetroCarriedCount
                       " BACK-DATED CHANGE(S) CARRIED FORWARD"
               END-IF
               IF WS-RetroReferCount > 0
                   DISPLAY "  " WS-RetroReferCount " BACK-DATED "
                       "CHANGE(S) REFERRED TO PAYROLL - SEE retro.prt"
               END-IF
           ELSE
               DISPLAY "PAYROLL REGISTER COMPLETE - "
                   WS-LineCount " EMPLOYEE(S) - PERIOD " WS-Period
           CLOSE PrintFile
           CLOSE AdviceFile
           CLOSE LedgerFile
           CLOSE DednMaster
           CLOSE DednLedger
           CLOSE JurisLedger
           IF WS-VarUndecidedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> WriteBatchSummary - append this run's counts to
           MOVE "ALREADY POSTED"        TO BS-ITEM-3-LABEL
           MOVE WS-AlreadyPostedCount   TO BS-ITEM-3-VALUE
           WRITE BatchSummaryRecord
           IF WS-VarianceCheck
               MOVE "PayrollVariance"       TO BS-STEP-NAME
               MOVE "HELD FOR REVIEW"       TO BS-ITEM-1-LABEL
               MOVE WS-VarUndecidedCount    TO BS-ITEM-1-VALUE
               MOVE "RELEASED AND PAID"     TO BS-ITEM-2-LABEL
               MOVE WS-VarReleasedCount     TO BS-ITEM-2-VALUE
               MOVE "PAID LAST, NOT NOW"    TO BS-ITEM-3-LABEL
               MOVE WS-VarMissingCount      TO BS-ITEM-3-VALUE
               WRITE BatchSummaryRecord
           END-IF
           CLOSE BatchSummaryFile.

      *> WriteRegisterTotals - the grand totals just printed, over
      *> whatever the last run left on paytotal.dat.
       WriteRegisterTotals.
           OPEN OUTPUT TotalsFile
           MOVE WS-Period        TO PT-PERIOD
           MOVE WS-LineCount     TO PT-EMPLOYEES
           MOVE WS-TotalGross    TO PT-GROSS
           MOVE WS-TotalWithheld TO PT-WITHHELD
           MOVE WS-TotalPreTax   TO PT-PRETAX
           MOVE WS-TotalAfterTax TO PT-AFTERTAX
           MOVE WS-TotalNet      TO PT-NET
           WRITE TotalsRecord
           CLOSE TotalsFile
           IF PostingThisRun
               OPEN EXTEND TotalsHistFile
               IF NOT TotalsHistOK
                   CLOSE TotalsHistFile
                   OPEN OUTPUT TotalsHistFile
               END-IF
               WRITE TotalsHistRecord FROM TotalsRecord
               CLOSE TotalsHistFile
           END-IF.

      *> CheckRunControl - if ytdrunctl.dat already shows this pay
      *> period as posted, this run prints the register but leaves
      *> the ledger alone, unless an operator has dropped
               OPEN I-O LedgerFile
           END-IF.

      *> OpenDeductionFiles - the deduction master is EmpUpdate's to
      *> create; with none on file yet nobody has an election and
      *> pay is figured without deductions. The deduction ledger is
      *> created empty on first use, the same as the YTD ledger.
       OpenDeductionFiles.
           OPEN I-O DednMaster
           IF DednFileNotFound
               OPEN OUTPUT DednMaster
               CLOSE DednMaster
               OPEN I-O DednMaster
           END-IF
           OPEN I-O DednLedger
           IF DednLedgerFileNotFound
               OPEN OUTPUT DednLedger
               CLOSE DednLedger
               OPEN I-O DednLedger
           END-IF
           OPEN I-O JurisLedger
           IF JurisFileNotFound
               OPEN OUTPUT JurisLedger
               CLOSE JurisLedger
               OPEN I-O JurisLedger
           END-IF.

      *> SetPeriodDates - first day of this pay period and of the
      *> next, and the number of days between them, for proration.
       SetPeriodDates.
           COMPUTE WS-PeriodStart = WS-Period * 100 + 1
           IF WS-Period(5:2) = "12"
               COMPUTE WS-NextPeriodStart =
                   (WS-Year + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NextPeriodStart = WS-PeriodStart + 100
           END-IF
           COMPUTE WS-PeriodStartInt =
               FUNCTION INTEGER-OF-DATE(WS-PeriodStart)
           COMPUTE WS-NextPeriodInt =
               FUNCTION INTEGER-OF-DATE(WS-NextPeriodStart)
           COMPUTE WS-DaysInPeriod =
               WS-NextPeriodInt - WS-PeriodStartInt.

      *> ProcessEmployee - work out one employee's gross for the
      *> period (prorated if they started part way through it), the
      *> withheld amount and net pay, post it to the YTD ledger,
      *> print the detail line (with the YTD withheld after posting),
      *> and roll it into the totals. Someone whose HIRE-DATE is
      *> after the period - a future-dated start already loaded - is
      *> not paid this period at all.
       ProcessEmployee.
           IF HIRE-DATE >= WS-NextPeriodStart
               ADD 1 TO WS-NotStartedCount
           ELSE
               MOVE 'N' TO WS-Prorate-Flag
               MOVE WS-DaysInPeriod TO WS-DaysPaid
               IF HIRE-DATE > WS-PeriodStart
                   SET WS-Prorated TO TRUE
                   COMPUTE WS-DaysPaid = WS-NextPeriodInt
                       - FUNCTION INTEGER-OF-DATE(HIRE-DATE)
                   ADD 1 TO WS-ProratedCount
               END-IF
               PERFORM ComputeGross
               PERFORM PayEmployee
           END-IF.

      *> ComputeGross - full SALARY for a whole period, otherwise
      *> SALARY times days paid over days in the period.
       ComputeGross.
           IF WS-Prorated
               COMPUTE WS-Gross ROUNDED =
                   SALARY * WS-DaysPaid / WS-DaysInPeriod
           ELSE
               MOVE SALARY TO WS-Gross
           END-IF.

      *> PayEmployee - deductions, withholding and net off the
      *> period's gross, then post, print and total - shared by the
      *> active-employee pass and the final-pay section. Pre-tax
      *> deductions come off first and withholding is figured on
      *> what is left; after-tax deductions then come off net. No
      *> deduction is allowed to take pay below zero - one that
      *> will not fit is cut to what is left.
       PayEmployee.
           CALL "TrimName" USING fname, WS-FnameLen
           CALL "TrimName" USING lname, WS-LnameLen
           PERFORM GatherDeductions
           MOVE ZEROS TO WS-PreTax
           MOVE ZEROS TO WS-AfterTax
           MOVE WS-Gross TO WS-DednRoom
           PERFORM VARYING WS-Dedn-Idx FROM 1 BY 1
                   UNTIL WS-Dedn-Idx > WS-Dedn-Count
               IF WS-DE-PreTax(WS-Dedn-Idx)
                   PERFORM FitDeduction
                   ADD WS-DE-Amount(WS-Dedn-Idx) TO WS-PreTax
               END-IF
           END-PERFORM
           COMPUTE WS-TaxBase = WS-Gross - WS-PreTax
           COMPUTE WS-Withheld ROUNDED = WS-TaxBase * WITHHOLDING-RATE
           COMPUTE WS-DednRoom = WS-TaxBase - WS-Withheld
           PERFORM VARYING WS-Dedn-Idx FROM 1 BY 1
                   UNTIL WS-Dedn-Idx > WS-Dedn-Count
               IF NOT WS-DE-PreTax(WS-Dedn-Idx)
                   PERFORM FitDeduction
                   ADD WS-DE-Amount(WS-Dedn-Idx) TO WS-AfterTax
               END-IF
           END-PERFORM
           COMPUTE WS-NetPay = WS-TaxBase - WS-Withheld - WS-AfterTax
      *> Pay that trips the variance check is held - printed, but
      *> not posted, paid or totalled - until an operator decides.
           MOVE 'N' TO WS-Held-Flag
           IF WS-VarianceCheck
               PERFORM CheckVariance
           END-IF
           IF WS-PayHeld
               PERFORM PrintDetailLine
               ADD 1 TO WS-HeldCount
           ELSE
               PERFORM ApplyRetroPay
               PERFORM PostToLedger
               IF WS-LedgerPosted
                   PERFORM PostDeductions
                   PERFORM PostJurisdiction
               END-IF
               PERFORM PrintDetailLine
               IF WS-Retro-Gross > 0
                   PERFORM PrintRetroPayLine
               END-IF
               PERFORM PrintDeductionLines
               PERFORM PrintPayAdvice
               ADD 1 TO WS-LineCount
               ADD WS-Gross TO WS-TotalGross
               ADD WS-Withheld TO WS-TotalWithheld
               ADD WS-NetPay TO WS-TotalNet
               ADD WS-Retro-Gross TO WS-TotalGross
               ADD WS-Retro-Withheld TO WS-TotalWithheld
               ADD WS-Retro-Net TO WS-TotalNet
               ADD WS-PreTax TO WS-TotalPreTax
               ADD WS-AfterTax TO WS-TotalAfterTax
           END-IF.

      *> FitDeduction - cut the deduction in hand to the pay still
      *> left to take it from, and count down what remains.
       FitDeduction.
           IF WS-DE-Amount(WS-Dedn-Idx) > WS-DednRoom
               MOVE WS-DednRoom TO WS-DE-Amount(WS-Dedn-Idx)
           END-IF
           SUBTRACT WS-DE-Amount(WS-Dedn-Idx) FROM WS-DednRoom.

      *> GatherDeductions - every election on empdedn.idx for this
      *> SSN that is in force at some point in the period, with its
      *> amount for the period worked out: a flat amount as it
      *> stands, a percentage off the period's (possibly prorated)
      *> gross. A garnishment is held to what is left under its
      *> arrears cap, and one already collected in full is skipped.
       GatherDeductions.
           MOVE ZEROS TO WS-Dedn-Count
           MOVE 'N' TO DednEOF-Flag
           MOVE SSN-NUM TO DN-SSN-NUM
           MOVE LOW-VALUES TO DN-CODE
           START DednMaster KEY IS NOT LESS THAN DN-KEY
               INVALID KEY
                   SET DednEOF TO TRUE
           END-START
           PERFORM UNTIL DednEOF
               READ DednMaster NEXT RECORD
                   AT END SET DednEOF TO TRUE
                   NOT AT END
                       IF DN-SSN-NUM NOT = SSN-NUM
                           SET DednEOF TO TRUE
                       ELSE
                           PERFORM TakeDeduction
                       END-IF
               END-READ
           END-PERFORM.

      *> TakeDeduction - one election off the file into the table,
      *> if it is in force this period and has anything to take.
       TakeDeduction.
           IF DN-START-DATE < WS-NextPeriodStart
                   AND (DN-STOP-DATE = 0
                        OR DN-STOP-DATE >= WS-PeriodStart)
               IF DN-CALC-TYPE = 'P'
                   COMPUTE WS-DednAmount ROUNDED =
                       WS-Gross * DN-PERCENT / 100
               ELSE
                   MOVE DN-AMOUNT TO WS-DednAmount
               END-IF
               IF DN-ARREARS-CAP > 0
                   IF DN-TAKEN-TO-DATE >= DN-ARREARS-CAP
                       MOVE ZEROS TO WS-DednAmount
                   ELSE
                       IF WS-DednAmount >
                               DN-ARREARS-CAP - DN-TAKEN-TO-DATE
                           COMPUTE WS-DednAmount =
                               DN-ARREARS-CAP - DN-TAKEN-TO-DATE
                       END-IF
                   END-IF
               END-IF
               IF WS-DednAmount > 0
                   IF WS-Dedn-Count >= WS-Dedn-Max
                       DISPLAY "MORE THAN " WS-Dedn-Max
                           " DEDUCTIONS FOR SSN " SSN-NUM
                           " - CODE " DN-CODE " NOT TAKEN"
                   ELSE
                       ADD 1 TO WS-Dedn-Count
                       MOVE DN-CODE TO WS-DE-Code(WS-Dedn-Count)
                       MOVE DN-DESC TO WS-DE-Desc(WS-Dedn-Count)
                       MOVE DN-TAX-TYPE
                           TO WS-DE-Tax-Type(WS-Dedn-Count)
                       MOVE WS-DednAmount
                           TO WS-DE-Amount(WS-Dedn-Count)
                   END-IF
               END-IF
           END-IF.

      *> PostDeductions - once the employee's ledger record has
      *> taken the period, each deduction taken goes onto its own
      *> ytddedn.idx line and onto the election's collected-to-date.
       PostDeductions.
           PERFORM VARYING WS-Dedn-Idx FROM 1 BY 1
                   UNTIL WS-Dedn-Idx > WS-Dedn-Count
               IF WS-DE-Amount(WS-Dedn-Idx) > 0
                   PERFORM PostOneDeduction
               END-IF
           END-PERFORM.

      *> PostOneDeduction - roll one deduction into its deduction
      *> ledger line, restarting the line in a new year the same way
      *> StartLedgerRecord does, and count it against the election.
       PostOneDeduction.
           MOVE SSN-NUM TO DY-SSN-NUM
           MOVE WS-DE-Code(WS-Dedn-Idx) TO DY-CODE
           READ DednLedger
               KEY IS DY-KEY
               INVALID KEY
                   PERFORM StartDeductionLedger
                   PERFORM RollDeductionIntoLedger
                   WRITE DednLedgerRecord
               NOT INVALID KEY
                   IF DY-YEAR NOT = WS-Year
                       PERFORM StartDeductionLedger
                   END-IF
                   PERFORM RollDeductionIntoLedger
                   REWRITE DednLedgerRecord
           END-READ
           MOVE SSN-NUM TO DN-SSN-NUM
           MOVE WS-DE-Code(WS-Dedn-Idx) TO DN-CODE
           READ DednMaster
               KEY IS DN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-DE-Amount(WS-Dedn-Idx) TO DN-TAKEN-TO-DATE
                   REWRITE DednRecord
           END-READ
           ADD 1 TO WS-DednTakenCount.

      *> PostJurisdiction - this period's taxable wages and
      *> withholding onto the employee's record for their city and
      *> the quarter the period falls in.
       PostJurisdiction.
           MOVE WS-Period-Year TO JW-YEAR
           MOVE WS-Quarter     TO JW-QUARTER
           MOVE city           TO JW-CITY
           MOVE SSN-NUM        TO JW-SSN-NUM
           READ JurisLedger
               KEY IS JW-KEY
               INVALID KEY
                   MOVE ZEROS TO JW-PERIODS
                   MOVE ZEROS TO JW-WAGES
                   MOVE ZEROS TO JW-WITHHELD
                   PERFORM RollPeriodIntoJurisdiction
                   WRITE JurisRecord
               NOT INVALID KEY
                   PERFORM RollPeriodIntoJurisdiction
                   REWRITE JurisRecord
           END-READ.

      *> RollPeriodIntoJurisdiction - the period's figures onto the
      *> jurisdiction record in hand.
       RollPeriodIntoJurisdiction.
           MOVE fname            TO JW-fname
           MOVE lname            TO JW-lname
           MOVE DEPT-CODE        TO JW-DEPT-CODE
           MOVE WITHHOLDING-RATE TO JW-LAST-RATE
           MOVE WS-Period        TO JW-LAST-PERIOD
           ADD 1                 TO JW-PERIODS
           ADD WS-TaxBase        TO JW-WAGES
           ADD WS-Withheld       TO JW-WITHHELD
           ADD WS-Retro-Gross    TO JW-WAGES
           ADD WS-Retro-Withheld TO JW-WITHHELD.

      *> StartDeductionLedger - a fresh deduction ledger line.
       StartDeductionLedger.
           MOVE SSN-NUM    TO DY-SSN-NUM
           MOVE WS-DE-Code(WS-Dedn-Idx) TO DY-CODE
           MOVE WS-Year    TO DY-YEAR
           MOVE ZEROS      TO DY-LAST-PERIOD
           MOVE ZEROS      TO DY-LAST-AMOUNT
           MOVE ZEROS      TO DY-YTD-AMOUNT.

      *> RollDeductionIntoLedger - this period's amount becomes the
      *> line's last amount and is added to its YTD.
       RollDeductionIntoLedger.
           MOVE WS-DE-Desc(WS-Dedn-Idx)     TO DY-DESC
           MOVE WS-DE-Tax-Type(WS-Dedn-Idx) TO DY-TAX-TYPE
           MOVE WS-Period                   TO DY-LAST-PERIOD
           MOVE WS-DE-Amount(WS-Dedn-Idx)   TO DY-LAST-AMOUNT
           ADD WS-DE-Amount(WS-Dedn-Idx)    TO DY-YTD-AMOUNT.

      *> ProcessFinalPay - EmpUpdate's TerminateEmployee takes a
      *> leaver off the master the night it runs, so the pass above
      *> never sees them. Every EMPHIST.DAT separation effective in
      *> this period is paid here from the later of the period start
      *> and their HIRE-DATE through the effective date, inclusive.
      *> The history image is laid over the master record area so
      *> the posting and print paragraphs serve both passes alike.
       ProcessFinalPay.
           OPEN INPUT HistFile
           IF HistNotFound
               CLOSE HistFile
           ELSE
               SET WS-FinalPayRun TO TRUE
               PERFORM UNTIL HistEOF
                   READ HistFile
                       AT END SET HistEOF TO TRUE
                       NOT AT END
                           IF EH-EFFECTIVE-DATE >= WS-PeriodStart
                              AND EH-EFFECTIVE-DATE < WS-NextPeriodStart
                               PERFORM PayFinalPay
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistFile
               IF WS-FinalPayCount > 0
                   MOVE WS-FinalPayCount TO FP-Count
                   MOVE WS-FinalPayGross TO FP-Gross
                   WRITE PrintLine FROM FinalPayTotalLine
                   ADD 1 TO WS-LinesOnPage
               END-IF
           END-IF.

      *> PayFinalPay - one leaver's final pay. The section heading
      *> prints ahead of the first one found.
       PayFinalPay.
           IF WS-FinalPayCount = 0
               IF WS-LinesOnPage >= WS-LinesPerPage - 2
                   PERFORM PrintHeaders
               END-IF
               WRITE PrintLine FROM FinalPayHeading
               ADD 1 TO WS-LinesOnPage
           END-IF
           MOVE EH-fname     TO fname
           MOVE EH-lname     TO lname
           MOVE EH-SSN       TO SSN
           MOVE EH-city      TO city
           MOVE EH-DOB       TO DOB
           MOVE EH-DEPT-CODE TO DEPT-CODE
           MOVE EH-SALARY    TO SALARY
           MOVE EH-WITHHOLDING-RATE     TO WITHHOLDING-RATE
           MOVE EH-WITHHOLDING-RATE-INV TO WITHHOLDING-RATE-INV
           MOVE EH-HIRE-DATE TO HIRE-DATE
           IF HIRE-DATE > WS-PeriodStart
               MOVE FUNCTION INTEGER-OF-DATE(HIRE-DATE)
                   TO WS-FirstDayInt
           ELSE
               MOVE WS-PeriodStartInt TO WS-FirstDayInt
           END-IF
           MOVE ZEROS TO WS-DaysPaid
           IF FUNCTION INTEGER-OF-DATE(EH-EFFECTIVE-DATE)
                   >= WS-FirstDayInt
               COMPUTE WS-DaysPaid =
                   FUNCTION INTEGER-OF-DATE(EH-EFFECTIVE-DATE)
                   - WS-FirstDayInt + 1
           END-IF
           SET WS-Prorated TO TRUE
           PERFORM ComputeGross
           PERFORM PayEmployee
           IF NOT WS-PayHeld
               PERFORM PrintVacationPayout
               ADD 1 TO WS-FinalPayCount
               ADD WS-Gross TO WS-FinalPayGross
           END-IF.

      *> PrintVacationPayout - any unused vacation EmpUpdate reported
      *> for this separation prints under the leaver's pay. Once
      *> the final pay is posted to the ledger the payout is
      *> stamped with the day it was reported, so it is shown on
      *> the register that closes the period once; a held final
      *> pay leaves it unreported until the pay is released.
       PrintVacationPayout.
           MOVE 'N' TO LeavePayEOF-Flag
           OPEN I-O LeavePayFile
           IF LeavePayOK
               PERFORM UNTIL LeavePayEOF
                   READ LeavePayFile
                       AT END SET LeavePayEOF TO TRUE
                       NOT AT END
                           IF VP-SSN-NUM = EH-SSN-NUM
                              AND VP-EFFECTIVE-DATE = EH-EFFECTIVE-DATE
                              AND VP-REPORTED-DATE = 0
                               PERFORM PrintVacationPayoutLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeavePayFile
           END-IF.

      *> PrintVacationPayoutLine - the payout record just read.
       PrintVacationPayoutLine.
           MOVE VP-HOURS  TO VO-Hours
           MOVE VP-AMOUNT TO VO-Amount
           WRITE PrintLine FROM VacationPayoutLine
           ADD 1 TO WS-LinesOnPage
           IF WS-LedgerPosted AND NOT WS-PayHeld
               MOVE WS-Today TO VP-REPORTED-DATE
               REWRITE LeavePayRecord
           END-IF.

      *> PostToLedger - fetch (or start) this employee's ledger
      *> record, roll the run's amounts into the YTD totals, and put
      *> that finished, so after a mid-run crash the rerun finds no
      *> control record, and this per-record check is what stops
      *> the employees posted before the crash from getting the
      *> period twice - what that earlier run posted is taken for
      *> them instead. An override-flag run bypasses it, so a
      *> deliberate repost still reposts everyone.
       PostToLedger.
           MOVE 'N' TO WS-Ledger-Post-Flag
           MOVE SSN-NUM TO YL-SSN-NUM
           READ LedgerFile
               KEY IS YL-SSN-NUM
                   IF PostingThisRun
                       PERFORM RollPeriodIntoLedger
                       WRITE LedgerRecord
                       SET WS-LedgerPosted TO TRUE
                       ADD 1 TO WS-PostedCount
                   END-IF
               NOT INVALID KEY
                   IF YL-YEAR NOT = WS-Year
                       PERFORM StartLedgerRecord
                   END-IF
                   IF YL-LAST-PERIOD = WS-Period
                           AND NOT WS-OverrideRun
                       PERFORM TakePostedFigures
                       IF PostingThisRun
                           ADD 1 TO WS-AlreadyPostedCount
                       END-IF
                   ELSE
                       IF PostingThisRun
                           PERFORM RollPeriodIntoLedger
                           REWRITE LedgerRecord
                           SET WS-LedgerPosted TO TRUE
                           ADD 1 TO WS-PostedCount
                       END-IF
                   END-IF
           END-READ
           MOVE YL-YTD-WITHHELD TO WS-YTD-Withheld.

      *> TakePostedFigures - an employee the ledger already carries
      *> for this period was paid by an earlier run of it, so what
      *> is printed and totalled here is what that run posted, not
      *> a fresh working that may since have moved: regular and
      *> back pay off the ledger record, and the deductions off the
      *> employee's ytddedn.idx lines for the period. The totals
      *> then agree with the ledgers whichever run posted whom.
       TakePostedFigures.
           MOVE YL-RETRO-PERIODS  TO WS-Retro-Periods
           MOVE YL-RETRO-GROSS    TO WS-Retro-Gross
           MOVE YL-RETRO-WITHHELD TO WS-Retro-Withheld
           MOVE YL-RETRO-NET      TO WS-Retro-Net
           COMPUTE WS-Gross = YL-LAST-GROSS - YL-RETRO-GROSS
           COMPUTE WS-Withheld = YL-LAST-WITHHELD - YL-RETRO-WITHHELD
           COMPUTE WS-NetPay = YL-LAST-NET - YL-RETRO-NET
           PERFORM GatherPostedDeductions
           MOVE ZEROS TO WS-PreTax
           MOVE ZEROS TO WS-AfterTax
           PERFORM VARYING WS-Dedn-Idx FROM 1 BY 1
                   UNTIL WS-Dedn-Idx > WS-Dedn-Count
               IF WS-DE-PreTax(WS-Dedn-Idx)
                   ADD WS-DE-Amount(WS-Dedn-Idx) TO WS-PreTax
               ELSE
                   ADD WS-DE-Amount(WS-Dedn-Idx) TO WS-AfterTax
               END-IF
           END-PERFORM
           COMPUTE WS-TaxBase = WS-Gross - WS-PreTax
           IF WS-Retro-Gross > 0
               ADD 1 TO WS-RetroPaidCount
               ADD WS-Retro-Gross    TO WS-RetroTotalGross
               ADD WS-Retro-Withheld TO WS-RetroTotalWithheld
               ADD WS-Retro-Net      TO WS-RetroTotalNet
           END-IF.

      *> GatherPostedDeductions - the deduction table rebuilt from
      *> the employee's ytddedn.idx lines last posted this period.
       GatherPostedDeductions.
           MOVE ZEROS TO WS-Dedn-Count
           MOVE 'N' TO DednEOF-Flag
           MOVE SSN-NUM TO DY-SSN-NUM
           MOVE LOW-VALUES TO DY-CODE
           START DednLedger KEY IS NOT LESS THAN DY-KEY
               INVALID KEY
                   SET DednEOF TO TRUE
           END-START
           PERFORM UNTIL DednEOF
               READ DednLedger NEXT RECORD
                   AT END SET DednEOF TO TRUE
                   NOT AT END
                       IF DY-SSN-NUM NOT = SSN-NUM
                           SET DednEOF TO TRUE
                       ELSE
                           IF DY-LAST-PERIOD = WS-Period
                                   AND WS-Dedn-Count < WS-Dedn-Max
                               ADD 1 TO WS-Dedn-Count
                               MOVE DY-CODE
                                   TO WS-DE-Code(WS-Dedn-Count)
                               MOVE DY-DESC
                                   TO WS-DE-Desc(WS-Dedn-Count)
                               MOVE DY-TAX-TYPE
                                   TO WS-DE-Tax-Type(WS-Dedn-Count)
                               MOVE DY-LAST-AMOUNT
                                   TO WS-DE-Amount(WS-Dedn-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> StartLedgerRecord - a fresh ledger record (new employee, or
      *> first posting of a new year) starts from zeros with the
      *> master's current name and department.
           MOVE ZEROS      TO YL-LAST-NET
           MOVE ZEROS      TO YL-YTD-GROSS
           MOVE ZEROS      TO YL-YTD-WITHHELD
           MOVE ZEROS      TO YL-YTD-NET
           MOVE ZEROS      TO YL-RETRO-PERIODS
           MOVE ZEROS      TO YL-RETRO-GROSS
           MOVE ZEROS      TO YL-RETRO-WITHHELD
           MOVE ZEROS      TO YL-RETRO-NET
           MOVE ZEROS      TO YL-POSTED-DATE.

      *> RollPeriodIntoLedger - this period's figures become the
      *> ledger record's last-period amounts and are added to its
      *> YTD totals. Name and department refresh from the master so
      *> the year-end statement shows where the employee stands now.
      *> Any retro pay goes in with the period it is paid in, and is
      *> also kept on its own so the regular pay can be told from it.
       RollPeriodIntoLedger.
           MOVE fname      TO YL-fname
           MOVE lname      TO YL-lname
           MOVE DEPT-CODE  TO YL-DEPT-CODE
           MOVE WS-Period  TO YL-LAST-PERIOD
           ADD 1           TO YL-PERIODS-POSTED
           COMPUTE YL-LAST-GROSS = WS-Gross + WS-Retro-Gross
           COMPUTE YL-LAST-WITHHELD = WS-Withheld + WS-Retro-Withheld
           COMPUTE YL-LAST-NET = WS-NetPay + WS-Retro-Net
           ADD WS-Gross    TO YL-YTD-GROSS
           ADD WS-Withheld TO YL-YTD-WITHHELD
           ADD WS-NetPay   TO YL-YTD-NET
           ADD WS-Retro-Gross    TO YL-YTD-GROSS
           ADD WS-Retro-Withheld TO YL-YTD-WITHHELD
           ADD WS-Retro-Net      TO YL-YTD-NET
           MOVE WS-Retro-Periods  TO YL-RETRO-PERIODS
           MOVE WS-Retro-Gross    TO YL-RETRO-GROSS
           MOVE WS-Retro-Withheld TO YL-RETRO-WITHHELD
           MOVE WS-Retro-Net      TO YL-RETRO-NET
           MOVE WS-Today          TO YL-POSTED-DATE.

      *> PrintPayAdvice - one employee's statement of how the net
      *> pay was arrived at, padded to a full page of the stock so
      *> the forms burst one per employee. A part-period or final
      *> advice also shows the monthly salary and the days paid, so
      *> the smaller gross explains itself.
       PrintPayAdvice.
           IF WS-FinalPayRun
               MOVE "FINAL PAY - PERIOD " TO AV-Title
           ELSE
               MOVE "PAY ADVICE - PERIOD " TO AV-Title
           END-IF
           MOVE WS-Period TO AV-Period
           MOVE SPACES TO AV-Name
           STRING fname(1:WS-FnameLen) DELIMITED BY SIZE
                  lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO AV-Name
           MOVE DEPT-CODE        TO AV-Dept
           MOVE WS-Gross         TO AV-Gross
           MOVE WITHHOLDING-RATE TO AV-Rate
           MOVE WS-Withheld      TO AV-Withheld
           MOVE WS-NetPay        TO AV-Net
           WRITE AdviceLine FROM AdviceBorder
           WRITE AdviceLine FROM AdviceTitleLine
           WRITE AdviceLine FROM AdviceNameLine
           MOVE 9 TO WS-AdviceLines
           IF WS-Prorated
               MOVE SALARY          TO AV-Salary
               MOVE WS-DaysPaid     TO AV-DaysPaid
               MOVE WS-DaysInPeriod TO AV-DaysInPeriod
               WRITE AdviceLine FROM AdviceSalaryLine
               WRITE AdviceLine FROM AdviceDaysLine
               ADD 2 TO WS-AdviceLines
           END-IF
           WRITE AdviceLine FROM AdviceGrossLine
           IF WS-PreTax > 0
               PERFORM VARYING WS-Dedn-Idx FROM 1 BY 1
                       UNTIL WS-Dedn-Idx > WS-Dedn-Count
                   IF WS-DE-PreTax(WS-Dedn-Idx)
                       PERFORM WriteAdviceDeduction
                   END-IF
               END-PERFORM
               MOVE WS-TaxBase TO AV-TaxBase
               WRITE AdviceLine FROM AdviceTaxableLine
               ADD 1 TO WS-AdviceLines
           END-IF
           WRITE AdviceLine FROM AdviceRateLine
           WRITE AdviceLine FROM AdviceWithheldLine
           PERFORM VARYING WS-Dedn-Idx FROM 1 BY 1
                   UNTIL WS-Dedn-Idx > WS-Dedn-Count
               IF NOT WS-DE-PreTax(WS-Dedn-Idx)
                   PERFORM WriteAdviceDeduction
               END-IF
           END-PERFORM
           WRITE AdviceLine FROM AdviceNetLine
           IF WS-Retro-Gross > 0
               PERFORM PrintAdviceRetro
           END-IF
           WRITE AdviceLine FROM AdviceYtdLine
           WRITE AdviceLine FROM AdviceBorder
           PERFORM PadAdvicePage
               UNTIL WS-AdviceLines >= WS-AdvicePageLen.

      *> WriteAdviceDeduction - one deduction's line on the advice,
      *> labelled with its code and description.
       WriteAdviceDeduction.
           MOVE SPACES TO AV-DednLabel
           STRING WS-DE-Code(WS-Dedn-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DE-Desc(WS-Dedn-Idx) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  INTO AV-DednLabel
           MOVE WS-DE-Amount(WS-Dedn-Idx) TO AV-DednAmount
           WRITE AdviceLine FROM AdviceDednLine
           ADD 1 TO WS-AdviceLines.

      *> PrintAdviceRetro - the back pay under the period's own net
      *> pay, and what the two come to together.
       PrintAdviceRetro.
           MOVE "RETRO PAY (GROSS)  : " TO AV-RetroLabel
           MOVE WS-Retro-Gross TO AV-RetroAmount
           WRITE AdviceLine FROM AdviceRetroLine
           MOVE "RETRO WITHHELD     : " TO AV-RetroLabel
           MOVE WS-Retro-Withheld TO AV-RetroAmount
           WRITE AdviceLine FROM AdviceRetroLine
           MOVE "TOTAL NET PAY      : " TO AV-RetroLabel
           COMPUTE AV-RetroAmount = WS-NetPay + WS-Retro-Net
           WRITE AdviceLine FROM AdviceRetroLine
           ADD 3 TO WS-AdviceLines.

      *> PadAdvicePage - blank lines out to the page boundary.
       PadAdvicePage.
           WRITE AdviceLine FROM AdviceBlankLine
                  ", " DELIMITED BY SIZE
                  lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO DL-Name
           EVALUATE TRUE
               WHEN WS-PayHeld
                   MOVE "H"     TO DL-Flag
               WHEN WS-FinalPayRun
                   MOVE "F"     TO DL-Flag
               WHEN WS-Prorated
                   MOVE "P"     TO DL-Flag
               WHEN OTHER
                   MOVE SPACE   TO DL-Flag
           END-EVALUATE
           MOVE WS-Gross    TO DL-Gross
           MOVE WS-Withheld TO DL-Withheld
           MOVE WS-NetPay   TO DL-Net
           MOVE WS-YTD-Withheld TO DL-YTD
           WRITE PrintLine FROM DetailLine
           ADD 1 TO WS-LinesOnPage.

      *> PrintRetroPayLine - the employee's back pay, on its own
      *> line under the period's pay, with its own withholding.
       PrintRetroPayLine.
           IF WS-LinesOnPage >= WS-LinesPerPage
               PERFORM PrintHeaders
           END-IF
           MOVE WS-Retro-Periods  TO RP-Periods
           MOVE WS-Retro-Gross    TO RP-Gross
           MOVE WS-Retro-Withheld TO RP-Withheld
           MOVE WS-Retro-Net      TO RP-Net
           WRITE PrintLine FROM RetroPayLine
           ADD 1 TO WS-LinesOnPage.

      *> PrintDeductionLines - each deduction taken from the
      *> employee just printed, on a line of its own beneath them.
       PrintDeductionLines.
           PERFORM VARYING WS-Dedn-Idx FROM 1 BY 1
                   UNTIL WS-Dedn-Idx > WS-Dedn-Count
               IF WS-LinesOnPage >= WS-LinesPerPage
                   PERFORM PrintHeaders
               END-IF
               IF WS-DE-PreTax(WS-Dedn-Idx)
                   MOVE "PRE-TAX"   TO DD-TaxLabel
               ELSE
                   MOVE "AFTER-TAX" TO DD-TaxLabel
               END-IF
               MOVE WS-DE-Code(WS-Dedn-Idx)   TO DD-Code
               MOVE WS-DE-Desc(WS-Dedn-Idx)   TO DD-Desc
               MOVE WS-DE-Amount(WS-Dedn-Idx) TO DD-Amount
               WRITE PrintLine FROM DeductionLine
               ADD 1 TO WS-LinesOnPage
           END-PERFORM.

      *> PrintFooter - grand totals for the whole register.
       PrintFooter.
           MOVE WS-LineCount     TO FT-Count
           MOVE WS-TotalGross    TO FT-Gross
           MOVE WS-TotalWithheld TO FT-Withheld
           MOVE WS-TotalNet      TO FT-Net
           MOVE WS-ProratedCount TO FT-Prorated
           MOVE WS-FinalPayCount TO FT-FinalPay
           MOVE WS-TotalPreTax   TO FT-PreTax
           MOVE WS-TotalAfterTax TO FT-AfterTax
           WRITE PrintLine FROM FooterLine1
           WRITE PrintLine FROM FooterLine2
           WRITE PrintLine FROM FooterLine3
           WRITE PrintLine FROM FooterLine4
           WRITE PrintLine FROM FooterLine5
           WRITE PrintLine FROM FooterLine6
           WRITE PrintLine FROM FooterLine7
           IF WS-RetroPaidCount > 0
               MOVE WS-RetroTotalGross TO FT-RetroGross
               MOVE WS-RetroPaidCount  TO FT-RetroCount
               WRITE PrintLine FROM FooterLine8
           END-IF
           IF WS-HeldCount > 0
               MOVE WS-HeldCount TO FT-Held
               WRITE PrintLine FROM FooterLine9
           END-IF.

      *> LoadHoldFile - the current period's holds off payhold.dat
      *> into the table, with whatever VarianceRelease has decided
      *> on each. Holds left from an earlier period are dropped via
      *> payhold.new, the same trim-and-swap as retropend.dat. The
      *> file is then left open to take this run's new holds.
       LoadHoldFile.
           OPEN INPUT HoldFile
           IF HoldNotFound
               CLOSE HoldFile
           ELSE
               OPEN OUTPUT NewHoldFile
               PERFORM UNTIL HoldEOF
                   READ HoldFile
                       AT END SET HoldEOF TO TRUE
                       NOT AT END
                           IF PH-PERIOD = WS-Period
                               WRITE NewHoldRecord FROM HoldRecord
                               IF WS-HD-Count < WS-HD-Max
                                   ADD 1 TO WS-HD-Count
                                   MOVE PH-SSN-NUM
                                       TO WS-HD-SSN(WS-HD-Count)
                                   MOVE PH-STATUS
                                       TO WS-HD-Status(WS-HD-Count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
               CLOSE NewHoldFile
               CALL "CBL_DELETE_FILE" USING "payhold.dat"
               CALL "CBL_RENAME_FILE" USING "payhold.new",
                   "payhold.dat"
           END-IF
           OPEN EXTEND HoldFile
           IF NOT HoldOK
               CLOSE HoldFile
               OPEN OUTPUT HoldFile
           END-IF.

      *> CheckVariance - this period's pay against the last period
      *> the ledger shows: no ledger record (or nothing ever paid on
      *> it) is a first pay; otherwise gross and net are each held to
      *> WS-Variance-Pct either way. Back pay is left out on both
      *> sides - it is worked out separately on retro.prt, and any
      *> paid last period is taken back off the ledger's last-period
      *> amounts before comparing. Anyone the ledger
      *> already carries for this period is past checking.
       CheckVariance.
           MOVE SPACE TO WS-Var-Reason
           MOVE ZEROS TO WS-Var-Last-Period
           MOVE ZEROS TO WS-Var-Last-Gross
           MOVE ZEROS TO WS-Var-Last-Net
           MOVE ZEROS TO WS-Var-Gross-Pct
           MOVE ZEROS TO WS-Var-Net-Pct
           MOVE ZEROS TO WS-YTD-Withheld
           MOVE SSN-NUM TO YL-SSN-NUM
           READ LedgerFile
               KEY IS YL-SSN-NUM
               INVALID KEY
                   SET WS-Var-First TO TRUE
               NOT INVALID KEY
                   MOVE YL-YTD-WITHHELD TO WS-YTD-Withheld
                   IF YL-LAST-PERIOD NOT = WS-Period
                       PERFORM CompareToLastPeriod
                   END-IF
           END-READ
           IF WS-Var-Reason NOT = SPACE
               PERFORM ApplyHoldDecision
           END-IF.

      *> CompareToLastPeriod - the percentage each of gross and net
      *> has moved since the ledger's last period's regular pay. A
      *> last net of zero against any net now counts as moved.
       CompareToLastPeriod.
           MOVE YL-LAST-PERIOD TO WS-Var-Last-Period
           COMPUTE WS-Var-Last-Gross = YL-LAST-GROSS - YL-RETRO-GROSS
           COMPUTE WS-Var-Last-Net = YL-LAST-NET - YL-RETRO-NET
           MOVE 'N' TO WS-Var-Gross-Flag
           MOVE 'N' TO WS-Var-Net-Flag
           IF WS-Var-Last-Gross = 0
               SET WS-Var-First TO TRUE
           ELSE
               COMPUTE WS-Var-Gross-Pct ROUNDED =
                   (WS-Gross - WS-Var-Last-Gross) * 100
                       / WS-Var-Last-Gross
                   ON SIZE ERROR MOVE 99999.99 TO WS-Var-Gross-Pct
               END-COMPUTE
               IF WS-Var-Last-Net = 0
                   IF WS-NetPay > 0
                       MOVE 99999.99 TO WS-Var-Net-Pct
                   END-IF
               ELSE
                   COMPUTE WS-Var-Net-Pct ROUNDED =
                       (WS-NetPay - WS-Var-Last-Net) * 100
                           / WS-Var-Last-Net
                       ON SIZE ERROR MOVE 99999.99 TO WS-Var-Net-Pct
                   END-COMPUTE
               END-IF
               IF WS-Var-Gross-Pct > WS-Variance-Pct
                       OR WS-Var-Gross-Pct < 0 - WS-Variance-Pct
                   SET WS-Var-GrossMoved TO TRUE
               END-IF
               IF WS-Var-Net-Pct > WS-Variance-Pct
                       OR WS-Var-Net-Pct < 0 - WS-Variance-Pct
                   SET WS-Var-NetMoved TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-Var-GrossMoved AND WS-Var-NetMoved
                       SET WS-Var-Both TO TRUE
                   WHEN WS-Var-GrossMoved
                       SET WS-Var-Gross TO TRUE
                   WHEN WS-Var-NetMoved
                       SET WS-Var-Net TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> ApplyHoldDecision - a flagged employee with no hold yet is
      *> held and written to payhold.dat; one already held is
      *> released if VarianceRelease said so, and otherwise stays
      *> held - held over for the period, or still undecided.
       ApplyHoldDecision.
           ADD 1 TO WS-VarFlaggedCount
           IF WS-Var-First
               ADD 1 TO WS-VarFirstPayCount
           END-IF
           MOVE 0 TO WS-HD-Hit
           PERFORM VARYING WS-HD-Idx FROM 1 BY 1
                   UNTIL WS-HD-Idx > WS-HD-Count
               IF WS-HD-SSN(WS-HD-Idx) = SSN-NUM
                   MOVE WS-HD-Idx TO WS-HD-Hit
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HD-Hit = 0
                   PERFORM WriteHoldRecord
                   SET WS-PayHeld TO TRUE
                   ADD 1 TO WS-VarNewHeldCount
                   ADD 1 TO WS-VarUndecidedCount
                   MOVE "HELD" TO WS-Var-Status
               WHEN WS-HD-Status(WS-HD-Hit) = 'R'
                   ADD 1 TO WS-VarReleasedCount
                   MOVE "RELEASED" TO WS-Var-Status
               WHEN WS-HD-Status(WS-HD-Hit) = 'O'
                   SET WS-PayHeld TO TRUE
                   ADD 1 TO WS-VarHeldOverCount
                   MOVE "HELD OVER" TO WS-Var-Status
               WHEN OTHER
                   SET WS-PayHeld TO TRUE
                   ADD 1 TO WS-VarUndecidedCount
                   MOVE "STILL HELD" TO WS-Var-Status
           END-EVALUATE
           PERFORM PrintVarianceEntry.

      *> WriteHoldRecord - a new hold onto payhold.dat, awaiting
      *> VarianceRelease.
       WriteHoldRecord.
           MOVE WS-Period          TO PH-PERIOD
           MOVE SSN-NUM            TO PH-SSN-NUM
           MOVE fname              TO PH-fname
           MOVE lname              TO PH-lname
           MOVE DEPT-CODE          TO PH-DEPT-CODE
           MOVE WS-Var-Reason      TO PH-REASON
           MOVE WS-Var-Last-Period TO PH-LAST-PERIOD
           MOVE WS-Var-Last-Gross  TO PH-LAST-GROSS
           MOVE WS-Var-Last-Net    TO PH-LAST-NET
           MOVE WS-Gross           TO PH-THIS-GROSS
           MOVE WS-NetPay          TO PH-THIS-NET
           MOVE WS-Var-Gross-Pct   TO PH-GROSS-PCT
           MOVE WS-Var-Net-Pct     TO PH-NET-PCT
           SET PH-Held             TO TRUE
           MOVE SPACES             TO PH-DECIDED-BY
           MOVE ZEROS              TO PH-DECIDED-TS
           WRITE HoldRecord
           IF WS-HD-Count < WS-HD-Max
               ADD 1 TO WS-HD-Count
               MOVE SSN-NUM TO WS-HD-SSN(WS-HD-Count)
               MOVE 'H'     TO WS-HD-Status(WS-HD-Count)
           END-IF.

      *> CheckMissingEmployees - everyone the ledger shows as paid
      *> last period who has not been paid (or held) this run: a
      *> leaver whose separation never reached EMPHIST.DAT, or a
      *> record dropped off the master, would otherwise simply go
      *> unpaid without anyone noticing.
       CheckMissingEmployees.
           IF WS-Period-Month = 1
               COMPUTE WS-PriorPeriod = (WS-Period-Year - 1) * 100 + 12
           ELSE
               COMPUTE WS-PriorPeriod = WS-Period - 1
           END-IF
           MOVE ZEROS TO YL-SSN-NUM
           START LedgerFile KEY IS NOT LESS THAN YL-SSN-NUM
               INVALID KEY SET LedgerEOF TO TRUE
           END-START
           PERFORM UNTIL LedgerEOF
               READ LedgerFile NEXT RECORD
                   AT END SET LedgerEOF TO TRUE
                   NOT AT END
                       IF YL-LAST-PERIOD = WS-PriorPeriod
                           PERFORM CheckMissingEmployee
                       END-IF
               END-READ
           END-PERFORM.

      *> CheckMissingEmployee - one of last period's payees with no
      *> posting this period; held pay is already on the report.
       CheckMissingEmployee.
           MOVE 0 TO WS-HD-Hit
           PERFORM VARYING WS-HD-Idx FROM 1 BY 1
                   UNTIL WS-HD-Idx > WS-HD-Count
               IF WS-HD-SSN(WS-HD-Idx) = YL-SSN-NUM
                   MOVE WS-HD-Idx TO WS-HD-Hit
               END-IF
           END-PERFORM
           IF WS-HD-Hit = 0
               IF WS-VarMissingCount = 0
                   WRITE VarianceLine FROM VarBlankLine
                   MOVE "PAID LAST PERIOD - NOT PAID THIS PERIOD"
                       TO VS-Text
                   WRITE VarianceLine FROM VarSectionLine
                   ADD 2 TO WS-VarLines
               END-IF
               IF WS-VarLines >= WS-LinesPerPage * 2
                   PERFORM PrintVarianceHeaders
               END-IF
               ADD 1 TO WS-VarMissingCount
               MOVE SPACES TO VM-Name
               STRING YL-fname DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      YL-lname DELIMITED BY SPACE
                      INTO VM-Name
               CALL "MaskSSN" USING YL-SSN-NUM, WS-Masked-SSN
               MOVE WS-Masked-SSN  TO VM-SSN
               MOVE YL-DEPT-CODE   TO VM-Dept
               MOVE YL-LAST-PERIOD TO VM-Period
               MOVE YL-LAST-NET    TO VM-Net
               WRITE VarianceLine FROM VarMissingLine
               ADD 1 TO WS-VarLines
           END-IF.

      *> PrintVarianceEntry - who was flagged, why, what became of
      *> their pay, and the figures either side.
       PrintVarianceEntry.
           IF WS-VarLines >= WS-LinesPerPage * 2 - 3
               PERFORM PrintVarianceHeaders
           END-IF
           MOVE SPACES TO VN-Name
           STRING fname(1:WS-FnameLen) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO VN-Name
           CALL "MaskSSN" USING SSN-NUM, WS-Masked-SSN
           MOVE WS-Masked-SSN TO VN-SSN
           MOVE DEPT-CODE TO VN-Dept
           EVALUATE TRUE
               WHEN WS-Var-First MOVE "FIRST PAY"    TO VN-Reason
               WHEN WS-Var-Gross MOVE "GROSS MOVED"  TO VN-Reason
               WHEN WS-Var-Net   MOVE "NET MOVED"    TO VN-Reason
               WHEN OTHER        MOVE "GROSS + NET"  TO VN-Reason
           END-EVALUATE
           MOVE WS-Var-Status TO VN-Status
           WRITE VarianceLine FROM VarBlankLine
           WRITE VarianceLine FROM VarNameLine
           MOVE "GROSS"            TO VF-Label
           MOVE WS-Var-Last-Period TO VF-Last-Period
           MOVE WS-Var-Last-Gross  TO VF-Last
           MOVE WS-Gross           TO VF-This
           MOVE WS-Var-Gross-Pct   TO VF-Pct
           WRITE VarianceLine FROM VarFigureLine
           MOVE "NET"              TO VF-Label
           MOVE WS-Var-Last-Net    TO VF-Last
           MOVE WS-NetPay          TO VF-This
           MOVE WS-Var-Net-Pct     TO VF-Pct
           WRITE VarianceLine FROM VarFigureLine
           ADD 4 TO WS-VarLines.

      *> PrintVarianceHeaders - start a new page of varcheck.prt.
       PrintVarianceHeaders.
           ADD 1 TO WS-VarPage
           MOVE WS-Period       TO VH-Period
           MOVE WS-Variance-Pct TO VH-Pct
           MOVE WS-VarPage      TO VH-Page
           WRITE VarianceLine FROM VarHeaderLine
           MOVE 0 TO WS-VarLines.

      *> PrintVarianceFooter - the check's counts. A run that did
      *> not check says why.
       PrintVarianceFooter.
           WRITE VarianceLine FROM VarBlankLine
           IF NOT WS-VarianceCheck
               IF WS-OverrideRun
                   MOVE "OVERRIDE REPOST - NO VARIANCE CHECK"
                       TO VS-Text
               ELSE
                   MOVE "PERIOD ALREADY POSTED - NO VARIANCE CHECK"
                       TO VS-Text
               END-IF
               WRITE VarianceLine FROM VarSectionLine
           ELSE
               MOVE "EMPLOYEES FLAGGED" TO VT-Label
               MOVE WS-VarFlaggedCount TO VT-Count
               WRITE VarianceLine FROM VarFooterLine
               MOVE "  OF WHICH FIRST PAY" TO VT-Label
               MOVE WS-VarFirstPayCount TO VT-Count
               WRITE VarianceLine FROM VarFooterLine
               MOVE "NEWLY HELD THIS RUN" TO VT-Label
               MOVE WS-VarNewHeldCount TO VT-Count
               WRITE VarianceLine FROM VarFooterLine
               MOVE "HELD AWAITING DECISION" TO VT-Label
               MOVE WS-VarUndecidedCount TO VT-Count
               WRITE VarianceLine FROM VarFooterLine
               MOVE "RELEASED AND PAID" TO VT-Label
               MOVE WS-VarReleasedCount TO VT-Count
               WRITE VarianceLine FROM VarFooterLine
               MOVE "HELD OVER - NOT PAID THIS PERIOD" TO VT-Label
               MOVE WS-VarHeldOverCount TO VT-Count
               WRITE VarianceLine FROM VarFooterLine
               MOVE "PAID LAST PERIOD, NOT PAID NOW" TO VT-Label
               MOVE WS-VarMissingCount TO VT-Count
               WRITE VarianceLine FROM VarFooterLine
           END-IF.

      *> LoadRetroQueue - the back-dated changes waiting on
      *> retropend.dat, into the table in file order. No file just
      *> means nothing is owed.
       LoadRetroQueue.
           OPEN INPUT RetroFile
           IF RetroNotFound
               CLOSE RetroFile
           ELSE
               SET WS-HaveRetroQueue TO TRUE
               PERFORM UNTIL RetroEOF
                   READ RetroFile
                       AT END SET RetroEOF TO TRUE
                       NOT AT END
                           IF WS-RP-Count < WS-RP-Max
                               ADD 1 TO WS-RP-Count
                               MOVE RP-SSN-NUM
                                   TO WS-RP-SSN(WS-RP-Count)
                               MOVE RP-EFFECTIVE-DATE
                                   TO WS-RP-Effective(WS-RP-Count)
                               MOVE RP-OLD-SALARY
                                   TO WS-RP-Old(WS-RP-Count)
                               MOVE RP-NEW-SALARY
                                   TO WS-RP-New(WS-RP-Count)
                               MOVE RP-SOURCE
                                   TO WS-RP-Source(WS-RP-Count)
                               MOVE RP-QUEUED-DATE
                                   TO WS-RP-Queued(WS-RP-Count)
                               MOVE 'N' TO WS-RP-Done(WS-RP-Count)
                           ELSE
                               ADD 1 TO WS-RP-Overflow
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RetroFile
               IF WS-RP-Overflow > 0
                   DISPLAY "MORE THAN " WS-RP-Max " BACK-DATED "
                       "CHANGES QUEUED - " WS-RP-Overflow
                       " LEFT FOR THE NEXT RUN"
               END-IF
           END-IF.

      *> ApplyRetroPay - the employee's back pay for every change
      *> queued for them, worked out period by period onto
      *> retro.prt, and withheld at their current rate. Nothing is
      *> worked out on a run that will not post this employee - a
      *> reprint, or one already carried this period - so the
      *> change stays queued for the run that does. Except that an
      *> employee already carried this period was posted by an
      *> earlier run of it that never got as far as rewriting the
      *> queue; what was queued by the day that run posted them
      *> was paid by it, and comes off the queue now.
       ApplyRetroPay.
           MOVE ZEROS TO WS-Retro-Gross
           MOVE ZEROS TO WS-Retro-Withheld
           MOVE ZEROS TO WS-Retro-Net
           MOVE ZEROS TO WS-Retro-Periods
           MOVE 'N' TO WS-Retro-Due-Flag
           IF PostingThisRun AND WS-RP-Count > 0
               SET WS-RetroDue TO TRUE
               MOVE SSN-NUM TO YL-SSN-NUM
               READ LedgerFile
                   KEY IS YL-SSN-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YL-LAST-PERIOD = WS-Period
                               AND NOT WS-OverrideRun
                           MOVE 'N' TO WS-Retro-Due-Flag
                           PERFORM MarkRetroPaidEarlier
                       END-IF
               END-READ
           END-IF
           IF WS-RetroDue
               PERFORM VARYING WS-RP-Idx FROM 1 BY 1
                       UNTIL WS-RP-Idx > WS-RP-Count
                   IF WS-RP-SSN(WS-RP-Idx) = SSN-NUM
                           AND WS-RP-Done(WS-RP-Idx) NOT = 'Y'
                       PERFORM ComputeRetroChange
                   END-IF
               END-PERFORM
               IF WS-Retro-Gross > 0
                   COMPUTE WS-Retro-Withheld ROUNDED =
                       WS-Retro-Gross * WITHHOLDING-RATE
                   COMPUTE WS-Retro-Net =
                       WS-Retro-Gross - WS-Retro-Withheld
                   MOVE WS-Retro-Gross    TO RE-Gross
                   MOVE WS-Retro-Withheld TO RE-Withheld
                   MOVE WS-Retro-Net      TO RE-Net
                   WRITE RetroLine FROM RetroEmpTotalLine
                   ADD 1 TO WS-RetroLines
                   ADD 1 TO WS-RetroPaidCount
                   ADD WS-Retro-Gross    TO WS-RetroTotalGross
                   ADD WS-Retro-Withheld TO WS-RetroTotalWithheld
                   ADD WS-Retro-Net      TO WS-RetroTotalNet
               END-IF
           END-IF.

      *> MarkRetroPaidEarlier - the employee's queued changes that
      *> the earlier run of this period already paid, marked done
      *> and listed on retro.prt as such.
       MarkRetroPaidEarlier.
           PERFORM VARYING WS-RP-Idx FROM 1 BY 1
                   UNTIL WS-RP-Idx > WS-RP-Count
               IF WS-RP-SSN(WS-RP-Idx) = SSN-NUM
                       AND WS-RP-Done(WS-RP-Idx) NOT = 'Y'
                       AND WS-RP-Queued(WS-RP-Idx) <= YL-POSTED-DATE
                   MOVE 'Y' TO WS-RP-Done(WS-RP-Idx)
                   PERFORM PrintRetroChangeHeading
                   MOVE "PAID BY THE EARLIER RUN FOR THIS PERIOD"
                       TO RN-Text
                   PERFORM PrintRetroNote
               END-IF
           END-PERFORM.

      *> ComputeRetroChange - one queued change: for each period
      *> from the effective date (or the hire date, if later)
      *> through the last one posted before this run, what was paid
      *> at the old salary against what the new one would have
      *> paid, prorated by days the same way ComputeGross prorates a
      *> part period. A back-dated cut is not clawed back here - it
      *> is listed for payroll to recover by hand, as is a change
      *> reaching back further than WS-Retro-Max-Back periods.
       ComputeRetroChange.
           MOVE 'Y' TO WS-RP-Done(WS-RP-Idx)
           ADD 1 TO WS-RetroChangeCount
           PERFORM PrintRetroChangeHeading
           MOVE WS-RP-Effective(WS-RP-Idx) TO WS-Retro-From
           IF HIRE-DATE > WS-Retro-From
               MOVE HIRE-DATE TO WS-Retro-From
           END-IF
           MOVE WS-Retro-From(1:6) TO WS-Retro-Period
           COMPUTE WS-Retro-Back =
               (WS-Period-Year - WS-Retro-Year) * 12
               + WS-Period-Month - WS-Retro-Month
           EVALUATE TRUE
               WHEN WS-RP-New(WS-RP-Idx) < WS-RP-Old(WS-RP-Idx)
                   MOVE "SALARY REDUCED - OVERPAYMENT NOT RECOVERED, "
                       TO RN-Text
                   PERFORM PrintRetroNote
                   MOVE "REFER TO PAYROLL" TO RN-Text
                   PERFORM PrintRetroNote
                   ADD 1 TO WS-RetroReferCount
               WHEN WS-Retro-From(1:6) > WS-Period
                   MOVE "NO PERIOD PAID SINCE THE EFFECTIVE DATE"
                       TO RN-Text
                   PERFORM PrintRetroNote
                   ADD 1 TO WS-RetroNoneCount
               WHEN WS-Retro-Back > WS-Retro-Max-Back
                   MOVE "EFFECTIVE DATE TOO FAR BACK TO PAY HERE - "
                       TO RN-Text
                   PERFORM PrintRetroNote
                   MOVE "REFER TO PAYROLL" TO RN-Text
                   PERFORM PrintRetroNote
                   ADD 1 TO WS-RetroReferCount
               WHEN OTHER
                   MOVE ZEROS TO WS-Change-Owed
                   MOVE ZEROS TO WS-Change-Periods
                   COMPUTE WS-Retro-FromInt =
                       FUNCTION INTEGER-OF-DATE(WS-Retro-From)
                   PERFORM UNTIL WS-Retro-Period >= WS-Period
                           OR WS-Retro-Period > WS-LastPeriod
                       PERFORM ComputeRetroPeriod
                       IF WS-Retro-Month = 12
                           ADD 1 TO WS-Retro-Year
                           MOVE 1 TO WS-Retro-Month
                       ELSE
                           ADD 1 TO WS-Retro-Month
                       END-IF
                   END-PERFORM
                   IF WS-Change-Periods = 0
                       MOVE "NO PERIOD PAID SINCE THE EFFECTIVE DATE"
                           TO RN-Text
                       PERFORM PrintRetroNote
                       ADD 1 TO WS-RetroNoneCount
                   ELSE
                       ADD WS-Change-Owed    TO WS-Retro-Gross
                       ADD WS-Change-Periods TO WS-Retro-Periods
                   END-IF
           END-EVALUATE.

      *> ComputeRetroPeriod - one period's shortfall: the days of it
      *> on or after the effective date, at the old salary and at
      *> the new.
       ComputeRetroPeriod.
           COMPUTE WS-Retro-Start = WS-Retro-Period * 100 + 1
           IF WS-Retro-Month = 12
               COMPUTE WS-Retro-Next =
                   (WS-Retro-Year + 1) * 10000 + 101
           ELSE
               COMPUTE WS-Retro-Next = WS-Retro-Start + 100
           END-IF
           COMPUTE WS-Retro-StartInt =
               FUNCTION INTEGER-OF-DATE(WS-Retro-Start)
           COMPUTE WS-Retro-NextInt =
               FUNCTION INTEGER-OF-DATE(WS-Retro-Next)
           COMPUTE WS-Retro-DaysIn =
               WS-Retro-NextInt - WS-Retro-StartInt
           IF WS-Retro-FromInt > WS-Retro-StartInt
               COMPUTE WS-Retro-DaysOwed =
                   WS-Retro-NextInt - WS-Retro-FromInt
           ELSE
               MOVE WS-Retro-DaysIn TO WS-Retro-DaysOwed
           END-IF
           IF WS-Retro-DaysOwed = WS-Retro-DaysIn
               MOVE WS-RP-Old(WS-RP-Idx) TO WS-Retro-OldPay
               MOVE WS-RP-New(WS-RP-Idx) TO WS-Retro-NewPay
           ELSE
               COMPUTE WS-Retro-OldPay ROUNDED =
                   WS-RP-Old(WS-RP-Idx) * WS-Retro-DaysOwed
                   / WS-Retro-DaysIn
               COMPUTE WS-Retro-NewPay ROUNDED =
                   WS-RP-New(WS-RP-Idx) * WS-Retro-DaysOwed
                   / WS-Retro-DaysIn
           END-IF
           COMPUTE WS-Retro-Diff = WS-Retro-NewPay - WS-Retro-OldPay
           ADD WS-Retro-Diff TO WS-Change-Owed
           ADD 1 TO WS-Change-Periods
           IF WS-RetroLines >= WS-LinesPerPage * 2
               PERFORM PrintRetroHeaders
           END-IF
           MOVE WS-Retro-Period   TO RL-Period
           MOVE WS-Retro-DaysOwed TO RL-DaysOwed
           MOVE WS-Retro-DaysIn   TO RL-DaysIn
           MOVE WS-Retro-OldPay   TO RL-Old
           MOVE WS-Retro-NewPay   TO RL-New
           MOVE WS-Retro-Diff     TO RL-Diff
           WRITE RetroLine FROM RetroPeriodLine
           ADD 1 TO WS-RetroLines.

      *> PrintRetroChangeHeading - who, and the change being paid.
       PrintRetroChangeHeading.
           IF WS-RetroLines >= WS-LinesPerPage * 2 - 4
               PERFORM PrintRetroHeaders
           END-IF
           MOVE SPACES TO RG-Name
           STRING fname(1:WS-FnameLen) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  lname(1:WS-LnameLen) DELIMITED BY SIZE
                  INTO RG-Name
           CALL "MaskSSN" USING SSN-NUM, WS-Masked-SSN
           MOVE WS-Masked-SSN TO RG-SSN
           MOVE WS-RP-Effective(WS-RP-Idx) TO RG-Effective
           EVALUATE WS-RP-Source(WS-RP-Idx)
               WHEN 'A'   MOVE "APPROVAL"   TO RG-Source
               WHEN 'J'   MOVE "ADJUSTMENT" TO RG-Source
               WHEN OTHER MOVE "MAINTENANCE" TO RG-Source
           END-EVALUATE
           MOVE WS-RP-Old(WS-RP-Idx) TO RS-Old
           MOVE WS-RP-New(WS-RP-Idx) TO RS-New
           WRITE RetroLine FROM RetroBlankLine
           WRITE RetroLine FROM RetroChangeLine
           WRITE RetroLine FROM RetroSalaryLine
           ADD 3 TO WS-RetroLines.

      *> PrintRetroNote - a line of explanation under a change.
       PrintRetroNote.
           WRITE RetroLine FROM RetroNoteLine
           ADD 1 TO WS-RetroLines.

      *> PrintRetroHeaders - start a new page of retro.prt.
       PrintRetroHeaders.
           ADD 1 TO WS-RetroPage
           MOVE WS-Period TO RH-Period
           MOVE WS-RetroPage TO RH-Page
           WRITE RetroLine FROM RetroHeaderLine
           WRITE RetroLine FROM RetroColumnLine
           MOVE 0 TO WS-RetroLines.

      *> RewriteRetroQueue - every change not paid this run goes
      *> back onto the queue via retropend.new, swapped in the same
      *> trim-and-swap SalaryApprove uses for pendappr.dat: the Nth
      *> record read is the Nth table entry, and anything beyond the
      *> table was never looked at and is carried as it stood.
       RewriteRetroQueue.
           OPEN INPUT RetroFile
           OPEN OUTPUT NewRetroFile
           MOVE 'N' TO RetroEOF-Flag
           MOVE ZEROS TO WS-RP-Read
           PERFORM UNTIL RetroEOF
               READ RetroFile
                   AT END SET RetroEOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RP-Read
                       IF WS-RP-Read > WS-RP-Count
                           WRITE NewRetroRecord FROM RetroRecord
                           ADD 1 TO WS-RetroCarriedCount
                       ELSE
                           IF WS-RP-Done(WS-RP-Read) NOT = 'Y'
                               WRITE NewRetroRecord FROM RetroRecord
                               ADD 1 TO WS-RetroCarriedCount
                               PERFORM PrintRetroCarried
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RetroFile
           CLOSE NewRetroFile
           CALL "CBL_DELETE_FILE" USING "retropend.dat"
           CALL "CBL_RENAME_FILE" USING "retropend.new",
               "retropend.dat".

      *> PrintRetroCarried - a queued change whose employee was not
      *> paid this run, still waiting.
       PrintRetroCarried.
           IF WS-RetroLines >= WS-LinesPerPage * 2
               PERFORM PrintRetroHeaders
           END-IF
           CALL "MaskSSN" USING RP-SSN-NUM, WS-Masked-SSN
           MOVE WS-Masked-SSN TO RF-SSN
           MOVE RP-EFFECTIVE-DATE TO RF-Effective
           WRITE RetroLine FROM RetroCarriedLine
           ADD 1 TO WS-RetroLines.

      *> PrintRetroFooter - the run's retro counts and totals. The
      *> totals are included in the register's own grand totals.
       PrintRetroFooter.
           WRITE RetroLine FROM RetroBlankLine
           IF NOT PostingThisRun
               MOVE "PERIOD ALREADY POSTED - NO RETRO PAY WORKED OUT"
                   TO RN-Text
               WRITE RetroLine FROM RetroNoteLine
           END-IF
           MOVE "BACK-DATED CHANGES WORKED OUT" TO RT-Label
           MOVE WS-RetroChangeCount TO RT-Count
           WRITE RetroLine FROM RetroFooterCount
           MOVE "EMPLOYEES PAID RETRO PAY" TO RT-Label
           MOVE WS-RetroPaidCount TO RT-Count
           WRITE RetroLine FROM RetroFooterCount
           MOVE "CHANGES WITH NOTHING OWED" TO RT-Label
           MOVE WS-RetroNoneCount TO RT-Count
           WRITE RetroLine FROM RetroFooterCount
           MOVE "CHANGES REFERRED TO PAYROLL" TO RT-Label
           MOVE WS-RetroReferCount TO RT-Count
           WRITE RetroLine FROM RetroFooterCount
           MOVE "CHANGES CARRIED FORWARD" TO RT-Label
           MOVE WS-RetroCarriedCount TO RT-Count
           WRITE RetroLine FROM RetroFooterCount
           MOVE "RETRO GROSS" TO RA-Label
           MOVE WS-RetroTotalGross TO RA-Amount
           WRITE RetroLine FROM RetroFooterAmount
           MOVE "RETRO WITHHELD" TO RA-Label
           MOVE WS-RetroTotalWithheld TO RA-Amount
           WRITE RetroLine FROM RetroFooterAmount
           MOVE "RETRO NET" TO RA-Label
           MOVE WS-RetroTotalNet TO RA-Amount
           WRITE RetroLine FROM RetroFooterAmount.

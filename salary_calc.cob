       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The rate files are named in working storage so a what-if
      *> simulation can reload them from its scenario's copies
         SELECT CITY-TAX-FILE
         ASSIGN TO DYNAMIC CityTaxFileName
         ORGANIZATION IS LINE SEQUENTIAL.

         SELECT ALLOWANCES-FILE 
         FILE STATUS IS CsvFileStatus.

         SELECT CONFIG-FILE
         ASSIGN TO DYNAMIC ConfigFileName
         ORGANIZATION IS LINE SEQUENTIAL.

         SELECT EMPLOYEES-FILE
         RECORD KEY IS TsIdxOIB
         FILE STATUS IS TsIdxFileStatus.

         SELECT NONTAX-IDX-FILE
         ASSIGN TO "nontaxable.idx"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS NtIdxKey
         FILE STATUS IS NtIdxFileStatus.

      *> Each employee's current-rates figures from the first pass
      *> of a what-if simulation, matched by OIB in the second
         SELECT SIM-WORK-FILE
         ASSIGN TO "sim_work.idx"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SimWkOIB
         FILE STATUS IS SimWorkFileStatus.

         SELECT ABSENCE-IDX-FILE
         ASSIGN TO "absences.idx"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS AbsIdxKey
         FILE STATUS IS AbsIdxFileStatus.

         SELECT YTD-IDX-FILE
         ASSIGN TO "ytd.idx"
         ORGANIZATION IS INDEXED
         FILE STATUS IS PayslipFileStatus.

         SELECT TAX-BRACKET-FILE
         ASSIGN TO DYNAMIC TaxBracketFileName
         ORGANIZATION IS LINE SEQUENTIAL.

      *> Legal monthly and annual caps on the non-taxable receipts
      *> (neoporezivi primici), one row per item code - maintained
      *> by hand like taxBrackets.dat whenever the law changes
         SELECT NT-LIMITS-FILE
         ASSIGN TO "ntLimits.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS NtLimitsFileStatus.

      *> The release files are named per employing company when
      *> companies.dat lists more than one, so they are dynamic
         SELECT JOPPD-FILE
         ASSIGN TO DYNAMIC JoppdFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS JoppdFileStatus.

         SELECT HUB3-FILE
         ASSIGN TO DYNAMIC Hub3FileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS Hub3FileStatus.

         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS RunArchiveFileStatus.

      *> Sick-leave register: one row per employee per sick-leave
      *> spell, kept by HR; a spell still running has no end date
         SELECT ABSENCES-FILE
         ASSIGN TO "absences.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AbsencesFileStatus.

      *> Per-row HZZO claim lines, landed with the row's checkpoint
      *> like joppd_work.dat and assembled into the period's claim
      *> file at the end of the run
         SELECT SICK-WORK-FILE
         ASSIGN TO "sick_work.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SickWorkFileStatus.

      *> The period's refund claim to HZZO, named
      *> hzzo_claim_YYYYMM.txt, listing every spell day we advanced
      *> on HZZO's behalf
         SELECT HZZO-CLAIM-FILE
         ASSIGN TO DYNAMIC HzzoClaimName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS HzzoClaimFileStatus.

      *> Open illness spells nearing (or past) the day HZZO takes
      *> over, so HR can chase the paperwork in time
         SELECT SICK-WATCH-FILE
         ASSIGN TO "sick_watch_report.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SickWatchFileStatus.

      *> A final settlement's own JOPPD and HUB-3 files, named by
      *> period and OIB so they never touch the batch's files
         SELECT TERM-OUTPUT-FILE
         ASSIGN TO DYNAMIC TermOutputName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS TermOutputFileStatus.

      *> Scheduler-supplied answers to everything the program would
      *> otherwise ask on the terminal, so the overnight run needs
      *> nobody at the keyboard - same key/value shape as config.txt

      *> Append-only trail of every maintenance-mode change: who
      *> changed which row, when, and what it looked like before
      *> and after - never rewritten, only extended. The one
      *> exception is the retention purge, which blanks the personal
      *> fields of someone long gone but leaves every row in place
         SELECT MAINT-AUDIT-FILE
         ASSIGN TO "maint_audit.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS TimesheetFileStatus.

      *> Non-taxable items claimed for the pay period - meal,
      *> commuting, Christmas/Easter bonus, gift for a child - one
      *> row per OIB per item code per period, supplied by HR
      *> alongside timesheet.dat
         SELECT NONTAX-FILE
         ASSIGN TO "nontaxable.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS NontaxFileStatus.

      *> Work copies of the buffered JOPPD page-B lines and HUB-3
      *> payment orders, saved with every checkpoint so a resumed
      *> run's submission and payment files still cover the rows
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AnnualFileStatus.

      *> Year-end income tax reconciliation, one block per employee
      *> considered in the December (or last) run of the year
         SELECT TAX-RECON-FILE
         ASSIGN TO "annual_tax_recon.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS TaxReconFileStatus.

         SELECT LASTRUN-FILE
         ASSIGN TO "lastrun.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS VarianceFileStatus.

      *> What-if simulation: a scenario file is looked for before
      *> it is loaded, the raises come from their own file and the
      *> comparison goes to simulation_<scenario>.txt
         SELECT SIM-PROBE-FILE
         ASSIGN TO DYNAMIC SimProbeName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SimProbeFileStatus.

         SELECT SIM-RAISE-FILE
         ASSIGN TO DYNAMIC SimRaiseName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SimRaiseFileStatus.

         SELECT SIM-REPORT-FILE
         ASSIGN TO DYNAMIC SimReportName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SimReportFileStatus.

      *> Copies of ytd.dat and garnishments.dat taken when a fresh
      *> batch starts, put back if the run is rejected at approval
         SELECT HOLD-IN-FILE
         ASSIGN TO DYNAMIC HoldInName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS HoldInFileStatus.

         SELECT HOLD-OUT-FILE
         ASSIGN TO DYNAMIC HoldOutName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS HoldOutFileStatus.

      *> DZS RAD-1 statistics: one line per batch row, landed with
      *> its checkpoint, turned into the report and the extract
      *> when the run is released
         SELECT STAT-WORK-FILE
         ASSIGN TO "stat_work.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS StatWorkFileStatus.

         SELECT STAT-REPORT-FILE
         ASSIGN TO DYNAMIC StatReportName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS StatReportFileStatus.

         SELECT STAT-EXTRACT-FILE
         ASSIGN TO DYNAMIC StatExtractName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS StatExtractFileStatus.

      *> GL account number for each payroll component, maintained by
      *> accounting - same key/value shape as allowances.dat
         SELECT ACCOUNTS-FILE
      *> Balanced journal of the run, one debit/credit line per
      *> account per cost center, imported by the accounting package
         SELECT GL-JOURNAL-FILE
         ASSIGN TO DYNAMIC GlJournalName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS GlJournalFileStatus.

      *> The legal entities on the payroll: name, OIB and paying
      *> IBAN per company code, plus any GL accounts a company books
      *> differently from accounts.dat
         SELECT COMPANY-FILE
         ASSIGN TO "companies.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS CompanyFileStatus.

      *> One run's line per company and group total, written when
      *> a run covering several companies is released
         SELECT GROUP-SUMMARY-FILE
         ASSIGN TO DYNAMIC GroupSummaryName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS GroupSummaryFileStatus.

      *> Changes to employees.dat rows entered ahead of the pay
      *> period they take effect in, and the batch's list of the
      *> ones it applied
         SELECT PENDING-CHANGE-FILE
         ASSIGN TO "pending_changes.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PchFileStatus.

         SELECT PEND-REPORT-FILE
         ASSIGN TO DYNAMIC PendReportName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PendReportFileStatus.

      *> Retention purge: one keyed row per OIB with a pay history,
      *> rebuilt every time the purge runs, holding the last period
      *> paid, whether the person is still on employees.dat, and
      *> what was purged for them
         SELECT RETAIN-WORK-FILE
         ASSIGN TO "retention_work.idx"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RtwOIB
         FILE STATUS IS RetainWorkFileStatus.

      *> Append-only log of every retention purge and every
      *> subject-access export, with who ran it
         SELECT GDPR-LOG-FILE
         ASSIGN TO "gdpr_log.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS GdprLogFileStatus.

      *> Everything held on one person, named subject_access_OIB.txt
         SELECT SUBJECT-ACCESS-FILE
         ASSIGN TO DYNAMIC SarFileName
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SarFileStatus.

      *> Per-cost-center accumulators saved with every checkpoint,
      *> same crash-survival shape as the JOPPD/HUB-3 work files
         SELECT GL-WORK-FILE
         05 TaxBracketRecDivisor PIC 9V999.
         05 TaxBracketRecDeduction PIC 9(3)V99.

       FD NT-LIMITS-FILE.
      *> Caps in cents like EmpAmountX; a blank cap means the item
      *> has no limit of that kind. Items sharing a cap group (the
      *> Christmas and Easter bonus share one annual amount) use up
      *> one common cap; a blank group is the item's own code. A
      *> basis of 'K' multiplies both caps by the number of kids;
      *> 'Y' multiplies them by the full years of service of a
      *> leaver being settled (severance)
       01 NtLimitRecord.
         05 NtlRecCode PIC X(8).
         05 NtlRecGroup PIC X(8).
         05 NtlRecReceipt PIC X(2).
         05 NtlRecMonthCapX PIC X(9).
         05 NtlRecYearCapX PIC X(9).
         05 NtlRecBasis PIC X(1).
         05 NtlRecLabel PIC X(30).

       FD CONFIG-FILE.
      *> CONFIG-VALUE is wide enough for a full 21-character IBAN;
      *> shorter values on existing lines just arrive space-padded
      *> Cost center the row's pay is booked under in the GL
      *> journal; blank (an old-layout row) is booked as '0000'
         05 EmpCostCenter         PIC X(4).
      *> Employment dates YYYYMMDD and the reason the employment
      *> ended; blank termination date = still employed. Reason
      *> PO business-related / OS personal dismissal, SK dismissal
      *> for misconduct, SP mutual agreement, DA resignation, IU
      *> fixed term expired, MI retirement
         05 EmpHireDate           PIC X(8).
         05 EmpTermDate           PIC X(8).
         05 EmpTermReason         PIC X(2).
      *> Employing company, a code from companies.dat; blank (an
      *> older row) is the company config.txt describes
         05 EmpCompany            PIC X(4).

      *> The last line of employees.dat is a control-total trailer
      *> written by HR's export (and by maintenance mode): row count
         05 TrailerTag            PIC X(9).
         05 TrailerRowCount       PIC 9(5).
         05 TrailerHashTotal      PIC 9(13).
         05 FILLER                PIC X(129).

       FD EMP-MASTER-FILE.
       01 MasterRecord.
         05 MasterOIB             PIC X(11).
      *> The employees.dat row exactly as read, so a keyed fetch can
      *> drop it straight back into EmployeeRecord
         05 MasterEmpData         PIC X(156).

       FD SEEN-OIB-FILE.
      *> Pure membership file: a WRITE that comes back INVALID KEY
         05 TsIdxOIB PIC X(11).
         05 TsIdxUnits PIC 9(5)V99.

       FD SIM-WORK-FILE.
       01 SimWorkRecord.
         05 SimWkOIB PIC X(11).
         05 SimWkOk PIC X(1).
         05 SimWkGross PIC 9(9)V99.
         05 SimWkNet PIC 9(9)V99.
         05 SimWkTax PIC 9(9)V99.
         05 SimWkCost PIC 9(9)V99.
         05 SimWkError PIC X(100).

       FD ABSENCE-IDX-FILE.
      *> Keyed OIB-then-start so one employee's spells sit together;
      *> AbsIdxBad marks a row whose dates or cause are unusable
       01 AbsIdxRecord.
         05 AbsIdxKey.
           10 AbsIdxOIB PIC X(11).
           10 AbsIdxStart PIC X(8).
         05 AbsIdxEnd PIC X(8).
         05 AbsIdxCause PIC X(1).
         05 AbsIdxBad PIC X(1).

       FD NONTAX-IDX-FILE.
      *> Keyed OIB-then-item so one employee's items sit together;
      *> NtIdxBad marks an item whose amount could not be used
       01 NtIdxRecord.
         05 NtIdxKey.
           10 NtIdxOIB PIC X(11).
           10 NtIdxCode PIC X(8).
         05 NtIdxAmount PIC 9(7)V99.
         05 NtIdxBad PIC X(1).

       FD YTD-IDX-FILE.
      *> Keyed OIB-then-period so one employee's months sit next to
      *> each other - the annual report walks them in one pass
         05 YtdIdxCityLowTax PIC 9(11)V99.
         05 YtdIdxCityHighTax PIC 9(11)V99.
         05 YtdIdxNet PIC 9(11)V99.
      *> Non-taxable receipts paid in the period, in total and per
      *> item code - the year's usage every cap is checked against
         05 YtdIdxNonTax PIC 9(11)V99.
         05 YtdIdxNtItem OCCURS 5 TIMES.
           10 YtdIdxNtCode PIC X(8).
           10 YtdIdxNtAmount PIC 9(9)V99.
      *> The personal deduction in force that month, and the year's
      *> tax reconciliation when it was settled in this period
         05 YtdIdxAllowance PIC 9(7)V99.
         05 YtdIdxReconFlag PIC X(1).
         05 YtdIdxReconRefund PIC 9(9)V99.
         05 YtdIdxReconCollect PIC 9(9)V99.

       FD LASTRUN-IDX-FILE.
      *> lastrun.dat rekeyed by OIB for the variance match, plus the
      *> record per row, edited in place and written back on save
       01 MaintWorkRecord.
         05 MwOIB PIC X(11).
         05 MwRowData PIC X(156).

       FD BANK-RETURN-IDX-FILE.
       01 BankRetIdxRecord.
         05 YtdRecCityLowTax PIC 9(11)V99.
         05 YtdRecCityHighTax PIC 9(11)V99.
         05 YtdRecNet PIC 9(11)V99.
      *> Non-taxable receipts; a row written before these columns
      *> existed arrives with them as spaces and reads as none
         05 YtdRecNonTax PIC 9(11)V99.
         05 YtdRecNtItem OCCURS 5 TIMES.
           10 YtdRecNtCode PIC X(8).
           10 YtdRecNtAmount PIC 9(9)V99.
         05 YtdRecAllowance PIC 9(7)V99.
         05 YtdRecReconFlag PIC X(1).
         05 YtdRecReconRefund PIC 9(9)V99.
         05 YtdRecReconCollect PIC 9(9)V99.

       FD ACCOUNTS-FILE.
       01 AccountsRecord.
       FD GL-JOURNAL-FILE.
       01 GlJournalLine PIC X(100).

       FD COMPANY-FILE.
      *> 'C' rows describe a company; 'A' rows map a payroll
      *> component to the account that company books it to
       01 CompanyRecord.
         05 CoRecType PIC X(1).
         05 CoRecCode PIC X(4).
         05 CoRecOIB PIC X(11).
         05 CoRecIBAN PIC X(21).
         05 CoRecName PIC X(30).
       01 CompanyAcctRecord.
         05 FILLER PIC X(5).
         05 CoRecComponent PIC X(12).
         05 CoRecAccount PIC X(8).

       FD GROUP-SUMMARY-FILE.
       01 GroupSummaryLine PIC X(160).

       FD PENDING-CHANGE-FILE.
      *> One change held until its pay period (YYYYMM); a blank
      *> field is left as it is. Status 'P' pending, 'A' applied,
      *> 'X' cancelled, 'U' fell due but the OIB was no longer in
      *> employees.dat. Done by/at is who applied or cancelled it
       01 PendingChangeRecord PIC X(107).

       FD PEND-REPORT-FILE.
       01 PendReportLine PIC X(160).

       FD RETAIN-WORK-FILE.
       01 RetainWorkRecord.
         05 RtwOIB PIC X(11).
         05 RtwName PIC X(30).
         05 RtwLastPeriod PIC 9(6).
      *> 'Y' while any row for the OIB on employees.dat is active
         05 RtwActive PIC X(1).
         05 RtwHistCount PIC 9(5).
         05 RtwDocCount PIC 9(5).
         05 RtwAuditCount PIC 9(5).
         05 RtwGarnCount PIC 9(5).
         05 RtwGarnKept PIC 9(5).
         05 RtwPchCount PIC 9(5).
         05 RtwAbsCount PIC 9(5).

       FD GDPR-LOG-FILE.
      *> Action PURGE (rows removed), ANONYMISE (personal fields
      *> blanked), DELETE (documents removed), KEEP (held back on
      *> purpose, the note says why) or EXPORT
       01 GdprLogRecord.
         05 GdprLogStamp PIC X(14).
         05 FILLER PIC X(1).
         05 GdprLogOperator PIC X(8).
         05 FILLER PIC X(1).
         05 GdprLogAction PIC X(10).
         05 FILLER PIC X(1).
         05 GdprLogOIB PIC X(11).
         05 FILLER PIC X(1).
         05 GdprLogFile PIC X(24).
         05 FILLER PIC X(1).
         05 GdprLogCount PIC 9(5).
         05 FILLER PIC X(1).
         05 GdprLogNote PIC X(60).

       FD SUBJECT-ACCESS-FILE.
       01 SarLine PIC X(400).

       FD GL-WORK-FILE.
      *> One cost center's running totals in cents, written at every
      *> checkpoint and reloaded on resume
         05 GlwCityHigh PIC 9(13).
         05 GlwHealth PIC 9(13).
         05 GlwNet PIC 9(13).
         05 GlwNtItem OCCURS 10 TIMES.
           10 GlwNtCode PIC X(8).
           10 GlwNtAmount PIC 9(13).
         05 GlwReconRefund PIC 9(13).
         05 GlwReconCollect PIC 9(13).
         05 GlwHzzo PIC 9(13).
      *> The company the cost center's rows are employed by; a work
      *> file saved before companies existed reads it as spaces
         05 GlwCompany PIC X(4).

       FD HUB3-CORR-FILE.
       01 Hub3CorrLine PIC X(200).

       FD RUN-REGISTER-FILE.
      *> One row per completed run; amounts in cents like the other
      *> interchange files. A batch run is registered 'P' (awaiting
      *> approval) by the operator who ran it; the second
      *> operator's decision is appended as a copy of that row
      *> stamped 'A' (approved) or 'R' (rejected) with their id.
      *> Rows from before approvals existed carry a blank status
      *> and count as approved
       01 RunRegisterRecord.
         05 RegRunId PIC 9(5).
         05 RegPeriod PIC 9(6).
         05 RegTotGrossC PIC 9(13).
         05 RegTotNetC PIC 9(13).
         05 RegFiles PIC X(70).
         05 RegStatus PIC X(1).
         05 RegRunBy PIC X(8).
         05 RegApprover PIC X(8).
      *> Blank on the run's own rows. A released run that covered
      *> several companies adds one 'C' row per company, carrying
      *> that company's code (blank for the config.txt company),
      *> counts, totals and files
         05 RegCompany PIC X(4).

       FD RUN-ARCHIVE-FILE.
      *> 'J' lines reproduce joppd_submission.txt, 'H' lines
         05 ArcRunId PIC 9(5).
         05 ArcType PIC X(1).
         05 ArcLine PIC X(200).
      *> Whose files the line came from; blank = the config.txt
      *> company (and every line archived before companies existed)
         05 ArcCompany PIC X(4).

       FD RUNPARAMS-FILE.
      *> AUTORUN Y turns the prompts off; MODE and PAYPERIOD then
         05 FILLER PIC X(1).
         05 AudOIB PIC X(11).
         05 FILLER PIC X(1).
         05 AudBefore PIC X(156).
         05 FILLER PIC X(1).
         05 AudAfter PIC X(156).

       FD BANK-RETURN-FILE.
      *> 'E' executed, 'R' rejected (with the bank's reason),
         05 GarnRecValueX PIC X(9).
         05 GarnRecBalanceX PIC X(13).

       FD NONTAX-FILE.
      *> Amount in cents, read as raw text like TsRecUnitsX
       01 NontaxRecord.
         05 NtRecPeriod PIC X(6).
         05 NtRecOIB PIC X(11).
         05 NtRecCode PIC X(8).
         05 NtRecAmountX PIC X(9).

       FD ABSENCES-FILE.
      *> Dates YYYYMMDD; a blank end date is a spell still open.
      *> Cause B is illness (bolest), paid by us up to the employer
      *> day limit and by HZZO after it; O (injury at work or
      *> occupational disease) and N (care of a family member) are
      *> HZZO's from the first day
       01 AbsenceRecord.
         05 AbsRecOIB PIC X(11).
         05 AbsRecStart PIC X(8).
         05 AbsRecEnd PIC X(8).
         05 AbsRecCause PIC X(1).

       FD SICK-WORK-FILE.
       01 SickWorkLine PIC X(200).

       FD HZZO-CLAIM-FILE.
       01 HzzoClaimLine PIC X(132).

       FD SICK-WATCH-FILE.
       01 SickWatchLine PIC X(132).

       FD TERM-OUTPUT-FILE.
       01 TermOutputLine PIC X(200).

       FD TIMESHEET-FILE.
      *> Time is carried in hundredths (16800 = 168.00 hours) the way
      *> EmpAmountX carries cents, and read as raw text so a malformed
       FD ANNUAL-REPORT-FILE.
       01 AnnualLine PIC X(100).

       FD TAX-RECON-FILE.
       01 TaxReconLine PIC X(132).

       FD JOPPD-WORK-FILE.
       01 JoppdWorkLine PIC X(200).

       FD VARIANCE-REPORT-FILE.
       01 VarianceLine PIC X(120).

       FD SIM-PROBE-FILE.
       01 SimProbeLine PIC X(80).

       FD SIM-RAISE-FILE.
      *> Cost center in 1-4 ('*' = every cost center not listed),
      *> raise in percent from column 6, e.g. "HR01 5.00"; a
      *> negative percentage is a pay cut
       01 SimRaiseRecord.
         05 SimRaiseRecCc PIC X(4).
         05 FILLER PIC X(1).
         05 SimRaiseRecPctX PIC X(10).

       FD SIM-REPORT-FILE.
       01 SimReportLine PIC X(180).

       FD HOLD-IN-FILE.
       01 HoldInLine PIC X(400).

       FD HOLD-OUT-FILE.
       01 HoldOutLine PIC X(400).

       FD STAT-WORK-FILE.
       01 StatWorkLine PIC X(100).

       FD STAT-REPORT-FILE.
       01 StatReportLine PIC X(160).

       FD STAT-EXTRACT-FILE.
       01 StatExtractLine PIC X(120).

       WORKING-STORAGE SECTION.
       01 BatchMode PIC X VALUE 'n'.
          88 RunBatch VALUE 'y'.
          88 RunReconciliation VALUE 'r'.
          88 RunRegenerate VALUE 'g'.
          88 RunCorrection VALUE 'c'.
          88 RunTermination VALUE 't'.
          88 RunApproval VALUE 'p'.
          88 RunSimulation VALUE 'w'.
          88 RunRetention VALUE 'd'.
          88 RunDataExport VALUE 'e'.
       01 EndOfEmployeesFile PIC X VALUE 'n'.
       01 BatchEmployeeCount PIC 9(5) VALUE 0.
       01 BatchOkCount PIC 9(5) VALUE 0.
      *> truncating, so the over-limit check below it cannot be
      *> fooled by a wrapped sum
       01 EmpElementsTotal PIC 9(9)V99 VALUE 0.
      *> The part of EmpElementsTotal a net-contract row must not
      *> treat as net (see 3028-CALC-EMPLOYEE-ROW)
       01 EmpGrossElements PIC 9(9)V99 VALUE 0.
       01 ElementAmountF PIC Z(7).99.
       01 ElementCheckX PIC X(9) VALUE SPACES.
       01 ElementCheckLabel PIC X(10) VALUE SPACES.
         05 BatchTotCityHighTax PIC 9(11)V99 VALUE 0.
         05 BatchTotHealthIns PIC 9(11)V99 VALUE 0.
         05 BatchTotNet PIC 9(11)V99 VALUE 0.
         05 BatchTotNonTax PIC 9(11)V99 VALUE 0.
         05 BatchTotReconRefund PIC 9(11)V99 VALUE 0.
         05 BatchTotReconCollect PIC 9(11)V99 VALUE 0.

      *> Page-B detail lines go straight to joppd_work.dat, one per
      *> checkpointed row, so the page-A header (which needs the run
       01 CurrRunFileStatus PIC X(2) VALUE '00'.
       01 RunBufEndOfFile PIC X VALUE 'n'.
       01 RunBufWasOpen PIC X VALUE 'N'.
      *> A row paid non-taxable items under more than one receipt
      *> code needs one page-B line per code, so the row can park
      *> up to six lines
       01 PendingRunLines.
         05 PendingJoppdCount PIC 9(1) VALUE 0.
         05 PendingJoppdLine PIC X(200) OCCURS 6 TIMES.
         05 PendingSickCount PIC 9(1) VALUE 0.
         05 PendingSickLine PIC X(200) OCCURS 5 TIMES.
         05 PendingHub3Count PIC 9(1) VALUE 0.
         05 PendingHub3Line PIC X(200) OCCURS 2 TIMES.
         05 PendingCurrValid PIC X VALUE 'N'.
         05 PendingCurrGross PIC 9(11)V99.
         05 PendingCurrNet PIC 9(11)V99.
       01 PendingHub3Idx PIC 9(1).
       01 PendingJoppdIdx PIC 9(1).
       01 PendingSickIdx PIC 9(1).
       01 JoppdAmounts.
         05 JoppdGrossC PIC 9(13).
         05 JoppdFirstPillarC PIC 9(13).
         05 JoppdCityHighTaxC PIC 9(13).
         05 JoppdHealthInsC PIC 9(13).
         05 JoppdNetC PIC 9(13).
         05 JoppdNonTaxC PIC 9(13).
         05 JoppdReconRefundC PIC 9(13).
         05 JoppdReconCollectC PIC 9(13).
       01 JoppdZeroC PIC 9(13) VALUE 0.

      *> HUB-3 payment file: one credit-transfer order per processed
      *> employee (two when garnished) streamed to hub3_work.dat the
      *> total written when the file is assembled
       01 Hub3FileStatus PIC X(2) VALUE '00'.
       01 CompanyIBAN PIC X(21) VALUE SPACES.
       01 JoppdFileName PIC X(40) VALUE "joppd_submission.txt".
       01 Hub3FileName PIC X(40) VALUE "hub3_payments.txt".
       01 GlJournalName PIC X(50) VALUE "gl_journal.txt".
      *> Kept at 9(5): this width sets the count column of the
      *> HUB-3 trailer, which the bank parses by position
       01 Hub3OrderCount PIC 9(5) VALUE 0.
         05 EmpEditOvertimeX      PIC X(9).
         05 EmpEditSickPayX       PIC X(9).
         05 EmpEditCostCenter     PIC X(4).
         05 EmpEditHireDate       PIC X(8).
         05 EmpEditTermDate       PIC X(8).
         05 EmpEditTermReason     PIC X(2).
         05 EmpEditCompany        PIC X(4).
       01 MaintMenuChoice PIC X(1).
       01 MaintFound PIC X VALUE 'N'.
       01 MaintListSeq PIC 9(7) VALUE 0.
         05 CorrOldCityLow PIC 9(11)V99 VALUE 0.
         05 CorrOldCityHigh PIC 9(11)V99 VALUE 0.
         05 CorrOldNet PIC 9(11)V99 VALUE 0.
         05 CorrOldNonTax PIC 9(11)V99 VALUE 0.
       01 CorrChanged PIC X VALUE 'N'.
       01 CorrRowsRead PIC 9(5) VALUE 0.
       01 CorrOkCount PIC 9(5) VALUE 0.
       01 CorrPaidCount PIC 9(5) VALUE 0.
       01 CorrNegativeCount PIC 9(5) VALUE 0.
       01 CorrNetDelta PIC S9(11)V99 VALUE 0.
      *> What the employee's bank credit moves by: the net delta
      *> plus the change in exempt non-taxable items
       01 CorrPayDelta PIC S9(11)V99 VALUE 0.
       01 CorrGrossDelta PIC S9(11)V99 VALUE 0.
       01 CorrTotalDelta PIC S9(11)V99 VALUE 0.
       01 CorrPaidTotal PIC 9(11)V99 VALUE 0.
         05 CorrCityLowDC PIC S9(12) SIGN LEADING SEPARATE.
         05 CorrCityHighDC PIC S9(12) SIGN LEADING SEPARATE.
         05 CorrNetDC PIC S9(12) SIGN LEADING SEPARATE.
       01 CorrNonTaxDC PIC S9(12) SIGN LEADING SEPARATE.
       01 CorrNonTaxDCX REDEFINES CorrNonTaxDC PIC X(13).
       01 CorrZeroDC PIC S9(12) SIGN LEADING SEPARATE VALUE 0.
      *> The change in exempt non-taxable pay per item code: the
      *> recalculated items less the slots ytd.idx holds for the
      *> period. JOPPD reports each under its own receipt code
       01 CorrNtTable.
         05 CorrNtEntry OCCURS 10 TIMES.
           10 CorrNtCode PIC X(8).
           10 CorrNtDelta PIC S9(9)V99.
       01 CorrNtCount PIC 9(2) VALUE 0.
       01 CorrNtIdx PIC 9(2) VALUE 0.
       01 CorrNtFoundIdx PIC 9(2) VALUE 0.
       01 CorrNtFirstIdx PIC 9(2) VALUE 0.
       01 CorrNtSlot PIC 9(1) VALUE 0.
       01 CorrNtLookup PIC X(8) VALUE SPACES.
       01 CorrNtAmount PIC S9(9)V99 VALUE 0.
       01 CorrNtReceipt PIC X(2) VALUE SPACES.

      *> Per-employee payslip documents: the file name is built per
      *> employee, and the employer identification under the header
      *> comes from the employee's company so the document stands
      *> alone
       01 PayslipDocStatus PIC X(2) VALUE '00'.
       01 PayslipDocName PIC X(40) VALUE SPACES.
       01 PayslipDirMade PIC X VALUE 'N'.
       01 RegFoundRunId PIC 9(5) VALUE 0.
       01 RegFoundStamp PIC X(14) VALUE SPACES.
       01 RegEndOfFile PIC X VALUE 'n'.
      *> The run awaiting approval, if any, as 3103 found it
       01 RegPendingRunId PIC 9(5) VALUE 0.
       01 RegPendingImage.
         05 RegPendRunId PIC 9(5).
         05 RegPendPeriod PIC 9(6).
         05 RegPendStamp PIC X(14).
         05 RegPendRowsRead PIC 9(5).
         05 RegPendOkCount PIC 9(5).
         05 RegPendBadCount PIC 9(5).
         05 RegPendInactiveCount PIC 9(5).
         05 RegPendTotGrossC PIC 9(13).
         05 RegPendTotNetC PIC 9(13).
         05 RegPendFiles PIC X(70).
         05 RegPendStatus PIC X(1).
         05 RegPendRunBy PIC X(8).
         05 RegPendApprover PIC X(8).
         05 RegPendCompany PIC X(4).
       01 ApprovalDecision PIC X(1) VALUE SPACES.
       01 RegDecisionOk PIC X VALUE 'N'.
       01 ApprovalEndOfFile PIC X VALUE 'n'.
       01 ApprovalAmountF PIC Z(10)9.99.
       01 HoldInName PIC X(30) VALUE SPACES.
       01 HoldOutName PIC X(30) VALUE SPACES.
       01 HoldInFileStatus PIC X(2) VALUE '00'.
       01 HoldOutFileStatus PIC X(2) VALUE '00'.
       01 HoldCreateEmpty PIC X VALUE 'N'.
       01 HoldCopyOk PIC X VALUE 'N'.
       01 HoldEndOfFile PIC X VALUE 'n'.
       01 RerunConfirm PIC X VALUE 'n'.
       01 RegenRunIdX PIC X(6) VALUE SPACES.
       01 RegenRunId PIC 9(5) VALUE 0.
       01 RunParamMode PIC X(1) VALUE SPACE.
       01 RunParamDate PIC X(10) VALUE SPACES.
       01 RunParamConfirmRerun PIC X(1) VALUE 'n'.
      *> ANNUALRECON Y makes a non-December run the last of the year
      *> and so the one that carries the annual tax reconciliation
       01 RunParamAnnualRecon PIC X(1) VALUE 'n'.
       01 RunParamOperator PIC X(8) VALUE SPACES.
       01 BatchRunRefused PIC X VALUE 'N'.

      *> Audit trail work fields; the operator id is asked for once
       01 AuditOperator PIC X(8) VALUE SPACES.
       01 AuditActionX PIC X(10) VALUE SPACES.
       01 AuditOibX PIC X(11) VALUE SPACES.
       01 AuditBeforeImage PIC X(156) VALUE SPACES.
       01 AuditAfterImage PIC X(156) VALUE SPACES.
       01 AuditStamp PIC X(21) VALUE SPACES.
       01 AuditViewOib PIC X(11) VALUE SPACES.
       01 AuditViewCount PIC 9(5) VALUE 0.
           10 CcCityHigh PIC 9(11)V99.
           10 CcHealth PIC 9(11)V99.
           10 CcNet PIC 9(11)V99.
      *> Kept per company as well, each company posting its own
      *> journal
           10 CcCompany PIC X(4).
      *> Non-taxable items by item code, each booked to its own
      *> expense account
           10 CcNtCount PIC 9(2).
           10 CcNtItem OCCURS 10 TIMES.
             15 CcNtCode PIC X(8).
             15 CcNtAmount PIC 9(11)V99.
      *> Annual tax reconciliation: a refund settles against the
      *> tax liability, a collection adds to it
           10 CcReconRefund PIC 9(11)V99.
           10 CcReconCollect PIC 9(11)V99.
      *> Sick pay advanced for HZZO's days is a claim on HZZO, not
      *> our expense
           10 CcHzzo PIC 9(11)V99.
         05 CcCount PIC 9(3) VALUE 0.
       01 CcIdx PIC 9(3).
       01 CcFoundIdx PIC 9(3) VALUE 0.
       01 CcWorkCode PIC X(4) VALUE SPACES.
       01 CcNtIdx PIC 9(2).
       01 CcNtFoundIdx PIC 9(2) VALUE 0.
       01 GlAmountC PIC 9(13).
       01 GlPostAmount PIC 9(11)V99 VALUE 0.
       01 GlDebitTotal PIC 9(13)V99 VALUE 0.
       01 TsPayWork PIC 9(11)V99 VALUE 0.
       01 TsPayOverflow PIC X VALUE 'N'.

      *> Non-taxable items (neoporezivi primici): the caps from
      *> ntLimits.dat are loaded once per run, and the period's
      *> items are rekeyed by OIB into nontaxable.idx the same way
      *> as the timesheet. Per employee, each item is held against
      *> its monthly cap and the year's usage in ytd.idx; only what
      *> is above the cap joins the taxable pay elements, and the
      *> exempt part is paid out on top of net
       01 NtLimitsFileStatus PIC X(2) VALUE '00'.
       01 NontaxFileStatus PIC X(2) VALUE '00'.
       01 NtIdxFileStatus PIC X(2) VALUE '00'.
       01 NtLimitTable.
         05 NtLimitEntry OCCURS 10 TIMES.
           10 NtlCode PIC X(8).
           10 NtlGroup PIC X(8).
           10 NtlReceipt PIC X(2).
           10 NtlMonthCapSet PIC X(1).
           10 NtlMonthCap PIC 9(7)V99.
           10 NtlYearCapSet PIC X(1).
           10 NtlYearCap PIC 9(7)V99.
           10 NtlBasis PIC X(1).
           10 NtlLabel PIC X(30).
         05 NtLimitCount PIC 9(2) VALUE 0.
       01 NtlIdx PIC 9(2).
       01 NtlFoundIdx PIC 9(2) VALUE 0.
       01 NtlLookupCode PIC X(8) VALUE SPACES.
       01 NtlEndOfFile PIC X VALUE 'n'.
       01 NtCount PIC 9(7) VALUE 0.
       01 NtIdxOpen PIC X VALUE 'N'.
       01 NtEndOfFile PIC X VALUE 'n'.
       01 NtFileWasOpen PIC X VALUE 'N'.
       01 NtOverflow PIC X VALUE 'N'.
      *> This employee's items for the period and what became of
      *> each: the exempt part is paid untaxed, the excess is taxed
       01 NtEmpItems.
         05 NtEmpItem OCCURS 5 TIMES.
           10 NtEmpCode PIC X(8).
           10 NtEmpLimIdx PIC 9(2).
           10 NtEmpClaim PIC 9(7)V99.
           10 NtEmpExempt PIC 9(7)V99.
           10 NtEmpExcess PIC 9(7)V99.
         05 NtEmpCount PIC 9(1) VALUE 0.
       01 NtEmpIdx PIC 9(1).
       01 NtEmpScanIdx PIC 9(1).
       01 NtEmpEndOfItems PIC X VALUE 'n'.
       01 NtAddAmount PIC 9(7)V99 VALUE 0.
       01 NtExemptTotal PIC 9(7)V99 VALUE 0.
       01 NtTaxableTotal PIC 9(9)V99 VALUE 0.
       01 NtWorkGroup PIC X(8) VALUE SPACES.
       01 NtSlotGroup PIC X(8) VALUE SPACES.
       01 NtCapWork PIC 9(9)V99 VALUE 0.
       01 NtUsedMonth PIC 9(9)V99 VALUE 0.
       01 NtUsedYear PIC 9(11)V99 VALUE 0.
       01 NtAllowed PIC 9(9)V99 VALUE 0.
       01 NtYtdYearStart PIC 9(6) VALUE 0.
       01 NtYtdEndOfFile PIC X VALUE 'n'.
       01 NtYtdSlot PIC 9(1).
      *> What actually reaches the employee's account: net, less
      *> any garnishment, plus the exempt non-taxable items
       01 EmpPayout PIC 9(8)V99 VALUE 0.
       01 EmpPayoutF PIC Z(8).99.

      *> Year-end income tax reconciliation (godisnji obracun
      *> poreza): in the December run, or the run runparams.dat
      *> marks as the year's last, each employee paid by us every
      *> month of the year so far has the year's tax recalculated
      *> from the year's income and monthly personal deductions at
      *> the current city's rates. What was withheld beyond that is
      *> refunded in this run's payment; a shortfall is collected
      *> from it, but never more than RECONMAXCOLLECTPCT of net -
      *> the rest is left for the tax office to settle
       01 TaxReconFileStatus PIC X(2) VALUE '00'.
       01 ReconRunActive PIC X VALUE 'N'.
       01 ReconMaxCollectPct PIC 9(3)V99 VALUE 50.00.
       01 ReconEmpDone PIC X VALUE 'N'.
       01 ReconRefund PIC 9(7)V99 VALUE 0.
       01 ReconCollect PIC 9(7)V99 VALUE 0.
       01 ReconMonths PIC 9(2) VALUE 0.
       01 ReconMonthsNeeded PIC 9(2) VALUE 0.
       01 ReconAlreadyDone PIC X VALUE 'N'.
       01 ReconYearStart PIC 9(6) VALUE 0.
       01 ReconEndOfYtd PIC X VALUE 'n'.
       01 ReconIncome PIC 9(9)V99 VALUE 0.
       01 ReconDeduction PIC 9(9)V99 VALUE 0.
       01 ReconBase PIC 9(9)V99 VALUE 0.
       01 ReconBreakPoint PIC 9(9)V99 VALUE 0.
       01 ReconTaxDue PIC 9(9)V99 VALUE 0.
       01 ReconWithheld PIC 9(9)V99 VALUE 0.
       01 ReconDiff PIC S9(9)V99 VALUE 0.
       01 ReconCollectCap PIC 9(9)V99 VALUE 0.
       01 ReconLeftOver PIC 9(9)V99 VALUE 0.
       01 ReconAmountF PIC Z(8)9.99.
       01 ReconEmpCount PIC 9(5) VALUE 0.
       01 ReconRefundCount PIC 9(5) VALUE 0.
       01 ReconCollectCount PIC 9(5) VALUE 0.
       01 JoppdReconC PIC 9(13).
      *> 3071 keeps a period's settled reconciliation when a later
      *> recalculation of the period does not redo it
       01 ReconKeepFlag PIC X(1) VALUE SPACE.
       01 ReconKeepRefund PIC 9(9)V99 VALUE 0.
       01 ReconKeepCollect PIC 9(9)V99 VALUE 0.

      *> Sick-leave register: absences.dat is rekeyed by OIB into
      *> absences.idx once per run. Each employee's spells are cut
      *> to the pay period and their days split at the employer
      *> day limit (SICKEMPLOYERDAYS, 42 by law) for illness; sick
      *> pay is SICKPAYPCT of the average gross of the last
      *> SICKAVGMONTHS months in ytd.idx, per SICKMONTHDAYS-th of a
      *> month. The days past the limit are advanced by us and
      *> claimed back from HZZO
       01 AbsencesFileStatus PIC X(2) VALUE '00'.
       01 AbsIdxFileStatus PIC X(2) VALUE '00'.
       01 SickWorkFileStatus PIC X(2) VALUE '00'.
       01 HzzoClaimFileStatus PIC X(2) VALUE '00'.
       01 SickWatchFileStatus PIC X(2) VALUE '00'.
       01 HzzoClaimName PIC X(40) VALUE SPACES.
       01 AbsIdxOpen PIC X VALUE 'N'.
       01 AbsEndOfFile PIC X VALUE 'n'.
       01 AbsFileWasOpen PIC X VALUE 'N'.
       01 AbsCount PIC 9(7) VALUE 0.
       01 AbsEmpEndOfSpells PIC X VALUE 'n'.
       01 SickEmployerDays PIC 9(3) VALUE 42.
       01 SickPayPct PIC 9(3)V99 VALUE 70.00.
       01 SickAvgMonths PIC 9(2) VALUE 6.
       01 SickWarnDays PIC 9(3) VALUE 35.
       01 SickMonthDays PIC 9(2) VALUE 30.
       01 SickPeriodStart PIC 9(8) VALUE 0.
       01 SickPeriodEnd PIC 9(8) VALUE 0.
       01 SickPeriodStartInt PIC 9(7) VALUE 0.
       01 SickPeriodEndInt PIC 9(7) VALUE 0.
       01 SickDateWork PIC 9(8) VALUE 0.
       01 SickSpellStartInt PIC 9(7) VALUE 0.
       01 SickSpellEndInt PIC 9(7) VALUE 0.
       01 SickFromInt PIC 9(7) VALUE 0.
       01 SickToInt PIC 9(7) VALUE 0.
       01 SickCutoffInt PIC 9(7) VALUE 0.
       01 SickDayNumber PIC 9(5) VALUE 0.
      *> This employee's spells that touch the pay period
       01 SickEmpSpells.
         05 SickSpell OCCURS 5 TIMES.
           10 SickSpStart PIC X(8).
           10 SickSpEnd PIC X(8).
           10 SickSpCause PIC X(1).
           10 SickSpHzzoFrom PIC 9(8).
           10 SickSpEmpDays PIC 9(3).
           10 SickSpHzzoDays PIC 9(3).
           10 SickSpHzzoAmount PIC 9(7)V99.
         05 SickSpellCount PIC 9(1) VALUE 0.
       01 SickSpIdx PIC 9(1).
       01 SickEmpDays PIC 9(3) VALUE 0.
       01 SickHzzoDays PIC 9(3) VALUE 0.
       01 SickHzzoAmount PIC 9(7)V99 VALUE 0.
       01 SickRegisterPay PIC 9(7)V99 VALUE 0.
       01 SickRegularCut PIC 9(7)V99 VALUE 0.
       01 SickDailyRate PIC 9(7)V99 VALUE 0.
       01 SickAvgGross PIC 9(9)V99 VALUE 0.
      *> Average monthly gross over the AvgMonthsWanted calendar
      *> months before the pay period, read from ytd.idx by
      *> 3138-AVERAGE-GROSS for sick pay and the final settlement
       01 AvgMonthsWanted PIC 9(2) VALUE 0.
       01 AvgMonthsFound PIC 9(2) VALUE 0.
       01 AvgGrossResult PIC 9(9)V99 VALUE 0.
       01 AvgFromPeriod PIC 9(6) VALUE 0.
       01 AvgMonthIndex PIC 9(7) VALUE 0.
       01 AvgFromYear PIC 9(4) VALUE 0.
       01 AvgFromMonth PIC 9(2) VALUE 0.
       01 AvgGrossTotal PIC 9(11)V99 VALUE 0.
       01 AvgEndOfFile PIC X VALUE 'n'.
       01 SickRateC PIC 9(9).
       01 SickAmountC PIC 9(11).
       01 SickClaimCount PIC 9(5) VALUE 0.
       01 SickClaimTotal PIC 9(11)V99 VALUE 0.
       01 SickClaimTotalC PIC 9(13).
       01 SickWatchCount PIC 9(5) VALUE 0.
       01 SickWatchName PIC X(30) VALUE SPACES.
       01 SickMasterOpen PIC X VALUE 'N'.
       01 SickDaysF PIC ZZ9.
       01 SickHzzoDaysF PIC ZZ9.

      *> Termination mode settles one leaving employee: regular pay
      *> for the days worked in the last period, unused annual
      *> leave paid out at the average gross of the last three
      *> months per LEAVEDAYDIVISOR-th of a month, and severance.
      *> The statutory severance (business or personal dismissal
      *> after SEVERANCEMINYEARS years) is SEVERANCEPCT of that
      *> average per full year of service; the operator can enter
      *> an agreed amount instead. Its exempt part is an ordinary
      *> non-taxable item (SEVERANC, capped per year of service,
      *> or SEVRETIR on retirement) so it flows to JOPPD, HUB-3 and
      *> ytd.dat like any other; severance for any other reason is
      *> fully taxed
       01 TermRunActive PIC X VALUE 'N'.
       01 TermRowOk PIC X VALUE 'N'.
       01 TermDateWork PIC 9(8) VALUE 0.
       01 TermDateInt PIC 9(7) VALUE 0.
       01 TermHireInt PIC 9(7) VALUE 0.
       01 TermFromInt PIC 9(7) VALUE 0.
       01 TermServiceYears PIC 9(2) VALUE 0.
       01 TermWorkedDays PIC 9(2) VALUE 0.
       01 TermMonthDays PIC 9(2) VALUE 0.
       01 TermLeaveDays PIC 9(3) VALUE 0.
       01 TermLeavePay PIC 9(7)V99 VALUE 0.
       01 TermAvgGross PIC 9(9)V99 VALUE 0.
       01 TermStatutorySev PIC 9(7)V99 VALUE 0.
       01 TermSeverance PIC 9(7)V99 VALUE 0.
       01 TermSevTaxed PIC 9(7)V99 VALUE 0.
       01 TermSevNtCode PIC X(8) VALUE SPACES.
       01 TermInputX PIC X(12) VALUE SPACES.
       01 TermReasonText PIC X(30) VALUE SPACES.
       01 TermOutputName PIC X(50) VALUE SPACES.
       01 TermOutputFileStatus PIC X(2) VALUE '00'.
       01 TermOibKeep PIC X(11) VALUE SPACES.
       01 TermNameKeep PIC X(30) VALUE SPACES.
      *> The settlement pays money outside a batch run, so it
      *> takes the same second pair of eyes 3200 gives a batch
       01 TermRunBy PIC X(8) VALUE SPACES.
       01 TermApproved PIC X VALUE 'N'.
       01 TermCertEndOfFile PIC X VALUE 'n'.
       01 TermCertCount PIC 9(1) VALUE 0.
       01 TermYearsF PIC Z9.
       01 TermDaysF PIC ZZ9.
       01 TermAmountF PIC Z(9).99.
       01 TermCertPillars PIC 9(11)V99 VALUE 0.
       01 TermCertTax PIC 9(11)V99 VALUE 0.
       01 TermCertGrossF PIC Z(9).99.
       01 TermCertPillarsF PIC Z(9).99.
       01 TermCertTaxF PIC Z(9).99.
       01 TermCertNetF PIC Z(9).99.
       01 SeverancePct PIC 9(3)V99 VALUE 33.33.
       01 SeveranceMinYears PIC 9(2) VALUE 2.
       01 LeaveDayDivisor PIC 9(2)V99 VALUE 21.75.
      *> The full monthly amount of a G/N row before any days are
      *> taken off it for sick leave or a mid-month leaving date
       01 EmpMonthlyAmount PIC 9(7)V99 VALUE 0.
       01 SickDayNumberF PIC ZZZZ9.

      *> What-if simulation: every active row is calculated twice,
      *> first with the production rates ('C') and then with the
      *> scenario's ('S'). Scenario NAME supplies any of
      *> scenario_NAME_config.txt (only the keys that change),
      *> scenario_NAME_cityTax.dat (same rows and order as
      *> cityTax.dat), scenario_NAME_taxBrackets.dat and
      *> scenario_NAME_raises.dat; nothing the batch keeps is
      *> written
       01 SimRunActive PIC X VALUE 'N'.
       01 SimPass PIC X(1) VALUE 'C'.
       01 SimName PIC X(12) VALUE SPACES.
       01 SimNameLength PIC 9(2) VALUE 0.
       01 SimNameIdx PIC 9(2) VALUE 0.
       01 SimNameOk PIC X VALUE 'N'.
       01 SimProbeFound PIC X VALUE 'N'.
       01 SimRaiseExact PIC X VALUE 'N'.
       01 SimCcWork PIC X(4) VALUE SPACES.
       01 SimProbeName PIC X(40) VALUE SPACES.
       01 SimProbeFileStatus PIC X(2) VALUE '00'.
       01 SimConfigName PIC X(40) VALUE SPACES.
       01 SimCityTaxName PIC X(40) VALUE SPACES.
       01 SimBracketName PIC X(40) VALUE SPACES.
       01 SimRaiseName PIC X(40) VALUE SPACES.
       01 SimReportName PIC X(40) VALUE SPACES.
       01 SimConfigFound PIC X VALUE 'N'.
       01 SimCityTaxFound PIC X VALUE 'N'.
       01 SimBracketFound PIC X VALUE 'N'.
       01 SimRaiseFound PIC X VALUE 'N'.
       01 SimRaiseFileStatus PIC X(2) VALUE '00'.
       01 SimReportFileStatus PIC X(2) VALUE '00'.
       01 SimWorkFileStatus PIC X(2) VALUE '00'.
       01 SimWorkOpen PIC X VALUE 'N'.
       01 SimRaiseEndOfFile PIC X VALUE 'n'.
       01 SimLastError PIC X(100) VALUE SPACES.
       01 SimRaiseCount PIC 9(2) VALUE 0.
       01 SimRaiseTable.
         05 SimRaiseEntry OCCURS 50 TIMES.
           10 SimRaiseCc PIC X(4).
           10 SimRaisePct PIC S9(3)V99.
       01 SimRaiseIdx PIC 9(2) VALUE 0.
       01 SimRaiseWork PIC S9(3)V99 VALUE 0.
       01 SimRaisedCents PIC 9(9) VALUE 0.
       01 SimRaisePctF PIC -ZZ9.99.
       01 SimNewGross PIC 9(9)V99 VALUE 0.
       01 SimNewNet PIC 9(9)V99 VALUE 0.
       01 SimNewTax PIC 9(9)V99 VALUE 0.
       01 SimNewCost PIC 9(9)V99 VALUE 0.
       01 SimEmpCount PIC 9(5) VALUE 0.
       01 SimSkipCount PIC 9(5) VALUE 0.
       01 SimInactiveCount PIC 9(5) VALUE 0.
       01 SimCcCount PIC 9(3) VALUE 0.
       01 SimCcIdx PIC 9(3) VALUE 0.
       01 SimCcFoundIdx PIC 9(3) VALUE 0.
      *> Row 1..SimCcCount per cost center; the extra row holds the
      *> totals over every cost center
       01 SimCcTable.
         05 SimCcEntry OCCURS 100 TIMES.
           10 SimCcCode PIC X(4).
           10 SimCcHeads PIC 9(5).
           10 SimCcCurGross PIC 9(11)V99.
           10 SimCcNewGross PIC 9(11)V99.
           10 SimCcCurNet PIC 9(11)V99.
           10 SimCcNewNet PIC 9(11)V99.
           10 SimCcCurTax PIC 9(11)V99.
           10 SimCcNewTax PIC 9(11)V99.
           10 SimCcCurCost PIC 9(11)V99.
           10 SimCcNewCost PIC 9(11)V99.
       01 SimAmt1F PIC Z(6)9.99.
       01 SimAmt2F PIC Z(6)9.99.
       01 SimAmt3F PIC Z(6)9.99.
       01 SimAmt4F PIC Z(6)9.99.
       01 SimAmt5F PIC Z(6)9.99.
       01 SimAmt6F PIC Z(6)9.99.
       01 SimAmt7F PIC Z(6)9.99.
       01 SimAmt8F PIC Z(6)9.99.
       01 SimTot1F PIC Z(10)9.99.
       01 SimTot2F PIC Z(10)9.99.
       01 SimTot3F PIC Z(10)9.99.
       01 SimTot4F PIC Z(10)9.99.
       01 SimTot5F PIC Z(10)9.99.
       01 SimTot6F PIC Z(10)9.99.
       01 SimTot7F PIC Z(10)9.99.
       01 SimTot8F PIC Z(10)9.99.
       01 SimChangeF PIC -Z(10)9.99.
       01 SimHeadsF PIC ZZZZ9.

      *> Statistical (DZS RAD-1) report: every row of the run
      *> leaves a line in stat_work.dat with its checkpoint - paid,
      *> skipped or inactive, employed on the period's first and
      *> last day, hours and pay - and the release sums the lines
      *> per cost center into rad1_YYYYMM.txt and the upload
      *> extract rad1_extract_YYYYMM.txt
       01 StatMonthHours PIC 9(3)V99 VALUE 168.00.
       01 StatOvertimePct PIC 9(3)V99 VALUE 150.00.
       01 StatWorkFileStatus PIC X(2) VALUE '00'.
       01 StatReportFileStatus PIC X(2) VALUE '00'.
       01 StatExtractFileStatus PIC X(2) VALUE '00'.
       01 StatReportName PIC X(40) VALUE SPACES.
       01 StatExtractName PIC X(40) VALUE SPACES.
       01 StatRowState PIC X VALUE SPACE.
       01 StatStartFlag PIC X VALUE 'N'.
       01 StatEndFlag PIC X VALUE 'N'.
       01 StatFirstDay PIC X(8) VALUE SPACES.
       01 StatLastDay PIC X(8) VALUE SPACES.
       01 StatHourRate PIC 9(7)V9999 VALUE 0.
       01 StatRegHours PIC 9(5)V99 VALUE 0.
       01 StatOtHours PIC 9(5)V99 VALUE 0.
       01 StatSickHours PIC 9(5)V99 VALUE 0.
       01 StatRegHoursC PIC 9(7) VALUE 0.
       01 StatOtHoursC PIC 9(7) VALUE 0.
       01 StatSickHoursC PIC 9(7) VALUE 0.
       01 StatGrossC PIC 9(13) VALUE 0.
       01 StatNetC PIC 9(13) VALUE 0.
       01 PendingStatValid PIC X VALUE 'N'.
       01 PendingStatLine PIC X(100) VALUE SPACES.
       01 StatLineCount PIC 9(5) VALUE 0.
       01 StatUnpaidCount PIC 9(5) VALUE 0.
       01 StatRecType PIC X VALUE SPACE.
       01 StatCcCount PIC 9(3) VALUE 0.
       01 StatCcIdx PIC 9(3) VALUE 0.
       01 StatCcFoundIdx PIC 9(3) VALUE 0.
       01 StatCcWork PIC X(4) VALUE SPACES.
      *> Entry 100 carries the whole run
       01 StatCcTable.
         05 StatCcEntry OCCURS 100 TIMES.
           10 StatCcCode PIC X(4).
           10 StatCcHeadsStart PIC 9(5).
           10 StatCcHeadsEnd PIC 9(5).
           10 StatCcPaid PIC 9(5).
           10 StatCcSkipped PIC 9(5).
           10 StatCcInactive PIC 9(5).
           10 StatCcRegHours PIC 9(7)V99.
           10 StatCcOtHours PIC 9(7)V99.
           10 StatCcSickHours PIC 9(7)V99.
           10 StatCcGross PIC 9(11)V99.
           10 StatCcNet PIC 9(11)V99.
       01 StatAvgGross PIC 9(9)V99 VALUE 0.
       01 StatAvgNet PIC 9(9)V99 VALUE 0.
       01 StatRegTotC PIC 9(9) VALUE 0.
       01 StatOtTotC PIC 9(9) VALUE 0.
       01 StatSickTotC PIC 9(9) VALUE 0.
       01 StatGrossTotC PIC 9(13) VALUE 0.
       01 StatNetTotC PIC 9(13) VALUE 0.
       01 StatAvgGrossC PIC 9(11) VALUE 0.
       01 StatAvgNetC PIC 9(11) VALUE 0.
       01 StatStartF PIC ZZZZ9.
       01 StatEndF PIC ZZZZ9.
       01 StatPaidF PIC ZZZZ9.
       01 StatSkipF PIC ZZZZ9.
       01 StatInactF PIC ZZZZ9.
       01 StatHours1F PIC Z(6)9.99.
       01 StatHours2F PIC Z(6)9.99.
       01 StatHours3F PIC Z(6)9.99.
       01 StatAmt1F PIC Z(10)9.99.
       01 StatAmt2F PIC Z(10)9.99.
       01 StatAvg1F PIC Z(8)9.99.
       01 StatAvg2F PIC Z(8)9.99.

      *> Employing companies. Entry 1 is always the company
      *> config.txt describes (code blank), so a payroll without
      *> companies.dat runs exactly as before; the file adds up to
      *> 20 more. The run tallies feed the group summary
       01 CompanyFileStatus PIC X(2) VALUE '00'.
       01 CompanyEndOfFile PIC X VALUE 'n'.
       01 CoCount PIC 9(2) VALUE 1.
       01 CoIdx PIC 9(2) VALUE 0.
       01 CoRelIdx PIC 9(2) VALUE 0.
       01 CompanyTable.
         05 CoEntry OCCURS 21 TIMES.
           10 CoCode PIC X(4).
           10 CoName PIC X(30).
           10 CoOIB PIC X(11).
           10 CoIBAN PIC X(21).
           10 CoRowsRead PIC 9(5).
           10 CoOkCount PIC 9(5).
           10 CoBadCount PIC 9(5).
           10 CoInactiveCount PIC 9(5).
           10 CoTotGross PIC 9(11)V99.
           10 CoTotNet PIC 9(11)V99.
           10 CoOrderCount PIC 9(5).
           10 CoPayTotal PIC 9(11)V99.
           10 CoJoppdCount PIC 9(5).
      *> 'A' rows of companies.dat: accounts a company books away
      *> from the accounts.dat default
       01 CoAcctTable.
         05 CoAcctEntry OCCURS 100 TIMES.
           10 CoAcctCompany PIC X(4).
           10 CoAcctComponent PIC X(12).
           10 CoAcctNumber PIC X(8).
         05 CoAcctCount PIC 9(3) VALUE 0.
       01 CoAcctIdx PIC 9(3) VALUE 0.
       01 CoLastCode PIC X(4) VALUE SPACES.
      *> The company of the row in hand, or of the files being
      *> released; CoFilterOn 'Y' limits the release paragraphs to
      *> that company's work-file lines
       01 CurCoCode PIC X(4) VALUE SPACES.
       01 CurCoIdx PIC 9(2) VALUE 1.
       01 CurCoFound PIC X VALUE 'N'.
       01 CurCoName PIC X(30) VALUE SPACES.
       01 CurCoOIB PIC X(11) VALUE SPACES.
       01 CurCoIBAN PIC X(21) VALUE SPACES.
       01 CoFilterOn PIC X VALUE 'N'.
       01 CoFileSuffix PIC X(5) VALUE SPACES.
       01 CoStatLines PIC 9(5) VALUE 0.
       01 CoAnswer PIC X(4) VALUE SPACES.
       01 GroupSummaryFileStatus PIC X(2) VALUE '00'.
       01 GroupSummaryName PIC X(40) VALUE SPACES.
       01 GroupRowsRead PIC 9(5) VALUE 0.
       01 GroupOkCount PIC 9(5) VALUE 0.
       01 GroupBadCount PIC 9(5) VALUE 0.
       01 GroupInactiveCount PIC 9(5) VALUE 0.
       01 GroupOrderCount PIC 9(5) VALUE 0.
       01 GroupJoppdCount PIC 9(5) VALUE 0.
       01 GroupTotGross PIC 9(11)V99 VALUE 0.
       01 GroupTotNet PIC 9(11)V99 VALUE 0.
       01 GroupPayTotal PIC 9(11)V99 VALUE 0.
       01 GroupAmt1F PIC Z(10)9.99.
       01 GroupAmt2F PIC Z(10)9.99.
       01 GroupAmt3F PIC Z(10)9.99.
       01 GroupCnt1F PIC ZZZZ9.
       01 GroupCnt2F PIC ZZZZ9.
       01 GroupCnt3F PIC ZZZZ9.
       01 GroupCnt4F PIC ZZZZ9.
       01 GroupCnt5F PIC ZZZZ9.
       01 GroupCnt6F PIC ZZZZ9.

      *> Pending changes, loaded whole into a table the way
      *> garnishments.dat is, and only written back when the whole
      *> file loaded. PendingChangeWork is the change in hand
       01 PchFileStatus PIC X(2) VALUE '00'.
       01 PchEndOfFile PIC X VALUE 'n'.
       01 PchFileWasOpen PIC X VALUE 'N'.
       01 PchLoadTruncated PIC X VALUE 'N'.
       01 PchSaveOk PIC X VALUE 'N'.
      *> 'Y' once employees.dat holds changes whose new statuses
      *> and audit rows wait for 3005 to pass
       01 PchApplyPending PIC X VALUE 'N'.
       01 PchAudIdx PIC 9(3) VALUE 0.
       01 PchCount PIC 9(3) VALUE 0.
       01 PchIdx PIC 9(3) VALUE 0.
       01 PchNextSeq PIC 9(5) VALUE 1.
       01 PchDueCount PIC 9(3) VALUE 0.
       01 PchAppliedCount PIC 9(3) VALUE 0.
       01 PchUnmatchedCount PIC 9(3) VALUE 0.
       01 PchListCount PIC 9(3) VALUE 0.
       01 PchHashDelta PIC S9(13) VALUE 0.
       01 PchOldAmount PIC S9(13) VALUE 0.
       01 PchNewAmount PIC S9(13) VALUE 0.
       01 PchRowMatched PIC X VALUE 'N'.
       01 PchCancelX PIC X(6) VALUE SPACES.
       01 PchCancelSeq PIC 9(5) VALUE 0.
       01 PchCancelIdx PIC 9(3) VALUE 0.
       01 PchKeepOperator PIC X(8) VALUE SPACES.
       01 PchAmountShow PIC X(10) VALUE SPACES.
       01 PchAmountF PIC Z(6)9.99.
       01 PchNumX PIC X(3) VALUE SPACES.
       01 PchThisMonth PIC X(6) VALUE SPACES.
       01 PchDuePeriod PIC X(6) VALUE SPACES.
       01 PchPickIdx PIC 9(3) VALUE 0.
       01 PchResultX PIC X(9) VALUE SPACES.
       01 PchOldRow PIC X(156) VALUE SPACES.
       01 PchTrailerFound PIC X VALUE 'N'.
       01 PchTrailerImage PIC X(156) VALUE SPACES.

      *> Personal-data retention, in whole years counted back from
      *> the current month to the last period a former employee was
      *> paid (config.txt RETAIN* keys). ytd.dat and run_archive.dat
      *> have no entry: they are the payroll record and the JOPPD
      *> archive the law has us keep, and are never purged
       01 RetainHistoryYears PIC 9(2) VALUE 6.
       01 RetainPayslipYears PIC 9(2) VALUE 6.
       01 RetainAuditYears PIC 9(2) VALUE 6.
       01 RetainGarnYears PIC 9(2) VALUE 6.
       01 RetainAbsenceYears PIC 9(2) VALUE 6.
       01 RetThisPeriod PIC 9(6) VALUE 0.
       01 RetHistCutoff PIC 9(6) VALUE 0.
       01 RetDocCutoff PIC 9(6) VALUE 0.
       01 RetAuditCutoff PIC 9(6) VALUE 0.
       01 RetGarnCutoff PIC 9(6) VALUE 0.
       01 RetAbsCutoff PIC 9(6) VALUE 0.
       01 RetMaxCutoff PIC 9(6) VALUE 0.
       01 RetCheckOib PIC X(11) VALUE SPACES.
       01 RetCheckCutoff PIC 9(6) VALUE 0.
       01 RetPurgeIt PIC X VALUE 'N'.
       01 RetainWorkFileStatus PIC X(2) VALUE '00'.
       01 RetWorkUsable PIC X VALUE 'N'.
       01 RetEndOfFile PIC X VALUE 'n'.
       01 RetCandidateCount PIC 9(5) VALUE 0.
       01 RetConfirm PIC X VALUE 'n'.
       01 RetHeaderHeld PIC X VALUE 'N'.
       01 RetInBlock PIC X VALUE 'N'.
       01 RetHeldLine PIC X(100) VALUE SPACES.
       01 RetLineOib PIC X(11) VALUE SPACES.
       01 RetJunk PIC X(100) VALUE SPACES.
       01 RetDocKind PIC 9 VALUE 0.
       01 RetKeepIdx PIC 9(3) VALUE 0.
       01 RetImage PIC X(156) VALUE SPACES.
       01 RetHistTotal PIC 9(7) VALUE 0.
       01 RetDocTotal PIC 9(7) VALUE 0.
       01 RetAuditTotal PIC 9(7) VALUE 0.
       01 RetGarnTotal PIC 9(7) VALUE 0.
       01 RetGarnKeptTotal PIC 9(7) VALUE 0.
       01 RetPchTotal PIC 9(7) VALUE 0.
       01 RetAbsTotal PIC 9(7) VALUE 0.
       01 GdprLogFileStatus PIC X(2) VALUE '00'.
       01 GdprLogOpen PIC X VALUE 'N'.
       01 GdprActionX PIC X(10) VALUE SPACES.
       01 GdprOibX PIC X(11) VALUE SPACES.
       01 GdprFileX PIC X(24) VALUE SPACES.
       01 GdprCountN PIC 9(5) VALUE 0.
       01 GdprNoteX PIC X(60) VALUE SPACES.
      *> Subject-access export for one OIB
       01 SarFileStatus PIC X(2) VALUE '00'.
       01 SarFileName PIC X(40) VALUE SPACES.
       01 SarOib PIC X(11) VALUE SPACES.
       01 SarIban PIC X(21) VALUE SPACES.
       01 SarTitle PIC X(60) VALUE SPACES.
       01 SarSectionCount PIC 9(5) VALUE 0.
       01 SarTotalCount PIC 9(7) VALUE 0.
       01 SarTally PIC 9(3) VALUE 0.
       01 SarEndOfFile PIC X VALUE 'n'.
       01 SarAmt1F PIC Z(10)9.99.
       01 SarAmt2F PIC Z(10)9.99.
       01 SarAmt3F PIC Z(10)9.99.
       01 SarAmt4F PIC Z(10)9.99.
       01 PendReportFileStatus PIC X(2) VALUE '00'.
       01 PendReportName PIC X(40) VALUE SPACES.
       01 PchTable.
         05 PchImage PIC X(107) OCCURS 200 TIMES.
      *> The PENDAPPLY audit rows of the changes applied, written
      *> by 3176-PEND-COMMIT - one per change, so never more than
      *> the table above
       01 PchAuditTable.
         05 PchAudEntry OCCURS 200 TIMES.
           10 PchAudOib PIC X(11).
           10 PchAudBefore PIC X(156).
           10 PchAudAfter PIC X(156).
       01 PendingChangeWork.
         05 PchSeq PIC 9(5).
         05 PchOIB PIC X(11).
         05 PchPeriod PIC X(6).
         05 PchStatus PIC X(1).
         05 PchEnteredBy PIC X(8).
         05 PchEntered PIC X(14).
         05 PchDoneBy PIC X(8).
         05 PchDone PIC X(14).
         05 PchAmountX PIC X(9).
         05 PchCalcType PIC X(1).
         05 PchCostCenter PIC X(4).
         05 PchIBAN PIC X(21).
         05 PchKidsNumX PIC X(2).
         05 PchDependentsNumX PIC X(2).
         05 PchDisability PIC X(1).
      *> Everything a change can set, together - all spaces means
      *> it would change nothing
       01 PchChangedFields REDEFINES PendingChangeWork.
         05 FILLER PIC X(67).
         05 PchAnyChange PIC X(40).

      *> Previous run's per-employee results (rekeyed by OIB into
      *> lastrun.idx) and this run's (streamed to currrun_work.dat),
      *> matched after the batch to report leavers, joiners and
         05 AnnCityLowTax PIC 9(11)V99.
         05 AnnCityHighTax PIC 9(11)V99.
         05 AnnNet PIC 9(11)V99.
         05 AnnNonTax PIC 9(11)V99.
         05 AnnReconRefund PIC 9(11)V99.
         05 AnnReconCollect PIC 9(11)V99.
       01 AnnualName PIC X(30) VALUE SPACES.
       01 AnnStmtOIB PIC X(11) VALUE SPACES.
       01 AnnHaveData PIC X VALUE 'N'.
       01 AnnEntryYear PIC 9(4).
       01 ConfigIsOpen PIC A(1).
       01 ConfigFileName PIC X(40) VALUE "config.txt".
       01 CityTaxFileName PIC X(40) VALUE "cityTax.dat".
       01 TaxBracketFileName PIC X(40) VALUE "taxBrackets.dat".
      *> 'Y' loads the city table without listing it on screen
       01 CityListQuiet PIC X VALUE 'N'.
       01 GrossSalary PIC 9(7)V99 VALUE 0.
       01 GrossSalaryX PIC X(12) VALUE SPACES.
       01 MinSalary PIC 9(4)V99.

       1000-MAIN-PROCESS.
         PERFORM 1100-ReadConfig.
         PERFORM 1150-READ-COMPANIES.
         PERFORM 1200-ReadTaxBrackets.
         PERFORM 2000-ReadAllCities.
         PERFORM 1050-READ-RUN-PARAMS
         DISPLAY 'Process a payroll batch from employees.dat? (y/n, '
         'm = maintain employees.dat, s = recalculate one employee, '
         'a = annual income statements, r = reconcile bank returns, '
         'g = regenerate a past run, c = correction run, '
         't = termination settlement, p = approve a calculated run, '
         'w = what-if simulation, d = personal-data retention purge, '
         'e = export one person''s data) '
         WITH NO ADVANCING
         ACCEPT BatchMode
      *> Maintenance, the annual statements, the reconciliation and
      *> wants a date, so default it to today instead of leaving it
      *> at zero
         IF NOT RunMaintenance AND NOT RunAnnualReport AND
           NOT RunReconciliation AND NOT RunRegenerate AND
           NOT RunApproval AND NOT RunRetention AND NOT RunDataExport
           PERFORM 1300-AcceptPayPeriodDate
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PayPeriodDate
           IF BatchRunRefused = 'Y'
             MOVE 8 TO RETURN-CODE
           END-IF
         ELSE
         IF RunTermination
           PERFORM 5500-TERMINATION-RUN
         ELSE
         IF RunApproval
           PERFORM 3200-APPROVE-RUN
         ELSE
         IF RunSimulation
           PERFORM 5600-SIMULATION-RUN
         ELSE
         IF RunRetention
           PERFORM 5700-RETENTION-PURGE
         ELSE
         IF RunDataExport
           PERFORM 5800-SUBJECT-ACCESS-EXPORT
         ELSE
           PERFORM 2100-ChooseCity
           PERFORM 2200-ChooseAllowances
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.

         STOP RUN.
                   MOVE RUNPARAM-VALUE(1:10) TO RunParamDate
                 WHEN 'CONFIRMRERUN'
                   MOVE RUNPARAM-VALUE(1:1) TO RunParamConfirmRerun
                 WHEN 'ANNUALRECON'
                   MOVE RUNPARAM-VALUE(1:1) TO RunParamAnnualRecon
                 WHEN 'OPERATOR'
                   MOVE RUNPARAM-VALUE(1:8) TO RunParamOperator
               END-EVALUATE
           END-READ
         END-PERFORM
                 WHEN 'GARNPROTECTPCT'
                   COMPUTE GarnProtectPct = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                 WHEN 'RECONMAXCOLLECTPCT'
                   COMPUTE ReconMaxCollectPct = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                 WHEN 'SICKEMPLOYERDAYS'
                   COMPUTE SickEmployerDays = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                 WHEN 'SICKPAYPCT'
                   COMPUTE SickPayPct = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                 WHEN 'SICKAVGMONTHS'
                   COMPUTE SickAvgMonths = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF SickAvgMonths < 1 OR SickAvgMonths > 12
                     MOVE 6 TO SickAvgMonths
                   END-IF
                 WHEN 'SICKWARNDAYS'
                   COMPUTE SickWarnDays = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                 WHEN 'SICKMONTHDAYS'
                   COMPUTE SickMonthDays = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF SickMonthDays = 0
                     MOVE 30 TO SickMonthDays
                   END-IF
                 WHEN 'SEVERANCEPCT'
                   COMPUTE SeverancePct = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                 WHEN 'SEVERANCEMINYEARS'
                   COMPUTE SeveranceMinYears = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                 WHEN 'LEAVEDAYDIVISOR'
                   COMPUTE LeaveDayDivisor = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF LeaveDayDivisor = 0
                     MOVE 21.75 TO LeaveDayDivisor
                   END-IF
                 WHEN 'STATMONTHHOURS'
                   COMPUTE StatMonthHours = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF StatMonthHours = 0
                     MOVE 168.00 TO StatMonthHours
                   END-IF
                 WHEN 'STATOVERTIMEPCT'
                   COMPUTE StatOvertimePct = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF StatOvertimePct = 0
                     MOVE 150.00 TO StatOvertimePct
                   END-IF
                 WHEN 'RETAINHISTORY'
                   COMPUTE RetainHistoryYears = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF RetainHistoryYears = 0
                     MOVE 6 TO RetainHistoryYears
                   END-IF
                 WHEN 'RETAINPAYSLIPS'
                   COMPUTE RetainPayslipYears = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF RetainPayslipYears = 0
                     MOVE 6 TO RetainPayslipYears
                   END-IF
                 WHEN 'RETAINAUDIT'
                   COMPUTE RetainAuditYears = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF RetainAuditYears = 0
                     MOVE 6 TO RetainAuditYears
                   END-IF
                 WHEN 'RETAINGARNISH'
                   COMPUTE RetainGarnYears = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF RetainGarnYears = 0
                     MOVE 6 TO RetainGarnYears
                   END-IF
                 WHEN 'RETAINABSENCE'
                   COMPUTE RetainAbsenceYears = FUNCTION
                   NUMVAL(CONFIG-VALUE)
                   IF RetainAbsenceYears = 0
                     MOVE 6 TO RetainAbsenceYears
                   END-IF
               END-EVALUATE
           END-READ
         END-PERFORM.
         DISPLAY "fiiiiiiiiiiiiiiiiiirst" FirstPillar
         CLOSE CONFIG-FILE.

       1150-READ-COMPANIES.
      *> Load companies.dat behind the config.txt company in entry
      *> 1. Without the file the payroll is that one company, as it
      *> always was. A company row with a bad OIB or IBAN is left
      *> out loudly, so its employees fail validation instead of
      *> being reported under a wrong OIB or paid from a wrong
      *> account
         INITIALIZE CompanyTable
         MOVE 1 TO CoCount
         MOVE 0 TO CoAcctCount
         MOVE SPACES TO CoCode(1)
         MOVE CompanyName TO CoName(1)
         MOVE CompanyOIB TO CoOIB(1)
         MOVE CompanyIBAN TO CoIBAN(1)
         MOVE 'n' TO CompanyEndOfFile
         OPEN INPUT COMPANY-FILE
         IF CompanyFileStatus NOT = '00'
           MOVE 'y' TO CompanyEndOfFile
         END-IF
         PERFORM UNTIL CompanyEndOfFile = 'y'
           READ COMPANY-FILE
             AT END
               MOVE 'y' TO CompanyEndOfFile
             NOT AT END
               MOVE FUNCTION UPPER-CASE(CoRecCode) TO CoRecCode
               EVALUATE CoRecType
                 WHEN 'C'
                   PERFORM 1151-ADD-COMPANY
                 WHEN 'A'
                   IF CoAcctCount < 100
                     ADD 1 TO CoAcctCount
                     MOVE CoRecCode TO CoAcctCompany(CoAcctCount)
                     MOVE CoRecComponent
                       TO CoAcctComponent(CoAcctCount)
                     MOVE CoRecAccount TO CoAcctNumber(CoAcctCount)
                   ELSE
                     DISPLAY "WARNING: more than 100 account rows "
                     "in companies.dat - " FUNCTION TRIM
                     (CoRecComponent) " for " CoRecCode " ignored."
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ
         END-PERFORM
         IF CompanyFileStatus = '00'
           CLOSE COMPANY-FILE
         END-IF
         MOVE SPACES TO CurCoCode
         PERFORM 3150-SET-COMPANY.

       1151-ADD-COMPANY.
         MOVE CoRecCode TO CurCoCode
         PERFORM 3150-SET-COMPANY
         IF CoRecCode = SPACES OR CurCoFound = 'Y'
           DISPLAY "WARNING: companies.dat company code '" CoRecCode
           "' is blank or repeated - row ignored."
           EXIT PARAGRAPH
         END-IF
         MOVE CoRecOIB TO OibWork
         PERFORM 3024-CHECK-OIB
         MOVE CoRecIBAN TO IbanWork
         PERFORM 3023-CHECK-IBAN
         IF OibOk NOT = 'Y' OR IbanOk NOT = 'Y'
           DISPLAY "WARNING: companies.dat company " CoRecCode
           " has an invalid OIB or IBAN - left out, its employees "
           "will not be paid."
           EXIT PARAGRAPH
         END-IF
         IF CoCount >= 21
           DISPLAY "WARNING: more than 20 companies in "
           "companies.dat - " CoRecCode " left out."
           EXIT PARAGRAPH
         END-IF
         ADD 1 TO CoCount
         MOVE CoRecCode TO CoCode(CoCount)
         MOVE CoRecName TO CoName(CoCount)
         MOVE CoRecOIB TO CoOIB(CoCount)
         MOVE CoRecIBAN TO CoIBAN(CoCount).

       1200-ReadTaxBrackets.
      *> Net-to-gross tax bracket thresholds, divisors and
      *> deductions come from taxBrackets.dat (loaded into the

       2000-ReadAllCities.
      *> Present list of all city taxes - there 500+ cities
         IF CityListQuiet NOT = 'Y'
           DISPLAY 'List of available cities:'
           DISPLAY '-------------------------'
         END-IF
         OPEN INPUT CITY-TAX-FILE
         MOVE 1 TO CityTaxesId


             COMPUTE CityTaxLowTaxPercent = LowTax * 100
             COMPUTE CityTaxHighTaxPercent = HighTax * 100
             IF CityListQuiet = 'Y'
               CONTINUE
             ELSE
             IF CityTaxValidFrom(CityTaxesId) = 0
               DISPLAY CityTaxesId " " CityName " "
               CityTaxLowTaxPercent "% - " CityTaxHighTaxPercent "%"
               CityTaxLowTaxPercent "% - " CityTaxHighTaxPercent
               "% (from " CityTaxValidFrom(CityTaxesId) ")"
             END-IF
             END-IF
             ADD 1 TO CityTaxesId
             END-IF
            END-READ
             STRING "  Sick pay:    " ElementAmountF
             DELIMITED BY SIZE INTO PayslipLine
             WRITE PayslipLine
             IF SickEmpDays > 0 OR SickHzzoDays > 0
               MOVE SickEmpDays TO SickDaysF
               MOVE SickHzzoDays TO SickHzzoDaysF
               MOVE SPACES TO PayslipLine
               STRING "    Sick days: " SickDaysF " employer, "
               SickHzzoDaysF " HZZO"
               DELIMITED BY SIZE INTO PayslipLine
               WRITE PayslipLine
             END-IF
             IF TermRunActive = 'Y'
               MOVE TermLeavePay TO ElementAmountF
               MOVE SPACES TO PayslipLine
               STRING "  Unused leave:" ElementAmountF
               DELIMITED BY SIZE INTO PayslipLine
               WRITE PayslipLine
               MOVE TermSevTaxed TO ElementAmountF
               MOVE SPACES TO PayslipLine
               STRING "  Severance:   " ElementAmountF
               DELIMITED BY SIZE INTO PayslipLine
               WRITE PayslipLine
             END-IF
             IF NtTaxableTotal > 0
               MOVE NtTaxableTotal TO ElementAmountF
               MOVE SPACES TO PayslipLine
               STRING "  Above cap:   " ElementAmountF
               DELIMITED BY SIZE INTO PayslipLine
               WRITE PayslipLine
             END-IF
           END-IF

           MOVE SPACES TO PayslipLine
           DELIMITED BY SIZE INTO PayslipLine
           WRITE PayslipLine

      *> Non-taxable receipts are paid on top of net; the part of
      *> an item above its cap is in the pay elements above
           IF RunBatch AND NtExemptTotal > 0
             MOVE SPACES TO PayslipLine
             MOVE "Non-taxable receipts:" TO PayslipLine
             WRITE PayslipLine
             PERFORM VARYING NtEmpIdx FROM 1 BY 1
             UNTIL NtEmpIdx > NtEmpCount
               IF NtEmpExempt(NtEmpIdx) > 0
                 MOVE NtEmpExempt(NtEmpIdx) TO ElementAmountF
                 MOVE SPACES TO PayslipLine
                 STRING "  " NtlLabel(NtEmpLimIdx(NtEmpIdx)) " "
                 ElementAmountF DELIMITED BY SIZE INTO PayslipLine
                 WRITE PayslipLine
               END-IF
             END-PERFORM
           END-IF

      *> The year's tax reconciliation settled in this payment
           IF RunBatch AND ReconRefund > 0
             MOVE ReconRefund TO GarnAmountF
             MOVE SPACES TO PayslipLine
             STRING "Annual tax refund:     +" GarnAmountF
             DELIMITED BY SIZE INTO PayslipLine
             WRITE PayslipLine
           END-IF
           IF RunBatch AND ReconCollect > 0
             MOVE ReconCollect TO GarnAmountF
             MOVE SPACES TO PayslipLine
             STRING "Annual tax collected:  -" GarnAmountF
             DELIMITED BY SIZE INTO PayslipLine
             WRITE PayslipLine
           END-IF

      *> A garnished employee sees why the bank credit is lower
      *> than the net above
           IF RunBatch AND GarnDeduction > 0
             FUNCTION TRIM(GrnCreditorName(GarnFoundIdx))
             DELIMITED BY SIZE INTO PayslipLine
             WRITE PayslipLine
           END-IF
           IF RunBatch AND (GarnDeduction > 0 OR NtExemptTotal > 0
             OR ReconRefund > 0 OR ReconCollect > 0)
             MOVE EmpPayout TO GarnAmountF
             MOVE SPACES TO PayslipLine
             STRING "Paid to your account:  " GarnAmountF
             DELIMITED BY SIZE INTO PayslipLine
           DELIMITED BY SIZE INTO PayslipLine
           WRITE PayslipLine

           IF RunBatch AND NtExemptTotal > 0
             MOVE NtExemptTotal TO ElementAmountF
             MOVE SPACES TO PayslipLine
             STRING "  Non-taxable:      " ElementAmountF
             DELIMITED BY SIZE INTO PayslipLine
             WRITE PayslipLine
           END-IF

           MOVE SPACES TO PayslipLine
           STRING "Total Employer Cost: " EmployerToPayInEuroF
           DELIMITED BY SIZE INTO PayslipLine
      *> one combined salary.txt. Resumes after the last checkpointed
      *> row instead of redoing a whole prior run.
         MOVE 'N' TO BatchRunRefused
         PERFORM 3004-ACCEPT-RUN-OPERATOR
         PERFORM 3100-CHECK-RUN-REGISTER
         IF BatchRunRefused = 'Y'
           EXIT PARAGRAPH
         END-IF
         PERFORM 3001-LOAD-CHECKPOINT
      *> A resumed run already had its changes applied on the
      *> first start
         MOVE 'N' TO PchApplyPending
         IF ResumeFromCount = 0
           PERFORM 3170-APPLY-PENDING-CHANGES
         END-IF
         PERFORM 3005-VERIFY-CONTROL-TOTALS
      *> The changes only count as applied once the file they went
      *> into has passed - a refused run puts employees.dat back
      *> and leaves them pending for the next start
         IF ControlTotalsOk NOT = 'Y'
           IF PchApplyPending = 'Y'
             PERFORM 3177-PEND-ROLLBACK
           END-IF
           MOVE 'Y' TO BatchRunRefused
           EXIT PARAGRAPH
         END-IF
         IF PchApplyPending = 'Y'
           PERFORM 3176-PEND-COMMIT
         END-IF
         OPEN INPUT EMPLOYEES-FILE
         IF EmployeesFileStatus NOT = '00'
           DISPLAY "ERROR: cannot open employees.dat (file status "
      *> calendar date the run happens to execute on
         MOVE PayPeriodDate(1:6) TO YtdRunPeriod
         PERFORM 3015-LOAD-TIMESHEET
         PERFORM 3110-LOAD-NONTAX-LIMITS
         PERFORM 3111-LOAD-NONTAX-ITEMS
         PERFORM 3130-LOAD-ABSENCES
         PERFORM 3124-OPEN-TAX-RECON
         PERFORM 3090-LOAD-GARNISHMENTS
         PERFORM 3080-LOAD-LASTRUN
         IF ResumeFromCount > 0
           PERFORM 3074-LOAD-RUN-BUFFERS
         ELSE
      *> A fresh run must not append onto a crashed older run's
      *> leftovers, and keeps the balances it is about to move in
      *> case the run is rejected at approval
           PERFORM 3019-TRUNCATE-RUN-WORK
           PERFORM 3006-HOLD-BALANCES
         END-IF
         MOVE 'n' TO EndOfEmployeesFile
         PERFORM UNTIL EndOfEmployeesFile = 'y'
      *> Deactivated in maintenance mode - not an error, just not
      *> paid this run
                   ADD 1 TO BatchInactiveCount
                   PERFORM 3140-STAT-NOTE-ROW
                   PERFORM 3002-SAVE-CHECKPOINT
                 ELSE
                   PERFORM 3010-RESET-EMPLOYEE-CALC
                   PERFORM 3020-BATCH-PROCESS-ONE
                   PERFORM 3140-STAT-NOTE-ROW
                   PERFORM 3002-SAVE-CHECKPOINT
                 END-IF
               ELSE
         CLOSE SALARY-FILE
         CLOSE SALARY-CSV-FILE
         CLOSE BATCH-ERROR-FILE
         PERFORM 3125-CLOSE-TAX-RECON
         DISPLAY " "
      *> A stale/corrupted checkpoint (e.g. left over from a bigger
      *> prior file, or truncated by a crash mid-3002-SAVE-CHECKPOINT)
      *> starts at row 1 instead of seeing
      *> BatchEmployeeCount > ResumeFromCount fail for every row and
      *> silently doing nothing
      *> The run stops here as calculated, awaiting approval: the
      *> work files and the checkpoint stay as they are, and the
      *> submission, payment, GL and HZZO files, lastrun.dat and
      *> the archive are only written by 3203-RELEASE-RUN once a
      *> second operator approves. Releasing from the work files
      *> (and not in the stale-checkpoint branch above) still keeps
      *> a nothing-was-processed run from overwriting the previous
      *> run's good submission file with an all-zero one
           PERFORM 3072-SAVE-YTD
           DISPLAY "Year-to-date totals saved to ytd.dat - "
             YtdCount " entries."
           PERFORM 3082-WRITE-VARIANCE-REPORT
           PERFORM 3101-WRITE-RUN-REGISTER
           PERFORM 3060-REBUILD-EMP-MASTER
           PERFORM 3136-WRITE-SICK-WATCH
           DISPLAY "Run " RegNextRunId " is calculated and awaits "
           "approval by a second operator (mode p) - no payment, "
           "JOPPD or GL file has been released."
         END-IF
         PERFORM 3099-CLOSE-RUN-KEYED-FILES
         DISPLAY "Batch complete. Rows read: " BatchEmployeeCount
         DISPLAY "  Processed OK: " BatchOkCount
         DISPLAY "  Skipped:     " BatchBadCount
         DISPLAY "  Inactive:    " BatchInactiveCount
         IF ReconRunActive = 'Y'
           MOVE BatchTotReconRefund TO YtdAmountF
           DISPLAY "  Annual tax reconciliation refunded: " YtdAmountF
           MOVE BatchTotReconCollect TO YtdAmountF
           DISPLAY "  Annual tax reconciliation collected: "
             YtdAmountF
         END-IF
         DISPLAY "  Control totals verified: " CtlExpectedRows
         " rows, amount hash " CtlExpectedHash
         DISPLAY "Report appended to salary.txt".
         OPEN OUTPUT CURRRUN-FILE
         IF CurrRunFileStatus = '00'
           CLOSE CURRRUN-FILE
         END-IF
         OPEN OUTPUT SICK-WORK-FILE
         IF SickWorkFileStatus = '00'
           CLOSE SICK-WORK-FILE
         END-IF
         OPEN OUTPUT STAT-WORK-FILE
         IF StatWorkFileStatus = '00'
           CLOSE STAT-WORK-FILE
         END-IF.

       3004-ACCEPT-RUN-OPERATOR.
      *> Whoever starts the batch goes on its register row, so the
      *> approval can insist on somebody else. An unattended run
      *> takes OPERATOR from runparams.dat
         IF AutoRun
           MOVE RunParamOperator TO AuditOperator
           IF AuditOperator = SPACES
             MOVE 'SCHEDULR' TO AuditOperator
           END-IF
         ELSE
           PERFORM 4005-MAINT-ACCEPT-OPERATOR
         END-IF.

       3006-HOLD-BALANCES.
      *> Keep ytd.dat and garnishments.dat as they stood before this
      *> run touched them. Every checkpoint rewrites both, so a run
      *> rejected at approval could otherwise not be taken back. A
      *> missing file is held as an empty one - that is what it
      *> goes back to
         MOVE 'Y' TO HoldCreateEmpty
         MOVE "ytd.dat" TO HoldInName
         MOVE "ytd_hold.dat" TO HoldOutName
         PERFORM 3007-COPY-HOLD-FILE
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "WARNING: no copy of ytd.dat was kept - a "
           "rejection of this run cannot put it back."
         END-IF
         MOVE "garnishments.dat" TO HoldInName
         MOVE "garnishments_hold.dat" TO HoldOutName
         PERFORM 3007-COPY-HOLD-FILE
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "WARNING: no copy of garnishments.dat was kept - "
           "a rejection of this run cannot put it back."
         END-IF.

       3007-COPY-HOLD-FILE.
      *> Copy HoldInName to HoldOutName line for line. A missing
      *> source leaves the target alone, unless HoldCreateEmpty
      *> says an empty target is the faithful copy
         MOVE 'N' TO HoldCopyOk
         OPEN INPUT HOLD-IN-FILE
         IF HoldInFileStatus NOT = '00'
           IF HoldCreateEmpty = 'Y'
             OPEN OUTPUT HOLD-OUT-FILE
             IF HoldOutFileStatus = '00'
               CLOSE HOLD-OUT-FILE
               MOVE 'Y' TO HoldCopyOk
             END-IF
           END-IF
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT HOLD-OUT-FILE
         IF HoldOutFileStatus NOT = '00'
           CLOSE HOLD-IN-FILE
           DISPLAY "WARNING: cannot write " FUNCTION TRIM
           (HoldOutName) " (file status " HoldOutFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO HoldEndOfFile
         PERFORM UNTIL HoldEndOfFile = 'y'
           READ HOLD-IN-FILE
             AT END
               MOVE 'y' TO HoldEndOfFile
             NOT AT END
               MOVE HoldInLine TO HoldOutLine
               WRITE HoldOutLine
           END-READ
         END-PERFORM
         CLOSE HOLD-IN-FILE
         CLOSE HOLD-OUT-FILE
         MOVE 'Y' TO HoldCopyOk.

       3005-VERIFY-CONTROL-TOTALS.
      *> Pre-pass over employees.dat before anything is processed:
      *> count the data rows and hash-total the EmpAmountX cents
         MOVE 0 TO GarnDeduction
         MOVE 0 TO GarnFoundIdx
         MOVE 0 TO GarnEmployeeNet
         MOVE 0 TO NtEmpCount
         MOVE 0 TO NtExemptTotal
         MOVE 0 TO NtTaxableTotal
         MOVE 0 TO EmpPayout
         MOVE 'N' TO ReconEmpDone
         MOVE 0 TO ReconRefund
         MOVE 0 TO ReconCollect
         MOVE 0 TO SickSpellCount
         MOVE 0 TO SickEmpDays
         MOVE 0 TO SickHzzoDays
         MOVE 0 TO SickHzzoAmount
         MOVE 0 TO PendingJoppdCount
         MOVE 0 TO PendingSickCount
         MOVE 0 TO PendingHub3Count
         MOVE 'N' TO PendingCurrValid
         MOVE 'N' TO PendingStatValid.

       3015-LOAD-TIMESHEET.
      *> Rekey this period's timesheet rows into timesheet.idx; no
         OPEN OUTPUT CURRRUN-FILE
         IF CurrRunFileStatus = '00'
           CLOSE CURRRUN-FILE
         END-IF
         OPEN OUTPUT SICK-WORK-FILE
         IF SickWorkFileStatus = '00'
           CLOSE SICK-WORK-FILE
         END-IF
         OPEN OUTPUT STAT-WORK-FILE
         IF StatWorkFileStatus = '00'
           CLOSE STAT-WORK-FILE
         END-IF.

       3020-BATCH-PROCESS-ONE.

         IF EmpRowOk = 'Y'
           PERFORM 3091-APPLY-GARNISHMENT
           IF ReconRunActive = 'Y'
             PERFORM 3120-ANNUAL-TAX-RECON
           END-IF
           COMPUTE EmpPayout = GarnEmployeeNet + NtExemptTotal
             + ReconRefund - ReconCollect
      *> The exempt items cost the employer like the salary does
           ADD NtExemptTotal TO EmployerToPayInEuro
           PERFORM 2500-DisplayCalculations
           MOVE EmpName TO CsvNameField
           MOVE EmpOIB TO CsvOibField
           PERFORM 3048-WRITE-PAYSLIP-DOC
           PERFORM 3040-JOPPD-ADD-DETAIL
           PERFORM 3045-HUB3-ADD-ORDER
           PERFORM 3134-SICK-PENDING-LINES
           PERFORM 3093-GL-ACCUMULATE
           PERFORM 3071-YTD-ACCUMULATE
           PERFORM 3081-NOTE-CURRENT-RESULT
             COMPUTE EmpAmount = FUNCTION NUMVAL(EmpAmountX) / 100
           END-IF
         END-IF
         MOVE EmpAmount TO EmpMonthlyAmount

         MOVE EmpIBAN TO IbanWork
         PERFORM 3023-CHECK-IBAN
           MOVE 'N' TO EmpRowOk
         END-IF

      *> The employing company decides whose OIB the row is reported
      *> under and whose account pays it
         MOVE EmpCompany TO CurCoCode
         PERFORM 3150-SET-COMPANY
         IF CurCoFound NOT = 'Y'
           STRING "Row " BatchEmployeeCount " (" FUNCTION TRIM
           (EmpName) "): company '" EmpCompany
           "' is not in companies.dat" DELIMITED BY SIZE
           INTO BatchErrorLine
           PERFORM 3022-LOG-BATCH-ERROR
           MOVE 'N' TO EmpRowOk
         END-IF

         MOVE EmpBonusX TO ElementCheckX
         MOVE "bonus" TO ElementCheckLabel
         PERFORM 3026-CHECK-PAY-ELEMENT
         MOVE "sick pay" TO ElementCheckLabel
         PERFORM 3026-CHECK-PAY-ELEMENT
         MOVE ElementCheckValue TO EmpSickPay
      *> Someone leaving in (or before) this period is settled in
      *> termination mode, never paid a full month by the batch
         IF TermRunActive NOT = 'Y' AND EmpRowOk = 'Y' AND
           EmpTermDate NOT = SPACES AND
           EmpTermDate(1:6) <= PayPeriodDate(1:6)
           STRING "Row " BatchEmployeeCount " (" FUNCTION TRIM
           (EmpName) "): employment ends " EmpTermDate
           " - pay the final settlement in termination mode"
           DELIMITED BY SIZE INTO BatchErrorLine
           PERFORM 3022-LOG-BATCH-ERROR
           MOVE 'N' TO EmpRowOk
         END-IF
         IF TermRunActive = 'Y' AND EmpRowOk = 'Y'
           PERFORM 5580-TERM-APPLY-FINAL-PAY
         END-IF
         IF EmpRowOk = 'Y'
           PERFORM 3131-APPLY-SICK-LEAVE
         END-IF
         COMPUTE EmpElementsTotal = EmpBonus + EmpOvertime +
           EmpSickPay + TermLeavePay + TermSevTaxed
      *> The summed amount must still fit the 9(7)V99 calculation
      *> fields - refuse the row rather than truncate it
         IF EmpRowOk = 'Y' AND

       3022-LOG-BATCH-ERROR.
      *> Write one line to batch_errors.txt and echo it to the
      *> screen, without halting the rest of the batch. A what-if
      *> simulation keeps it for its own report instead
         DISPLAY FUNCTION TRIM(BatchErrorLine) ", skipped."
         IF SimRunActive = 'Y'
           MOVE BatchErrorLine TO SimLastError
         ELSE
           WRITE BatchErrorLine
         END-IF
         MOVE SPACES TO BatchErrorLine.

       3023-CHECK-IBAN.
           END-IF
         END-IF

         IF EmpRowOk = 'Y'
           PERFORM 3112-APPLY-NONTAX-ITEMS
         END-IF

         IF EmpRowOk = 'Y'
           PERFORM 2105-ApplySelectedCity
           MOVE EmpKidsNum TO KidsNum
             WHEN 'G'
               COMPUTE GrossSalary = EmpAmount + EmpElementsTotal
               PERFORM 2410-GrossToNet
      *> A net contract guarantees the net of its own elements
      *> only. Register sick pay, unused leave, taxed severance and
      *> the taxed excess of non-taxable items are gross amounts:
      *> they go on top of the gross the net target grosses up to,
      *> and the whole is then taxed once
             WHEN 'N'
               MOVE TermLeavePay TO EmpGrossElements
               ADD TermSevTaxed TO EmpGrossElements
               ADD NtTaxableTotal TO EmpGrossElements
               IF SickRegisterPay > 0
                 ADD SickRegisterPay TO EmpGrossElements
               END-IF
               COMPUTE NetSalary = EmpAmount + EmpElementsTotal
                 - EmpGrossElements
               IF EmpGrossElements = 0
                 PERFORM 2420-NetToGross
               ELSE
                 IF NetSalary > 0
                   PERFORM 2420-NetToGross
                 ELSE
                   MOVE 0 TO GrossSalary
                 END-IF
                 IF GrossSalary > 9999999.99 - EmpGrossElements
                   STRING "Row " BatchEmployeeCount " ("
                   FUNCTION TRIM(EmpName) "): grossed-up net plus "
                   "gross elements is past 9999999.99"
                   DELIMITED BY SIZE INTO BatchErrorLine
                   PERFORM 3022-LOG-BATCH-ERROR
                   MOVE 'N' TO EmpRowOk
                 ELSE
                   ADD EmpGrossElements TO GrossSalary
                   PERFORM 2410-GrossToNet
                 END-IF
               END-IF
             WHEN 'H'
               PERFORM 3016-APPLY-TIMESHEET-PAY
             WHEN OTHER
           STRING "  Sick pay:    " ElementAmountF
           DELIMITED BY SIZE INTO PrinLine
           WRITE PrinLine
           IF TermRunActive = 'Y'
             MOVE TermLeavePay TO ElementAmountF
             MOVE SPACES TO PrinLine
             STRING "  Unused leave:" ElementAmountF
             DELIMITED BY SIZE INTO PrinLine
             WRITE PrinLine
             MOVE TermSevTaxed TO ElementAmountF
             MOVE SPACES TO PrinLine
             STRING "  Severance:   " ElementAmountF
             DELIMITED BY SIZE INTO PrinLine
             WRITE PrinLine
           END-IF
           IF NtTaxableTotal > 0
             MOVE NtTaxableTotal TO ElementAmountF
             MOVE SPACES TO PrinLine
             STRING "  Above cap:   " ElementAmountF
             DELIMITED BY SIZE INTO PrinLine
             WRITE PrinLine
           END-IF
         END-IF
         PERFORM 2610-WriteToFile
         MOVE EmpName TO CsvNameField
         COMPUTE JoppdCityHighTaxC = CityHighTaxInEuro * 100
         COMPUTE JoppdHealthInsC = HealthInsuranceInEuro * 100
         COMPUTE JoppdNetC = NetSalary * 100
      *> The first exempt non-taxable item rides on the salary line
      *> (receipt code in 147-148, amount in cents in 149-161); any
      *> further item gets its own page-B line with zero salary
      *> columns, one line per receipt code as page B requires
         MOVE 0 TO NtEmpIdx
         PERFORM VARYING NtEmpScanIdx FROM 1 BY 1
         UNTIL NtEmpScanIdx > NtEmpCount OR NtEmpIdx > 0
           IF NtEmpExempt(NtEmpScanIdx) > 0
             MOVE NtEmpScanIdx TO NtEmpIdx
           END-IF
         END-PERFORM
         ADD 1 TO JoppdDetailCount
         MOVE 1 TO PendingJoppdCount
         MOVE SPACES TO PendingJoppdLine(1)
         IF NtEmpIdx = 0
           STRING "B" EmpOIB EmpName JoppdGrossC JoppdFirstPillarC
             JoppdSecondPillarC JoppdIncomeTaxC JoppdCityLowTaxC
             JoppdCityHighTaxC JoppdHealthInsC JoppdNetC
             DELIMITED BY SIZE INTO PendingJoppdLine(1)
         ELSE
           COMPUTE JoppdNonTaxC = NtEmpExempt(NtEmpIdx) * 100
           STRING "B" EmpOIB EmpName JoppdGrossC JoppdFirstPillarC
             JoppdSecondPillarC JoppdIncomeTaxC JoppdCityLowTaxC
             JoppdCityHighTaxC JoppdHealthInsC JoppdNetC
             NtlReceipt(NtEmpLimIdx(NtEmpIdx)) JoppdNonTaxC
             DELIMITED BY SIZE INTO PendingJoppdLine(1)
           PERFORM VARYING NtEmpScanIdx FROM NtEmpIdx BY 1
           UNTIL NtEmpScanIdx >= NtEmpCount
             IF NtEmpExempt(NtEmpScanIdx + 1) > 0
               COMPUTE JoppdNonTaxC =
                 NtEmpExempt(NtEmpScanIdx + 1) * 100
               ADD 1 TO JoppdDetailCount
               ADD 1 TO PendingJoppdCount
               MOVE SPACES TO PendingJoppdLine(PendingJoppdCount)
               STRING "B" EmpOIB EmpName JoppdZeroC JoppdZeroC
                 JoppdZeroC JoppdZeroC JoppdZeroC JoppdZeroC
                 JoppdZeroC JoppdZeroC
                 NtlReceipt(NtEmpLimIdx(NtEmpScanIdx + 1))
                 JoppdNonTaxC
                 DELIMITED BY SIZE
                 INTO PendingJoppdLine(PendingJoppdCount)
             END-IF
           END-PERFORM
         END-IF
      *> The year's tax reconciliation settled in this run is
      *> marked on the salary line: 'P' (povrat) for a refund, 'U'
      *> (uplata) for a collection, amount in cents in 163-175
         IF ReconRefund > 0 OR ReconCollect > 0
           IF ReconRefund > 0
             MOVE 'P' TO PendingJoppdLine(1)(162:1)
             COMPUTE JoppdReconC = ReconRefund * 100
           ELSE
             MOVE 'U' TO PendingJoppdLine(1)(162:1)
             COMPUTE JoppdReconC = ReconCollect * 100
           END-IF
           MOVE JoppdReconC TO PendingJoppdLine(1)(163:13)
         END-IF
         ADD NtExemptTotal TO BatchTotNonTax
         ADD GrossSalary TO BatchTotGross
         ADD FirstPillarInEuro TO BatchTotFirstPillar
         ADD SecondPillarInEuro TO BatchTotSecondPillar

       3041-WRITE-JOPPD-FILE.
      *> Write the submission file: one page-A header carrying the
      *> run date, employee count, run totals and the employer's
      *> OIB, then the page-B line of every employee processed OK
      *> this run, copied from joppd_work.dat
         COMPUTE JoppdGrossC = BatchTotGross * 100
         COMPUTE JoppdFirstPillarC = BatchTotFirstPillar * 100
         COMPUTE JoppdSecondPillarC = BatchTotSecondPillar * 100
         COMPUTE JoppdCityHighTaxC = BatchTotCityHighTax * 100
         COMPUTE JoppdHealthInsC = BatchTotHealthIns * 100
         COMPUTE JoppdNetC = BatchTotNet * 100
         COMPUTE JoppdNonTaxC = BatchTotNonTax * 100
         COMPUTE JoppdReconRefundC = BatchTotReconRefund * 100
         COMPUTE JoppdReconCollectC = BatchTotReconCollect * 100
         MOVE FUNCTION CURRENT-DATE(1:8) TO JoppdRunDate
         OPEN OUTPUT JOPPD-FILE
         MOVE SPACES TO JoppdLine
         STRING "A" JoppdRunDate JoppdDetailCount JoppdGrossC
           JoppdFirstPillarC JoppdSecondPillarC JoppdIncomeTaxC
           JoppdCityLowTaxC JoppdCityHighTaxC JoppdHealthInsC
           JoppdNetC JoppdNonTaxC JoppdReconRefundC
           JoppdReconCollectC CurCoOIB DELIMITED BY SIZE
           INTO JoppdLine
         WRITE JoppdLine
         MOVE 'n' TO RunBufEndOfFile
         MOVE 'Y' TO RunBufWasOpen
             AT END
               MOVE 'y' TO RunBufEndOfFile
             NOT AT END
               IF CoFilterOn = 'N' OR
                 JoppdWorkLine(197:4) = CurCoCode
                 MOVE JoppdWorkLine TO JoppdLine
                 MOVE SPACES TO JoppdLine(197:4)
                 WRITE JoppdLine
               END-IF
           END-READ
         END-PERFORM
         IF RunBufWasOpen = 'Y'
           CLOSE JOPPD-WORK-FILE
         END-IF
         CLOSE JOPPD-FILE
         DISPLAY "JOPPD submission written to "
           FUNCTION TRIM(JoppdFileName).

       3045-HUB3-ADD-ORDER.
      *> Buffer one credit-transfer order for this employee's net
      *> salary plus any exempt non-taxable items paid with it:
      *> our debit IBAN, their credit IBAN, amount in cents,
      *> their payment reference, their name and a PLACA narrative.
      *> A garnished employee gets two orders: their net less the
      *> deduction, and the deduction to the creditor under the
      *> creditor's own IBAN and reference with an OVRHA narrative.
      *> Both park in the pending lines and land in hub3_work.dat
      *> with the row's checkpoint
         COMPUTE Hub3AmountC = EmpPayout * 100
         ADD 1 TO Hub3OrderCount
         MOVE 1 TO PendingHub3Count
         MOVE SPACES TO PendingHub3Line(1)
         STRING "O" CurCoIBAN EmpIBAN Hub3AmountC EmpPayRef
           EmpName "PLACA" DELIMITED BY SIZE
           INTO PendingHub3Line(1)
         IF GarnDeduction > 0
           ADD 1 TO Hub3OrderCount
           MOVE 2 TO PendingHub3Count
           MOVE SPACES TO PendingHub3Line(2)
           STRING "O" CurCoIBAN GrnCreditorIBAN(GarnFoundIdx)
             Hub3AmountC GrnCreditorRef(GarnFoundIdx)
             GrnCreditorName(GarnFoundIdx) "OVRHA"
             DELIMITED BY SIZE
             INTO PendingHub3Line(2)
         END-IF
      *> The two orders always add back up to NetSalary plus the
      *> exempt non-taxable items and the tax reconciliation, so
      *> the trailer total still ties to the run's totals
         COMPUTE Hub3TotalNet = Hub3TotalNet + NetSalary
           + NtExemptTotal + ReconRefund - ReconCollect.

       3046-WRITE-HUB3-FILE.
      *> Copy every order from hub3_work.dat followed by one
      *> trailer total line, and echo the order count and total net
      *> on screen so the operator can tie the file to the run
      *> before authorizing it in the bank
         IF CurCoIBAN = SPACES
           DISPLAY "WARNING: COMPANYIBAN is not set in config.txt - "
           "payment orders carry a blank debit IBAN"
         END-IF
             AT END
               MOVE 'y' TO RunBufEndOfFile
             NOT AT END
               IF CoFilterOn = 'N' OR
                 Hub3WorkLine(197:4) = CurCoCode
                 MOVE Hub3WorkLine TO Hub3Line
                 MOVE SPACES TO Hub3Line(197:4)
                 WRITE Hub3Line
               END-IF
           END-READ
         END-PERFORM
         IF RunBufWasOpen = 'Y'
         WRITE Hub3Line
         CLOSE HUB3-FILE
         MOVE Hub3TotalNet TO Hub3TotalNetF
         DISPLAY "Payment file written to "
           FUNCTION TRIM(Hub3FileName)
         DISPLAY "  Payment orders: " Hub3OrderCount
         "  Total net: " Hub3TotalNetF.

       3048-WRITE-PAYSLIP-DOC.
      *> One standalone payslip file per processed-OK employee,
      *> named by pay period and OIB, carrying the employing
      *> company's identification, the employee's IBAN and
      *> the same breakdown 2610-WriteToFile produces - the
      *> obracunska isprava the law obliges us to hand out, and the
      *> one-file-per-person shape mailing them out needs
           MOVE 'Y' TO PayslipDirMade
         END-IF
         MOVE SPACES TO PayslipDocName
      *> A final settlement gets its own document next to the
      *> period's regular one
         IF TermRunActive = 'Y'
           STRING "payslips/" YtdRunPeriod "_" EmpOIB "_final.txt"
             DELIMITED BY SIZE INTO PayslipDocName
         ELSE
           STRING "payslips/" YtdRunPeriod "_" EmpOIB ".txt"
             DELIMITED BY SIZE INTO PayslipDocName
         END-IF
         OPEN OUTPUT PAYSLIP-DOC-FILE
         IF PayslipDocStatus NOT = '00'
           DISPLAY "WARNING: cannot write " FUNCTION
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO PayslipDocLine
         IF TermRunActive = 'Y'
           STRING "==== Final settlement payslip (obracunska "
             "isprava) - period " YtdRunPeriod " ===="
             DELIMITED BY SIZE INTO PayslipDocLine
         ELSE
           STRING "==== Payslip (obracunska isprava) - period "
             YtdRunPeriod " ====" DELIMITED BY SIZE
             INTO PayslipDocLine
         END-IF
         WRITE PayslipDocLine
         MOVE SPACES TO PayslipDocLine
         STRING "Employer: " FUNCTION TRIM(CurCoName)
           "  OIB: " CurCoOIB DELIMITED BY SIZE
           INTO PayslipDocLine
         WRITE PayslipDocLine
         MOVE SPACES TO PayslipDocLine
         STRING "Employer IBAN: " CurCoIBAN DELIMITED BY SIZE
           INTO PayslipDocLine
         WRITE PayslipDocLine
         MOVE SPACES TO PayslipDocLine
         STRING "Employee IBAN: " EmpIBAN DELIMITED BY SIZE
           INTO PayslipDocLine
         WRITE PayslipDocLine
         IF TermRunActive = 'Y'
           MOVE TermServiceYears TO TermYearsF
           MOVE TermWorkedDays TO TermDaysF
           MOVE SPACES TO PayslipDocLine
           STRING "Employed " EmpHireDate " to " EmpTermDate
             " (" TermYearsF " full years) - "
             FUNCTION TRIM(TermReasonText)
             DELIMITED BY SIZE INTO PayslipDocLine
           WRITE PayslipDocLine
           MOVE SPACES TO PayslipDocLine
           STRING "Days worked this period:" TermDaysF
             "  Unused leave days paid:" TermLeaveDays
             DELIMITED BY SIZE INTO PayslipDocLine
           WRITE PayslipDocLine
         END-IF
         MOVE "---------------------------------" TO PayslipDocLine
         WRITE PayslipDocLine
         IF EmpElementsTotal > 0
           STRING "  Sick pay:    " ElementAmountF
             DELIMITED BY SIZE INTO PayslipDocLine
           WRITE PayslipDocLine
           IF SickEmpDays > 0 OR SickHzzoDays > 0
             MOVE SickEmpDays TO SickDaysF
             MOVE SickHzzoDays TO SickHzzoDaysF
             MOVE SPACES TO PayslipDocLine
             STRING "    Sick days: " SickDaysF " employer, "
               SickHzzoDaysF " HZZO"
               DELIMITED BY SIZE INTO PayslipDocLine
             WRITE PayslipDocLine
           END-IF
           IF TermRunActive = 'Y'
             MOVE TermLeavePay TO ElementAmountF
             MOVE SPACES TO PayslipDocLine
             STRING "  Unused leave:" ElementAmountF
               DELIMITED BY SIZE INTO PayslipDocLine
             WRITE PayslipDocLine
             MOVE TermSevTaxed TO ElementAmountF
             MOVE SPACES TO PayslipDocLine
             STRING "  Severance:   " ElementAmountF
               DELIMITED BY SIZE INTO PayslipDocLine
             WRITE PayslipDocLine
           END-IF
           IF NtTaxableTotal > 0
             MOVE NtTaxableTotal TO ElementAmountF
             MOVE SPACES TO PayslipDocLine
             STRING "  Above cap:   " ElementAmountF
               DELIMITED BY SIZE INTO PayslipDocLine
             WRITE PayslipDocLine
           END-IF
         END-IF
         MOVE SPACES TO PayslipDocLine
         STRING "Gross Salary:          " GrossSalaryF
         STRING "Net Salary:            " NetSalaryF
           DELIMITED BY SIZE INTO PayslipDocLine
         WRITE PayslipDocLine
      *> Each non-taxable receipt with its JOPPD receipt code; an
      *> item over its cap shows the taxed part as well
         IF NtEmpCount > 0
           MOVE "Non-taxable receipts:" TO PayslipDocLine
           WRITE PayslipDocLine
           PERFORM VARYING NtEmpIdx FROM 1 BY 1
           UNTIL NtEmpIdx > NtEmpCount
             MOVE NtEmpExempt(NtEmpIdx) TO ElementAmountF
             MOVE SPACES TO PayslipDocLine
             STRING "  " NtlLabel(NtEmpLimIdx(NtEmpIdx)) " ("
               NtlReceipt(NtEmpLimIdx(NtEmpIdx)) ") "
               ElementAmountF DELIMITED BY SIZE INTO PayslipDocLine
             WRITE PayslipDocLine
             IF NtEmpExcess(NtEmpIdx) > 0
               MOVE NtEmpExcess(NtEmpIdx) TO ElementAmountF
               MOVE SPACES TO PayslipDocLine
               STRING "    above cap, taxed with salary: "
                 ElementAmountF DELIMITED BY SIZE
                 INTO PayslipDocLine
               WRITE PayslipDocLine
             END-IF
           END-PERFORM
         END-IF
         IF ReconRefund > 0
           MOVE ReconRefund TO GarnAmountF
           MOVE SPACES TO PayslipDocLine
           STRING "Annual tax refund:     +" GarnAmountF
             " (year " YtdRunPeriod(1:4) " reconciliation)"
             DELIMITED BY SIZE INTO PayslipDocLine
           WRITE PayslipDocLine
         END-IF
         IF ReconCollect > 0
           MOVE ReconCollect TO GarnAmountF
           MOVE SPACES TO PayslipDocLine
           STRING "Annual tax collected:  -" GarnAmountF
             " (year " YtdRunPeriod(1:4) " reconciliation)"
             DELIMITED BY SIZE INTO PayslipDocLine
           WRITE PayslipDocLine
         END-IF
         IF GarnDeduction > 0
           MOVE GarnDeduction TO GarnAmountF
           MOVE SPACES TO PayslipDocLine
           STRING "Garnishment (ovrha):  -" GarnAmountF " to "
             FUNCTION TRIM(GrnCreditorName(GarnFoundIdx))
             DELIMITED BY SIZE INTO PayslipDocLine
           WRITE PayslipDocLine
         END-IF
         IF GarnDeduction > 0 OR NtExemptTotal > 0 OR
           ReconRefund > 0 OR ReconCollect > 0
           MOVE EmpPayout TO GarnAmountF
           MOVE SPACES TO PayslipDocLine
           STRING "Paid to your account:  " GarnAmountF
             DELIMITED BY SIZE INTO PayslipDocLine
           WRITE PayslipDocLine
         END-IF
         MOVE "Employer Cost Breakdown:" TO PayslipDocLine
         WRITE PayslipDocLine
         MOVE SPACES TO PayslipDocLine
         STRING "  Gross Salary:        " GrossSalaryF
           DELIMITED BY SIZE INTO PayslipDocLine
         STRING "  Health Insurance:    " HealthInsuranceInEuroF
           DELIMITED BY SIZE INTO PayslipDocLine
         WRITE PayslipDocLine
         IF NtExemptTotal > 0
           MOVE NtExemptTotal TO ElementAmountF
           MOVE SPACES TO PayslipDocLine
           STRING "  Non-taxable:         " ElementAmountF
             DELIMITED BY SIZE INTO PayslipDocLine
           WRITE PayslipDocLine
         END-IF
         MOVE SPACES TO PayslipDocLine
         STRING "Total Employer Cost:   " EmployerToPayInEuroF
           DELIMITED BY SIZE INTO PayslipDocLine
               MOVE YtdRecCityLowTax TO YtdIdxCityLowTax
               MOVE YtdRecCityHighTax TO YtdIdxCityHighTax
               MOVE YtdRecNet TO YtdIdxNet
               MOVE 0 TO YtdIdxNonTax
               PERFORM VARYING NtYtdSlot FROM 1 BY 1
               UNTIL NtYtdSlot > 5
                 MOVE SPACES TO YtdIdxNtCode(NtYtdSlot)
                 MOVE 0 TO YtdIdxNtAmount(NtYtdSlot)
                 IF YtdRecNonTax IS NUMERIC AND
                   YtdRecNtAmount(NtYtdSlot) IS NUMERIC
                   MOVE YtdRecNtCode(NtYtdSlot)
                     TO YtdIdxNtCode(NtYtdSlot)
                   MOVE YtdRecNtAmount(NtYtdSlot)
                     TO YtdIdxNtAmount(NtYtdSlot)
                 END-IF
               END-PERFORM
               IF YtdRecNonTax IS NUMERIC
                 MOVE YtdRecNonTax TO YtdIdxNonTax
               END-IF
               MOVE 0 TO YtdIdxAllowance
               MOVE SPACE TO YtdIdxReconFlag
               MOVE 0 TO YtdIdxReconRefund
               MOVE 0 TO YtdIdxReconCollect
               IF YtdRecAllowance IS NUMERIC
                 MOVE YtdRecAllowance TO YtdIdxAllowance
               END-IF
               IF YtdRecReconFlag = 'Y' AND
                 YtdRecReconRefund IS NUMERIC AND
                 YtdRecReconCollect IS NUMERIC
                 MOVE 'Y' TO YtdIdxReconFlag
                 MOVE YtdRecReconRefund TO YtdIdxReconRefund
                 MOVE YtdRecReconCollect TO YtdIdxReconCollect
               END-IF
               WRITE YtdIdxRecord
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO YtdCount
         IF YtdIdxOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
      *> A recalculation that does not settle the year itself (a
      *> single recalc, a correction) keeps the reconciliation the
      *> period's pay run already settled
         MOVE SPACE TO ReconKeepFlag
         MOVE 0 TO ReconKeepRefund
         MOVE 0 TO ReconKeepCollect
         MOVE EmpOIB TO YtdIdxOIB
         MOVE YtdRunPeriod TO YtdIdxPeriod
         IF ReconRunActive = 'Y'
           MOVE ReconEmpDone TO ReconKeepFlag
           MOVE ReconRefund TO ReconKeepRefund
           MOVE ReconCollect TO ReconKeepCollect
         ELSE
           READ YTD-IDX-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE YtdIdxReconFlag TO ReconKeepFlag
               MOVE YtdIdxReconRefund TO ReconKeepRefund
               MOVE YtdIdxReconCollect TO ReconKeepCollect
           END-READ
           MOVE EmpOIB TO YtdIdxOIB
           MOVE YtdRunPeriod TO YtdIdxPeriod
         END-IF
         MOVE EmpName TO YtdIdxName
         MOVE GrossSalary TO YtdIdxGross
         MOVE FirstPillarInEuro TO YtdIdxFirstPillar
         MOVE CityLowTaxInEuro TO YtdIdxCityLowTax
         MOVE CityHighTaxInEuro TO YtdIdxCityHighTax
         MOVE NetSalary TO YtdIdxNet
         MOVE NtExemptTotal TO YtdIdxNonTax
         COMPUTE YtdIdxAllowance ROUNDED = 600 * TotalAllowances
         MOVE ReconKeepFlag TO YtdIdxReconFlag
         MOVE ReconKeepRefund TO YtdIdxReconRefund
         MOVE ReconKeepCollect TO YtdIdxReconCollect
      *> Only the exempt part counts against next month's caps;
      *> the excess was taxed with the salary
         MOVE 0 TO NtYtdSlot
         PERFORM VARYING NtEmpIdx FROM 1 BY 1
         UNTIL NtEmpIdx > 5
           MOVE SPACES TO YtdIdxNtCode(NtEmpIdx)
           MOVE 0 TO YtdIdxNtAmount(NtEmpIdx)
         END-PERFORM
         PERFORM VARYING NtEmpIdx FROM 1 BY 1
         UNTIL NtEmpIdx > NtEmpCount
           IF NtEmpExempt(NtEmpIdx) > 0
             ADD 1 TO NtYtdSlot
             MOVE NtEmpCode(NtEmpIdx) TO YtdIdxNtCode(NtYtdSlot)
             MOVE NtEmpExempt(NtEmpIdx)
               TO YtdIdxNtAmount(NtYtdSlot)
           END-IF
         END-PERFORM
         WRITE YtdIdxRecord
           INVALID KEY REWRITE YtdIdxRecord
           NOT INVALID KEY ADD 1 TO YtdCount
               MOVE YtdIdxCityLowTax TO YtdRecCityLowTax
               MOVE YtdIdxCityHighTax TO YtdRecCityHighTax
               MOVE YtdIdxNet TO YtdRecNet
               MOVE YtdIdxNonTax TO YtdRecNonTax
               MOVE YtdIdxAllowance TO YtdRecAllowance
               MOVE YtdIdxReconFlag TO YtdRecReconFlag
               MOVE YtdIdxReconRefund TO YtdRecReconRefund
               MOVE YtdIdxReconCollect TO YtdRecReconCollect
               PERFORM VARYING NtYtdSlot FROM 1 BY 1
               UNTIL NtYtdSlot > 5
                 MOVE YtdIdxNtCode(NtYtdSlot)
                   TO YtdRecNtCode(NtYtdSlot)
                 MOVE YtdIdxNtAmount(NtYtdSlot)
                   TO YtdRecNtAmount(NtYtdSlot)
               END-PERFORM
               WRITE YtdRecord
           END-READ
         END-PERFORM
      *> line, its payment order(s) and its run result go onto the
      *> work files, appended and closed so they are on disk before
      *> the next row starts - the file-backed replacement for the
      *> old rewrite-the-whole-buffer-per-checkpoint approach. Each
      *> work line carries the row's company code in columns
      *> 197-200, which the release blanks again
         IF PendingJoppdCount > 0
           OPEN EXTEND JOPPD-WORK-FILE
           IF JoppdWorkFileStatus NOT = '00'
             OPEN OUTPUT JOPPD-WORK-FILE
           END-IF
           IF JoppdWorkFileStatus = '00'
             PERFORM VARYING PendingJoppdIdx FROM 1 BY 1
             UNTIL PendingJoppdIdx > PendingJoppdCount
               MOVE PendingJoppdLine(PendingJoppdIdx)
                 TO JoppdWorkLine
               MOVE CurCoCode TO JoppdWorkLine(197:4)
               WRITE JoppdWorkLine
             END-PERFORM
             CLOSE JOPPD-WORK-FILE
           ELSE
             DISPLAY "WARNING: cannot write joppd_work.dat (file "
             PERFORM VARYING PendingHub3Idx FROM 1 BY 1
             UNTIL PendingHub3Idx > PendingHub3Count
               MOVE PendingHub3Line(PendingHub3Idx) TO Hub3WorkLine
               MOVE CurCoCode TO Hub3WorkLine(197:4)
               WRITE Hub3WorkLine
             END-PERFORM
             CLOSE HUB3-WORK-FILE
             "status " CurrRunFileStatus ")."
           END-IF
         END-IF
         IF PendingSickCount > 0
           OPEN EXTEND SICK-WORK-FILE
           IF SickWorkFileStatus NOT = '00'
             OPEN OUTPUT SICK-WORK-FILE
           END-IF
           IF SickWorkFileStatus = '00'
             PERFORM VARYING PendingSickIdx FROM 1 BY 1
             UNTIL PendingSickIdx > PendingSickCount
               MOVE PendingSickLine(PendingSickIdx) TO SickWorkLine
               MOVE CurCoCode TO SickWorkLine(197:4)
               WRITE SickWorkLine
             END-PERFORM
             CLOSE SICK-WORK-FILE
           ELSE
             DISPLAY "WARNING: cannot write sick_work.dat (file "
             "status " SickWorkFileStatus ")."
           END-IF
         END-IF
         IF PendingStatValid = 'Y'
           OPEN EXTEND STAT-WORK-FILE
           IF StatWorkFileStatus NOT = '00'
             OPEN OUTPUT STAT-WORK-FILE
           END-IF
           IF StatWorkFileStatus = '00'
             MOVE PendingStatLine TO StatWorkLine
             WRITE StatWorkLine
             CLOSE STAT-WORK-FILE
           ELSE
             DISPLAY "WARNING: cannot write stat_work.dat (file "
             "status " StatWorkFileStatus ")."
           END-IF
         END-IF
         MOVE 0 TO PendingJoppdCount
         MOVE 0 TO PendingSickCount
         MOVE 0 TO PendingHub3Count
         MOVE 'N' TO PendingCurrValid
         MOVE 'N' TO PendingStatValid.

       3074-LOAD-RUN-BUFFERS.
      *> Take stock of the work files a crashed run left behind.
         MOVE ResumeOkCount TO BatchOkCount
         MOVE ResumeBadCount TO BatchBadCount
         MOVE ResumeInactiveCount TO BatchInactiveCount
         PERFORM 3075-TOTAL-RUN-BUFFERS
         IF JoppdDetailCount > 0 OR Hub3OrderCount > 0
           DISPLAY "Resumed with " JoppdDetailCount " buffered "
           "submission lines and " Hub3OrderCount " payment orders "
           "from the interrupted run."
         ELSE
      *> Nothing to reload (work files missing or empty) - make it
      *> loud that this run's files start at the checkpoint, so the
      *> operator reconciles the earlier rows before uploading
           DISPLAY "WARNING: no buffered lines from the interrupted "
           "run were found - joppd_submission.txt and "
           "hub3_payments.txt will cover only the rows after "
           "checkpoint row " ResumeFromCount "."
         END-IF.

       3075-TOTAL-RUN-BUFFERS.
      *> Rebuild the page-A totals, the payment total, the line
      *> counts and the GL cost-center totals from the work files -
      *> for a resumed run, and for the release of an approved one.
      *> With CoFilterOn only the company in hand's lines count
         MOVE 'n' TO RunBufEndOfFile
         MOVE 'Y' TO RunBufWasOpen
         OPEN INPUT JOPPD-WORK-FILE
             AT END
               MOVE 'y' TO RunBufEndOfFile
             NOT AT END
               IF CoFilterOn = 'N' OR JoppdWorkLine(197:4) = CurCoCode
                 ADD 1 TO JoppdDetailCount
                 COMPUTE BatchTotGross = BatchTotGross +
                   FUNCTION NUMVAL(JoppdWorkLine(43:13)) / 100
                 COMPUTE BatchTotFirstPillar = BatchTotFirstPillar
                   + FUNCTION NUMVAL(JoppdWorkLine(56:13)) / 100
                 COMPUTE BatchTotSecondPillar =
                   BatchTotSecondPillar +
                   FUNCTION NUMVAL(JoppdWorkLine(69:13)) / 100
                 COMPUTE BatchTotIncomeTax = BatchTotIncomeTax +
                   FUNCTION NUMVAL(JoppdWorkLine(82:13)) / 100
                 COMPUTE BatchTotCityLowTax = BatchTotCityLowTax +
                   FUNCTION NUMVAL(JoppdWorkLine(95:13)) / 100
                 COMPUTE BatchTotCityHighTax = BatchTotCityHighTax
                   + FUNCTION NUMVAL(JoppdWorkLine(108:13)) / 100
                 COMPUTE BatchTotHealthIns = BatchTotHealthIns +
                   FUNCTION NUMVAL(JoppdWorkLine(121:13)) / 100
                 COMPUTE BatchTotNet = BatchTotNet +
                   FUNCTION NUMVAL(JoppdWorkLine(134:13)) / 100
                 IF JoppdWorkLine(149:13) IS NUMERIC
                   COMPUTE BatchTotNonTax = BatchTotNonTax +
                     FUNCTION NUMVAL(JoppdWorkLine(149:13)) / 100
                 END-IF
                 IF JoppdWorkLine(163:13) IS NUMERIC
                   IF JoppdWorkLine(162:1) = 'P'
                     COMPUTE BatchTotReconRefund = BatchTotReconRefund
                       + FUNCTION NUMVAL(JoppdWorkLine(163:13)) / 100
                   END-IF
                   IF JoppdWorkLine(162:1) = 'U'
                     COMPUTE BatchTotReconCollect =
                       BatchTotReconCollect +
                       FUNCTION NUMVAL(JoppdWorkLine(163:13)) / 100
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         IF RunBufWasOpen = 'Y'
             AT END
               MOVE 'y' TO RunBufEndOfFile
             NOT AT END
               IF CoFilterOn = 'N' OR Hub3WorkLine(197:4) = CurCoCode
                 ADD 1 TO Hub3OrderCount
                 COMPUTE Hub3TotalNet = Hub3TotalNet +
                   FUNCTION NUMVAL(Hub3WorkLine(44:13)) / 100
               END-IF
           END-READ
         END-PERFORM
         IF RunBufWasOpen = 'Y'
           CLOSE HUB3-WORK-FILE
         END-IF
         PERFORM 3098-LOAD-GL-WORK.

       3080-LOAD-LASTRUN.
      *> Rekey the previous completed run's results into
      *> Roll this employee's figures into their cost center's
      *> totals for the journal; a blank cost center (an old-layout
      *> row) is booked under '0000' so nothing ever falls out of
      *> the journal. The same cost center in two companies is two
      *> entries, one for each company's journal
         MOVE EmpCostCenter TO CcWorkCode
         IF CcWorkCode = SPACES
           MOVE '0000' TO CcWorkCode
         MOVE 0 TO CcFoundIdx
         PERFORM VARYING CcIdx FROM 1 BY 1
         UNTIL CcIdx > CcCount OR CcFoundIdx > 0
           IF CcCode(CcIdx) = CcWorkCode AND
             CcCompany(CcIdx) = CurCoCode
             MOVE CcIdx TO CcFoundIdx
           END-IF
         END-PERFORM
             MOVE CcCount TO CcFoundIdx
             INITIALIZE CcEntry(CcFoundIdx)
             MOVE CcWorkCode TO CcCode(CcFoundIdx)
             MOVE CurCoCode TO CcCompany(CcFoundIdx)
           ELSE
             DISPLAY "WARNING: more than 100 cost centers - row "
             BatchEmployeeCount " (" FUNCTION TRIM(EmpName)
         ADD CityLowTaxInEuro TO CcCityLow(CcFoundIdx)
         ADD CityHighTaxInEuro TO CcCityHigh(CcFoundIdx)
         ADD HealthInsuranceInEuro TO CcHealth(CcFoundIdx)
         ADD NetSalary TO CcNet(CcFoundIdx)
      *> The exempt non-taxable items are paid in the same credit
      *> transfer as net, so they settle into net payable too, and
      *> each item code is debited to its own expense account
         ADD NtExemptTotal TO CcNet(CcFoundIdx)
         COMPUTE CcNet(CcFoundIdx) = CcNet(CcFoundIdx)
           + ReconRefund - ReconCollect
         ADD ReconRefund TO CcReconRefund(CcFoundIdx)
         ADD ReconCollect TO CcReconCollect(CcFoundIdx)
         ADD SickHzzoAmount TO CcHzzo(CcFoundIdx)
         PERFORM VARYING NtEmpIdx FROM 1 BY 1
         UNTIL NtEmpIdx > NtEmpCount
           IF NtEmpExempt(NtEmpIdx) > 0
             MOVE 0 TO CcNtFoundIdx
             PERFORM VARYING CcNtIdx FROM 1 BY 1
             UNTIL CcNtIdx > CcNtCount(CcFoundIdx)
               OR CcNtFoundIdx > 0
               IF CcNtCode(CcFoundIdx, CcNtIdx) = NtEmpCode(NtEmpIdx)
                 MOVE CcNtIdx TO CcNtFoundIdx
               END-IF
             END-PERFORM
             IF CcNtFoundIdx = 0 AND CcNtCount(CcFoundIdx) < 10
               ADD 1 TO CcNtCount(CcFoundIdx)
               MOVE CcNtCount(CcFoundIdx) TO CcNtFoundIdx
               MOVE NtEmpCode(NtEmpIdx)
                 TO CcNtCode(CcFoundIdx, CcNtFoundIdx)
               MOVE 0 TO CcNtAmount(CcFoundIdx, CcNtFoundIdx)
             END-IF
             IF CcNtFoundIdx > 0
               ADD NtEmpExempt(NtEmpIdx)
                 TO CcNtAmount(CcFoundIdx, CcNtFoundIdx)
             END-IF
           END-IF
         END-PERFORM.

       3094-WRITE-GL-JOURNAL.
      *> One balanced journal per run: for every cost center, debit
         PERFORM 3095-READ-ACCOUNTS
         OPEN OUTPUT GL-JOURNAL-FILE
         IF GlJournalFileStatus NOT = '00'
           DISPLAY "WARNING: cannot write " FUNCTION
           TRIM(GlJournalName) " (file status " GlJournalFileStatus
           ")."
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO GlDebitTotal
         MOVE 0 TO GlCreditTotal
         MOVE SPACES TO GlJournalLine
         STRING "Payroll journal - pay period " YtdRunPeriod
           " - " FUNCTION TRIM(CurCoName) " OIB " CurCoOIB
           DELIMITED BY SIZE INTO GlJournalLine
         WRITE GlJournalLine
         MOVE SPACES TO GlJournalLine
         WRITE GlJournalLine
         PERFORM VARYING CcIdx FROM 1 BY 1
         UNTIL CcIdx > CcCount
      *> The part of gross HZZO refunds is a receivable, not
      *> salary expense
           MOVE "GROSS" TO GlLookupComponent
           MOVE 'D' TO GlSide
           COMPUTE GlPostAmount = CcGross(CcIdx) - CcHzzo(CcIdx)
           PERFORM 3096-GL-POST-LINE
           MOVE "HZZOREFUND" TO GlLookupComponent
           MOVE 'D' TO GlSide
           MOVE CcHzzo(CcIdx) TO GlPostAmount
           PERFORM 3096-GL-POST-LINE
           MOVE "HEALTH" TO GlLookupComponent
           MOVE 'D' TO GlSide
           MOVE CcHealth(CcIdx) TO GlPostAmount
           PERFORM 3096-GL-POST-LINE
           PERFORM VARYING CcNtIdx FROM 1 BY 1
           UNTIL CcNtIdx > CcNtCount(CcIdx)
             MOVE SPACES TO GlLookupComponent
             STRING "NT-" CcNtCode(CcIdx, CcNtIdx)
               DELIMITED BY SPACE INTO GlLookupComponent
             MOVE 'D' TO GlSide
             MOVE CcNtAmount(CcIdx, CcNtIdx) TO GlPostAmount
             PERFORM 3096-GL-POST-LINE
           END-PERFORM
           MOVE "PILLAR1" TO GlLookupComponent
           MOVE 'C' TO GlSide
           MOVE CcFirstPillar(CcIdx) TO GlPostAmount
           MOVE 'C' TO GlSide
           MOVE CcCityHigh(CcIdx) TO GlPostAmount
           PERFORM 3096-GL-POST-LINE
           MOVE "TAXRECON" TO GlLookupComponent
           MOVE 'D' TO GlSide
           MOVE CcReconRefund(CcIdx) TO GlPostAmount
           PERFORM 3096-GL-POST-LINE
           MOVE "TAXRECON" TO GlLookupComponent
           MOVE 'C' TO GlSide
           MOVE CcReconCollect(CcIdx) TO GlPostAmount
           PERFORM 3096-GL-POST-LINE
           MOVE "NET" TO GlLookupComponent
           MOVE 'C' TO GlSide
           MOVE CcNet(CcIdx) TO GlPostAmount
           GlAmountF ") - check accounts.dat and the run totals"
         END-IF
         CLOSE GL-JOURNAL-FILE
         DISPLAY "GL journal written to " FUNCTION
           TRIM(GlJournalName) " (" CcCount " cost centers)".

       3095-READ-ACCOUNTS.
      *> Load the component-to-account mapping; a missing file is
         END-IF
         MOVE SPACES TO GlAccountNo
         MOVE 'N' TO GlAccountFound
      *> A company's own account from companies.dat comes before
      *> the accounts.dat default
         PERFORM VARYING CoAcctIdx FROM 1 BY 1
         UNTIL CoAcctIdx > CoAcctCount OR GlAccountFound = 'Y'
           IF CoAcctCompany(CoAcctIdx) = CcCompany(CcIdx) AND
             FUNCTION TRIM(CoAcctComponent(CoAcctIdx)) =
             FUNCTION TRIM(GlLookupComponent)
             MOVE CoAcctNumber(CoAcctIdx) TO GlAccountNo
             MOVE 'Y' TO GlAccountFound
           END-IF
         END-PERFORM
         PERFORM VARYING AcctIdx FROM 1 BY 1
         UNTIL AcctIdx > AcctCount OR GlAccountFound = 'Y'
           IF FUNCTION TRIM(AcctComponent(AcctIdx)) =
           COMPUTE GlwCityHigh = CcCityHigh(CcIdx) * 100
           COMPUTE GlwHealth = CcHealth(CcIdx) * 100
           COMPUTE GlwNet = CcNet(CcIdx) * 100
           PERFORM VARYING CcNtIdx FROM 1 BY 1
           UNTIL CcNtIdx > 10
             IF CcNtIdx > CcNtCount(CcIdx)
               MOVE SPACES TO GlwNtCode(CcNtIdx)
               MOVE 0 TO GlwNtAmount(CcNtIdx)
             ELSE
               MOVE CcNtCode(CcIdx, CcNtIdx) TO GlwNtCode(CcNtIdx)
               COMPUTE GlwNtAmount(CcNtIdx) =
                 CcNtAmount(CcIdx, CcNtIdx) * 100
             END-IF
           END-PERFORM
           COMPUTE GlwReconRefund = CcReconRefund(CcIdx) * 100
           COMPUTE GlwReconCollect = CcReconCollect(CcIdx) * 100
           COMPUTE GlwHzzo = CcHzzo(CcIdx) * 100
           MOVE CcCompany(CcIdx) TO GlwCompany
           WRITE GlWorkRecord
         END-PERFORM
         CLOSE GL-WORK-FILE.
             AT END
               MOVE 'y' TO GlWorkEndOfFile
             NOT AT END
               IF CoFilterOn = 'Y' AND GlwCompany NOT = CurCoCode
                 CONTINUE
               ELSE
               IF CcCount >= 100
      *> Same loud drop as 3093-GL-ACCUMULATE - a silently
      *> shortened reload would make the journal stop netting to
                 "reloaded and the GL journal will be incomplete"
               ELSE
                 ADD 1 TO CcCount
                 INITIALIZE CcEntry(CcCount)
                 MOVE GlwCode TO CcCode(CcCount)
                 MOVE GlwCompany TO CcCompany(CcCount)
                 COMPUTE CcGross(CcCount) = GlwGross / 100
                 COMPUTE CcFirstPillar(CcCount) =
                   GlwFirstPillar / 100
                 COMPUTE CcCityHigh(CcCount) = GlwCityHigh / 100
                 COMPUTE CcHealth(CcCount) = GlwHealth / 100
                 COMPUTE CcNet(CcCount) = GlwNet / 100
      *> A work file saved before the item columns existed reads
      *> them as spaces - no non-taxable items
                 PERFORM VARYING CcNtIdx FROM 1 BY 1
                 UNTIL CcNtIdx > 10
                   IF GlwNtCode(CcNtIdx) NOT = SPACES AND
                     GlwNtAmount(CcNtIdx) IS NUMERIC
                     ADD 1 TO CcNtCount(CcCount)
                     MOVE GlwNtCode(CcNtIdx) TO
                       CcNtCode(CcCount, CcNtCount(CcCount))
                     COMPUTE CcNtAmount(CcCount, CcNtCount(CcCount))
                       = GlwNtAmount(CcNtIdx) / 100
                   END-IF
                 END-PERFORM
                 IF GlwReconRefund IS NUMERIC
                   COMPUTE CcReconRefund(CcCount) =
                     GlwReconRefund / 100
                 END-IF
                 IF GlwReconCollect IS NUMERIC
                   COMPUTE CcReconCollect(CcCount) =
                     GlwReconCollect / 100
                 END-IF
                 IF GlwHzzo IS NUMERIC
                   COMPUTE CcHzzo(CcCount) = GlwHzzo / 100
                 END-IF
               END-IF
               END-IF
           END-READ
         END-PERFORM
           CLOSE TIMESHEET-IDX-FILE
           MOVE 'N' TO TsIdxOpen
         END-IF
         IF NtIdxOpen = 'Y'
           CLOSE NONTAX-IDX-FILE
           MOVE 'N' TO NtIdxOpen
         END-IF
         IF AbsIdxOpen = 'Y'
           CLOSE ABSENCE-IDX-FILE
           MOVE 'N' TO AbsIdxOpen
         END-IF
         IF YtdIdxOpen = 'Y'
           CLOSE YTD-IDX-FILE
           MOVE 'N' TO YtdIdxOpen
      *> to pay a period the register already shows as completed
      *> unless the operator (or CONFIRMRERUN in runparams.dat)
      *> explicitly says to - a second payment file for a paid
      *> period has nearly reached the bank twice already. Only an
      *> approved run makes a period paid; while any run still
      *> awaits approval no new batch may start, since it would
      *> overwrite that run's work files
         PERFORM 3103-FIND-PENDING-RUN
         IF RegPendingRunId > 0
           DISPLAY "Run refused - approve or reject the pending run "
           "first."
           MOVE 'Y' TO BatchRunRefused
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO RegMaxRunId
         MOVE 'N' TO RegPeriodFound
         MOVE 'n' TO RegEndOfFile
               IF RegRunId > RegMaxRunId
                 MOVE RegRunId TO RegMaxRunId
               END-IF
               IF RegPeriod = PayPeriodDate(1:6) AND
                 (RegStatus = SPACE OR RegStatus = 'A')
                 MOVE 'Y' TO RegPeriodFound
                 MOVE RegRunId TO RegFoundRunId
                 MOVE RegStamp TO RegFoundStamp
         COMPUTE RegTotNetC = BatchTotNet * 100
         STRING "salary.txt joppd_submission.txt hub3_payments.txt"
           " gl_journal.txt" DELIMITED BY SIZE INTO RegFiles
         MOVE 'P' TO RegStatus
         MOVE AuditOperator TO RegRunBy
         WRITE RunRegisterRecord
         CLOSE RUN-REGISTER-FILE
         DISPLAY "Run " RegNextRunId " recorded in "
         "run_register.dat, awaiting approval".

       3102-ARCHIVE-RUN.
      *> Append this run's submission and payment lines to the
               MOVE RegNextRunId TO ArcRunId
               MOVE 'J' TO ArcType
               MOVE JoppdLine TO ArcLine
               MOVE CurCoCode TO ArcCompany
               WRITE RunArchiveRecord
           END-READ
         END-PERFORM
               MOVE RegNextRunId TO ArcRunId
               MOVE 'H' TO ArcType
               MOVE Hub3Line TO ArcLine
               MOVE CurCoCode TO ArcCompany
               WRITE RunArchiveRecord
           END-READ
         END-PERFORM
         END-IF
         CLOSE RUN-ARCHIVE-FILE.

       3103-FIND-PENDING-RUN.
      *> A run awaits approval while its 'P' register row has no
      *> later 'A' or 'R' row for the same run id. Its work files,
      *> and the ytd.dat and garnishments.dat it wrote, are still
      *> provisional until then
         MOVE 0 TO RegPendingRunId
         MOVE SPACES TO RegPendingImage
         MOVE 'n' TO RegEndOfFile
         OPEN INPUT RUN-REGISTER-FILE
         IF RunRegisterFileStatus NOT = '00'
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL RegEndOfFile = 'y'
           READ RUN-REGISTER-FILE
             AT END
               MOVE 'y' TO RegEndOfFile
             NOT AT END
               IF RegStatus = 'P'
                 MOVE RegRunId TO RegPendingRunId
                 MOVE RunRegisterRecord TO RegPendingImage
               END-IF
               IF (RegStatus = 'A' OR RegStatus = 'R') AND
                 RegRunId = RegPendingRunId
                 MOVE 0 TO RegPendingRunId
                 MOVE SPACES TO RegPendingImage
               END-IF
           END-READ
         END-PERFORM
         CLOSE RUN-REGISTER-FILE
         IF RegPendingRunId > 0
           DISPLAY "Run " RegPendingRunId " for pay period "
           RegPendPeriod " (run by " FUNCTION TRIM(RegPendRunBy)
           ") is calculated and awaiting approval (mode p)."
         END-IF.

       3104-WRITE-REGISTER-DECISION.
      *> Append the decision on the pending run: a copy of its row
      *> restamped with the decision, its time and the approver
         MOVE 'N' TO RegDecisionOk
         OPEN EXTEND RUN-REGISTER-FILE
         IF RunRegisterFileStatus NOT = '00'
           DISPLAY "ERROR: cannot write run_register.dat (file "
           "status " RunRegisterFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         MOVE RegPendingImage TO RunRegisterRecord
         MOVE FUNCTION CURRENT-DATE(1:14) TO RegStamp
         MOVE ApprovalDecision TO RegStatus
         MOVE AuditOperator TO RegApprover
         WRITE RunRegisterRecord
         CLOSE RUN-REGISTER-FILE
         MOVE 'Y' TO RegDecisionOk.

       3110-LOAD-NONTAX-LIMITS.
      *> Load the non-taxable caps. A blank cap column means that
      *> cap does not apply; a blank group puts the item in a group
      *> of its own. Without the file no item code is known, so any
      *> non-taxable item in the run is flagged by 3112
         MOVE 0 TO NtLimitCount
         MOVE 'n' TO NtlEndOfFile
         OPEN INPUT NT-LIMITS-FILE
         IF NtLimitsFileStatus NOT = '00'
           DISPLAY "WARNING: cannot open ntLimits.dat (file status "
           NtLimitsFileStatus ") - rows with non-taxable items "
           "will be flagged"
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL NtlEndOfFile = 'y'
           READ NT-LIMITS-FILE
             AT END
               MOVE 'y' TO NtlEndOfFile
             NOT AT END
               IF NtlRecCode = SPACES
                 CONTINUE
               ELSE
               IF NtLimitCount >= 10
                 DISPLAY "WARNING: more than 10 item codes in "
                 "ntLimits.dat - '" NtlRecCode "' and later ignored"
                 MOVE 'y' TO NtlEndOfFile
               ELSE
                 ADD 1 TO NtLimitCount
                 MOVE NtlRecCode TO NtlCode(NtLimitCount)
                 MOVE NtlRecGroup TO NtlGroup(NtLimitCount)
                 IF NtlRecGroup = SPACES
                   MOVE NtlRecCode TO NtlGroup(NtLimitCount)
                 END-IF
                 MOVE NtlRecReceipt TO NtlReceipt(NtLimitCount)
                 MOVE NtlRecBasis TO NtlBasis(NtLimitCount)
                 MOVE NtlRecLabel TO NtlLabel(NtLimitCount)
                 MOVE 'N' TO NtlMonthCapSet(NtLimitCount)
                 MOVE 0 TO NtlMonthCap(NtLimitCount)
                 IF NtlRecMonthCapX NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(NtlRecMonthCapX) = 0
                     MOVE 'Y' TO NtlMonthCapSet(NtLimitCount)
                     COMPUTE NtlMonthCap(NtLimitCount) = FUNCTION
                       NUMVAL(NtlRecMonthCapX) / 100
                   ELSE
      *> An unreadable cap is treated as a zero cap, so the item is
      *> taxed in full rather than paid out untaxed by mistake
                     DISPLAY "WARNING: malformed monthly cap for "
                     NtlRecCode " in ntLimits.dat - treated as 0"
                     MOVE 'Y' TO NtlMonthCapSet(NtLimitCount)
                   END-IF
                 END-IF
                 MOVE 'N' TO NtlYearCapSet(NtLimitCount)
                 MOVE 0 TO NtlYearCap(NtLimitCount)
                 IF NtlRecYearCapX NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(NtlRecYearCapX) = 0
                     MOVE 'Y' TO NtlYearCapSet(NtLimitCount)
                     COMPUTE NtlYearCap(NtLimitCount) = FUNCTION
                       NUMVAL(NtlRecYearCapX) / 100
                   ELSE
                     DISPLAY "WARNING: malformed annual cap for "
                     NtlRecCode " in ntLimits.dat - treated as 0"
                     MOVE 'Y' TO NtlYearCapSet(NtLimitCount)
                   END-IF
                 END-IF
               END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE NT-LIMITS-FILE.

       3111-LOAD-NONTAX-ITEMS.
      *> Rekey this period's non-taxable items into nontaxable.idx
      *> by OIB and item code, the same keyed-scratch approach as
      *> 3015-LOAD-TIMESHEET. Two rows for the same employee and
      *> code are added together; no file just means nobody gets a
      *> non-taxable item this run
         MOVE 0 TO NtCount
         MOVE 'n' TO NtEndOfFile
         MOVE 'Y' TO NtFileWasOpen
         MOVE 'N' TO NtIdxOpen
         OPEN OUTPUT NONTAX-IDX-FILE
         IF NtIdxFileStatus NOT = '00'
           DISPLAY "WARNING: cannot build nontaxable.idx (file "
           "status " NtIdxFileStatus ") - no non-taxable items are "
           "paid this run"
           EXIT PARAGRAPH
         END-IF
         CLOSE NONTAX-IDX-FILE
         OPEN I-O NONTAX-IDX-FILE
         OPEN INPUT NONTAX-FILE
         IF NontaxFileStatus NOT = '00'
           MOVE 'y' TO NtEndOfFile
           MOVE 'N' TO NtFileWasOpen
         END-IF
         PERFORM UNTIL NtEndOfFile = 'y'
           READ NONTAX-FILE
             AT END
               MOVE 'y' TO NtEndOfFile
             NOT AT END
               IF NtRecPeriod = PayPeriodDate(1:6)
                 MOVE NtRecOIB TO NtIdxOIB
                 MOVE NtRecCode TO NtIdxCode
                 READ NONTAX-IDX-FILE
                   INVALID KEY
                     MOVE NtRecOIB TO NtIdxOIB
                     MOVE NtRecCode TO NtIdxCode
                     MOVE 0 TO NtIdxAmount
                     MOVE 'N' TO NtIdxBad
                 END-READ
      *> A malformed or non-positive amount marks the item bad so
      *> 3112 flags the employee's row rather than paying it short
                 IF FUNCTION TEST-NUMVAL(NtRecAmountX) = 0 AND
                   FUNCTION NUMVAL(NtRecAmountX) > 0
                   COMPUTE NtIdxAmount = NtIdxAmount + FUNCTION
                     NUMVAL(NtRecAmountX) / 100
                     ON SIZE ERROR MOVE 'Y' TO NtIdxBad
                   END-COMPUTE
                 ELSE
                   MOVE 'Y' TO NtIdxBad
                 END-IF
                 WRITE NtIdxRecord
                   INVALID KEY REWRITE NtIdxRecord
                   NOT INVALID KEY ADD 1 TO NtCount
                 END-WRITE
               END-IF
           END-READ
         END-PERFORM
         IF NtFileWasOpen = 'Y'
           CLOSE NONTAX-FILE
         END-IF
         CLOSE NONTAX-IDX-FILE
         OPEN INPUT NONTAX-IDX-FILE
         IF NtIdxFileStatus = '00'
           MOVE 'Y' TO NtIdxOpen
         END-IF.

       3112-APPLY-NONTAX-ITEMS.
      *> Gather this employee's non-taxable items for the period and
      *> hold each against its caps. The exempt part is paid on top
      *> of net; anything above a cap joins the taxable pay
      *> elements, so it is taxed with the salary like a bonus
         MOVE 0 TO NtEmpCount
         MOVE 0 TO NtExemptTotal
         MOVE 0 TO NtTaxableTotal
         IF NtIdxOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE EmpOIB TO NtIdxOIB
         MOVE LOW-VALUES TO NtIdxCode
         MOVE 'n' TO NtEmpEndOfItems
         START NONTAX-IDX-FILE KEY NOT < NtIdxKey
           INVALID KEY MOVE 'y' TO NtEmpEndOfItems
         END-START
         PERFORM UNTIL NtEmpEndOfItems = 'y' OR EmpRowOk NOT = 'Y'
           READ NONTAX-IDX-FILE NEXT RECORD
             AT END
               MOVE 'y' TO NtEmpEndOfItems
             NOT AT END
               IF NtIdxOIB NOT = EmpOIB
                 MOVE 'y' TO NtEmpEndOfItems
               ELSE
                 MOVE NtIdxCode TO NtlLookupCode
                 PERFORM 3114-FIND-NT-LIMIT
                 EVALUATE TRUE
                   WHEN NtIdxBad = 'Y'
                     STRING "Row " BatchEmployeeCount " ("
                     FUNCTION TRIM(EmpName) "): malformed "
                     "non-taxable amount for item " NtIdxCode
                     DELIMITED BY SIZE INTO BatchErrorLine
                     PERFORM 3022-LOG-BATCH-ERROR
                     MOVE 'N' TO EmpRowOk
                   WHEN NtlFoundIdx = 0
                     STRING "Row " BatchEmployeeCount " ("
                     FUNCTION TRIM(EmpName) "): non-taxable item "
                     NtIdxCode " is not in ntLimits.dat"
                     DELIMITED BY SIZE INTO BatchErrorLine
                     PERFORM 3022-LOG-BATCH-ERROR
                     MOVE 'N' TO EmpRowOk
                   WHEN NtEmpCount >= 5
                     STRING "Row " BatchEmployeeCount " ("
                     FUNCTION TRIM(EmpName) "): more than 5 "
                     "non-taxable items in one period"
                     DELIMITED BY SIZE INTO BatchErrorLine
                     PERFORM 3022-LOG-BATCH-ERROR
                     MOVE 'N' TO EmpRowOk
                   WHEN OTHER
                     MOVE NtIdxAmount TO NtAddAmount
                     PERFORM 3116-ADD-NONTAX-ITEM
                 END-EVALUATE
               END-IF
           END-READ
         END-PERFORM
      *> A final settlement's severance joins the period's items
      *> under its own code, so its exempt part is capped and paid
      *> the same way
         IF TermRunActive = 'Y' AND EmpRowOk = 'Y' AND
           TermSevNtCode NOT = SPACES AND TermSeverance > 0
           MOVE TermSevNtCode TO NtlLookupCode
           PERFORM 3114-FIND-NT-LIMIT
           IF NtlFoundIdx = 0 OR NtEmpCount >= 5
             STRING "Row " BatchEmployeeCount " (" FUNCTION TRIM
             (EmpName) "): severance item " TermSevNtCode
             " is not in ntLimits.dat or the row has 5 items"
             DELIMITED BY SIZE INTO BatchErrorLine
             PERFORM 3022-LOG-BATCH-ERROR
             MOVE 'N' TO EmpRowOk
           ELSE
             MOVE TermSeverance TO NtAddAmount
             PERFORM 3116-ADD-NONTAX-ITEM
           END-IF
         END-IF
      *> The taxed excess must still fit the 9(7)V99 calculation
      *> fields, the same limit 3021 holds the pay elements to
         IF EmpRowOk = 'Y' AND NtTaxableTotal > 0
           IF EmpAmount > 9999999.99 - EmpElementsTotal
             - NtTaxableTotal
             STRING "Row " BatchEmployeeCount " (" FUNCTION TRIM
             (EmpName) "): pay elements and taxed non-taxable "
             "excess add up past 9999999.99"
             DELIMITED BY SIZE INTO BatchErrorLine
             PERFORM 3022-LOG-BATCH-ERROR
             MOVE 'N' TO EmpRowOk
           ELSE
             ADD NtTaxableTotal TO EmpElementsTotal
           END-IF
         END-IF.

       3113-CAP-NONTAX-ITEM.
      *> Split item NtEmpIdx into its exempt part and its taxed
      *> excess. Items sharing a cap group share the caps: the
      *> month's room is what earlier items of the group have not
      *> used this period, the year's room what earlier periods
      *> (from ytd.idx) and this period together have not. A
      *> per-child basis ('K') multiplies the caps by EmpKidsNum,
      *> a per-year-of-service basis ('Y') by the full years a
      *> leaving employee served
         MOVE NtlGroup(NtEmpLimIdx(NtEmpIdx)) TO NtWorkGroup
         MOVE 0 TO NtUsedMonth
         PERFORM VARYING NtEmpScanIdx FROM 1 BY 1
         UNTIL NtEmpScanIdx >= NtEmpIdx
           IF NtlGroup(NtEmpLimIdx(NtEmpScanIdx)) = NtWorkGroup
             ADD NtEmpExempt(NtEmpScanIdx) TO NtUsedMonth
           END-IF
         END-PERFORM
         PERFORM 3115-NT-YTD-USAGE
         ADD NtUsedMonth TO NtUsedYear
         MOVE NtEmpClaim(NtEmpIdx) TO NtAllowed
         IF NtlMonthCapSet(NtEmpLimIdx(NtEmpIdx)) = 'Y'
           MOVE NtlMonthCap(NtEmpLimIdx(NtEmpIdx)) TO NtCapWork
           IF NtlBasis(NtEmpLimIdx(NtEmpIdx)) = 'K'
             COMPUTE NtCapWork = NtCapWork * EmpKidsNum
           END-IF
           IF NtlBasis(NtEmpLimIdx(NtEmpIdx)) = 'Y'
             COMPUTE NtCapWork = NtCapWork * TermServiceYears
           END-IF
           IF NtUsedMonth >= NtCapWork
             MOVE 0 TO NtAllowed
           ELSE
             IF NtCapWork - NtUsedMonth < NtAllowed
               COMPUTE NtAllowed = NtCapWork - NtUsedMonth
             END-IF
           END-IF
         END-IF
         IF NtlYearCapSet(NtEmpLimIdx(NtEmpIdx)) = 'Y'
           MOVE NtlYearCap(NtEmpLimIdx(NtEmpIdx)) TO NtCapWork
           IF NtlBasis(NtEmpLimIdx(NtEmpIdx)) = 'K'
             COMPUTE NtCapWork = NtCapWork * EmpKidsNum
           END-IF
           IF NtlBasis(NtEmpLimIdx(NtEmpIdx)) = 'Y'
             COMPUTE NtCapWork = NtCapWork * TermServiceYears
           END-IF
           IF NtUsedYear >= NtCapWork
             MOVE 0 TO NtAllowed
           ELSE
             IF NtCapWork - NtUsedYear < NtAllowed
               COMPUTE NtAllowed = NtCapWork - NtUsedYear
             END-IF
           END-IF
         END-IF
         MOVE NtAllowed TO NtEmpExempt(NtEmpIdx)
         COMPUTE NtEmpExcess(NtEmpIdx) =
           NtEmpClaim(NtEmpIdx) - NtAllowed.

       3116-ADD-NONTAX-ITEM.
      *> Take NtAddAmount under the item code in NtlLookupCode
      *> (its ntLimits.dat row at NtlFoundIdx) as the employee's
      *> next item and split it against its caps
         ADD 1 TO NtEmpCount
         MOVE NtlLookupCode TO NtEmpCode(NtEmpCount)
         MOVE NtlFoundIdx TO NtEmpLimIdx(NtEmpCount)
         MOVE NtAddAmount TO NtEmpClaim(NtEmpCount)
         MOVE NtEmpCount TO NtEmpIdx
         PERFORM 3113-CAP-NONTAX-ITEM
         ADD NtEmpExempt(NtEmpCount) TO NtExemptTotal
         ADD NtEmpExcess(NtEmpCount) TO NtTaxableTotal.

       3114-FIND-NT-LIMIT.
      *> NtlLookupCode -> NtlFoundIdx, 0 when the code has no caps
         MOVE 0 TO NtlFoundIdx
         PERFORM VARYING NtlIdx FROM 1 BY 1
         UNTIL NtlIdx > NtLimitCount OR NtlFoundIdx > 0
           IF NtlCode(NtlIdx) = NtlLookupCode
             MOVE NtlIdx TO NtlFoundIdx
           END-IF
         END-PERFORM.

       3115-NT-YTD-USAGE.
      *> What this employee was already paid exempt in NtWorkGroup
      *> in the earlier periods of the run's year. The months sit
      *> next to each other in ytd.idx, so this is one short keyed
      *> walk; a re-run period's own figures are not counted
         MOVE 0 TO NtUsedYear
         IF YtdIdxOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE YtdRunPeriod TO NtYtdYearStart
         MOVE '01' TO NtYtdYearStart(5:2)
         MOVE EmpOIB TO YtdIdxOIB
         MOVE NtYtdYearStart TO YtdIdxPeriod
         MOVE 'n' TO NtYtdEndOfFile
         START YTD-IDX-FILE KEY NOT < YtdIdxKey
           INVALID KEY MOVE 'y' TO NtYtdEndOfFile
         END-START
         PERFORM UNTIL NtYtdEndOfFile = 'y'
           READ YTD-IDX-FILE NEXT RECORD
             AT END
               MOVE 'y' TO NtYtdEndOfFile
             NOT AT END
               IF YtdIdxOIB NOT = EmpOIB OR
                 YtdIdxPeriod >= YtdRunPeriod
                 MOVE 'y' TO NtYtdEndOfFile
               ELSE
                 PERFORM VARYING NtYtdSlot FROM 1 BY 1
                 UNTIL NtYtdSlot > 5
                   IF YtdIdxNtCode(NtYtdSlot) NOT = SPACES
                     MOVE YtdIdxNtCode(NtYtdSlot) TO NtlLookupCode
                     PERFORM 3114-FIND-NT-LIMIT
                     IF NtlFoundIdx > 0
                       MOVE NtlGroup(NtlFoundIdx) TO NtSlotGroup
                     ELSE
                       MOVE NtlLookupCode TO NtSlotGroup
                     END-IF
                     IF NtSlotGroup = NtWorkGroup
                       ADD YtdIdxNtAmount(NtYtdSlot) TO NtUsedYear
                     END-IF
                   END-IF
                 END-PERFORM
               END-IF
           END-READ
         END-PERFORM.

       3120-ANNUAL-TAX-RECON.
      *> Settle this employee's income tax for the year: the tax on
      *> the year's income less the year's personal deductions, at
      *> the current city's rates with the monthly band limit
      *> scaled to the months paid, against everything withheld
      *> including this month. Only an employee we paid in every
      *> earlier month of the year qualifies, and only once a year
         ADD 1 TO ReconEmpCount
         PERFORM 3121-RECON-YTD-WALK
         MOVE YtdRunPeriod(5:2) TO ReconMonthsNeeded
         SUBTRACT 1 FROM ReconMonthsNeeded
         IF ReconAlreadyDone = 'Y'
           MOVE SPACES TO TaxReconLine
           STRING EmpOIB " " EmpName " already reconciled in an "
             "earlier period of the year - not repeated"
             DELIMITED BY SIZE INTO TaxReconLine
           PERFORM 3123-WRITE-TAX-RECON-LINE
           EXIT PARAGRAPH
         END-IF
         IF ReconMonths NOT = ReconMonthsNeeded
           MOVE SPACES TO TaxReconLine
           STRING EmpOIB " " EmpName " not reconciled - paid by us "
             "in " ReconMonths " of the " ReconMonthsNeeded
             " earlier months; settled by the tax office"
             DELIMITED BY SIZE INTO TaxReconLine
           PERFORM 3123-WRITE-TAX-RECON-LINE
           EXIT PARAGRAPH
         END-IF
      *> This month, as just calculated
         COMPUTE ReconIncome = ReconIncome + GrossSalary
           - FirstPillarInEuro - SecondPillarInEuro
         COMPUTE ReconDeduction ROUNDED = ReconDeduction
           + 600 * TotalAllowances
         ADD IncomeTaxInEuro TO ReconWithheld
         ADD 1 TO ReconMonths
         IF ReconIncome > ReconDeduction
           COMPUTE ReconBase = ReconIncome - ReconDeduction
         ELSE
           MOVE 0 TO ReconBase
         END-IF
         COMPUTE ReconBreakPoint = CityTaxBreakingPoint * ReconMonths
         IF ReconBase < ReconBreakPoint
           COMPUTE ReconTaxDue ROUNDED = ReconBase *
             SelectedCityLowTax
         ELSE
           COMPUTE ReconTaxDue ROUNDED = ReconBreakPoint *
             SelectedCityLowTax + (ReconBase - ReconBreakPoint) *
             SelectedCityHighTax
         END-IF
         COMPUTE ReconDiff = ReconTaxDue - ReconWithheld
         MOVE 'Y' TO ReconEmpDone
         MOVE 0 TO ReconLeftOver
         EVALUATE TRUE
           WHEN ReconDiff < 0
      *> Never more than was withheld, since the tax due is never
      *> negative
             COMPUTE ReconRefund = 0 - ReconDiff
             ADD 1 TO ReconRefundCount
           WHEN ReconDiff > 0
             COMPUTE ReconCollectCap ROUNDED = NetSalary *
               ReconMaxCollectPct / 100
      *> A garnishment has already taken its share of net; the
      *> collection comes out of what is left
             IF ReconCollectCap > GarnEmployeeNet
               MOVE GarnEmployeeNet TO ReconCollectCap
             END-IF
             IF ReconDiff > ReconCollectCap
               MOVE ReconCollectCap TO ReconCollect
               COMPUTE ReconLeftOver = ReconDiff - ReconCollectCap
             ELSE
               MOVE ReconDiff TO ReconCollect
             END-IF
             IF ReconCollect > 0
               ADD 1 TO ReconCollectCount
             END-IF
         END-EVALUATE
         ADD ReconRefund TO BatchTotReconRefund
         ADD ReconCollect TO BatchTotReconCollect
         PERFORM 3122-RECON-WRITE-REPORT.

       3121-RECON-YTD-WALK.
      *> Sum this employee's earlier months of the run's year from
      *> ytd.idx - the same short keyed walk as 3115-NT-YTD-USAGE.
      *> A month written before the personal deduction was recorded
      *> is taken at this month's deduction
         MOVE 0 TO ReconMonths
         MOVE 0 TO ReconIncome
         MOVE 0 TO ReconDeduction
         MOVE 0 TO ReconWithheld
         MOVE 0 TO ReconRefund
         MOVE 0 TO ReconCollect
         MOVE 'N' TO ReconAlreadyDone
         IF YtdIdxOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE YtdRunPeriod TO ReconYearStart
         MOVE '01' TO ReconYearStart(5:2)
         MOVE EmpOIB TO YtdIdxOIB
         MOVE ReconYearStart TO YtdIdxPeriod
         MOVE 'n' TO ReconEndOfYtd
         START YTD-IDX-FILE KEY NOT < YtdIdxKey
           INVALID KEY MOVE 'y' TO ReconEndOfYtd
         END-START
         PERFORM UNTIL ReconEndOfYtd = 'y'
           READ YTD-IDX-FILE NEXT RECORD
             AT END
               MOVE 'y' TO ReconEndOfYtd
             NOT AT END
               IF YtdIdxOIB NOT = EmpOIB OR
                 YtdIdxPeriod >= YtdRunPeriod
                 MOVE 'y' TO ReconEndOfYtd
               ELSE
                 ADD 1 TO ReconMonths
                 COMPUTE ReconIncome = ReconIncome + YtdIdxGross
                   - YtdIdxFirstPillar - YtdIdxSecondPillar
                 IF YtdIdxAllowance > 0
                   ADD YtdIdxAllowance TO ReconDeduction
                 ELSE
                   COMPUTE ReconDeduction ROUNDED = ReconDeduction
                     + 600 * TotalAllowances
                 END-IF
                 ADD YtdIdxIncomeTax TO ReconWithheld
                 IF YtdIdxReconFlag = 'Y'
                   MOVE 'Y' TO ReconAlreadyDone
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

       3122-RECON-WRITE-REPORT.
      *> One reconciled employee's block in annual_tax_recon.txt
         MOVE SPACES TO TaxReconLine
         STRING EmpOIB " " EmpName " months " ReconMonths
           DELIMITED BY SIZE INTO TaxReconLine
         PERFORM 3123-WRITE-TAX-RECON-LINE
         MOVE ReconIncome TO ReconAmountF
         MOVE SPACES TO TaxReconLine
         STRING "  Income:             " ReconAmountF
           DELIMITED BY SIZE INTO TaxReconLine
         PERFORM 3123-WRITE-TAX-RECON-LINE
         MOVE ReconDeduction TO ReconAmountF
         MOVE SPACES TO TaxReconLine
         STRING "  Personal deduction: " ReconAmountF
           DELIMITED BY SIZE INTO TaxReconLine
         PERFORM 3123-WRITE-TAX-RECON-LINE
         MOVE ReconBase TO ReconAmountF
         MOVE SPACES TO TaxReconLine
         STRING "  Taxation base:      " ReconAmountF
           DELIMITED BY SIZE INTO TaxReconLine
         PERFORM 3123-WRITE-TAX-RECON-LINE
         MOVE ReconTaxDue TO ReconAmountF
         MOVE SPACES TO TaxReconLine
         STRING "  Tax for the year:   " ReconAmountF
           DELIMITED BY SIZE INTO TaxReconLine
         PERFORM 3123-WRITE-TAX-RECON-LINE
         MOVE ReconWithheld TO ReconAmountF
         MOVE SPACES TO TaxReconLine
         STRING "  Tax withheld:       " ReconAmountF
           DELIMITED BY SIZE INTO TaxReconLine
         PERFORM 3123-WRITE-TAX-RECON-LINE
         EVALUATE TRUE
           WHEN ReconRefund > 0
             MOVE ReconRefund TO ReconAmountF
             MOVE SPACES TO TaxReconLine
             STRING "  Refunded this run:  " ReconAmountF
               DELIMITED BY SIZE INTO TaxReconLine
             PERFORM 3123-WRITE-TAX-RECON-LINE
           WHEN ReconCollect > 0
             MOVE ReconCollect TO ReconAmountF
             MOVE SPACES TO TaxReconLine
             STRING "  Collected this run: " ReconAmountF
               DELIMITED BY SIZE INTO TaxReconLine
             PERFORM 3123-WRITE-TAX-RECON-LINE
           WHEN OTHER
             MOVE "  No difference" TO TaxReconLine
             PERFORM 3123-WRITE-TAX-RECON-LINE
         END-EVALUATE
         IF ReconLeftOver > 0
           MOVE ReconLeftOver TO ReconAmountF
           MOVE SPACES TO TaxReconLine
           STRING "  Above the collection limit, left for the tax "
             "office: " ReconAmountF
             DELIMITED BY SIZE INTO TaxReconLine
           PERFORM 3123-WRITE-TAX-RECON-LINE
         END-IF.

       3123-WRITE-TAX-RECON-LINE.
         IF TaxReconFileStatus = '00'
           WRITE TaxReconLine
         END-IF.

       3124-OPEN-TAX-RECON.
      *> The December run reconciles the year; so does a run that
      *> runparams.dat (ANNUALRECON Y) names as the year's last. A
      *> resumed run appends to the report it started
         MOVE 'N' TO ReconRunActive
         MOVE 0 TO ReconEmpCount
         MOVE 0 TO ReconRefundCount
         MOVE 0 TO ReconCollectCount
         IF YtdRunPeriod(5:2) NOT = '12' AND
           RunParamAnnualRecon NOT = 'Y' AND
           RunParamAnnualRecon NOT = 'y'
           EXIT PARAGRAPH
         END-IF
         MOVE 'Y' TO ReconRunActive
         IF ResumeFromCount > 0
           OPEN EXTEND TAX-RECON-FILE
           IF TaxReconFileStatus NOT = '00'
             OPEN OUTPUT TAX-RECON-FILE
           END-IF
         ELSE
           OPEN OUTPUT TAX-RECON-FILE
         END-IF
         IF TaxReconFileStatus NOT = '00'
           DISPLAY "WARNING: cannot write annual_tax_recon.txt (file "
           "status " TaxReconFileStatus ") - the reconciliation is "
           "still applied, but not reported"
           EXIT PARAGRAPH
         END-IF
         IF ResumeFromCount = 0
           MOVE SPACES TO TaxReconLine
           STRING "Annual income tax reconciliation - year "
             YtdRunPeriod(1:4) ", settled in pay period "
             YtdRunPeriod DELIMITED BY SIZE INTO TaxReconLine
           WRITE TaxReconLine
           MOVE ReconMaxCollectPct TO GarnAmountF
           MOVE SPACES TO TaxReconLine
           STRING "Collection limited to " FUNCTION TRIM(GarnAmountF)
             "% of net" DELIMITED BY SIZE INTO TaxReconLine
           WRITE TaxReconLine
           MOVE SPACES TO TaxReconLine
           MOVE ALL "=" TO TaxReconLine(1:60)
           WRITE TaxReconLine
         END-IF.

       3125-CLOSE-TAX-RECON.
         IF ReconRunActive NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         IF TaxReconFileStatus = '00'
           MOVE SPACES TO TaxReconLine
           MOVE ALL "-" TO TaxReconLine(1:60)
           WRITE TaxReconLine
           MOVE SPACES TO TaxReconLine
           STRING "Employees considered: " ReconEmpCount
             "  refunds: " ReconRefundCount
             "  collections: " ReconCollectCount
             DELIMITED BY SIZE INTO TaxReconLine
           WRITE TaxReconLine
           MOVE BatchTotReconRefund TO YtdAmountF
           MOVE SPACES TO TaxReconLine
           STRING "Total refunded:  " YtdAmountF
             DELIMITED BY SIZE INTO TaxReconLine
           WRITE TaxReconLine
           MOVE BatchTotReconCollect TO YtdAmountF
           MOVE SPACES TO TaxReconLine
           STRING "Total collected: " YtdAmountF
             DELIMITED BY SIZE INTO TaxReconLine
           WRITE TaxReconLine
           CLOSE TAX-RECON-FILE
         END-IF
         DISPLAY "Annual tax reconciliation written to "
           "annual_tax_recon.txt - " ReconEmpCount " employees".

       3130-LOAD-ABSENCES.
      *> Rekey the sick-leave register into absences.idx by OIB and
      *> spell start, the same keyed-scratch approach as
      *> 3111-LOAD-NONTAX-ITEMS. Every spell is loaded, not just
      *> this period's, because a spell's day count runs from its
      *> own first day however many months back that was. A row
      *> HR keyed twice for the same start replaces the earlier
      *> one; a row with unusable dates or cause is kept, marked
      *> bad, so the employee's row is flagged instead of paid on
      *> a guess. No file just means nobody was on sick leave
         MOVE 0 TO AbsCount
         MOVE 'n' TO AbsEndOfFile
         MOVE 'Y' TO AbsFileWasOpen
         MOVE 'N' TO AbsIdxOpen
         COMPUTE SickPeriodStart = FUNCTION NUMVAL
           (PayPeriodDate(1:6)) * 100 + 1
         COMPUTE SickPeriodStartInt = FUNCTION
           INTEGER-OF-DATE(SickPeriodStart)
      *> The period ends the day before the next month's first
         IF PayPeriodDate(5:2) = '12'
           COMPUTE SickDateWork = (FUNCTION NUMVAL
             (PayPeriodDate(1:4)) + 1) * 10000 + 101
         ELSE
           COMPUTE SickDateWork = SickPeriodStart + 100
         END-IF
         COMPUTE SickPeriodEndInt = FUNCTION
           INTEGER-OF-DATE(SickDateWork) - 1
         COMPUTE SickPeriodEnd = FUNCTION
           DATE-OF-INTEGER(SickPeriodEndInt)
         OPEN OUTPUT ABSENCE-IDX-FILE
         IF AbsIdxFileStatus NOT = '00'
           DISPLAY "WARNING: cannot build absences.idx (file "
           "status " AbsIdxFileStatus ") - sick leave is paid only "
           "from typed sick-pay amounts this run"
           EXIT PARAGRAPH
         END-IF
         CLOSE ABSENCE-IDX-FILE
         OPEN I-O ABSENCE-IDX-FILE
         OPEN INPUT ABSENCES-FILE
         IF AbsencesFileStatus NOT = '00'
           MOVE 'y' TO AbsEndOfFile
           MOVE 'N' TO AbsFileWasOpen
         END-IF
         PERFORM UNTIL AbsEndOfFile = 'y'
           READ ABSENCES-FILE
             AT END
               MOVE 'y' TO AbsEndOfFile
             NOT AT END
               MOVE AbsRecOIB TO AbsIdxOIB
               MOVE AbsRecStart TO AbsIdxStart
               MOVE AbsRecEnd TO AbsIdxEnd
               MOVE AbsRecCause TO AbsIdxCause
               MOVE 'N' TO AbsIdxBad
               IF AbsRecStart IS NOT NUMERIC
                 MOVE 'Y' TO AbsIdxBad
               ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL
                   (AbsRecStart)) NOT = 0
                   MOVE 'Y' TO AbsIdxBad
                 END-IF
               END-IF
               IF AbsRecEnd NOT = SPACES
                 IF AbsRecEnd IS NOT NUMERIC
                   MOVE 'Y' TO AbsIdxBad
                 ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL
                     (AbsRecEnd)) NOT = 0 OR AbsRecEnd < AbsRecStart
                     MOVE 'Y' TO AbsIdxBad
                   END-IF
                 END-IF
               END-IF
               IF AbsRecCause NOT = 'B' AND AbsRecCause NOT = 'O'
                 AND AbsRecCause NOT = 'N'
                 MOVE 'Y' TO AbsIdxBad
               END-IF
               WRITE AbsIdxRecord
                 INVALID KEY REWRITE AbsIdxRecord
                 NOT INVALID KEY ADD 1 TO AbsCount
               END-WRITE
           END-READ
         END-PERFORM
         IF AbsFileWasOpen = 'Y'
           CLOSE ABSENCES-FILE
         END-IF
         CLOSE ABSENCE-IDX-FILE
         OPEN INPUT ABSENCE-IDX-FILE
         IF AbsIdxFileStatus = '00'
           MOVE 'Y' TO AbsIdxOpen
         END-IF.

       3131-APPLY-SICK-LEAVE.
      *> Cut this employee's registered spells to the pay period
      *> and price the days: illness days up to the employer limit
      *> are ours, later ones and every injury/care day are HZZO's
      *> but are paid by us with the salary and claimed back. Days
      *> from the register replace a typed sick-pay amount - the
      *> two would otherwise pay the same days twice - and come off
      *> a monthly row's regular pay, which would otherwise pay
      *> them as worked. An 'H' row's timesheet already leaves the
      *> sick days out
         MOVE 0 TO SickSpellCount
         MOVE 0 TO SickEmpDays
         MOVE 0 TO SickHzzoDays
         MOVE 0 TO SickHzzoAmount
         MOVE 0 TO SickRegisterPay
         MOVE 0 TO SickDailyRate
         IF AbsIdxOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE EmpOIB TO AbsIdxOIB
         MOVE LOW-VALUES TO AbsIdxStart
         MOVE 'n' TO AbsEmpEndOfSpells
         START ABSENCE-IDX-FILE KEY NOT < AbsIdxKey
           INVALID KEY MOVE 'y' TO AbsEmpEndOfSpells
         END-START
         PERFORM UNTIL AbsEmpEndOfSpells = 'y'
           READ ABSENCE-IDX-FILE NEXT RECORD
             AT END
               MOVE 'y' TO AbsEmpEndOfSpells
             NOT AT END
               IF AbsIdxOIB NOT = EmpOIB
                 MOVE 'y' TO AbsEmpEndOfSpells
               ELSE
                 PERFORM 3132-SICK-CUT-SPELL
               END-IF
           END-READ
         END-PERFORM
         IF EmpRowOk NOT = 'Y' OR SickSpellCount = 0
           EXIT PARAGRAPH
         END-IF
         PERFORM 3133-SICK-AVERAGE-PAY
         IF EmpRowOk NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         PERFORM VARYING SickSpIdx FROM 1 BY 1
         UNTIL SickSpIdx > SickSpellCount
           COMPUTE SickSpHzzoAmount(SickSpIdx) =
             SickSpHzzoDays(SickSpIdx) * SickDailyRate
           ADD SickSpHzzoAmount(SickSpIdx) TO SickHzzoAmount
         END-PERFORM
         COMPUTE SickRegisterPay = (SickEmpDays + SickHzzoDays)
           * SickDailyRate
           ON SIZE ERROR
             STRING "Row " BatchEmployeeCount " (" FUNCTION TRIM
             (EmpName) "): sick pay from the register is past "
             "9999999.99" DELIMITED BY SIZE INTO BatchErrorLine
             PERFORM 3022-LOG-BATCH-ERROR
             MOVE 'N' TO EmpRowOk
             EXIT PARAGRAPH
         END-COMPUTE
         IF EmpSickPay > 0
           DISPLAY "WARNING: row " BatchEmployeeCount " ("
           FUNCTION TRIM(EmpName) ") has a typed sick-pay amount "
           "and sick-leave register days - the register is paid, "
           "the typed amount is ignored"
         END-IF
         MOVE SickRegisterPay TO EmpSickPay
         IF EmpCalcType = 'G' OR EmpCalcType = 'N'
           IF SickEmpDays + SickHzzoDays >= SickMonthDays
             MOVE EmpAmount TO SickRegularCut
           ELSE
             COMPUTE SickRegularCut ROUNDED = EmpMonthlyAmount *
               (SickEmpDays + SickHzzoDays) / SickMonthDays
           END-IF
           IF SickRegularCut > EmpAmount
             MOVE EmpAmount TO SickRegularCut
           END-IF
           SUBTRACT SickRegularCut FROM EmpAmount
         END-IF.

       3132-SICK-CUT-SPELL.
      *> One spell from absences.idx: skip it if it misses the pay
      *> period, otherwise keep its in-period days split at the
      *> employer limit. The limit counts from the spell's own
      *> first day, so a spell that started last month carries its
      *> earlier days into this month's split
         IF AbsIdxBad = 'Y'
           STRING "Row " BatchEmployeeCount " (" FUNCTION TRIM
           (EmpName) "): sick-leave spell '" AbsIdxStart
           "' has a bad date or cause in absences.dat"
           DELIMITED BY SIZE INTO BatchErrorLine
           PERFORM 3022-LOG-BATCH-ERROR
           MOVE 'N' TO EmpRowOk
           EXIT PARAGRAPH
         END-IF
         MOVE AbsIdxStart TO SickDateWork
         COMPUTE SickSpellStartInt = FUNCTION
           INTEGER-OF-DATE(SickDateWork)
         IF AbsIdxEnd = SPACES
           MOVE SickPeriodEndInt TO SickSpellEndInt
         ELSE
           MOVE AbsIdxEnd TO SickDateWork
           COMPUTE SickSpellEndInt = FUNCTION
             INTEGER-OF-DATE(SickDateWork)
         END-IF
         IF SickSpellStartInt > SickPeriodEndInt OR
           SickSpellEndInt < SickPeriodStartInt
           EXIT PARAGRAPH
         END-IF
         IF SickSpellCount >= 5
           STRING "Row " BatchEmployeeCount " (" FUNCTION TRIM
           (EmpName) "): more than 5 sick-leave spells in the "
           "period" DELIMITED BY SIZE INTO BatchErrorLine
           PERFORM 3022-LOG-BATCH-ERROR
           MOVE 'N' TO EmpRowOk
           EXIT PARAGRAPH
         END-IF
         MOVE SickSpellStartInt TO SickFromInt
         IF SickFromInt < SickPeriodStartInt
           MOVE SickPeriodStartInt TO SickFromInt
         END-IF
         MOVE SickSpellEndInt TO SickToInt
         IF SickToInt > SickPeriodEndInt
           MOVE SickPeriodEndInt TO SickToInt
         END-IF
      *> Last day the employer pays: none for injury or care
         IF AbsIdxCause = 'B'
           COMPUTE SickCutoffInt = SickSpellStartInt +
             SickEmployerDays - 1
         ELSE
           COMPUTE SickCutoffInt = SickSpellStartInt - 1
         END-IF
         ADD 1 TO SickSpellCount
         MOVE AbsIdxStart TO SickSpStart(SickSpellCount)
         MOVE AbsIdxEnd TO SickSpEnd(SickSpellCount)
         MOVE AbsIdxCause TO SickSpCause(SickSpellCount)
         MOVE 0 TO SickSpHzzoFrom(SickSpellCount)
         MOVE 0 TO SickSpHzzoAmount(SickSpellCount)
         IF SickCutoffInt >= SickToInt
           COMPUTE SickSpEmpDays(SickSpellCount) =
             SickToInt - SickFromInt + 1
           MOVE 0 TO SickSpHzzoDays(SickSpellCount)
         ELSE
           IF SickCutoffInt < SickFromInt
             MOVE 0 TO SickSpEmpDays(SickSpellCount)
             COMPUTE SickSpHzzoDays(SickSpellCount) =
               SickToInt - SickFromInt + 1
             COMPUTE SickSpHzzoFrom(SickSpellCount) = FUNCTION
               DATE-OF-INTEGER(SickFromInt)
           ELSE
             COMPUTE SickSpEmpDays(SickSpellCount) =
               SickCutoffInt - SickFromInt + 1
             COMPUTE SickSpHzzoDays(SickSpellCount) =
               SickToInt - SickCutoffInt
             COMPUTE SickSpHzzoFrom(SickSpellCount) = FUNCTION
               DATE-OF-INTEGER(SickCutoffInt + 1)
           END-IF
         END-IF
         ADD SickSpEmpDays(SickSpellCount) TO SickEmpDays
         ADD SickSpHzzoDays(SickSpellCount) TO SickHzzoDays.

       3133-SICK-AVERAGE-PAY.
      *> Daily sick-pay rate: SICKPAYPCT of the average monthly
      *> gross of the SICKAVGMONTHS calendar months before the pay
      *> period, per SICKMONTHDAYS-th of a month. With no history
      *> at all (a new starter) a gross-type row falls back on its
      *> own contracted gross; any other row has nothing sound to
      *> average and is flagged
         MOVE SickAvgMonths TO AvgMonthsWanted
         PERFORM 3138-AVERAGE-GROSS
         IF AvgMonthsFound > 0
           MOVE AvgGrossResult TO SickAvgGross
         ELSE
           IF EmpCalcType = 'G'
             MOVE EmpMonthlyAmount TO SickAvgGross
           ELSE
             STRING "Row " BatchEmployeeCount " (" FUNCTION TRIM
             (EmpName) "): sick leave registered but no earlier "
             "gross in ytd.dat to base sick pay on"
             DELIMITED BY SIZE INTO BatchErrorLine
             PERFORM 3022-LOG-BATCH-ERROR
             MOVE 'N' TO EmpRowOk
             EXIT PARAGRAPH
           END-IF
         END-IF
         COMPUTE SickDailyRate ROUNDED = SickAvgGross * SickPayPct
           / 100 / SickMonthDays.

       3134-SICK-PENDING-LINES.
      *> One claim line per spell with HZZO days, held with the
      *> row's other pending lines until its checkpoint lands them
      *> in sick_work.dat
         PERFORM VARYING SickSpIdx FROM 1 BY 1
         UNTIL SickSpIdx > SickSpellCount
           IF SickSpHzzoDays(SickSpIdx) > 0 AND PendingSickCount < 5
             ADD 1 TO PendingSickCount
             COMPUTE SickRateC = SickDailyRate * 100
             COMPUTE SickAmountC = SickSpHzzoAmount(SickSpIdx) * 100
             MOVE SPACES TO PendingSickLine(PendingSickCount)
             STRING "S" EmpOIB EmpName SickSpStart(SickSpIdx)
               SickSpEnd(SickSpIdx) SickSpCause(SickSpIdx)
               SickSpHzzoFrom(SickSpIdx) SickSpHzzoDays(SickSpIdx)
               SickRateC SickAmountC
               DELIMITED BY SIZE
               INTO PendingSickLine(PendingSickCount)
           END-IF
         END-PERFORM.

       3135-WRITE-HZZO-CLAIM.
      *> Assemble the period's refund claim from sick_work.dat:
      *> header with the period and our OIB, one line per spell,
      *> trailer with the count and total. A period with no HZZO
      *> days gets no claim file
         MOVE 0 TO SickClaimCount
         MOVE 0 TO SickClaimTotal
         MOVE SPACES TO HzzoClaimName
         STRING "hzzo_claim_" YtdRunPeriod DELIMITED BY SIZE
           CoFileSuffix DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE INTO HzzoClaimName
         MOVE 'n' TO RunBufEndOfFile
         OPEN INPUT SICK-WORK-FILE
         IF SickWorkFileStatus NOT = '00'
           DISPLAY "No sick leave for HZZO this period - no refund "
           "claim written."
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL RunBufEndOfFile = 'y'
           READ SICK-WORK-FILE
             AT END
               MOVE 'y' TO RunBufEndOfFile
             NOT AT END
               IF CoFilterOn = 'Y' AND
                 SickWorkLine(197:4) NOT = CurCoCode
                 CONTINUE
               ELSE
               IF SickClaimCount = 0
                 OPEN OUTPUT HZZO-CLAIM-FILE
                 IF HzzoClaimFileStatus NOT = '00'
                   DISPLAY "WARNING: cannot write "
                   FUNCTION TRIM(HzzoClaimName) " (file status "
                   HzzoClaimFileStatus ")."
                   CLOSE SICK-WORK-FILE
                   EXIT PARAGRAPH
                 END-IF
                 MOVE SPACES TO HzzoClaimLine
                 STRING "H" YtdRunPeriod CurCoOIB
                   DELIMITED BY SIZE INTO HzzoClaimLine
                 WRITE HzzoClaimLine
               END-IF
               ADD 1 TO SickClaimCount
               COMPUTE SickClaimTotal = SickClaimTotal +
                 FUNCTION NUMVAL(SickWorkLine(80:11)) / 100
               MOVE SickWorkLine TO HzzoClaimLine
               WRITE HzzoClaimLine
               END-IF
           END-READ
         END-PERFORM
         CLOSE SICK-WORK-FILE
         IF SickClaimCount = 0
           DISPLAY "No sick leave for HZZO this period - no refund "
           "claim written."
           EXIT PARAGRAPH
         END-IF
         COMPUTE SickClaimTotalC = SickClaimTotal * 100
         MOVE SPACES TO HzzoClaimLine
         STRING "T" SickClaimCount SickClaimTotalC
           DELIMITED BY SIZE INTO HzzoClaimLine
         WRITE HzzoClaimLine
         CLOSE HZZO-CLAIM-FILE
         MOVE SickClaimTotal TO YtdAmountF
         DISPLAY "HZZO refund claim written to "
           FUNCTION TRIM(HzzoClaimName) " - " SickClaimCount
           " spells, " YtdAmountF.

       3136-WRITE-SICK-WATCH.
      *> Every illness spell still open at the end of the period
      *> whose day count has reached SICKWARNDAYS: the ones about to
      *> pass to HZZO need their doctor's referral in time, the
      *> ones already past it need the HZZO paperwork followed up.
      *> Names come from the freshly rebuilt employees.idx
         IF AbsIdxOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT SICK-WATCH-FILE
         IF SickWatchFileStatus NOT = '00'
           DISPLAY "WARNING: cannot write sick_watch_report.txt "
           "(file status " SickWatchFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO SickWatchCount
         MOVE SPACES TO SickWatchLine
         STRING "Open sick leave at " SickPeriodEnd
           " - employer pays the first " SickEmployerDays " days"
           DELIMITED BY SIZE INTO SickWatchLine
         WRITE SickWatchLine
         MOVE SPACES TO SickWatchLine
         STRING "OIB         Name                           "
           "Started  Day   Status"
           DELIMITED BY SIZE INTO SickWatchLine
         WRITE SickWatchLine
         MOVE 'N' TO SickMasterOpen
         OPEN INPUT EMP-MASTER-FILE
         IF MasterFileStatus = '00'
           MOVE 'Y' TO SickMasterOpen
         END-IF
         MOVE LOW-VALUES TO AbsIdxKey
         MOVE 'n' TO AbsEmpEndOfSpells
         START ABSENCE-IDX-FILE KEY NOT < AbsIdxKey
           INVALID KEY MOVE 'y' TO AbsEmpEndOfSpells
         END-START
         PERFORM UNTIL AbsEmpEndOfSpells = 'y'
           READ ABSENCE-IDX-FILE NEXT RECORD
             AT END
               MOVE 'y' TO AbsEmpEndOfSpells
             NOT AT END
               IF AbsIdxBad NOT = 'Y' AND AbsIdxCause = 'B' AND
                 AbsIdxStart <= SickPeriodEnd AND
                 (AbsIdxEnd = SPACES OR AbsIdxEnd > SickPeriodEnd)
                 MOVE AbsIdxStart TO SickDateWork
                 COMPUTE SickDayNumber = SickPeriodEndInt -
                   FUNCTION INTEGER-OF-DATE(SickDateWork) + 1
                 IF SickDayNumber >= SickWarnDays
                   PERFORM 3137-SICK-WATCH-LINE
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         IF SickMasterOpen = 'Y'
           CLOSE EMP-MASTER-FILE
         END-IF
         IF SickWatchCount = 0
           MOVE "No open sick leave near the employer limit."
             TO SickWatchLine
           WRITE SickWatchLine
         END-IF
         CLOSE SICK-WATCH-FILE
         DISPLAY "Sick-leave watch list written to "
           "sick_watch_report.txt - " SickWatchCount " spells.".

       3137-SICK-WATCH-LINE.
         MOVE SPACES TO SickWatchName
         IF SickMasterOpen = 'Y'
           MOVE AbsIdxOIB TO MasterOIB
           READ EMP-MASTER-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE MasterEmpData(1:30) TO SickWatchName
           END-READ
         END-IF
         ADD 1 TO SickWatchCount
         MOVE SickDayNumber TO SickDayNumberF
         MOVE SPACES TO SickWatchLine
         IF SickDayNumber > SickEmployerDays
           STRING AbsIdxOIB " " SickWatchName " " AbsIdxStart " "
             SickDayNumberF " past the limit - HZZO pays"
             DELIMITED BY SIZE INTO SickWatchLine
         ELSE
           COMPUTE SickDaysF = SickEmployerDays - SickDayNumber
           STRING AbsIdxOIB " " SickWatchName " " AbsIdxStart " "
             SickDayNumberF " " SickDaysF " days to the limit"
             DELIMITED BY SIZE INTO SickWatchLine
         END-IF
         WRITE SickWatchLine.

       3138-AVERAGE-GROSS.
      *> Average monthly gross of EmpOIB over the AvgMonthsWanted
      *> calendar months before the run's period, from ytd.idx.
      *> Months the employee was not paid do not count; a
      *> re-run period's own figures are not counted. The months
      *> sit next to each other in ytd.idx, so this is one short
      *> keyed walk like 3115-NT-YTD-USAGE
         MOVE 0 TO AvgGrossTotal
         MOVE 0 TO AvgMonthsFound
         MOVE 0 TO AvgGrossResult
         IF YtdIdxOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         COMPUTE AvgMonthIndex = FUNCTION NUMVAL
           (YtdRunPeriod(1:4)) * 12 + FUNCTION NUMVAL
           (YtdRunPeriod(5:2)) - 1 - AvgMonthsWanted
         DIVIDE AvgMonthIndex BY 12 GIVING AvgFromYear
           REMAINDER AvgFromMonth
         COMPUTE AvgFromPeriod = AvgFromYear * 100
           + AvgFromMonth + 1
         MOVE EmpOIB TO YtdIdxOIB
         MOVE AvgFromPeriod TO YtdIdxPeriod
         MOVE 'n' TO AvgEndOfFile
         START YTD-IDX-FILE KEY NOT < YtdIdxKey
           INVALID KEY MOVE 'y' TO AvgEndOfFile
         END-START
         PERFORM UNTIL AvgEndOfFile = 'y'
           READ YTD-IDX-FILE NEXT RECORD
             AT END
               MOVE 'y' TO AvgEndOfFile
             NOT AT END
               IF YtdIdxOIB NOT = EmpOIB OR
                 YtdIdxPeriod >= YtdRunPeriod
                 MOVE 'y' TO AvgEndOfFile
               ELSE
                 ADD YtdIdxGross TO AvgGrossTotal
                 ADD 1 TO AvgMonthsFound
               END-IF
           END-READ
         END-PERFORM
         IF AvgMonthsFound > 0
           COMPUTE AvgGrossResult ROUNDED = AvgGrossTotal /
             AvgMonthsFound
         END-IF.

       3140-STAT-NOTE-ROW.
      *> The row's line for the statistical report, held with its
      *> other pending lines until the checkpoint lands it in
      *> stat_work.dat. Skipped rows are still people on the
      *> payroll, so they count in the headcount like paid ones
         MOVE 0 TO StatRegHours
         MOVE 0 TO StatOtHours
         MOVE 0 TO StatSickHours
         MOVE 0 TO StatGrossC
         MOVE 0 TO StatNetC
         IF EmpStatus = 'I'
           MOVE 'I' TO StatRowState
         ELSE
         IF EmpRowOk = 'Y'
           MOVE 'O' TO StatRowState
         ELSE
           MOVE 'S' TO StatRowState
         END-IF
         END-IF
         MOVE EmpCostCenter TO StatCcWork
         IF StatCcWork = SPACES
           MOVE '0000' TO StatCcWork
         END-IF
      *> Inactive rows never went through validation, so the company
      *> is looked up here; a code companies.dat does not know is
      *> counted under the config.txt company, so every row of the
      *> file lands in some company's headcount
         MOVE EmpCompany TO CurCoCode
         PERFORM 3150-SET-COMPANY
         IF CurCoFound NOT = 'Y'
           MOVE SPACES TO CurCoCode
         END-IF
      *> A blank date (an older row) does not limit the employment;
      *> an inactive row with no leaving date is not counted at
      *> all, since nobody knows when the person left
         MOVE SickPeriodStart TO StatFirstDay
         MOVE SickPeriodEnd TO StatLastDay
         MOVE 'Y' TO StatStartFlag
         MOVE 'Y' TO StatEndFlag
         IF EmpHireDate IS NUMERIC
           IF EmpHireDate > StatFirstDay
             MOVE 'N' TO StatStartFlag
           END-IF
           IF EmpHireDate > StatLastDay
             MOVE 'N' TO StatEndFlag
           END-IF
         END-IF
         IF EmpTermDate IS NUMERIC
           IF EmpTermDate < StatFirstDay
             MOVE 'N' TO StatStartFlag
           END-IF
           IF EmpTermDate < StatLastDay
             MOVE 'N' TO StatEndFlag
           END-IF
         ELSE
           IF StatRowState = 'I'
             MOVE 'N' TO StatStartFlag
             MOVE 'N' TO StatEndFlag
           END-IF
         END-IF
         IF StatRowState = 'O'
           PERFORM 3141-STAT-ROW-HOURS
           COMPUTE StatGrossC = GrossSalary * 100
           COMPUTE StatNetC = NetSalary * 100
         END-IF
         COMPUTE StatRegHoursC = StatRegHours * 100
         COMPUTE StatOtHoursC = StatOtHours * 100
         COMPUTE StatSickHoursC = StatSickHours * 100
         MOVE SPACES TO PendingStatLine
         STRING EmpOIB StatRowState StatCcWork StatStartFlag
           StatEndFlag StatRegHoursC StatOtHoursC StatSickHoursC
           StatGrossC StatNetC EmpCalcType CurCoCode
           DELIMITED BY SIZE INTO PendingStatLine
         MOVE 'Y' TO PendingStatValid.

       3141-STAT-ROW-HOURS.
      *> Paid hours split three ways. Sick hours are the register
      *> days at STATMONTHHOURS over SICKMONTHDAYS; a monthly row
      *> worked the rest of the month, an 'H' row the time on its
      *> timesheet. Overtime is paid as an amount, so its hours are
      *> that amount at STATOVERTIMEPCT of the row's hourly rate
         IF SickEmpDays + SickHzzoDays > 0
           COMPUTE StatSickHours ROUNDED = (SickEmpDays +
             SickHzzoDays) * StatMonthHours / SickMonthDays
             ON SIZE ERROR MOVE StatMonthHours TO StatSickHours
           END-COMPUTE
           IF StatSickHours > StatMonthHours
             MOVE StatMonthHours TO StatSickHours
           END-IF
         END-IF
         IF EmpCalcType = 'H'
           MOVE TsIdxUnits TO StatRegHours
           MOVE EmpMonthlyAmount TO StatHourRate
         ELSE
           COMPUTE StatRegHours = StatMonthHours - StatSickHours
           COMPUTE StatHourRate ROUNDED = EmpMonthlyAmount
             / StatMonthHours
         END-IF
         IF EmpOvertime > 0 AND StatHourRate > 0
           COMPUTE StatOtHours ROUNDED = EmpOvertime * 100
             / (StatHourRate * StatOvertimePct)
             ON SIZE ERROR MOVE 99999.99 TO StatOtHours
           END-COMPUTE
         END-IF.

       3142-WRITE-STAT-REPORT.
      *> Sum the run's stat_work.dat lines per cost center into the
      *> readable report and the fixed-format extract for DZS
         MOVE 0 TO StatCcCount
         MOVE 0 TO StatLineCount
         INITIALIZE StatCcTable
         MOVE 'n' TO RunBufEndOfFile
         OPEN INPUT STAT-WORK-FILE
         IF StatWorkFileStatus NOT = '00'
           DISPLAY "No statistical lines for this run - RAD-1 "
           "report not written."
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL RunBufEndOfFile = 'y'
           READ STAT-WORK-FILE
             AT END
               MOVE 'y' TO RunBufEndOfFile
             NOT AT END
               IF CoFilterOn = 'N' OR
                 StatWorkLine(67:4) = CurCoCode
                 ADD 1 TO StatLineCount
                 PERFORM 3143-STAT-ADD-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAT-WORK-FILE
         IF StatLineCount = 0
           DISPLAY "No statistical lines for this run - RAD-1 "
           "report not written."
           EXIT PARAGRAPH
         END-IF
         MOVE 'ALL' TO StatCcCode(100)
         MOVE SPACES TO StatReportName
         STRING "rad1_" YtdRunPeriod DELIMITED BY SIZE
           CoFileSuffix DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE INTO StatReportName
         MOVE SPACES TO StatExtractName
         STRING "rad1_extract_" YtdRunPeriod DELIMITED BY SIZE
           CoFileSuffix DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE INTO StatExtractName
         OPEN OUTPUT STAT-REPORT-FILE
         IF StatReportFileStatus NOT = '00'
           DISPLAY "WARNING: cannot write "
           FUNCTION TRIM(StatReportName) " (file status "
           StatReportFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO StatReportLine
         STRING "RAD-1 earnings and hours - period " YtdRunPeriod
           " - " FUNCTION TRIM(CurCoName) " OIB " CurCoOIB
           DELIMITED BY SIZE INTO StatReportLine
         WRITE StatReportLine
         MOVE SPACES TO StatReportLine
         WRITE StatReportLine
         MOVE SPACES TO StatReportLine
         STRING "CC    Start   End  Paid  Skip Inact"
           "    Reg hrs     OT hrs   Sick hrs"
           "    Gross total      Net total"
           "    Avg gross      Avg net"
           DELIMITED BY SIZE INTO StatReportLine
         WRITE StatReportLine
         PERFORM VARYING StatCcIdx FROM 1 BY 1
         UNTIL StatCcIdx > StatCcCount
           PERFORM 3145-STAT-REPORT-LINE
         END-PERFORM
         MOVE 100 TO StatCcIdx
         PERFORM 3145-STAT-REPORT-LINE
         MOVE SPACES TO StatReportLine
         WRITE StatReportLine
         MOVE SPACES TO StatReportLine
         STRING "Start/End: employed on the first/last day of the "
           "period, skipped and inactive rows included."
           DELIMITED BY SIZE INTO StatReportLine
         WRITE StatReportLine
         MOVE SPACES TO StatReportLine
         STRING "Paid: processed OK. Skip: refused by validation, "
           "not paid. Inact: deactivated rows."
           DELIMITED BY SIZE INTO StatReportLine
         WRITE StatReportLine
         MOVE SPACES TO StatReportLine
         STRING "Hours and pay cover paid rows only; averages are "
           "per paid employee." DELIMITED BY SIZE
           INTO StatReportLine
         WRITE StatReportLine
         PERFORM 3147-STAT-LIST-UNPAID
         CLOSE STAT-REPORT-FILE
         OPEN OUTPUT STAT-EXTRACT-FILE
         IF StatExtractFileStatus NOT = '00'
           DISPLAY "WARNING: cannot write "
           FUNCTION TRIM(StatExtractName) " (file status "
           StatExtractFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO StatExtractLine
         STRING "HRAD1" YtdRunPeriod CurCoOIB
           FUNCTION CURRENT-DATE(1:8) StatCcCount
           DELIMITED BY SIZE INTO StatExtractLine
         WRITE StatExtractLine
         MOVE 'D' TO StatRecType
         PERFORM VARYING StatCcIdx FROM 1 BY 1
         UNTIL StatCcIdx > StatCcCount
           PERFORM 3146-STAT-EXTRACT-LINE
         END-PERFORM
         MOVE 'T' TO StatRecType
         MOVE 100 TO StatCcIdx
         PERFORM 3146-STAT-EXTRACT-LINE
         CLOSE STAT-EXTRACT-FILE
         DISPLAY "RAD-1 statistics written to "
           FUNCTION TRIM(StatReportName) " and "
           FUNCTION TRIM(StatExtractName) ".".

       3143-STAT-ADD-LINE.
         MOVE StatWorkLine(13:4) TO StatCcWork
         PERFORM 3144-STAT-FIND-CC
         IF StatCcFoundIdx > 0
           MOVE StatCcFoundIdx TO StatCcIdx
           PERFORM 3148-STAT-ADD-TO-CC
         END-IF
         MOVE 100 TO StatCcIdx
         PERFORM 3148-STAT-ADD-TO-CC.

       3144-STAT-FIND-CC.
         MOVE 0 TO StatCcFoundIdx
         PERFORM VARYING StatCcIdx FROM 1 BY 1
         UNTIL StatCcIdx > StatCcCount OR StatCcFoundIdx > 0
           IF StatCcCode(StatCcIdx) = StatCcWork
             MOVE StatCcIdx TO StatCcFoundIdx
           END-IF
         END-PERFORM
         IF StatCcFoundIdx = 0
           IF StatCcCount < 99
             ADD 1 TO StatCcCount
             MOVE StatCcCount TO StatCcFoundIdx
             MOVE StatCcWork TO StatCcCode(StatCcFoundIdx)
           ELSE
             DISPLAY "WARNING: more than 99 cost centers - "
             StatCcWork " is only counted in the RAD-1 totals"
           END-IF
         END-IF.

       3145-STAT-REPORT-LINE.
         PERFORM 3149-STAT-AVERAGES
         MOVE StatCcHeadsStart(StatCcIdx) TO StatStartF
         MOVE StatCcHeadsEnd(StatCcIdx) TO StatEndF
         MOVE StatCcPaid(StatCcIdx) TO StatPaidF
         MOVE StatCcSkipped(StatCcIdx) TO StatSkipF
         MOVE StatCcInactive(StatCcIdx) TO StatInactF
         MOVE StatCcRegHours(StatCcIdx) TO StatHours1F
         MOVE StatCcOtHours(StatCcIdx) TO StatHours2F
         MOVE StatCcSickHours(StatCcIdx) TO StatHours3F
         MOVE StatCcGross(StatCcIdx) TO StatAmt1F
         MOVE StatCcNet(StatCcIdx) TO StatAmt2F
         MOVE StatAvgGross TO StatAvg1F
         MOVE StatAvgNet TO StatAvg2F
         MOVE SPACES TO StatReportLine
         STRING StatCcCode(StatCcIdx) " " StatStartF " " StatEndF
           " " StatPaidF " " StatSkipF " " StatInactF " "
           StatHours1F " " StatHours2F " " StatHours3F " "
           StatAmt1F " " StatAmt2F " " StatAvg1F " " StatAvg2F
           DELIMITED BY SIZE INTO StatReportLine
         WRITE StatReportLine.

       3146-STAT-EXTRACT-LINE.
      *> Fixed positions, every amount in cents and every time in
      *> hundredths of an hour, zero-filled like the JOPPD lines
         PERFORM 3149-STAT-AVERAGES
         COMPUTE StatRegTotC = StatCcRegHours(StatCcIdx) * 100
         COMPUTE StatOtTotC = StatCcOtHours(StatCcIdx) * 100
         COMPUTE StatSickTotC = StatCcSickHours(StatCcIdx) * 100
         COMPUTE StatGrossTotC = StatCcGross(StatCcIdx) * 100
         COMPUTE StatNetTotC = StatCcNet(StatCcIdx) * 100
         COMPUTE StatAvgGrossC = StatAvgGross * 100
         COMPUTE StatAvgNetC = StatAvgNet * 100
         MOVE SPACES TO StatExtractLine
         STRING StatRecType YtdRunPeriod StatCcCode(StatCcIdx)
           StatCcHeadsStart(StatCcIdx) StatCcHeadsEnd(StatCcIdx)
           StatCcPaid(StatCcIdx) StatCcSkipped(StatCcIdx)
           StatCcInactive(StatCcIdx) StatRegTotC StatOtTotC
           StatSickTotC StatGrossTotC StatNetTotC StatAvgGrossC
           StatAvgNetC DELIMITED BY SIZE INTO StatExtractLine
         WRITE StatExtractLine.

       3147-STAT-LIST-UNPAID.
      *> Name the skipped and inactive rows, so the headcount can
      *> be matched to HR's list person by person
         MOVE SPACES TO StatReportLine
         WRITE StatReportLine
         MOVE "Rows not paid this run:" TO StatReportLine
         WRITE StatReportLine
         MOVE 0 TO StatUnpaidCount
         MOVE 'n' TO RunBufEndOfFile
         OPEN INPUT STAT-WORK-FILE
         IF StatWorkFileStatus NOT = '00'
           MOVE 'y' TO RunBufEndOfFile
         END-IF
         PERFORM UNTIL RunBufEndOfFile = 'y'
           READ STAT-WORK-FILE
             AT END
               MOVE 'y' TO RunBufEndOfFile
             NOT AT END
               IF (StatWorkLine(12:1) = 'S' OR
                 StatWorkLine(12:1) = 'I') AND
                 (CoFilterOn = 'N' OR
                 StatWorkLine(67:4) = CurCoCode)
                 ADD 1 TO StatUnpaidCount
                 MOVE SPACES TO StatReportLine
                 IF StatWorkLine(12:1) = 'S'
                   STRING "  " StatWorkLine(1:11) " "
                     StatWorkLine(13:4) " skipped   start "
                     StatWorkLine(17:1) " end " StatWorkLine(18:1)
                     DELIMITED BY SIZE INTO StatReportLine
                 ELSE
                   STRING "  " StatWorkLine(1:11) " "
                     StatWorkLine(13:4) " inactive  start "
                     StatWorkLine(17:1) " end " StatWorkLine(18:1)
                     DELIMITED BY SIZE INTO StatReportLine
                 END-IF
                 WRITE StatReportLine
               END-IF
           END-READ
         END-PERFORM
         IF StatWorkFileStatus = '00'
           CLOSE STAT-WORK-FILE
         END-IF
         IF StatUnpaidCount = 0
           MOVE "  none" TO StatReportLine
           WRITE StatReportLine
         END-IF.

       3148-STAT-ADD-TO-CC.
         IF StatWorkLine(17:1) = 'Y'
           ADD 1 TO StatCcHeadsStart(StatCcIdx)
         END-IF
         IF StatWorkLine(18:1) = 'Y'
           ADD 1 TO StatCcHeadsEnd(StatCcIdx)
         END-IF
         EVALUATE StatWorkLine(12:1)
           WHEN 'O'
             ADD 1 TO StatCcPaid(StatCcIdx)
             COMPUTE StatCcRegHours(StatCcIdx) =
               StatCcRegHours(StatCcIdx) +
               FUNCTION NUMVAL(StatWorkLine(19:7)) / 100
             COMPUTE StatCcOtHours(StatCcIdx) =
               StatCcOtHours(StatCcIdx) +
               FUNCTION NUMVAL(StatWorkLine(26:7)) / 100
             COMPUTE StatCcSickHours(StatCcIdx) =
               StatCcSickHours(StatCcIdx) +
               FUNCTION NUMVAL(StatWorkLine(33:7)) / 100
             COMPUTE StatCcGross(StatCcIdx) =
               StatCcGross(StatCcIdx) +
               FUNCTION NUMVAL(StatWorkLine(40:13)) / 100
             COMPUTE StatCcNet(StatCcIdx) =
               StatCcNet(StatCcIdx) +
               FUNCTION NUMVAL(StatWorkLine(53:13)) / 100
           WHEN 'S'
             ADD 1 TO StatCcSkipped(StatCcIdx)
           WHEN 'I'
             ADD 1 TO StatCcInactive(StatCcIdx)
         END-EVALUATE.

       3149-STAT-AVERAGES.
         MOVE 0 TO StatAvgGross
         MOVE 0 TO StatAvgNet
         IF StatCcPaid(StatCcIdx) > 0
           COMPUTE StatAvgGross ROUNDED = StatCcGross(StatCcIdx)
             / StatCcPaid(StatCcIdx)
           COMPUTE StatAvgNet ROUNDED = StatCcNet(StatCcIdx)
             / StatCcPaid(StatCcIdx)
         END-IF.

       3150-SET-COMPANY.
      *> Make CurCoCode the company in hand: its name, OIB and
      *> paying IBAN. A code companies.dat does not know leaves
      *> CurCoFound 'N' and the config.txt company's details
         MOVE 'N' TO CurCoFound
         MOVE 1 TO CurCoIdx
         PERFORM VARYING CoIdx FROM 1 BY 1
         UNTIL CoIdx > CoCount OR CurCoFound = 'Y'
           IF CoCode(CoIdx) = CurCoCode
             MOVE CoIdx TO CurCoIdx
             MOVE 'Y' TO CurCoFound
           END-IF
         END-PERFORM
         MOVE CoName(CurCoIdx) TO CurCoName
         MOVE CoOIB(CurCoIdx) TO CurCoOIB
         MOVE CoIBAN(CurCoIdx) TO CurCoIBAN.

       3160-RELEASE-BY-COMPANY.
      *> A run over several companies releases one set of files for
      *> each company with rows in it - the JOPPD under its OIB, the
      *> payment file debiting its account, its own journal, HZZO
      *> claim and RAD-1 - built from its lines in the work files,
      *> plus a register row per company under the run's id. The
      *> group summary then adds the companies up. The duplicate
      *> OIB check and the control totals need nothing here: they
      *> were done over the whole of employees.dat when the run was
      *> calculated
         PERFORM 3161-COUNT-COMPANY-ROWS
         IF CoStatLines = 0
           DISPLAY "WARNING: the work files do not say which "
           "company each row belongs to - the run is released as "
           "one set of files for " FUNCTION TRIM(CurCoName) "."
           PERFORM 3041-WRITE-JOPPD-FILE
           PERFORM 3046-WRITE-HUB3-FILE
           PERFORM 3094-WRITE-GL-JOURNAL
           PERFORM 3135-WRITE-HZZO-CLAIM
           PERFORM 3142-WRITE-STAT-REPORT
           PERFORM 3102-ARCHIVE-RUN
           EXIT PARAGRAPH
         END-IF
         MOVE 'Y' TO CoFilterOn
         PERFORM VARYING CoRelIdx FROM 1 BY 1
         UNTIL CoRelIdx > CoCount
           IF CoRowsRead(CoRelIdx) > 0
             PERFORM 3162-RELEASE-ONE-COMPANY
           END-IF
         END-PERFORM
         MOVE 'N' TO CoFilterOn
         PERFORM 3164-WRITE-GROUP-SUMMARY
         MOVE SPACES TO CurCoCode
         PERFORM 3150-SET-COMPANY
         PERFORM 3163-SET-RELEASE-NAMES.

       3161-COUNT-COMPANY-ROWS.
      *> Every row of the run, paid or not, left a stat_work.dat
      *> line naming its company - count them per company
         MOVE 0 TO CoStatLines
         PERFORM VARYING CoIdx FROM 1 BY 1
         UNTIL CoIdx > CoCount
           MOVE 0 TO CoRowsRead(CoIdx)
           MOVE 0 TO CoOkCount(CoIdx)
           MOVE 0 TO CoBadCount(CoIdx)
           MOVE 0 TO CoInactiveCount(CoIdx)
           MOVE 0 TO CoTotGross(CoIdx)
           MOVE 0 TO CoTotNet(CoIdx)
           MOVE 0 TO CoOrderCount(CoIdx)
           MOVE 0 TO CoPayTotal(CoIdx)
           MOVE 0 TO CoJoppdCount(CoIdx)
         END-PERFORM
         MOVE 'n' TO RunBufEndOfFile
         OPEN INPUT STAT-WORK-FILE
         IF StatWorkFileStatus NOT = '00'
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL RunBufEndOfFile = 'y'
           READ STAT-WORK-FILE
             AT END
               MOVE 'y' TO RunBufEndOfFile
             NOT AT END
               ADD 1 TO CoStatLines
               MOVE StatWorkLine(67:4) TO CurCoCode
               PERFORM 3150-SET-COMPANY
               IF CurCoFound NOT = 'Y'
                 DISPLAY "WARNING: company '" StatWorkLine(67:4)
                 "' of OIB " StatWorkLine(1:11) " is no longer in "
                 "companies.dat - counted under "
                 FUNCTION TRIM(CurCoName) "."
               END-IF
               ADD 1 TO CoRowsRead(CurCoIdx)
               EVALUATE StatWorkLine(12:1)
                 WHEN 'O'
                   ADD 1 TO CoOkCount(CurCoIdx)
                 WHEN 'S'
                   ADD 1 TO CoBadCount(CurCoIdx)
                 WHEN OTHER
                   ADD 1 TO CoInactiveCount(CurCoIdx)
               END-EVALUATE
           END-READ
         END-PERFORM
         CLOSE STAT-WORK-FILE.

       3162-RELEASE-ONE-COMPANY.
      *> The company's totals are rebuilt from its own work-file
      *> lines, then its files are written exactly as a
      *> one-company run's would be
         MOVE CoCode(CoRelIdx) TO CurCoCode
         PERFORM 3150-SET-COMPANY
         PERFORM 3163-SET-RELEASE-NAMES
         INITIALIZE BatchRunTotals
         MOVE 0 TO JoppdDetailCount
         MOVE 0 TO Hub3OrderCount
         MOVE 0 TO Hub3TotalNet
         MOVE 0 TO CcCount
         PERFORM 3075-TOTAL-RUN-BUFFERS
         DISPLAY " "
         DISPLAY "Company " CoCode(CoRelIdx) " - "
         FUNCTION TRIM(CurCoName) "  OIB " CurCoOIB
         IF CoOkCount(CoRelIdx) > 0
           PERFORM 3041-WRITE-JOPPD-FILE
           PERFORM 3046-WRITE-HUB3-FILE
           PERFORM 3094-WRITE-GL-JOURNAL
         ELSE
           DISPLAY "No employee of this company was paid - no "
           "JOPPD, payment file or GL journal."
         END-IF
         PERFORM 3135-WRITE-HZZO-CLAIM
         PERFORM 3142-WRITE-STAT-REPORT
         IF CoOkCount(CoRelIdx) > 0
           PERFORM 3102-ARCHIVE-RUN
         END-IF
         MOVE BatchTotGross TO CoTotGross(CoRelIdx)
         MOVE BatchTotNet TO CoTotNet(CoRelIdx)
         MOVE Hub3OrderCount TO CoOrderCount(CoRelIdx)
         MOVE Hub3TotalNet TO CoPayTotal(CoRelIdx)
         MOVE JoppdDetailCount TO CoJoppdCount(CoRelIdx)
         PERFORM 3165-WRITE-COMPANY-REGISTER.

       3163-SET-RELEASE-NAMES.
      *> The config.txt company keeps the file names the payroll
      *> always had; any other company's files carry its code
         MOVE SPACES TO CoFileSuffix
         IF CurCoCode NOT = SPACES
           STRING "_" CurCoCode DELIMITED BY SIZE INTO CoFileSuffix
         END-IF
         MOVE SPACES TO JoppdFileName
         STRING "joppd_submission" DELIMITED BY SIZE
           CoFileSuffix DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE INTO JoppdFileName
         MOVE SPACES TO Hub3FileName
         STRING "hub3_payments" DELIMITED BY SIZE
           CoFileSuffix DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE INTO Hub3FileName
         MOVE SPACES TO GlJournalName
         STRING "gl_journal" DELIMITED BY SIZE
           CoFileSuffix DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE INTO GlJournalName.

       3164-WRITE-GROUP-SUMMARY.
      *> One line per company and the group total, so the group's
      *> finance sees the whole payroll on one page
         MOVE SPACES TO GroupSummaryName
         STRING "group_summary_" YtdRunPeriod ".txt"
           DELIMITED BY SIZE INTO GroupSummaryName
         OPEN OUTPUT GROUP-SUMMARY-FILE
         IF GroupSummaryFileStatus NOT = '00'
           DISPLAY "WARNING: cannot write "
           FUNCTION TRIM(GroupSummaryName) " (file status "
           GroupSummaryFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO GroupRowsRead
         MOVE 0 TO GroupOkCount
         MOVE 0 TO GroupBadCount
         MOVE 0 TO GroupInactiveCount
         MOVE 0 TO GroupJoppdCount
         MOVE 0 TO GroupOrderCount
         MOVE 0 TO GroupTotGross
         MOVE 0 TO GroupTotNet
         MOVE 0 TO GroupPayTotal
         MOVE SPACES TO GroupSummaryLine
         STRING "Group payroll summary - run " RegPendRunId
           ", pay period " YtdRunPeriod
           DELIMITED BY SIZE INTO GroupSummaryLine
         WRITE GroupSummaryLine
         MOVE SPACES TO GroupSummaryLine
         WRITE GroupSummaryLine
         MOVE SPACES TO GroupSummaryLine
         STRING "Code Company                        OIB        "
           "   Rows    OK  Skip Inact JOPPD Ordrs"
           "    Gross total      Net total       Paid out"
           DELIMITED BY SIZE INTO GroupSummaryLine
         WRITE GroupSummaryLine
         PERFORM VARYING CoRelIdx FROM 1 BY 1
         UNTIL CoRelIdx > CoCount
           IF CoRowsRead(CoRelIdx) > 0
             ADD CoRowsRead(CoRelIdx) TO GroupRowsRead
             ADD CoOkCount(CoRelIdx) TO GroupOkCount
             ADD CoBadCount(CoRelIdx) TO GroupBadCount
             ADD CoInactiveCount(CoRelIdx) TO GroupInactiveCount
             ADD CoJoppdCount(CoRelIdx) TO GroupJoppdCount
             ADD CoOrderCount(CoRelIdx) TO GroupOrderCount
             ADD CoTotGross(CoRelIdx) TO GroupTotGross
             ADD CoTotNet(CoRelIdx) TO GroupTotNet
             ADD CoPayTotal(CoRelIdx) TO GroupPayTotal
             MOVE CoRowsRead(CoRelIdx) TO GroupCnt1F
             MOVE CoOkCount(CoRelIdx) TO GroupCnt2F
             MOVE CoBadCount(CoRelIdx) TO GroupCnt3F
             MOVE CoInactiveCount(CoRelIdx) TO GroupCnt4F
             MOVE CoJoppdCount(CoRelIdx) TO GroupCnt5F
             MOVE CoOrderCount(CoRelIdx) TO GroupCnt6F
             MOVE CoTotGross(CoRelIdx) TO GroupAmt1F
             MOVE CoTotNet(CoRelIdx) TO GroupAmt2F
             MOVE CoPayTotal(CoRelIdx) TO GroupAmt3F
             MOVE SPACES TO GroupSummaryLine
             STRING CoCode(CoRelIdx) " " CoName(CoRelIdx) " "
               CoOIB(CoRelIdx) " " GroupCnt1F " " GroupCnt2F " "
               GroupCnt3F " " GroupCnt4F " " GroupCnt5F " "
               GroupCnt6F " " GroupAmt1F " " GroupAmt2F " "
               GroupAmt3F DELIMITED BY SIZE INTO GroupSummaryLine
             WRITE GroupSummaryLine
           END-IF
         END-PERFORM
         MOVE GroupRowsRead TO GroupCnt1F
         MOVE GroupOkCount TO GroupCnt2F
         MOVE GroupBadCount TO GroupCnt3F
         MOVE GroupInactiveCount TO GroupCnt4F
         MOVE GroupJoppdCount TO GroupCnt5F
         MOVE GroupOrderCount TO GroupCnt6F
         MOVE GroupTotGross TO GroupAmt1F
         MOVE GroupTotNet TO GroupAmt2F
         MOVE GroupPayTotal TO GroupAmt3F
         MOVE SPACES TO GroupSummaryLine
         STRING "---- ------------------------------ -----------"
           " ----- ----- ----- ----- ----- -----"
           " -------------- -------------- --------------"
           DELIMITED BY SIZE INTO GroupSummaryLine
         WRITE GroupSummaryLine
         MOVE SPACES TO GroupSummaryLine
         STRING "     Group total                               "
           GroupCnt1F " " GroupCnt2F " " GroupCnt3F " " GroupCnt4F
           " " GroupCnt5F " " GroupCnt6F " " GroupAmt1F " "
           GroupAmt2F " " GroupAmt3F
           DELIMITED BY SIZE INTO GroupSummaryLine
         WRITE GroupSummaryLine
         MOVE SPACES TO GroupSummaryLine
         WRITE GroupSummaryLine
         MOVE RegPendRowsRead TO GroupCnt1F
         MOVE SPACES TO GroupSummaryLine
         STRING "Duplicate OIBs and the control-total trailer were "
           "checked over the whole of employees.dat: " GroupCnt1F
           " rows." DELIMITED BY SIZE INTO GroupSummaryLine
         WRITE GroupSummaryLine
         IF GroupRowsRead NOT = RegPendRowsRead
           MOVE SPACES TO GroupSummaryLine
           STRING "WARNING: the companies add up to a different "
             "row count than the run read - check stat_work.dat "
             "before filing." DELIMITED BY SIZE
             INTO GroupSummaryLine
           WRITE GroupSummaryLine
           DISPLAY "WARNING: the company row counts do not add up "
           "to the rows the run read."
         END-IF
         CLOSE GROUP-SUMMARY-FILE
         DISPLAY " "
         DISPLAY "Group summary written to "
           FUNCTION TRIM(GroupSummaryName).

       3165-WRITE-COMPANY-REGISTER.
      *> The company's share of the released run under the run's
      *> id. Only blank and 'A' rows make a period paid, so a 'C'
      *> row records without counting twice
         OPEN EXTEND RUN-REGISTER-FILE
         IF RunRegisterFileStatus NOT = '00'
           DISPLAY "WARNING: cannot write run_register.dat (file "
           "status " RunRegisterFileStatus ") - company "
           CoCode(CoRelIdx) " is not registered."
           EXIT PARAGRAPH
         END-IF
         MOVE RegPendingImage TO RunRegisterRecord
         MOVE FUNCTION CURRENT-DATE(1:14) TO RegStamp
         MOVE CoRowsRead(CoRelIdx) TO RegRowsRead
         MOVE CoOkCount(CoRelIdx) TO RegOkCount
         MOVE CoBadCount(CoRelIdx) TO RegBadCount
         MOVE CoInactiveCount(CoRelIdx) TO RegInactiveCount
         COMPUTE RegTotGrossC = BatchTotGross * 100
         COMPUTE RegTotNetC = BatchTotNet * 100
         MOVE SPACES TO RegFiles
         STRING JoppdFileName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           Hub3FileName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           GlJournalName DELIMITED BY SPACE
           INTO RegFiles
         MOVE 'C' TO RegStatus
         MOVE AuditOperator TO RegApprover
         MOVE CoCode(CoRelIdx) TO RegCompany
         WRITE RunRegisterRecord
         CLOSE RUN-REGISTER-FILE.

       3170-APPLY-PENDING-CHANGES.
      *> Bring employees.dat up to the pay period before anything
      *> reads it: every pending change whose period has come is
      *> written into its row, oldest period first, and the trailer
      *> hash moves by exactly what the changes moved - so a file
      *> that was already short still fails 3005 afterwards. The
      *> file as it stood is kept as employees_prechange.dat.
      *> pending_changes.dat and the audit log are left alone here:
      *> 3176-PEND-COMMIT writes them once 3005 has passed
         MOVE PayPeriodDate(1:6) TO PchDuePeriod
         PERFORM 3171-LOAD-PENDING-CHANGES
         MOVE 0 TO PchDueCount
         PERFORM VARYING PchIdx FROM 1 BY 1 UNTIL PchIdx > PchCount
           MOVE PchImage(PchIdx) TO PendingChangeWork
           IF PchStatus = 'P' AND PchPeriod NOT > PchDuePeriod
             ADD 1 TO PchDueCount
           END-IF
         END-PERFORM
         IF PchDueCount = 0
           EXIT PARAGRAPH
         END-IF
         IF PchLoadTruncated = 'Y'
           DISPLAY "WARNING: pending_changes.dat did not load "
           "completely - none of the " PchDueCount " changes due "
           "were applied. employees.dat is as entered."
           EXIT PARAGRAPH
         END-IF
         MOVE 'N' TO HoldCreateEmpty
         MOVE "employees.dat" TO HoldInName
         MOVE "employees_prechange.dat" TO HoldOutName
         PERFORM 3007-COPY-HOLD-FILE
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "WARNING: employees.dat could not be copied - "
           "the " PchDueCount " pending changes due were NOT "
           "applied."
           EXIT PARAGRAPH
         END-IF
         MOVE "employees_prechange.dat" TO HoldInName
         OPEN INPUT HOLD-IN-FILE
         IF HoldInFileStatus NOT = '00'
           DISPLAY "WARNING: cannot read employees_prechange.dat "
           "(file status " HoldInFileStatus ") - pending changes "
           "NOT applied."
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT EMPLOYEES-FILE
         IF EmployeesFileStatus NOT = '00'
           DISPLAY "WARNING: cannot rewrite employees.dat (file "
           "status " EmployeesFileStatus ") - pending changes NOT "
           "applied."
           CLOSE HOLD-IN-FILE
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO PendReportName
         STRING "pending_applied_" PchDuePeriod DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE INTO PendReportName
         OPEN EXTEND PEND-REPORT-FILE
         IF PendReportFileStatus NOT = '00'
           OPEN OUTPUT PEND-REPORT-FILE
         END-IF
         MOVE SPACES TO PendReportLine
         STRING "Pending changes applied for pay period "
           PchDuePeriod " - run " FUNCTION CURRENT-DATE(1:14)
           DELIMITED BY SIZE INTO PendReportLine
         WRITE PendReportLine
         MOVE SPACES TO PendReportLine
         MOVE "Seq" TO PendReportLine(3:3)
         MOVE "Period" TO PendReportLine(9:6)
         MOVE "OIB" TO PendReportLine(16:3)
         MOVE "Name" TO PendReportLine(28:4)
         MOVE "Amount" TO PendReportLine(56:6)
         MOVE "T" TO PendReportLine(63:1)
         MOVE "CC" TO PendReportLine(65:2)
         MOVE "IBAN" TO PendReportLine(70:4)
         MOVE "Kd Dp D Result" TO PendReportLine(92:14)
         WRITE PendReportLine
         MOVE AuditOperator TO PchKeepOperator
         MOVE "SYSTEM" TO AuditOperator
         MOVE 0 TO PchAppliedCount
         MOVE 0 TO PchUnmatchedCount
         MOVE 0 TO PchHashDelta
         MOVE 'N' TO PchTrailerFound
         MOVE 'n' TO HoldEndOfFile
         PERFORM UNTIL HoldEndOfFile = 'y'
           READ HOLD-IN-FILE
             AT END
               MOVE 'y' TO HoldEndOfFile
             NOT AT END
      *> The trailer is written last, once the delta is known
               IF HoldInLine(1:9) = '*TRAILER*'
                 MOVE 'Y' TO PchTrailerFound
                 MOVE HoldInLine(1:156) TO PchTrailerImage
               ELSE
                 MOVE HoldInLine(1:156) TO EmpEditRecord
                 PERFORM 3175-PEND-APPLY-ROW-CHANGES
                 MOVE EmpEditRecord TO EmployeeRecord
                 WRITE EmployeeRecord
               END-IF
           END-READ
         END-PERFORM
         CLOSE HOLD-IN-FILE
         IF PchTrailerFound = 'Y'
           MOVE PchTrailerImage TO EmployeeRecord
           IF TrailerHashTotal IS NUMERIC
             ADD PchHashDelta TO TrailerHashTotal
           END-IF
           WRITE EmployeeRecord
         END-IF
         CLOSE EMPLOYEES-FILE
         MOVE PchKeepOperator TO AuditOperator
      *> A change still due here found no row - the person left
      *> employees.dat before the change came due
         PERFORM VARYING PchIdx FROM 1 BY 1 UNTIL PchIdx > PchCount
           MOVE PchImage(PchIdx) TO PendingChangeWork
           IF PchStatus = 'P' AND PchPeriod NOT > PchDuePeriod
             MOVE 'U' TO PchStatus
             MOVE "SYSTEM" TO PchDoneBy
             MOVE FUNCTION CURRENT-DATE(1:14) TO PchDone
             MOVE PendingChangeWork TO PchImage(PchIdx)
             ADD 1 TO PchUnmatchedCount
             MOVE SPACES TO EmpEditRecord
             MOVE "NOT FOUND" TO PchResultX
             PERFORM 3172-PEND-REPORT-LINE
           END-IF
         END-PERFORM
         MOVE SPACES TO PendReportLine
         WRITE PendReportLine
         MOVE SPACES TO PendReportLine
         STRING "Applied: " PchAppliedCount
           "   Not found in employees.dat: " PchUnmatchedCount
           DELIMITED BY SIZE INTO PendReportLine
         WRITE PendReportLine
         CLOSE PEND-REPORT-FILE
         MOVE 'Y' TO PchApplyPending
         DISPLAY "Pending changes applied to employees.dat: "
           PchAppliedCount " (not found: " PchUnmatchedCount
           ") - see " FUNCTION TRIM(PendReportName) "."
         PERFORM 3060-REBUILD-EMP-MASTER.

       3171-LOAD-PENDING-CHANGES.
      *> Load pending_changes.dat whole, every status, so the save
      *> can write the file straight back. Same open-state
      *> bookkeeping as 3090-LOAD-GARNISHMENTS: a row that cannot
      *> be read, or one more than the table holds, marks the load
      *> incomplete and the file is then never rewritten
         MOVE 0 TO PchCount
         MOVE 1 TO PchNextSeq
         MOVE 'n' TO PchEndOfFile
         MOVE 'Y' TO PchFileWasOpen
         MOVE 'N' TO PchLoadTruncated
         OPEN INPUT PENDING-CHANGE-FILE
         IF PchFileStatus NOT = '00'
           MOVE 'y' TO PchEndOfFile
           MOVE 'N' TO PchFileWasOpen
         END-IF
         PERFORM UNTIL PchEndOfFile = 'y'
           READ PENDING-CHANGE-FILE
             AT END
               MOVE 'y' TO PchEndOfFile
             NOT AT END
               MOVE PendingChangeRecord TO PendingChangeWork
               IF PchCount >= 200
                 DISPLAY "WARNING: more than 200 rows in "
                 "pending_changes.dat - the rest were not loaded"
                 MOVE 'Y' TO PchLoadTruncated
                 MOVE 'y' TO PchEndOfFile
               ELSE
               IF PchSeq IS NOT NUMERIC OR PchPeriod IS NOT NUMERIC
                 OR (PchStatus NOT = 'P' AND PchStatus NOT = 'A'
                 AND PchStatus NOT = 'X' AND PchStatus NOT = 'U')
                 MOVE 'Y' TO PchLoadTruncated
                 DISPLAY "WARNING: malformed pending change for "
                 "OIB " PchOIB " - pending_changes.dat will NOT be "
                 "rewritten"
               ELSE
                 ADD 1 TO PchCount
                 MOVE PendingChangeWork TO PchImage(PchCount)
                 IF PchSeq >= PchNextSeq
                   COMPUTE PchNextSeq = PchSeq + 1
                 END-IF
               END-IF
               END-IF
           END-READ
         END-PERFORM
         IF PchFileWasOpen = 'Y'
           CLOSE PENDING-CHANGE-FILE
         END-IF.

       3172-PEND-REPORT-LINE.
      *> One change on the report: what it set (blank = left as
      *> it was) and what became of it. EmpEditRecord holds the
      *> row after the change, or spaces when there was none
         MOVE SPACES TO PchAmountShow
         IF PchAmountX NOT = SPACES
           COMPUTE PchAmountF = FUNCTION NUMVAL(PchAmountX) / 100
           MOVE PchAmountF TO PchAmountShow
         END-IF
         MOVE SPACES TO PendReportLine
         STRING "  " PchSeq " " PchPeriod " " PchOIB " "
           EmpEditName(1:23) " " PchAmountShow " " PchCalcType " "
           PchCostCenter " " PchIBAN " " PchKidsNumX " "
           PchDependentsNumX " " PchDisability " " PchResultX
           DELIMITED BY SIZE INTO PendReportLine
         WRITE PendReportLine.

       3173-SAVE-PENDING-CHANGES.
      *> Write the table back as the whole file. Refused after an
      *> incomplete load - rewriting from a partial table would lose
      *> the changes that were never read
         MOVE 'N' TO PchSaveOk
         IF PchLoadTruncated = 'Y'
           DISPLAY "WARNING: pending_changes.dat did not load "
           "completely - it was NOT rewritten."
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT PENDING-CHANGE-FILE
         IF PchFileStatus NOT = '00'
           DISPLAY "WARNING: cannot rewrite pending_changes.dat "
           "(file status " PchFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         PERFORM VARYING PchIdx FROM 1 BY 1 UNTIL PchIdx > PchCount
           MOVE PchImage(PchIdx) TO PendingChangeRecord
           WRITE PendingChangeRecord
         END-PERFORM
         CLOSE PENDING-CHANGE-FILE
         MOVE 'Y' TO PchSaveOk.

       3174-PEND-APPLY-TO-ROW.
      *> Lay the change in PendingChangeWork over EmpEditRecord;
      *> a blank field leaves the row's value alone. Shared by the
      *> batch and by maintenance's preview of a new change
         IF PchAmountX NOT = SPACES
           MOVE PchAmountX TO EmpEditAmountX
         END-IF
         IF PchCalcType NOT = SPACE
           MOVE PchCalcType TO EmpEditCalcType
         END-IF
         IF PchCostCenter NOT = SPACES
           MOVE PchCostCenter TO EmpEditCostCenter
         END-IF
         IF PchIBAN NOT = SPACES
           MOVE PchIBAN TO EmpEditIBAN
         END-IF
         IF PchKidsNumX NOT = SPACES
           MOVE PchKidsNumX TO EmpEditKidsNumX
         END-IF
         IF PchDependentsNumX NOT = SPACES
           MOVE PchDependentsNumX TO EmpEditDependentsNumX
         END-IF
         IF PchDisability NOT = SPACE
           MOVE PchDisability TO EmpEditDisability
         END-IF.

       3175-PEND-APPLY-ROW-CHANGES.
      *> Apply every due change for the row in EmpEditRecord, the
      *> earliest period first. An applied change is no longer 'P',
      *> so a second row with the same OIB gets none of them - the
      *> batch only ever pays the first row for an OIB
         MOVE 1 TO PchPickIdx
         PERFORM UNTIL PchPickIdx = 0
           MOVE 0 TO PchPickIdx
           PERFORM VARYING PchIdx FROM 1 BY 1 UNTIL PchIdx > PchCount
             MOVE PchImage(PchIdx) TO PendingChangeWork
             IF PchStatus = 'P' AND PchPeriod NOT > PchDuePeriod
               AND PchOIB = EmpEditOIB
               IF PchPickIdx = 0
                 MOVE PchIdx TO PchPickIdx
               ELSE
               IF PchPeriod < PchImage(PchPickIdx)(17:6)
                 MOVE PchIdx TO PchPickIdx
               END-IF
               END-IF
             END-IF
           END-PERFORM
           IF PchPickIdx > 0
             MOVE PchImage(PchPickIdx) TO PendingChangeWork
             MOVE EmpEditRecord TO PchOldRow
             MOVE 0 TO PchOldAmount
             IF FUNCTION TEST-NUMVAL(EmpEditAmountX) = 0
               COMPUTE PchOldAmount = FUNCTION NUMVAL(EmpEditAmountX)
             END-IF
             PERFORM 3174-PEND-APPLY-TO-ROW
             MOVE 0 TO PchNewAmount
             IF FUNCTION TEST-NUMVAL(EmpEditAmountX) = 0
               COMPUTE PchNewAmount = FUNCTION NUMVAL(EmpEditAmountX)
             END-IF
             COMPUTE PchHashDelta = PchHashDelta + PchNewAmount
               - PchOldAmount
             MOVE 'A' TO PchStatus
             MOVE "SYSTEM" TO PchDoneBy
             MOVE FUNCTION CURRENT-DATE(1:14) TO PchDone
             MOVE PendingChangeWork TO PchImage(PchPickIdx)
             ADD 1 TO PchAppliedCount
             MOVE EmpEditOIB TO PchAudOib(PchAppliedCount)
             MOVE PchOldRow TO PchAudBefore(PchAppliedCount)
             MOVE EmpEditRecord TO PchAudAfter(PchAppliedCount)
             MOVE "APPLIED" TO PchResultX
             PERFORM 3172-PEND-REPORT-LINE
           END-IF
         END-PERFORM.

       3176-PEND-COMMIT.
      *> 3005 passed on the changed employees.dat: record the new
      *> statuses and write the audit rows 3175 kept back. A save
      *> that fails leaves the changes in employees.dat but still
      *> 'P' in pending_changes.dat - said on screen and on the
      *> report, since the next period would apply them again
         PERFORM 3173-SAVE-PENDING-CHANGES
         MOVE AuditOperator TO PchKeepOperator
         MOVE "SYSTEM" TO AuditOperator
         PERFORM VARYING PchAudIdx FROM 1 BY 1
         UNTIL PchAudIdx > PchAppliedCount
           MOVE 'PENDAPPLY' TO AuditActionX
           MOVE PchAudOib(PchAudIdx) TO AuditOibX
           MOVE PchAudBefore(PchAudIdx) TO AuditBeforeImage
           MOVE PchAudAfter(PchAudIdx) TO AuditAfterImage
           PERFORM 4070-MAINT-WRITE-AUDIT
         END-PERFORM
         MOVE PchKeepOperator TO AuditOperator
         MOVE 'N' TO PchApplyPending
         IF PchSaveOk = 'Y'
           EXIT PARAGRAPH
         END-IF
         DISPLAY "WARNING: pending_changes.dat was NOT updated - "
         "the changes applied still show as pending."
         OPEN EXTEND PEND-REPORT-FILE
         IF PendReportFileStatus NOT = '00'
           EXIT PARAGRAPH
         END-IF
         MOVE "WARNING: pending_changes.dat was NOT updated - "
           TO PendReportLine
         MOVE "these changes show as still pending." TO
           PendReportLine(48:36)
         WRITE PendReportLine
         CLOSE PEND-REPORT-FILE.

       3177-PEND-ROLLBACK.
      *> 3005 refused the run: put employees.dat back as it was
      *> before the changes went in and rebuild the master from it.
      *> Nothing was saved, so every change is still 'P' and the
      *> next start applies them again
         MOVE 'N' TO PchApplyPending
         MOVE 'N' TO HoldCreateEmpty
         MOVE "employees_prechange.dat" TO HoldInName
         MOVE "employees.dat" TO HoldOutName
         PERFORM 3007-COPY-HOLD-FILE
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "WARNING: employees.dat could not be put back - "
           "copy employees_prechange.dat over it before the next "
           "run."
         ELSE
           PERFORM 3060-REBUILD-EMP-MASTER
           DISPLAY "Run refused - employees.dat is back as it was "
           "and the " PchAppliedCount " changes applied are still "
           "pending."
         END-IF
         OPEN EXTEND PEND-REPORT-FILE
         IF PendReportFileStatus NOT = '00'
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO PendReportLine
         IF HoldCopyOk = 'Y'
           MOVE "Run refused by the control totals - changes NOT "
             TO PendReportLine
           MOVE "applied, still pending." TO PendReportLine(49:23)
         ELSE
           MOVE "Run refused - employees.dat NOT put back from "
             TO PendReportLine
           MOVE "employees_prechange.dat." TO PendReportLine(47:24)
         END-IF
         WRITE PendReportLine
         CLOSE PEND-REPORT-FILE.

       3200-APPROVE-RUN.
      *> The second pair of eyes on a calculated batch: show the
      *> pending run's totals, its error count and the variance
      *> report, then let a different operator approve it - which
      *> releases the payment, JOPPD, GL and HZZO files from the
      *> work files - or reject it, which puts ytd.dat and
      *> garnishments.dat back and leaves the period free to run
      *> again
         PERFORM 3103-FIND-PENDING-RUN
         IF RegPendingRunId = 0
           DISPLAY "No payroll run is awaiting approval."
           EXIT PARAGRAPH
         END-IF
         PERFORM 4005-MAINT-ACCEPT-OPERATOR
         IF AuditOperator = RegPendRunBy
           DISPLAY "Run " RegPendRunId " was run by "
           FUNCTION TRIM(RegPendRunBy) " - it must be approved or "
           "rejected by a different operator."
           EXIT PARAGRAPH
         END-IF
         MOVE RegPendPeriod TO YtdRunPeriod
         MOVE RegPendRunId TO RegNextRunId
         INITIALIZE BatchRunTotals
         MOVE 0 TO JoppdDetailCount
         MOVE 0 TO Hub3OrderCount
         MOVE 0 TO Hub3TotalNet
         MOVE 0 TO CcCount
         PERFORM 3075-TOTAL-RUN-BUFFERS
         PERFORM 3201-SHOW-PENDING-RUN
         PERFORM 3202-SHOW-VARIANCE-REPORT
         MOVE 0 TO InputRetryCount
         PERFORM 3205-ACCEPT-DECISION
      *> Work files that lost their lines would release empty
      *> files for a run that paid people - only a rejection can
      *> follow
         IF ApprovalDecision = 'A' AND JoppdDetailCount = 0 AND
           RegPendOkCount > 0
           DISPLAY "The work files hold no lines for this run's "
           RegPendOkCount " paid employees - it cannot be "
           "released. Reject it and run the period again."
           MOVE 'Q' TO ApprovalDecision
         END-IF
         EVALUATE ApprovalDecision
           WHEN 'A'
             PERFORM 3203-RELEASE-RUN
           WHEN 'R'
             PERFORM 3204-REJECT-RUN
           WHEN OTHER
             DISPLAY "Run " RegPendRunId " left awaiting approval."
         END-EVALUATE.

       3201-SHOW-PENDING-RUN.
         DISPLAY " "
         DISPLAY "Run " RegPendRunId " - pay period " RegPendPeriod
         ", calculated " RegPendStamp(1:8) " " RegPendStamp(9:4)
         " by " FUNCTION TRIM(RegPendRunBy)
         DISPLAY "  Rows read:      " RegPendRowsRead
         DISPLAY "  Processed OK:   " RegPendOkCount
         DISPLAY "  Errors:         " RegPendBadCount
         "  (see batch_errors.txt)"
         DISPLAY "  Inactive:       " RegPendInactiveCount
         MOVE BatchTotGross TO ApprovalAmountF
         DISPLAY "  Total gross:    " ApprovalAmountF
         MOVE BatchTotNet TO ApprovalAmountF
         DISPLAY "  Total net:      " ApprovalAmountF
         MOVE BatchTotNonTax TO ApprovalAmountF
         DISPLAY "  Non-taxable:    " ApprovalAmountF
         MOVE BatchTotIncomeTax TO ApprovalAmountF
         DISPLAY "  Income tax:     " ApprovalAmountF
         MOVE Hub3TotalNet TO ApprovalAmountF
         DISPLAY "  Payment orders: " Hub3OrderCount
         "  to pay: " ApprovalAmountF
         DISPLAY "  JOPPD page-B lines: " JoppdDetailCount
      *> The register row was written from the run's own totals;
      *> the work files must still add up to them
         IF RegPendTotGrossC NOT = BatchTotGross * 100 OR
           RegPendTotNetC NOT = BatchTotNet * 100
           DISPLAY "WARNING: the work files do not add up to the "
           "totals registered for the run - check before approving."
         END-IF.

       3202-SHOW-VARIANCE-REPORT.
         DISPLAY " "
         MOVE 'n' TO ApprovalEndOfFile
         OPEN INPUT VARIANCE-REPORT-FILE
         IF VarianceFileStatus NOT = '00'
           DISPLAY "variance_report.txt is missing (file status "
           VarianceFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL ApprovalEndOfFile = 'y'
           READ VARIANCE-REPORT-FILE
             AT END
               MOVE 'y' TO ApprovalEndOfFile
             NOT AT END
               DISPLAY FUNCTION TRIM(VarianceLine TRAILING)
           END-READ
         END-PERFORM
         CLOSE VARIANCE-REPORT-FILE.

       3203-RELEASE-RUN.
      *> The approval goes on the register first - files released
      *> for a run the register still shows as pending would let a
      *> second approval release them again
         MOVE 'A' TO ApprovalDecision
         PERFORM 3104-WRITE-REGISTER-DECISION
         IF RegDecisionOk NOT = 'Y'
           DISPLAY "Nothing released - the approval could not be "
           "recorded."
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO CurCoCode
         PERFORM 3150-SET-COMPANY
         PERFORM 3163-SET-RELEASE-NAMES
         IF CoCount > 1
           PERFORM 3160-RELEASE-BY-COMPANY
         ELSE
           PERFORM 3041-WRITE-JOPPD-FILE
           PERFORM 3046-WRITE-HUB3-FILE
           PERFORM 3094-WRITE-GL-JOURNAL
           PERFORM 3135-WRITE-HZZO-CLAIM
           PERFORM 3142-WRITE-STAT-REPORT
           PERFORM 3102-ARCHIVE-RUN
         END-IF
         PERFORM 3083-SAVE-LASTRUN
         PERFORM 3003-RESET-CHECKPOINT
         DISPLAY "Run " RegPendRunId " approved by "
         FUNCTION TRIM(AuditOperator) " - files released.".

       3204-REJECT-RUN.
         MOVE 'R' TO ApprovalDecision
         PERFORM 3104-WRITE-REGISTER-DECISION
         IF RegDecisionOk NOT = 'Y'
           DISPLAY "The rejection could not be recorded - run "
           RegPendRunId " stays pending."
           EXIT PARAGRAPH
         END-IF
         MOVE 'N' TO HoldCreateEmpty
         MOVE "ytd_hold.dat" TO HoldInName
         MOVE "ytd.dat" TO HoldOutName
         PERFORM 3007-COPY-HOLD-FILE
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "WARNING: ytd.dat could not be put back - it "
           "still holds the rejected run's figures for period "
           RegPendPeriod "."
         END-IF
         MOVE "garnishments_hold.dat" TO HoldInName
         MOVE "garnishments.dat" TO HoldOutName
         PERFORM 3007-COPY-HOLD-FILE
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "WARNING: garnishments.dat could not be put back "
           "- check the balances the rejected run paid down."
         END-IF
         PERFORM 3003-RESET-CHECKPOINT
         DISPLAY "Run " RegPendRunId " rejected by "
         FUNCTION TRIM(AuditOperator) " - pay period " RegPendPeriod
         " is free to be run again.".

       3205-ACCEPT-DECISION.
         DISPLAY "(a)pprove and release, (r)eject, or (q)uit and "
         "leave it pending: " WITH NO ADVANCING
         ACCEPT ApprovalDecision
         MOVE FUNCTION UPPER-CASE(ApprovalDecision)
           TO ApprovalDecision
         IF ApprovalDecision NOT = 'A' AND ApprovalDecision NOT = 'R'
           AND ApprovalDecision NOT = 'Q'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please choose a, r or q."
           PERFORM 3205-ACCEPT-DECISION
         END-IF.

       4000-MAINTAIN-EMPLOYEES.
      *> List, add, change and deactivate employees.dat rows with
      *> the same field-by-field validation the interactive path
      *> uses, instead of hand-editing the fixed-width layout in a
      *> text editor. The session works on maint_work.idx, a keyed
      *> working copy, and the file is rewritten after every
      *> successful operation so no edit is ever left only
      *> half-applied
         PERFORM 4005-MAINT-ACCEPT-OPERATOR
         PERFORM 4010-MAINT-LOAD
         IF MaintWorkUsable NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO MaintMenuChoice
         PERFORM UNTIL MaintMenuChoice = 'q' OR MaintMenuChoice = 'Q'
           DISPLAY " "
           DISPLAY "Employee maintenance - " MaintRowCount
           " rows loaded"
           DISPLAY " (l)ist, (a)dd, (c)hange, (d)eactivate, "
           "(f)uture-dated change, (p)ending changes, "
           "(v)iew audit, (q)uit"
           DISPLAY "Enter: " WITH NO ADVANCING
           ACCEPT MaintMenuChoice
           EVALUATE TRUE
             WHEN MaintMenuChoice = 'l' OR MaintMenuChoice = 'L'
               MOVE 0 TO InputRetryCount
               PERFORM 4020-MAINT-LIST
             WHEN MaintMenuChoice = 'a' OR MaintMenuChoice = 'A'
               MOVE 0 TO InputRetryCount
               PERFORM 4030-MAINT-ADD
             WHEN MaintMenuChoice = 'c' OR MaintMenuChoice = 'C'
               MOVE 0 TO InputRetryCount
               PERFORM 4040-MAINT-CHANGE
             WHEN MaintMenuChoice = 'd' OR MaintMenuChoice = 'D'
               MOVE 0 TO InputRetryCount
               PERFORM 4050-MAINT-DEACTIVATE
             WHEN MaintMenuChoice = 'f' OR MaintMenuChoice = 'F'
               MOVE 0 TO InputRetryCount
               PERFORM 4140-MAINT-FUTURE-CHANGE
             WHEN MaintMenuChoice = 'p' OR MaintMenuChoice = 'P'
               MOVE 0 TO InputRetryCount
               PERFORM 4150-MAINT-PENDING
             WHEN MaintMenuChoice = 'v' OR MaintMenuChoice = 'V'
               MOVE 0 TO InputRetryCount
               PERFORM 4080-MAINT-VIEW-AUDIT
             WHEN MaintMenuChoice = 'q' OR MaintMenuChoice = 'Q'
               CONTINUE
             WHEN OTHER
               PERFORM 2050-CheckInputRetries
               DISPLAY "Please choose l, a, c, d, f, p, v or q."
           END-EVALUATE
         END-PERFORM
         IF MaintWorkUsable = 'Y'
           CLOSE MAINT-WORK-FILE
           MOVE 'N' TO MaintWorkUsable
         END-IF.

       4005-MAINT-ACCEPT-OPERATOR.
      *> Every change this session is stamped with this id - the
      *> audit trail is worthless without knowing who made the edit
         DISPLAY "Operator id (up to 8 characters): "
         WITH NO ADVANCING
         ACCEPT AuditOperator
         IF AuditOperator = SPACES
           PERFORM 2050-CheckInputRetries
           DISPLAY "Operator id must not be blank."
           PERFORM 4005-MAINT-ACCEPT-OPERATOR
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4010-MAINT-LOAD.
      *> Build maint_work.idx, the keyed working copy of
      *> employees.dat this session edits; a missing file just
      *> means starting from an empty copy. Keyed by OIB like
      *> employees.idx, so the row count is bounded by disk - a
      *> second row carrying an OIB already on file cannot be
      *> keyed and is dropped, loudly, since the batch would have
      *> refused to pay it anyway
         MOVE 0 TO MaintRowCount
         MOVE 'N' TO MaintWorkUsable
         MOVE 'n' TO MaintEndOfFile
         MOVE 'Y' TO MaintFileWasOpen
         OPEN OUTPUT MAINT-WORK-FILE
         IF MaintWorkFileStatus NOT = '00'
           DISPLAY "ERROR: cannot build maint_work.idx (file "
           "status " MaintWorkFileStatus ") - maintenance cannot "
           "run."
           EXIT PARAGRAPH
         END-IF
         OPEN INPUT EMPLOYEES-FILE
      *> Remember whether the OPEN itself worked - by the time the
      *> READ loop finishes, the file status holds the AT END code,
      *> not the OPEN's, and an unclosed file here would make the
      *> next save's OPEN OUTPUT fail without writing anything
         IF EmployeesFileStatus NOT = '00'
           DISPLAY "employees.dat not found - starting empty."
           MOVE 'y' TO MaintEndOfFile
           MOVE 'N' TO MaintFileWasOpen
         END-IF
         PERFORM UNTIL MaintEndOfFile = 'y'
           READ EMPLOYEES-FILE
             AT END
               MOVE 'y' TO MaintEndOfFile
             NOT AT END
      *> The trailer is regenerated on save, so only data rows
      *> belong on the working copy
               IF TrailerTag = '*TRAILER*'
                 CONTINUE
               ELSE
                 MOVE EmpOIB TO MwOIB
                 MOVE EmployeeRecord TO MwRowData
                 WRITE MaintWorkRecord
                   INVALID KEY
                     DISPLAY "WARNING: a second row carries OIB "
                     EmpOIB " - it was NOT loaded and will be "
                     "dropped when the file is saved"
                   NOT INVALID KEY
                     ADD 1 TO MaintRowCount
                 END-WRITE
               END-IF
           END-READ
         END-PERFORM
         IF MaintFileWasOpen = 'Y'
           CLOSE EMPLOYEES-FILE
         END-IF
         CLOSE MAINT-WORK-FILE
         OPEN I-O MAINT-WORK-FILE
         IF MaintWorkFileStatus = '00'
           MOVE 'Y' TO MaintWorkUsable
         ELSE
           DISPLAY "ERROR: cannot reopen maint_work.idx (file "
           "status " MaintWorkFileStatus ") - maintenance cannot "
           "run."
         END-IF.

       4020-MAINT-LIST.
      *> Walk the working copy in OIB order - the keyed copy has no
      *> row numbers, so the listing numbers are just a running
      *> count for this listing
         IF MaintWorkUsable NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         DISPLAY "  #       Name                           OIB     "
         "    City Typ Amount     St Co"
         MOVE LOW-VALUES TO MwOIB
         START MAINT-WORK-FILE KEY NOT < MwOIB
           INVALID KEY CONTINUE
         END-START
         MOVE 0 TO MaintListSeq
         MOVE 'n' TO MaintEndOfFile
         PERFORM UNTIL MaintEndOfFile = 'y'
           READ MAINT-WORK-FILE NEXT RECORD
             AT END
               MOVE 'y' TO MaintEndOfFile
             NOT AT END
               ADD 1 TO MaintListSeq
               MOVE MwRowData TO EmpEditRecord
               IF FUNCTION TEST-NUMVAL(EmpEditAmountX) = 0
                 COMPUTE MaintAmountF = FUNCTION
                   NUMVAL(EmpEditAmountX) / 100
               ELSE
                 MOVE 0 TO MaintAmountF
               END-IF
               DISPLAY MaintListSeq " " EmpEditName " " EmpEditOIB
               " " EmpEditCityLineX "  " EmpEditCalcType "  "
               MaintAmountF " " EmpEditStatus "  " EmpEditCompany
           END-READ
         END-PERFORM.

       4030-MAINT-ADD.
         IF MaintWorkUsable NOT = 'Y'
           DISPLAY "The working copy is not usable - cannot add."
         ELSE
           MOVE SPACES TO EmpEditRecord
           MOVE 'N' TO MaintChangeMode
           PERFORM 4100-MAINT-EDIT-FIELDS
           MOVE EmpEditOIB TO MwOIB
           MOVE EmpEditRecord TO MwRowData
           WRITE MaintWorkRecord
             INVALID KEY
               DISPLAY "That OIB is already on file - not added."
             NOT INVALID KEY
               ADD 1 TO MaintRowCount
               PERFORM 4060-MAINT-SAVE
               IF MaintSaveOk = 'Y'
                 MOVE 'ADD' TO AuditActionX
                 MOVE EmpEditOIB TO AuditOibX
                 MOVE SPACES TO AuditBeforeImage
                 MOVE EmpEditRecord TO AuditAfterImage
                 PERFORM 4070-MAINT-WRITE-AUDIT
                 DISPLAY "Added " FUNCTION TRIM(EmpEditName) "."
               ELSE
                 DISPLAY "NOT added to employees.dat - the save "
                 "failed (see the error above)."
               END-IF
           END-WRITE
         END-IF.

       4040-MAINT-CHANGE.
         PERFORM 4120-MAINT-FIND-BY-OIB
         IF MaintFound = 'Y'
           MOVE MwRowData TO EmpEditRecord
           DISPLAY "Changing " FUNCTION TRIM(EmpEditName)
           " (OIB " EmpEditOIB ") - re-enter every field."
           MOVE MwRowData TO AuditBeforeImage
           MOVE 'Y' TO MaintChangeMode
           PERFORM 4100-MAINT-EDIT-FIELDS
           MOVE EmpEditRecord TO MwRowData
           REWRITE MaintWorkRecord
           PERFORM 4060-MAINT-SAVE
           IF MaintSaveOk = 'Y'
             MOVE 'CHANGE' TO AuditActionX
             MOVE EmpEditOIB TO AuditOibX
             MOVE EmpEditRecord TO AuditAfterImage
             PERFORM 4070-MAINT-WRITE-AUDIT
             DISPLAY "Changed " FUNCTION TRIM(EmpEditName) "."
           ELSE
             DISPLAY "Change NOT saved to employees.dat - the "
             "save failed (see the error above)."
           END-IF
         END-IF.

       4050-MAINT-DEACTIVATE.
         PERFORM 4120-MAINT-FIND-BY-OIB
         IF MaintFound = 'Y'
           MOVE MwRowData TO EmpEditRecord
           MOVE MwRowData TO AuditBeforeImage
           MOVE 'I' TO EmpEditStatus
           MOVE EmpEditRecord TO MwRowData
           REWRITE MaintWorkRecord
           PERFORM 4060-MAINT-SAVE
           IF MaintSaveOk = 'Y'
             MOVE 'DEACTIVATE' TO AuditActionX
             MOVE EmpEditOIB TO AuditOibX
             MOVE EmpEditRecord TO AuditAfterImage
             PERFORM 4070-MAINT-WRITE-AUDIT
             DISPLAY "Deactivated " FUNCTION TRIM(EmpEditName)
             " - the batch will no longer pay this row."
           ELSE
             DISPLAY "Deactivation NOT saved to employees.dat - "
             "the save failed (see the error above)."
           END-IF
         END-IF.

       4060-MAINT-SAVE.
      *> Rewrite employees.dat from the keyed working copy.
      *> MaintSaveOk tells the caller whether this edit actually
      *> reached the file - only real changes belong on the audit
      *> trail
         MOVE 'N' TO MaintSaveOk
         IF MaintWorkUsable NOT = 'Y'
           DISPLAY "ERROR: the working copy is not usable - "
           "nothing saved."
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT EMPLOYEES-FILE
         IF EmployeesFileStatus NOT = '00'
           DISPLAY "ERROR: cannot rewrite employees.dat (file "
           "status " EmployeesFileStatus ") - nothing was saved."
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO MaintHashTotal
         MOVE LOW-VALUES TO MwOIB
         START MAINT-WORK-FILE KEY NOT < MwOIB
           INVALID KEY CONTINUE
         END-START
         MOVE 'n' TO MaintEndOfFile
         PERFORM UNTIL MaintEndOfFile = 'y'
           READ MAINT-WORK-FILE NEXT RECORD
             AT END
               MOVE 'y' TO MaintEndOfFile
             NOT AT END
               MOVE MwRowData TO EmployeeRecord
               WRITE EmployeeRecord
               IF FUNCTION TEST-NUMVAL(MwRowData(51:9)) = 0
                 ADD FUNCTION NUMVAL(MwRowData(51:9))
                   TO MaintHashTotal
               END-IF
           END-READ
         END-PERFORM
      *> Regenerate the control-total trailer the batch verifies
         MOVE SPACES TO EmployeeTrailer
         MOVE '*TRAILER*' TO TrailerTag
         MOVE MaintRowCount TO TrailerRowCount
         MOVE MaintHashTotal TO TrailerHashTotal
         WRITE EmployeeTrailer
         CLOSE EMPLOYEES-FILE
         MOVE 'Y' TO MaintSaveOk
         DISPLAY "employees.dat saved - " MaintRowCount " rows."
         PERFORM 3060-REBUILD-EMP-MASTER.

       4070-MAINT-WRITE-AUDIT.
      *> Append one line to the audit trail - the file is only ever
      *> extended, so history cannot be edited away. Same
      *> open-EXTEND-or-create shape as 2640-AppendPayslipHistory
         OPEN EXTEND MAINT-AUDIT-FILE
         IF AuditFileStatus NOT = '00'
           OPEN OUTPUT MAINT-AUDIT-FILE
         END-IF
         IF AuditFileStatus NOT = '00'
           DISPLAY "WARNING: cannot write maint_audit.txt (file "
           "status " AuditFileStatus ") - the change above is NOT "
           "on the audit trail."
           EXIT PARAGRAPH
         END-IF
         MOVE FUNCTION CURRENT-DATE TO AuditStamp
         MOVE SPACES TO AuditRecord
         MOVE AuditStamp(1:14) TO AudTimestamp
         MOVE AuditOperator TO AudOperator
         MOVE AuditActionX TO AudAction
         MOVE AuditOibX TO AudOIB
         MOVE AuditBeforeImage TO AudBefore
         MOVE AuditAfterImage TO AudAfter
         WRITE AuditRecord
         CLOSE MAINT-AUDIT-FILE.

       4080-MAINT-VIEW-AUDIT.
      *> Show every audit entry for one OIB, oldest first, with the
      *> amount it carried before and after - answers "when did
      *> this salary change and from what" without digging through
      *> payslip_history.txt
         DISPLAY "Show audit history for which OIB? "
         WITH NO ADVANCING
         ACCEPT AuditViewOib
         MOVE 0 TO AuditViewCount
         MOVE 'n' TO AuditEndOfFile
         OPEN INPUT MAINT-AUDIT-FILE
         IF AuditFileStatus NOT = '00'
           DISPLAY "No audit trail on file yet."
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL AuditEndOfFile = 'y'
           READ MAINT-AUDIT-FILE
             AT END
               MOVE 'y' TO AuditEndOfFile
             NOT AT END
               IF AudOIB = AuditViewOib
                 ADD 1 TO AuditViewCount
                 IF FUNCTION TEST-NUMVAL(AudBefore(51:9)) = 0
                   COMPUTE AuditOldAmtF = FUNCTION
                     NUMVAL(AudBefore(51:9)) / 100
                 ELSE
                   MOVE 0 TO AuditOldAmtF
                 END-IF
                 IF FUNCTION TEST-NUMVAL(AudAfter(51:9)) = 0
                   COMPUTE AuditNewAmtF = FUNCTION
                     NUMVAL(AudAfter(51:9)) / 100
                 ELSE
                   MOVE 0 TO AuditNewAmtF
                 END-IF
                 DISPLAY AudTimestamp(1:4) "-" AudTimestamp(5:2)
                 "-" AudTimestamp(7:2) " " AudTimestamp(9:2) ":"
                 AudTimestamp(11:2) ":" AudTimestamp(13:2) " "
                 AudOperator " " AudAction
                 " amount " AuditOldAmtF " -> " AuditNewAmtF
                 DISPLAY "  before: " AudBefore(1:60)
                 DISPLAY "  after:  " AudAfter(1:60)
               END-IF
           END-READ
         END-PERFORM
         CLOSE MAINT-AUDIT-FILE
         IF AuditViewCount = 0
           DISPLAY "No audit entries for OIB '" AuditViewOib "'."
         ELSE
           DISPLAY AuditViewCount " audit entries shown."
         END-IF.

       4100-MAINT-EDIT-FIELDS.
      *> Accept every field of EmpEditRecord with the same
      *> validate-and-re-prompt idiom the interactive path uses;
      *> a change keeps the row's OIB (it identifies the row)
         PERFORM 4101-MAINT-ACCEPT-NAME
         IF MaintChangeMode NOT = 'Y'
           PERFORM 4102-MAINT-ACCEPT-OIB
         END-IF
         DISPLAY "Employee's city -"
         PERFORM 2110-SearchCityByName
         MOVE SelectedLineNumber TO MaintCityNum
         MOVE MaintCityNum TO EmpEditCityLineX
         PERFORM 2210-AcceptKidsNum
         MOVE KidsNum TO MaintNum2
         MOVE MaintNum2 TO EmpEditKidsNumX
         PERFORM 2220-AcceptDependentsNum
         MOVE DependentsNum TO MaintNum2
         MOVE MaintNum2 TO EmpEditDependentsNumX
         PERFORM 4103-MAINT-ACCEPT-DISABILITY
         PERFORM 4104-MAINT-ACCEPT-CALCTYPE
         PERFORM 4105-MAINT-ACCEPT-AMOUNT
         PERFORM 4106-MAINT-ACCEPT-IBAN
         DISPLAY "Payment reference (may be blank): "
         WITH NO ADVANCING
         ACCEPT EmpEditPayRef
         PERFORM 4107-MAINT-ACCEPT-ELEMENTS
         PERFORM 4108-MAINT-ACCEPT-COSTCENTER
         PERFORM 4109-MAINT-ACCEPT-HIREDATE
         PERFORM 4110-MAINT-ACCEPT-TERMDATE
         IF CoCount > 1
           PERFORM 4113-MAINT-ACCEPT-COMPANY
         END-IF
         IF EmpEditStatus = SPACE
           MOVE 'A' TO EmpEditStatus
         END-IF.

       4101-MAINT-ACCEPT-NAME.
         DISPLAY "Employee name: " WITH NO ADVANCING
         ACCEPT EmpEditName
         IF EmpEditName = SPACES
           PERFORM 2050-CheckInputRetries
           DISPLAY "Name must not be blank. Please try again."
           PERFORM 4101-MAINT-ACCEPT-NAME
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4102-MAINT-ACCEPT-OIB.
      *> Same OIB check-digit rule the batch enforces, plus a scan
      *> of the loaded rows so the same person cannot be added twice
         DISPLAY "OIB (11 digits): " WITH NO ADVANCING
         ACCEPT EmpEditOIB
         MOVE EmpEditOIB TO OibWork
         PERFORM 3024-CHECK-OIB
         IF OibOk NOT = 'Y'
           PERFORM 2050-CheckInputRetries
           DISPLAY "That is not a valid OIB. Please try again."
           PERFORM 4102-MAINT-ACCEPT-OIB
         ELSE
      *> Keyed lookup on the working copy; the READ lands in
      *> MaintWorkRecord, so the row being entered is untouched
           MOVE 'N' TO MaintFound
           IF MaintWorkUsable = 'Y'
             MOVE EmpEditOIB TO MwOIB
             READ MAINT-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO MaintFound
             END-READ
           END-IF
           IF MaintFound = 'Y'
             PERFORM 2050-CheckInputRetries
             DISPLAY "That OIB is already on file. "
             "Please try again."
             PERFORM 4102-MAINT-ACCEPT-OIB
           ELSE
             MOVE 0 TO InputRetryCount
           END-IF
         END-IF.

       4103-MAINT-ACCEPT-DISABILITY.
         DISPLAY "Disability - 'n' none, 'p' partial, 't' total: "
         WITH NO ADVANCING
         ACCEPT EmpEditDisability
         IF EmpEditDisability NOT = 'n' AND
           EmpEditDisability NOT = 'p' AND
           EmpEditDisability NOT = 't'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter n, p or t."
           PERFORM 4103-MAINT-ACCEPT-DISABILITY
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4104-MAINT-ACCEPT-CALCTYPE.
      *> 'H' pays rate times the time on the period's timesheet row;
      *> for an H row the amount below is the rate, not a salary
         DISPLAY "Amount type - 'G' gross, 'N' net or 'H' hourly: "
         WITH NO ADVANCING
         ACCEPT EmpEditCalcType
         MOVE FUNCTION UPPER-CASE(EmpEditCalcType)
           TO EmpEditCalcType
         IF EmpEditCalcType NOT = 'G' AND EmpEditCalcType NOT = 'N'
           AND EmpEditCalcType NOT = 'H'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter G, N or H."
           PERFORM 4104-MAINT-ACCEPT-CALCTYPE
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4105-MAINT-ACCEPT-AMOUNT.
      *> Same numeric validation and bounds as
      *> 2406-AcceptGrossSalary; the value is stored in cents with
      *> no decimal point, the layout EmpAmountX has always used
         DISPLAY "Monthly amount (use dot, e.g. 1300.05): "
         WITH NO ADVANCING
         ACCEPT MaintAmountX
         IF FUNCTION TEST-NUMVAL(MaintAmountX) NOT = 0
           PERFORM 2050-CheckInputRetries
           DISPLAY "Invalid amount. Please try again."
           PERFORM 4105-MAINT-ACCEPT-AMOUNT
         ELSE
           IF FUNCTION NUMVAL(MaintAmountX) <= 0 OR
           FUNCTION NUMVAL(MaintAmountX) > 9999999.99
             PERFORM 2050-CheckInputRetries
             DISPLAY "Amount must be between 0.01 and 9999999.99."
             PERFORM 4105-MAINT-ACCEPT-AMOUNT
           ELSE
             MOVE 0 TO InputRetryCount
             COMPUTE MaintAmountC = FUNCTION
               NUMVAL(MaintAmountX) * 100
             MOVE MaintAmountC TO EmpEditAmountX
           END-IF
         END-IF.

       4106-MAINT-ACCEPT-IBAN.
      *> Same MOD-97 check the batch applies before building the
      *> payment file
         DISPLAY "IBAN (HR + 19 digits): " WITH NO ADVANCING
         ACCEPT EmpEditIBAN
         MOVE EmpEditIBAN TO IbanWork
         PERFORM 3023-CHECK-IBAN
         IF IbanOk NOT = 'Y'
           PERFORM 2050-CheckInputRetries
           DISPLAY "That is not a valid IBAN. Please try again."
           PERFORM 4106-MAINT-ACCEPT-IBAN
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4107-MAINT-ACCEPT-ELEMENTS.
      *> The three further pay elements; blank keeps an element off
      *> the row entirely, matching how the batch reads it
         MOVE "Bonus" TO ElementCheckLabel
         PERFORM 4111-MAINT-ACCEPT-ONE-ELEMENT
         MOVE ElementCheckX TO EmpEditBonusX
         MOVE "Overtime" TO ElementCheckLabel
         PERFORM 4111-MAINT-ACCEPT-ONE-ELEMENT
         MOVE ElementCheckX TO EmpEditOvertimeX
         MOVE "Sick pay" TO ElementCheckLabel
         PERFORM 4111-MAINT-ACCEPT-ONE-ELEMENT
         MOVE ElementCheckX TO EmpEditSickPayX.

       4108-MAINT-ACCEPT-COSTCENTER.
      *> Cost center the GL journal books this row under; blank
      *> falls back to the general '0000' the journal uses for
      *> old-layout rows
         DISPLAY "Cost center (4 chars, blank = 0000): "
         WITH NO ADVANCING
         ACCEPT EmpEditCostCenter
         IF EmpEditCostCenter = SPACES
           MOVE '0000' TO EmpEditCostCenter
         END-IF.

       4109-MAINT-ACCEPT-HIREDATE.
      *> Blank is allowed for a row carried over from before the
      *> dates were kept; such a row has no service years for
      *> severance
         DISPLAY "Hire date (YYYYMMDD, blank = not known): "
         WITH NO ADVANCING
         ACCEPT EmpEditHireDate
         IF EmpEditHireDate NOT = SPACES
           IF EmpEditHireDate IS NOT NUMERIC
             PERFORM 2050-CheckInputRetries
             DISPLAY "Please enter the date as YYYYMMDD."
             PERFORM 4109-MAINT-ACCEPT-HIREDATE
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL
               (EmpEditHireDate)) NOT = 0
               PERFORM 2050-CheckInputRetries
               DISPLAY "That is not a valid date. Please try again."
               PERFORM 4109-MAINT-ACCEPT-HIREDATE
             ELSE
               MOVE 0 TO InputRetryCount
             END-IF
           END-IF
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4110-MAINT-ACCEPT-TERMDATE.
      *> The last day of employment and why it ended. Setting it
      *> does not stop pay by itself: the batch refuses the row
      *> from that period on until termination mode has settled
      *> and deactivated it
         DISPLAY "Termination date (YYYYMMDD, blank = still "
         "employed): " WITH NO ADVANCING
         ACCEPT EmpEditTermDate
         IF EmpEditTermDate = SPACES
           MOVE SPACES TO EmpEditTermReason
           MOVE 0 TO InputRetryCount
           EXIT PARAGRAPH
         END-IF
         IF EmpEditTermDate IS NOT NUMERIC
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter the date as YYYYMMDD."
           PERFORM 4110-MAINT-ACCEPT-TERMDATE
           EXIT PARAGRAPH
         END-IF
         IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL
           (EmpEditTermDate)) NOT = 0 OR
           (EmpEditHireDate NOT = SPACES AND
           EmpEditTermDate < EmpEditHireDate)
           PERFORM 2050-CheckInputRetries
           DISPLAY "That is not a valid date on or after the hire "
           "date. Please try again."
           PERFORM 4110-MAINT-ACCEPT-TERMDATE
           EXIT PARAGRAPH
         END-IF
         PERFORM 4112-MAINT-ACCEPT-TERMREASON.

       4111-MAINT-ACCEPT-ONE-ELEMENT.
      *> Accept one pay element amount into ElementCheckX (cents, or
      *> spaces for none), with the usual validate-and-re-prompt
         DISPLAY FUNCTION TRIM(ElementCheckLabel)
         " amount (use dot, blank = none): " WITH NO ADVANCING
         ACCEPT MaintAmountX
         IF MaintAmountX = SPACES
           MOVE 0 TO InputRetryCount
           MOVE SPACES TO ElementCheckX
         ELSE
           IF FUNCTION TEST-NUMVAL(MaintAmountX) NOT = 0
             PERFORM 2050-CheckInputRetries
             DISPLAY "Invalid amount. Please try again."
             PERFORM 4111-MAINT-ACCEPT-ONE-ELEMENT
           ELSE
             IF FUNCTION NUMVAL(MaintAmountX) < 0 OR
             FUNCTION NUMVAL(MaintAmountX) > 9999999.99
               PERFORM 2050-CheckInputRetries
               DISPLAY "Amount must be between 0 and 9999999.99."
               PERFORM 4111-MAINT-ACCEPT-ONE-ELEMENT
             ELSE
               MOVE 0 TO InputRetryCount
               COMPUTE MaintAmountC = FUNCTION
                 NUMVAL(MaintAmountX) * 100
               MOVE MaintAmountC TO ElementCheckX
             END-IF
           END-IF
         END-IF.

       4112-MAINT-ACCEPT-TERMREASON.
         DISPLAY "Reason - PO business / OS personal dismissal, SK "
         "misconduct, SP agreement, DA resigned, IU fixed term "
         "ended, MI retirement: " WITH NO ADVANCING
         ACCEPT EmpEditTermReason
         MOVE FUNCTION UPPER-CASE(EmpEditTermReason)
           TO EmpEditTermReason
         IF EmpEditTermReason NOT = 'PO' AND
           EmpEditTermReason NOT = 'OS' AND
           EmpEditTermReason NOT = 'SK' AND
           EmpEditTermReason NOT = 'SP' AND
           EmpEditTermReason NOT = 'DA' AND
           EmpEditTermReason NOT = 'IU' AND
           EmpEditTermReason NOT = 'MI'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter PO, OS, SK, SP, DA, IU or MI."
           PERFORM 4112-MAINT-ACCEPT-TERMREASON
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4113-MAINT-ACCEPT-COMPANY.
      *> The employing company, one of the codes in companies.dat;
      *> blank is the company config.txt describes
         DISPLAY "Employing company code (blank = "
         FUNCTION TRIM(CoName(1)) "): " WITH NO ADVANCING
         ACCEPT EmpEditCompany
         MOVE FUNCTION UPPER-CASE(EmpEditCompany) TO EmpEditCompany
         MOVE EmpEditCompany TO CurCoCode
         PERFORM 3150-SET-COMPANY
         IF CurCoFound NOT = 'Y'
           PERFORM 2050-CheckInputRetries
           DISPLAY "No such company in companies.dat. Please try "
           "again."
           PERFORM 4113-MAINT-ACCEPT-COMPANY
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4120-MAINT-FIND-BY-OIB.
      *> Fetch one row of the working copy by OIB; when found it
      *> sits in MaintWorkRecord as the current record, ready for
      *> the caller's REWRITE
         MOVE 'N' TO MaintFound
         IF MaintWorkUsable NOT = 'Y'
           DISPLAY "The working copy is not usable."
           EXIT PARAGRAPH
         END-IF
         DISPLAY "Enter the employee's OIB: " WITH NO ADVANCING
         ACCEPT MaintOibSearch
         MOVE MaintOibSearch TO MwOIB
         READ MAINT-WORK-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'Y' TO MaintFound
         END-READ
         IF MaintFound = 'N'
           DISPLAY "No row with OIB '" MaintOibSearch "' was found."
         END-IF.

       4140-MAINT-FUTURE-CHANGE.
      *> Record a change that takes effect with a later pay period:
      *> it waits in pending_changes.dat and the batch for that
      *> period writes it into employees.dat (3170). Only the
      *> fields that move with a contract change are offered, and
      *> a blank answer leaves that field as it is
         PERFORM 4120-MAINT-FIND-BY-OIB
         IF MaintFound NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE MwRowData TO EmpEditRecord
         PERFORM 3171-LOAD-PENDING-CHANGES
         IF PchLoadTruncated = 'Y'
           DISPLAY "pending_changes.dat did not load completely - "
           "no change can be added until it is fixed."
           EXIT PARAGRAPH
         END-IF
         IF PchCount >= 200
           DISPLAY "pending_changes.dat is full (200 rows) - no "
           "change added."
           EXIT PARAGRAPH
         END-IF
         DISPLAY "Future-dated change for " FUNCTION TRIM
           (EmpEditName) " (OIB " EmpEditOIB ") - leave a field "
           "blank to keep it."
         MOVE SPACES TO PendingChangeWork
         MOVE EmpEditOIB TO PchOIB
         PERFORM 4141-MAINT-ACCEPT-EFF-PERIOD
         PERFORM 4142-MAINT-ACCEPT-NEW-AMOUNT
         PERFORM 4143-MAINT-ACCEPT-NEW-CALCTYPE
         DISPLAY "New cost center (4 chars): " WITH NO ADVANCING
         ACCEPT PchCostCenter
         PERFORM 4144-MAINT-ACCEPT-NEW-IBAN
         PERFORM 4145-MAINT-ACCEPT-NEW-KIDS
         PERFORM 4146-MAINT-ACCEPT-NEW-DEPENDENTS
         PERFORM 4147-MAINT-ACCEPT-NEW-DISABILITY
         IF PchAnyChange = SPACES
           DISPLAY "Nothing entered - no change recorded."
           EXIT PARAGRAPH
         END-IF
         MOVE PchNextSeq TO PchSeq
         MOVE 'P' TO PchStatus
         MOVE AuditOperator TO PchEnteredBy
         MOVE FUNCTION CURRENT-DATE(1:14) TO PchEntered
         ADD 1 TO PchCount
         MOVE PendingChangeWork TO PchImage(PchCount)
         PERFORM 3173-SAVE-PENDING-CHANGES
         IF PchSaveOk = 'Y'
      *> The audit shows the row now and as it will be
           MOVE MwRowData TO AuditBeforeImage
           PERFORM 3174-PEND-APPLY-TO-ROW
           MOVE 'PENDADD' TO AuditActionX
           MOVE EmpEditOIB TO AuditOibX
           MOVE EmpEditRecord TO AuditAfterImage
           PERFORM 4070-MAINT-WRITE-AUDIT
           DISPLAY "Change " PchSeq " recorded - it is applied by "
           "the batch for pay period " PchPeriod "."
         ELSE
           DISPLAY "Change NOT recorded - pending_changes.dat could "
           "not be saved (see the warning above)."
         END-IF.

       4141-MAINT-ACCEPT-EFF-PERIOD.
      *> The first pay period the change belongs to; a period
      *> already behind us would only be picked up by whatever
      *> batch runs next, so it is not accepted
         MOVE FUNCTION CURRENT-DATE(1:6) TO PchThisMonth
         DISPLAY "Effective pay period (YYYYMM): " WITH NO ADVANCING
         ACCEPT PchPeriod
         IF PchPeriod IS NOT NUMERIC OR PchPeriod(5:2) < '01' OR
           PchPeriod(5:2) > '12'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter the period as YYYYMM, e.g. "
           PchThisMonth "."
           PERFORM 4141-MAINT-ACCEPT-EFF-PERIOD
         ELSE
           IF PchPeriod < PchThisMonth
             PERFORM 2050-CheckInputRetries
             DISPLAY "The period must not be before " PchThisMonth
             "."
             PERFORM 4141-MAINT-ACCEPT-EFF-PERIOD
           ELSE
             MOVE 0 TO InputRetryCount
           END-IF
         END-IF.

       4142-MAINT-ACCEPT-NEW-AMOUNT.
      *> Same bounds as 4105-MAINT-ACCEPT-AMOUNT, kept in cents
         DISPLAY "New monthly amount (use dot, e.g. 1300.05): "
         WITH NO ADVANCING
         ACCEPT MaintAmountX
         IF MaintAmountX = SPACES
           MOVE SPACES TO PchAmountX
           MOVE 0 TO InputRetryCount
         ELSE
           IF FUNCTION TEST-NUMVAL(MaintAmountX) NOT = 0
             PERFORM 2050-CheckInputRetries
             DISPLAY "Invalid amount. Please try again."
             PERFORM 4142-MAINT-ACCEPT-NEW-AMOUNT
           ELSE
             IF FUNCTION NUMVAL(MaintAmountX) <= 0 OR
             FUNCTION NUMVAL(MaintAmountX) > 9999999.99
               PERFORM 2050-CheckInputRetries
               DISPLAY "Amount must be between 0.01 and 9999999.99."
               PERFORM 4142-MAINT-ACCEPT-NEW-AMOUNT
             ELSE
               MOVE 0 TO InputRetryCount
               COMPUTE MaintAmountC = FUNCTION
                 NUMVAL(MaintAmountX) * 100
               MOVE MaintAmountC TO PchAmountX
             END-IF
           END-IF
         END-IF.

       4143-MAINT-ACCEPT-NEW-CALCTYPE.
         DISPLAY "New amount type - 'G' gross, 'N' net or 'H' "
         "hourly: " WITH NO ADVANCING
         ACCEPT PchCalcType
         MOVE FUNCTION UPPER-CASE(PchCalcType) TO PchCalcType
         IF PchCalcType NOT = SPACE AND PchCalcType NOT = 'G' AND
           PchCalcType NOT = 'N' AND PchCalcType NOT = 'H'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter G, N, H or leave it blank."
           PERFORM 4143-MAINT-ACCEPT-NEW-CALCTYPE
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4144-MAINT-ACCEPT-NEW-IBAN.
         DISPLAY "New IBAN (HR + 19 digits): " WITH NO ADVANCING
         ACCEPT PchIBAN
         IF PchIBAN = SPACES
           MOVE 0 TO InputRetryCount
           EXIT PARAGRAPH
         END-IF
         MOVE PchIBAN TO IbanWork
         PERFORM 3023-CHECK-IBAN
         IF IbanOk NOT = 'Y'
           PERFORM 2050-CheckInputRetries
           DISPLAY "That is not a valid IBAN. Please try again."
           PERFORM 4144-MAINT-ACCEPT-NEW-IBAN
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4145-MAINT-ACCEPT-NEW-KIDS.
      *> Same 0-99 bound as 2210-AcceptKidsNum, stored two-digit
         DISPLAY "New number of kids: " WITH NO ADVANCING
         ACCEPT PchNumX
         IF PchNumX = SPACES
           MOVE SPACES TO PchKidsNumX
           MOVE 0 TO InputRetryCount
           EXIT PARAGRAPH
         END-IF
         IF FUNCTION TEST-NUMVAL(PchNumX) NOT = 0
           PERFORM 2050-CheckInputRetries
           DISPLAY "Invalid number. Please try again."
           PERFORM 4145-MAINT-ACCEPT-NEW-KIDS
         ELSE
           IF FUNCTION NUMVAL(PchNumX) < 0 OR
           FUNCTION NUMVAL(PchNumX) > 99
             PERFORM 2050-CheckInputRetries
             DISPLAY "Number of kids must be between 0 and 99."
             PERFORM 4145-MAINT-ACCEPT-NEW-KIDS
           ELSE
             MOVE 0 TO InputRetryCount
             COMPUTE MaintNum2 = FUNCTION NUMVAL(PchNumX)
             MOVE MaintNum2 TO PchKidsNumX
           END-IF
         END-IF.

       4146-MAINT-ACCEPT-NEW-DEPENDENTS.
         DISPLAY "New number of dependent persons: "
         WITH NO ADVANCING
         ACCEPT PchNumX
         IF PchNumX = SPACES
           MOVE SPACES TO PchDependentsNumX
           MOVE 0 TO InputRetryCount
           EXIT PARAGRAPH
         END-IF
         IF FUNCTION TEST-NUMVAL(PchNumX) NOT = 0
           PERFORM 2050-CheckInputRetries
           DISPLAY "Invalid number. Please try again."
           PERFORM 4146-MAINT-ACCEPT-NEW-DEPENDENTS
         ELSE
           IF FUNCTION NUMVAL(PchNumX) < 0 OR
           FUNCTION NUMVAL(PchNumX) > 99
             PERFORM 2050-CheckInputRetries
             DISPLAY "Number of dependents must be between 0 and 99."
             PERFORM 4146-MAINT-ACCEPT-NEW-DEPENDENTS
           ELSE
             MOVE 0 TO InputRetryCount
             COMPUTE MaintNum2 = FUNCTION NUMVAL(PchNumX)
             MOVE MaintNum2 TO PchDependentsNumX
           END-IF
         END-IF.

       4147-MAINT-ACCEPT-NEW-DISABILITY.
         DISPLAY "New disability - 'n' none, 'p' partial, 't' "
         "total: " WITH NO ADVANCING
         ACCEPT PchDisability
         IF PchDisability NOT = SPACE AND PchDisability NOT = 'n'
           AND PchDisability NOT = 'p' AND PchDisability NOT = 't'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter n, p, t or leave it blank."
           PERFORM 4147-MAINT-ACCEPT-NEW-DISABILITY
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       4150-MAINT-PENDING.
      *> List the changes still waiting for their period and let
      *> the operator cancel one. A cancelled change stays in the
      *> file as 'X' with who cancelled it, like the applied ones
         PERFORM 3171-LOAD-PENDING-CHANGES
         MOVE 0 TO PchListCount
         DISPLAY "  Seq Period OIB         Amount     T CC   IBAN"
         "                  Kd Dp D By"
         PERFORM VARYING PchIdx FROM 1 BY 1 UNTIL PchIdx > PchCount
           MOVE PchImage(PchIdx) TO PendingChangeWork
           IF PchStatus = 'P'
             ADD 1 TO PchListCount
             PERFORM 4151-MAINT-PENDING-SHOW
           END-IF
         END-PERFORM
         IF PchListCount = 0
           DISPLAY "No changes are pending."
           EXIT PARAGRAPH
         END-IF
         DISPLAY PchListCount " pending (blank = field unchanged)."
         IF PchLoadTruncated = 'Y'
           DISPLAY "pending_changes.dat did not load completely - "
           "nothing can be cancelled until it is fixed."
           EXIT PARAGRAPH
         END-IF
         DISPLAY "Cancel which change number (blank = none)? "
         WITH NO ADVANCING
         ACCEPT PchCancelX
         IF PchCancelX = SPACES
           EXIT PARAGRAPH
         END-IF
         IF FUNCTION TEST-NUMVAL(PchCancelX) NOT = 0
           DISPLAY "That is not a change number - nothing cancelled."
           EXIT PARAGRAPH
         END-IF
         COMPUTE PchCancelSeq = FUNCTION NUMVAL(PchCancelX)
         MOVE 0 TO PchCancelIdx
         PERFORM VARYING PchIdx FROM 1 BY 1 UNTIL PchIdx > PchCount
           MOVE PchImage(PchIdx) TO PendingChangeWork
           IF PchSeq = PchCancelSeq AND PchStatus = 'P'
             MOVE PchIdx TO PchCancelIdx
           END-IF
         END-PERFORM
         IF PchCancelIdx = 0
           DISPLAY "No pending change " PchCancelSeq
           " - nothing cancelled."
           EXIT PARAGRAPH
         END-IF
         MOVE PchImage(PchCancelIdx) TO PendingChangeWork
         MOVE 'X' TO PchStatus
         MOVE AuditOperator TO PchDoneBy
         MOVE FUNCTION CURRENT-DATE(1:14) TO PchDone
         MOVE PendingChangeWork TO PchImage(PchCancelIdx)
         PERFORM 3173-SAVE-PENDING-CHANGES
         IF PchSaveOk = 'Y'
      *> The audit shows the row as the change would have made it
      *> and the row as it stays
           MOVE SPACES TO EmpEditRecord
           MOVE PchOIB TO MwOIB
           READ MAINT-WORK-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE MwRowData TO EmpEditRecord
           END-READ
           MOVE EmpEditRecord TO AuditAfterImage
           PERFORM 3174-PEND-APPLY-TO-ROW
           MOVE EmpEditRecord TO AuditBeforeImage
           MOVE 'PENDCANCEL' TO AuditActionX
           MOVE PchOIB TO AuditOibX
           PERFORM 4070-MAINT-WRITE-AUDIT
           DISPLAY "Change " PchSeq " cancelled."
         ELSE
           DISPLAY "Change NOT cancelled - pending_changes.dat "
           "could not be saved (see the warning above)."
         END-IF.

       4151-MAINT-PENDING-SHOW.
         MOVE SPACES TO PchAmountShow
         IF PchAmountX NOT = SPACES
           COMPUTE PchAmountF = FUNCTION NUMVAL(PchAmountX) / 100
           MOVE PchAmountF TO PchAmountShow
         END-IF
         DISPLAY PchSeq " " PchPeriod " " PchOIB " " PchAmountShow
           " " PchCalcType " " PchCostCenter " " PchIBAN " "
           PchKidsNumX " " PchDependentsNumX " " PchDisability " "
           PchEnteredBy.

       5000-SINGLE-RECALC.
      *> Recalculate one employee mid-month: fetch their row from
      *> the keyed master by OIB and push it through the same
      *> 3020-BATCH-PROCESS-ONE logic a batch row gets, appending to
      *> payslip_history.txt, salary.txt and salary.csv as usual.
      *> It updates ytd.dat, which a pending run's rejection would
      *> put back, so it waits for the decision
         PERFORM 3103-FIND-PENDING-RUN
         IF RegPendingRunId > 0
           DISPLAY "Approve or reject the pending run first."
           EXIT PARAGRAPH
         END-IF
         PERFORM 5010-SINGLE-ACCEPT-OIB
         OPEN INPUT EMP-MASTER-FILE
         IF MasterFileStatus NOT = '00'
           DISPLAY "employees.idx is missing or unreadable (file "
           "status " MasterFileStatus ")."
           DISPLAY "Run a payroll batch or save from maintenance "
           "mode first to build it."
           EXIT PARAGRAPH
         END-IF
         MOVE SingleOib TO MasterOIB
         READ EMP-MASTER-FILE
           INVALID KEY
             DISPLAY "No employee with OIB '" SingleOib
             "' is on the master."
             CLOSE EMP-MASTER-FILE
           NOT INVALID KEY
             CLOSE EMP-MASTER-FILE
             PERFORM 5020-SINGLE-PROCESS-FETCHED
         END-READ.

       5010-SINGLE-ACCEPT-OIB.
         DISPLAY "Enter the employee's OIB: " WITH NO ADVANCING
         ACCEPT SingleOib
         MOVE SingleOib TO OibWork
         PERFORM 3024-CHECK-OIB
         IF OibOk NOT = 'Y'
           PERFORM 2050-CheckInputRetries
           DISPLAY "That is not a valid OIB. Please try again."
           PERFORM 5010-SINGLE-ACCEPT-OIB
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       5020-SINGLE-PROCESS-FETCHED.
      *> The fetched row goes through the batch row logic with the
      *> batch guards on (no ACCEPT prompts inside the calculation),
      *> appending to the same files a batch run extends
         MOVE MasterEmpData TO EmployeeRecord
         IF EmpStatus = 'I'
           DISPLAY FUNCTION TRIM(EmpName) " (OIB " SingleOib
           ") is deactivated - not recalculated."
           EXIT PARAGRAPH
         END-IF
         MOVE 'y' TO BatchMode
      *> The corrected figures must also land in ytd.dat, or the
      *> annual statement would keep the superseded ones. Keying by
      *> period+OIB makes the accumulate a clean replace of this
      *> month's entry
         MOVE PayPeriodDate(1:6) TO YtdRunPeriod
         PERFORM 3070-LOAD-YTD
         PERFORM 3015-LOAD-TIMESHEET
         PERFORM 3110-LOAD-NONTAX-LIMITS
         PERFORM 3111-LOAD-NONTAX-ITEMS
         PERFORM 3130-LOAD-ABSENCES
      *> Garnishments are deliberately NOT loaded here: this mode
      *> writes no payment file, so applying a deduction would
      *> record an installment as paid down while the creditor
      *> receives no order. The split belongs to the batch run
      *> that actually pays; the recalc shows the full figures
         OPEN EXTEND SALARY-FILE
         IF SalaryFileStatus NOT = '00'
           OPEN OUTPUT SALARY-FILE
         END-IF
         OPEN EXTEND SALARY-CSV-FILE
         IF CsvFileStatus NOT = '00'
           OPEN OUTPUT SALARY-CSV-FILE
           PERFORM 2620-WriteCsvHeader
         END-IF
         OPEN EXTEND BATCH-ERROR-FILE
         IF BatchErrorFileStatus NOT = '00'
           OPEN OUTPUT BATCH-ERROR-FILE
         END-IF
         MOVE 1 TO BatchEmployeeCount
         MOVE 0 TO BatchOkCount
         MOVE 0 TO BatchBadCount
         PERFORM 3017-RESET-SEEN-OIBS
         PERFORM 3010-RESET-EMPLOYEE-CALC
         PERFORM 3020-BATCH-PROCESS-ONE
         CLOSE SALARY-FILE
         CLOSE SALARY-CSV-FILE
         CLOSE BATCH-ERROR-FILE
         IF BatchOkCount > 0
           PERFORM 3072-SAVE-YTD
           DISPLAY "Recalculated " FUNCTION TRIM(EmpName)
           " - payslip appended to payslip_history.txt."
           DISPLAY "Year-to-date entry for period " YtdRunPeriod
           " updated in ytd.dat."
         ELSE
           DISPLAY "The row could not be processed - see "
           "batch_errors.txt."
         END-IF
         PERFORM 3099-CLOSE-RUN-KEYED-FILES.

       5500-TERMINATION-RUN.
      *> Final settlement for one leaving employee. The row must
      *> already carry the leaving date (in the pay period asked
      *> for) and the reason, entered through maintenance; the
      *> settlement runs through the batch row logic with the
      *> batch guards on, produces its own payslip, JOPPD, HUB-3
      *> order and pay certificate, and finally deactivates the row
      *> on the maintenance audit trail so no later batch pays it.
      *> Like a recalculation it waits for a pending run's decision
         PERFORM 3103-FIND-PENDING-RUN
         IF RegPendingRunId > 0
           DISPLAY "Approve or reject the pending run first."
           EXIT PARAGRAPH
         END-IF
         PERFORM 4005-MAINT-ACCEPT-OPERATOR
         PERFORM 5010-SINGLE-ACCEPT-OIB
         PERFORM 4010-MAINT-LOAD
         IF MaintWorkUsable NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE SingleOib TO MwOIB
         MOVE 'N' TO MaintFound
         READ MAINT-WORK-FILE
           INVALID KEY
             DISPLAY "No employee with OIB " SingleOib
             " in employees.dat."
           NOT INVALID KEY
             MOVE 'Y' TO MaintFound
         END-READ
         IF MaintFound NOT = 'Y'
           PERFORM 5590-TERM-CLOSE
           EXIT PARAGRAPH
         END-IF
         MOVE MwRowData TO EmployeeRecord
         MOVE EmpOIB TO TermOibKeep
         MOVE EmpName TO TermNameKeep
         PERFORM 5510-TERM-CHECK-ROW
         IF TermRowOk NOT = 'Y'
           PERFORM 5590-TERM-CLOSE
           EXIT PARAGRAPH
         END-IF
         MOVE PayPeriodDate(1:6) TO YtdRunPeriod
         PERFORM 3070-LOAD-YTD
         PERFORM 5520-TERM-CHECK-NOT-PAID
         IF TermRowOk NOT = 'Y'
           PERFORM 5590-TERM-CLOSE
           EXIT PARAGRAPH
         END-IF
         PERFORM 3015-LOAD-TIMESHEET
         PERFORM 3110-LOAD-NONTAX-LIMITS
         PERFORM 3111-LOAD-NONTAX-ITEMS
         PERFORM 3130-LOAD-ABSENCES
      *> Unlike a recalculation this mode does pay, so a running
      *> garnishment takes its installment from the final pay
         PERFORM 3090-LOAD-GARNISHMENTS
         PERFORM 5530-TERM-PREPARE
         IF TermRowOk NOT = 'Y'
           PERFORM 5590-TERM-CLOSE
           EXIT PARAGRAPH
         END-IF
         OPEN EXTEND SALARY-FILE
         IF SalaryFileStatus NOT = '00'
           OPEN OUTPUT SALARY-FILE
         END-IF
         OPEN EXTEND SALARY-CSV-FILE
         IF CsvFileStatus NOT = '00'
           OPEN OUTPUT SALARY-CSV-FILE
           PERFORM 2620-WriteCsvHeader
         END-IF
         OPEN EXTEND BATCH-ERROR-FILE
         IF BatchErrorFileStatus NOT = '00'
           OPEN OUTPUT BATCH-ERROR-FILE
         END-IF
         MOVE 'y' TO BatchMode
         MOVE 'Y' TO TermRunActive
         MOVE 1 TO BatchEmployeeCount
         MOVE 0 TO BatchOkCount
         MOVE 0 TO BatchBadCount
         INITIALIZE BatchRunTotals
         MOVE 0 TO JoppdDetailCount
         MOVE 0 TO Hub3OrderCount
         MOVE 0 TO Hub3TotalNet
         MOVE 0 TO CcCount
         PERFORM 3017-RESET-SEEN-OIBS
         PERFORM 3010-RESET-EMPLOYEE-CALC
         PERFORM 3020-BATCH-PROCESS-ONE
         CLOSE SALARY-FILE
         CLOSE SALARY-CSV-FILE
         CLOSE BATCH-ERROR-FILE
         IF BatchOkCount > 0
           PERFORM 5535-TERM-APPROVE
         END-IF
      *> The payslip is already in salary.txt - say under it that
      *> it was never paid
         IF BatchOkCount > 0 AND TermApproved NOT = 'Y'
           DISPLAY "The settlement was NOT approved - nothing was "
           "paid and " FUNCTION TRIM(TermNameKeep) " stays active."
           OPEN EXTEND SALARY-FILE
           IF SalaryFileStatus = '00'
             MOVE "Final settlement above NOT approved - not paid."
               TO PrinLine
             WRITE PrinLine
             CLOSE SALARY-FILE
           END-IF
         END-IF
         IF BatchOkCount > 0 AND TermApproved = 'Y'
           PERFORM 3072-SAVE-YTD
           PERFORM 3092-SAVE-GARNISHMENTS
           PERFORM 5540-TERM-WRITE-JOPPD
           PERFORM 5550-TERM-WRITE-HUB3
           PERFORM 5552-TERM-WRITE-HZZO-CLAIM
           PERFORM 5554-TERM-WRITE-GL
           PERFORM 5560-TERM-WRITE-CERTIFICATE
           PERFORM 5570-TERM-DEACTIVATE
         END-IF
         IF BatchOkCount = 0
           DISPLAY "The final settlement could not be calculated - "
           "see batch_errors.txt. Nothing was paid and "
           FUNCTION TRIM(TermNameKeep) " stays active."
         END-IF
         MOVE 'N' TO TermRunActive
         PERFORM 5590-TERM-CLOSE.

       5510-TERM-CHECK-ROW.
      *> Only an active row whose leaving date falls in the period
      *> being paid can be settled - the date and the reason come
      *> from maintenance so they are on the audit trail too
         MOVE 'N' TO TermRowOk
         IF EmpStatus = 'I'
           DISPLAY FUNCTION TRIM(EmpName) " (OIB " EmpOIB
           ") is already deactivated - nothing to settle."
           EXIT PARAGRAPH
         END-IF
         IF EmpTermDate = SPACES OR EmpTermReason = SPACES
           DISPLAY FUNCTION TRIM(EmpName) " has no leaving date and "
           "reason - enter them in maintenance mode first."
           EXIT PARAGRAPH
         END-IF
         IF EmpTermDate IS NOT NUMERIC
           DISPLAY "Leaving date '" EmpTermDate "' on the row is "
           "not a valid date."
           EXIT PARAGRAPH
         END-IF
         MOVE EmpTermDate TO TermDateWork
         IF FUNCTION TEST-DATE-YYYYMMDD(TermDateWork) NOT = 0
           DISPLAY "Leaving date '" EmpTermDate "' on the row is "
           "not a valid date."
           EXIT PARAGRAPH
         END-IF
         IF EmpTermDate(1:6) NOT = PayPeriodDate(1:6)
           DISPLAY "Employment ends " EmpTermDate " - settle it in "
           "pay period " EmpTermDate(1:6) ", not "
           PayPeriodDate(1:6) "."
           EXIT PARAGRAPH
         END-IF
         IF EmpHireDate NOT = SPACES
           IF EmpHireDate IS NOT NUMERIC
             DISPLAY "Hire date '" EmpHireDate "' on the row is "
             "not a valid date."
             EXIT PARAGRAPH
           END-IF
           MOVE EmpHireDate TO TermDateWork
           IF FUNCTION TEST-DATE-YYYYMMDD(TermDateWork) NOT = 0
             OR EmpHireDate > EmpTermDate
             DISPLAY "Hire date '" EmpHireDate "' on the row is "
             "not a valid date on or before the leaving date."
             EXIT PARAGRAPH
           END-IF
         END-IF
         MOVE 'Y' TO TermRowOk.

       5520-TERM-CHECK-NOT-PAID.
      *> A regular batch that already paid this employee for the
      *> period has used up the month; settling on top of it would
      *> pay the period twice. The difference then belongs in a
      *> correction run
         MOVE 'Y' TO TermRowOk
         IF YtdIdxOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE EmpOIB TO YtdIdxOIB
         MOVE YtdRunPeriod TO YtdIdxPeriod
         READ YTD-IDX-FILE
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 'N' TO TermRowOk
             DISPLAY FUNCTION TRIM(EmpName) " was already paid "
             "for period " YtdRunPeriod " - pay the rest of the "
             "final settlement with a correction run."
         END-READ.

       5530-TERM-PREPARE.
      *> Work out the days worked, the full years of service and
      *> the three-month average, then take the operator's leave
      *> days and severance. The sick-leave period end moves to
      *> the leaving date: spells after it are no longer ours
         MOVE EmpTermDate TO TermDateWork
         COMPUTE TermDateInt = FUNCTION INTEGER-OF-DATE
           (TermDateWork)
         COMPUTE TermMonthDays = SickPeriodEndInt
           - SickPeriodStartInt + 1
         MOVE SickPeriodStartInt TO TermFromInt
         MOVE 0 TO TermServiceYears
         IF EmpHireDate NOT = SPACES
           MOVE EmpHireDate TO TermDateWork
           COMPUTE TermHireInt = FUNCTION INTEGER-OF-DATE
             (TermDateWork)
           IF TermHireInt > TermFromInt
             MOVE TermHireInt TO TermFromInt
           END-IF
           COMPUTE TermServiceYears = FUNCTION NUMVAL
             (EmpTermDate(1:4)) - FUNCTION NUMVAL(EmpHireDate(1:4))
           IF EmpTermDate(5:4) < EmpHireDate(5:4)
             AND TermServiceYears > 0
             SUBTRACT 1 FROM TermServiceYears
           END-IF
         ELSE
           DISPLAY "WARNING: no hire date on the row - service "
           "counts as 0 years."
         END-IF
         COMPUTE TermWorkedDays = TermDateInt - TermFromInt + 1
         MOVE TermDateInt TO SickPeriodEndInt
         MOVE EmpTermDate TO SickPeriodEnd

         MOVE 3 TO AvgMonthsWanted
         PERFORM 3138-AVERAGE-GROSS
         IF AvgMonthsFound > 0
           MOVE AvgGrossResult TO TermAvgGross
         ELSE
           MOVE 0 TO TermAvgGross
           IF EmpCalcType = 'G' AND
             FUNCTION TEST-NUMVAL(EmpAmountX) = 0
             COMPUTE TermAvgGross = FUNCTION NUMVAL(EmpAmountX)
               / 100
           ELSE
             DISPLAY "WARNING: no earlier months in ytd.dat - "
             "unused leave and statutory severance are priced "
             "at 0."
           END-IF
         END-IF

         EVALUATE EmpTermReason
           WHEN 'PO'
             MOVE "business-related dismissal" TO TermReasonText
           WHEN 'OS'
             MOVE "personal dismissal" TO TermReasonText
           WHEN 'SK'
             MOVE "dismissal for misconduct" TO TermReasonText
           WHEN 'SP'
             MOVE "mutual agreement" TO TermReasonText
           WHEN 'DA'
             MOVE "resignation" TO TermReasonText
           WHEN 'IU'
             MOVE "fixed-term contract ended" TO TermReasonText
           WHEN 'MI'
             MOVE "retirement" TO TermReasonText
           WHEN OTHER
             MOVE "other" TO TermReasonText
         END-EVALUATE

         MOVE 0 TO TermStatutorySev
         MOVE SPACES TO TermSevNtCode
         IF EmpTermReason = 'PO' OR EmpTermReason = 'OS'
           MOVE 'SEVERANC' TO TermSevNtCode
           IF TermServiceYears >= SeveranceMinYears
             COMPUTE TermStatutorySev ROUNDED = TermAvgGross
               * SeverancePct / 100 * TermServiceYears
               ON SIZE ERROR
                 MOVE 0 TO TermStatutorySev
                 DISPLAY "WARNING: statutory severance is too "
                 "large to compute - enter the amount."
             END-COMPUTE
           END-IF
         END-IF
         IF EmpTermReason = 'MI'
           MOVE 'SEVRETIR' TO TermSevNtCode
         END-IF

         DISPLAY " "
         DISPLAY "Final settlement for " FUNCTION TRIM(EmpName)
         " (OIB " EmpOIB ")"
         MOVE TermServiceYears TO TermYearsF
         DISPLAY "  Employed " EmpHireDate " to " EmpTermDate
         " (" TermYearsF " full years) - "
         FUNCTION TRIM(TermReasonText)
         MOVE TermWorkedDays TO TermDaysF
         DISPLAY "  Days worked this period: " TermDaysF
         MOVE TermAvgGross TO TermAmountF
         DISPLAY "  Average gross, last 3 months: " TermAmountF
         MOVE TermStatutorySev TO TermAmountF
         DISPLAY "  Statutory severance:          " TermAmountF
         MOVE 0 TO InputRetryCount
         PERFORM 5531-TERM-ACCEPT-LEAVE-DAYS
         MOVE 0 TO InputRetryCount
         PERFORM 5532-TERM-ACCEPT-SEVERANCE
         MOVE 0 TO InputRetryCount

         MOVE 'Y' TO TermRowOk
         COMPUTE TermLeavePay ROUNDED = TermLeaveDays
           * TermAvgGross / LeaveDayDivisor
           ON SIZE ERROR
             MOVE 'N' TO TermRowOk
             DISPLAY "The unused leave payout is too large - "
             "nothing was paid."
         END-COMPUTE
      *> Severance with an exempt part goes in as a non-taxable
      *> item (3112 adds it); for any other reason it is all
      *> taxed with the pay
         IF TermSevNtCode = SPACES
           MOVE TermSeverance TO TermSevTaxed
         ELSE
           MOVE 0 TO TermSevTaxed
         END-IF.

       5531-TERM-ACCEPT-LEAVE-DAYS.
         DISPLAY "Unused annual leave days to pay out (0-365): "
         WITH NO ADVANCING
         ACCEPT TermInputX
         IF TermInputX = SPACES
           MOVE 0 TO TermLeaveDays
           EXIT PARAGRAPH
         END-IF
         IF FUNCTION TEST-NUMVAL(TermInputX) NOT = 0
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter a whole number of days."
           PERFORM 5531-TERM-ACCEPT-LEAVE-DAYS
           EXIT PARAGRAPH
         END-IF
         IF FUNCTION NUMVAL(TermInputX) < 0 OR
           FUNCTION NUMVAL(TermInputX) > 365 OR
           FUNCTION NUMVAL(TermInputX) NOT =
           FUNCTION INTEGER(FUNCTION NUMVAL(TermInputX))
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter a whole number of days from 0 to "
           "365."
           PERFORM 5531-TERM-ACCEPT-LEAVE-DAYS
           EXIT PARAGRAPH
         END-IF
         COMPUTE TermLeaveDays = FUNCTION NUMVAL(TermInputX).

       5532-TERM-ACCEPT-SEVERANCE.
         DISPLAY "Severance to pay (blank = statutory amount): "
         WITH NO ADVANCING
         ACCEPT TermInputX
         IF TermInputX = SPACES
           MOVE TermStatutorySev TO TermSeverance
           EXIT PARAGRAPH
         END-IF
         IF FUNCTION TEST-NUMVAL(TermInputX) NOT = 0
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter an amount such as 2500.00."
           PERFORM 5532-TERM-ACCEPT-SEVERANCE
           EXIT PARAGRAPH
         END-IF
         IF FUNCTION NUMVAL(TermInputX) < 0 OR
           FUNCTION NUMVAL(TermInputX) > 9999999.99
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please enter an amount from 0 to 9999999.99."
           PERFORM 5532-TERM-ACCEPT-SEVERANCE
           EXIT PARAGRAPH
         END-IF
         COMPUTE TermSeverance ROUNDED = FUNCTION NUMVAL(TermInputX).

       5535-TERM-APPROVE.
      *> Show the calculated settlement and have a different
      *> operator approve it before ytd.dat, garnishments.dat, the
      *> JOPPD, the payment order, the certificate or the row are
      *> touched. Same rule as 3200: the operator who ran it cannot
      *> release it. The audit trail keeps the operator who ran it
         MOVE 'N' TO TermApproved
         MOVE AuditOperator TO TermRunBy
         MOVE BatchTotGross TO GrossSalaryF
         MOVE BatchTotNet TO NetSalaryF
         MOVE Hub3TotalNet TO Hub3TotalNetF
         DISPLAY " "
         DISPLAY "Final settlement for " FUNCTION TRIM(TermNameKeep)
         " (" TermOibKeep "), run by " FUNCTION TRIM(TermRunBy)
         DISPLAY "  Gross: " GrossSalaryF "  Net: " NetSalaryF
         DISPLAY "  Payment orders: " Hub3OrderCount
         "  Total to pay: " Hub3TotalNetF
         DISPLAY "It must be approved by a different operator."
         PERFORM 4005-MAINT-ACCEPT-OPERATOR
         IF AuditOperator = TermRunBy
           DISPLAY "The settlement was run by " FUNCTION TRIM
           (TermRunBy) " - it must be approved by a different "
           "operator."
           MOVE TermRunBy TO AuditOperator
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO InputRetryCount
         PERFORM 5536-TERM-ACCEPT-DECISION
         IF ApprovalDecision = 'A'
           MOVE 'Y' TO TermApproved
           DISPLAY "Settlement approved by " FUNCTION TRIM
           (AuditOperator) "."
         END-IF
         MOVE TermRunBy TO AuditOperator.

       5536-TERM-ACCEPT-DECISION.
         DISPLAY "(a)pprove and pay, or (r)eject: "
         WITH NO ADVANCING
         ACCEPT ApprovalDecision
         MOVE FUNCTION UPPER-CASE(ApprovalDecision)
           TO ApprovalDecision
         IF ApprovalDecision NOT = 'A' AND ApprovalDecision NOT = 'R'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Please choose a or r."
           PERFORM 5536-TERM-ACCEPT-DECISION
         END-IF.

       5540-TERM-WRITE-JOPPD.
      *> A JOPPD of its own for the settlement: page A from this
      *> run's totals, then the employee's page-B line(s) straight
      *> from the pending buffer - the batch's joppd_work.dat is
      *> not touched
         MOVE SPACES TO TermOutputName
         STRING "joppd_termination_" YtdRunPeriod "_" TermOibKeep
           ".txt" DELIMITED BY SIZE INTO TermOutputName
         OPEN OUTPUT TERM-OUTPUT-FILE
         IF TermOutputFileStatus NOT = '00'
           DISPLAY "ERROR: cannot write " FUNCTION TRIM
           (TermOutputName) " (file status " TermOutputFileStatus
           ")."
           EXIT PARAGRAPH
         END-IF
         COMPUTE JoppdGrossC = BatchTotGross * 100
         COMPUTE JoppdFirstPillarC = BatchTotFirstPillar * 100
         COMPUTE JoppdSecondPillarC = BatchTotSecondPillar * 100
         COMPUTE JoppdIncomeTaxC = BatchTotIncomeTax * 100
         COMPUTE JoppdCityLowTaxC = BatchTotCityLowTax * 100
         COMPUTE JoppdCityHighTaxC = BatchTotCityHighTax * 100
         COMPUTE JoppdHealthInsC = BatchTotHealthIns * 100
         COMPUTE JoppdNetC = BatchTotNet * 100
         COMPUTE JoppdNonTaxC = BatchTotNonTax * 100
         COMPUTE JoppdReconRefundC = BatchTotReconRefund * 100
         COMPUTE JoppdReconCollectC = BatchTotReconCollect * 100
         MOVE FUNCTION CURRENT-DATE(1:8) TO JoppdRunDate
         MOVE SPACES TO TermOutputLine
         STRING "A" JoppdRunDate JoppdDetailCount JoppdGrossC
           JoppdFirstPillarC JoppdSecondPillarC JoppdIncomeTaxC
           JoppdCityLowTaxC JoppdCityHighTaxC JoppdHealthInsC
           JoppdNetC JoppdNonTaxC JoppdReconRefundC
           JoppdReconCollectC CurCoOIB DELIMITED BY SIZE
           INTO TermOutputLine
         WRITE TermOutputLine
         PERFORM VARYING PendingJoppdIdx FROM 1 BY 1
         UNTIL PendingJoppdIdx > PendingJoppdCount
           MOVE PendingJoppdLine(PendingJoppdIdx) TO TermOutputLine
           WRITE TermOutputLine
         END-PERFORM
         CLOSE TERM-OUTPUT-FILE
         DISPLAY "JOPPD written to " FUNCTION TRIM(TermOutputName).

       5550-TERM-WRITE-HUB3.
      *> The settlement's payment order(s) and a trailer, in the
      *> same layout as hub3_payments.txt
         IF CurCoIBAN = SPACES
           DISPLAY "WARNING: COMPANYIBAN is not set in config.txt - "
           "payment orders carry a blank debit IBAN"
         END-IF
         MOVE SPACES TO TermOutputName
         STRING "hub3_termination_" YtdRunPeriod "_" TermOibKeep
           ".txt" DELIMITED BY SIZE INTO TermOutputName
         OPEN OUTPUT TERM-OUTPUT-FILE
         IF TermOutputFileStatus NOT = '00'
           DISPLAY "ERROR: cannot write " FUNCTION TRIM
           (TermOutputName) " (file status " TermOutputFileStatus
           ")."
           EXIT PARAGRAPH
         END-IF
         PERFORM VARYING PendingHub3Idx FROM 1 BY 1
         UNTIL PendingHub3Idx > PendingHub3Count
           MOVE PendingHub3Line(PendingHub3Idx) TO TermOutputLine
           WRITE TermOutputLine
         END-PERFORM
         COMPUTE Hub3AmountC = Hub3TotalNet * 100
         MOVE SPACES TO TermOutputLine
         STRING "T" Hub3OrderCount Hub3AmountC
           DELIMITED BY SIZE INTO TermOutputLine
         WRITE TermOutputLine
         CLOSE TERM-OUTPUT-FILE
         MOVE Hub3TotalNet TO Hub3TotalNetF
         DISPLAY "Payment file written to " FUNCTION TRIM
         (TermOutputName)
         DISPLAY "  Payment orders: " Hub3OrderCount
         "  Total net: " Hub3TotalNetF.

       5552-TERM-WRITE-HZZO-CLAIM.
      *> The batch will never pay this row again, so sick days of
      *> the leaving month that we advanced for HZZO are claimed
      *> here or not at all. Same layout as 3135-WRITE-HZZO-CLAIM,
      *> straight from the row's pending lines
         IF PendingSickCount = 0
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO TermOutputName
         STRING "hzzo_claim_termination_" YtdRunPeriod "_"
           TermOibKeep ".txt" DELIMITED BY SIZE INTO TermOutputName
         OPEN OUTPUT TERM-OUTPUT-FILE
         IF TermOutputFileStatus NOT = '00'
           DISPLAY "ERROR: cannot write " FUNCTION TRIM
           (TermOutputName) " (file status " TermOutputFileStatus
           ")."
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO SickClaimCount
         MOVE 0 TO SickClaimTotal
         MOVE SPACES TO TermOutputLine
         STRING "H" YtdRunPeriod CurCoOIB
           DELIMITED BY SIZE INTO TermOutputLine
         WRITE TermOutputLine
         PERFORM VARYING PendingSickIdx FROM 1 BY 1
         UNTIL PendingSickIdx > PendingSickCount
           ADD 1 TO SickClaimCount
           COMPUTE SickClaimTotal = SickClaimTotal + FUNCTION
             NUMVAL(PendingSickLine(PendingSickIdx)(80:11)) / 100
           MOVE SPACES TO TermOutputLine
           MOVE PendingSickLine(PendingSickIdx)(1:132)
             TO TermOutputLine
           WRITE TermOutputLine
         END-PERFORM
         COMPUTE SickClaimTotalC = SickClaimTotal * 100
         MOVE SPACES TO TermOutputLine
         STRING "T" SickClaimCount SickClaimTotalC
           DELIMITED BY SIZE INTO TermOutputLine
         WRITE TermOutputLine
         CLOSE TERM-OUTPUT-FILE
         MOVE SickClaimTotal TO YtdAmountF
         DISPLAY "HZZO refund claim written to "
           FUNCTION TRIM(TermOutputName) " - " SickClaimCount
           " spells, " YtdAmountF.

       5554-TERM-WRITE-GL.
      *> The settlement's own journal: 3020 rolled the row into the
      *> cost-center table through 3093-GL-ACCUMULATE, so the
      *> batch's journal writer books it, exempt severance under
      *> its NT- account included
         IF CcCount = 0
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO GlJournalName
         STRING "gl_journal_termination_" YtdRunPeriod "_"
           TermOibKeep ".txt" DELIMITED BY SIZE INTO GlJournalName
         PERFORM 3094-WRITE-GL-JOURNAL.

       5560-TERM-WRITE-CERTIFICATE.
      *> The pay certificate (potvrda o placi) the leaving employee
      *> takes to the employment office: employer, employee, the
      *> employment dates and reason, and gross, contributions,
      *> taxes and net for the last three months including the
      *> settlement month, read back from ytd.idx
         IF PayslipDirMade NOT = 'Y'
           CALL "CBL_CREATE_DIR" USING PayslipDirName
           MOVE 'Y' TO PayslipDirMade
         END-IF
         MOVE SPACES TO PayslipDocName
         STRING "payslips/" YtdRunPeriod "_" TermOibKeep
           "_potvrda.txt" DELIMITED BY SIZE INTO PayslipDocName
         OPEN OUTPUT PAYSLIP-DOC-FILE
         IF PayslipDocStatus NOT = '00'
           DISPLAY "WARNING: cannot write " FUNCTION
           TRIM(PayslipDocName) " (file status " PayslipDocStatus
           ") - no pay certificate."
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO PayslipDocLine
         STRING "==== Pay certificate (potvrda o placi) - issued "
           FUNCTION CURRENT-DATE(1:8) " ====" DELIMITED BY SIZE
           INTO PayslipDocLine
         WRITE PayslipDocLine
         MOVE SPACES TO PayslipDocLine
         STRING "Employer: " FUNCTION TRIM(CurCoName)
           "  OIB: " CurCoOIB DELIMITED BY SIZE
           INTO PayslipDocLine
         WRITE PayslipDocLine
         MOVE SPACES TO PayslipDocLine
         STRING "Employee: " FUNCTION TRIM(TermNameKeep)
           "  OIB: " TermOibKeep DELIMITED BY SIZE
           INTO PayslipDocLine
         WRITE PayslipDocLine
         MOVE TermServiceYears TO TermYearsF
         MOVE SPACES TO PayslipDocLine
         STRING "Employed " EmpHireDate " to " EmpTermDate " ("
           TermYearsF " full years) - " FUNCTION TRIM
           (TermReasonText) DELIMITED BY SIZE INTO PayslipDocLine
         WRITE PayslipDocLine
         MOVE SPACES TO PayslipDocLine
         WRITE PayslipDocLine
         MOVE SPACES TO PayslipDocLine
         STRING "Period         Gross Contributions"
           "    Income tax           Net" DELIMITED BY SIZE
           INTO PayslipDocLine
         WRITE PayslipDocLine
      *> The walk starts two months before the settlement month
         COMPUTE AvgMonthIndex = FUNCTION NUMVAL
           (YtdRunPeriod(1:4)) * 12 + FUNCTION NUMVAL
           (YtdRunPeriod(5:2)) - 3
         DIVIDE AvgMonthIndex BY 12 GIVING AvgFromYear
           REMAINDER AvgFromMonth
         COMPUTE AvgFromPeriod = AvgFromYear * 100
           + AvgFromMonth + 1
         MOVE 0 TO TermCertCount
         MOVE 'n' TO TermCertEndOfFile
         IF YtdIdxOpen NOT = 'Y'
           MOVE 'y' TO TermCertEndOfFile
         ELSE
           MOVE TermOibKeep TO YtdIdxOIB
           MOVE AvgFromPeriod TO YtdIdxPeriod
           START YTD-IDX-FILE KEY NOT < YtdIdxKey
             INVALID KEY MOVE 'y' TO TermCertEndOfFile
           END-START
         END-IF
         PERFORM UNTIL TermCertEndOfFile = 'y'
           READ YTD-IDX-FILE NEXT RECORD
             AT END
               MOVE 'y' TO TermCertEndOfFile
             NOT AT END
               IF YtdIdxOIB NOT = TermOibKeep OR
                 YtdIdxPeriod > YtdRunPeriod
                 MOVE 'y' TO TermCertEndOfFile
               ELSE
                 PERFORM 5561-TERM-CERTIFICATE-LINE
               END-IF
           END-READ
         END-PERFORM
         IF TermCertCount = 0
           MOVE "No pay on record for these months." TO
             PayslipDocLine
           WRITE PayslipDocLine
         END-IF
         CLOSE PAYSLIP-DOC-FILE
         DISPLAY "Pay certificate written to " FUNCTION
         TRIM(PayslipDocName).

       5561-TERM-CERTIFICATE-LINE.
         ADD 1 TO TermCertCount
         COMPUTE TermCertPillars = YtdIdxFirstPillar
           + YtdIdxSecondPillar
      *> YtdIdxIncomeTax already is the two city-tax bands added
      *> together (2410-GrossToNet), as JOPPD reports it
         MOVE YtdIdxIncomeTax TO TermCertTax
         MOVE YtdIdxGross TO TermCertGrossF
         MOVE TermCertPillars TO TermCertPillarsF
         MOVE TermCertTax TO TermCertTaxF
         MOVE YtdIdxNet TO TermCertNetF
         MOVE SPACES TO PayslipDocLine
         STRING YtdIdxPeriod "  " TermCertGrossF "  "
           TermCertPillarsF "  " TermCertTaxF "  " TermCertNetF
           DELIMITED BY SIZE INTO PayslipDocLine
         WRITE PayslipDocLine.

       5570-TERM-DEACTIVATE.
      *> Same change as a maintenance deactivation, audited under
      *> its own action so the trail shows why the row stopped
         MOVE TermOibKeep TO MwOIB
         READ MAINT-WORK-FILE
           INVALID KEY
             DISPLAY "WARNING: " TermOibKeep " vanished from the "
             "working copy - deactivate it in maintenance mode."
             EXIT PARAGRAPH
         END-READ
         MOVE MwRowData TO EmpEditRecord
         MOVE MwRowData TO AuditBeforeImage
         MOVE 'I' TO EmpEditStatus
         MOVE EmpEditRecord TO MwRowData
         REWRITE MaintWorkRecord
         PERFORM 4060-MAINT-SAVE
         IF MaintSaveOk = 'Y'
           MOVE 'TERMINATE' TO AuditActionX
           MOVE EmpEditOIB TO AuditOibX
           MOVE EmpEditRecord TO AuditAfterImage
           PERFORM 4070-MAINT-WRITE-AUDIT
           DISPLAY "Deactivated " FUNCTION TRIM(EmpEditName)
           " - the batch will no longer pay this row."
         ELSE
           DISPLAY "The settlement was paid but the deactivation "
           "was NOT saved - deactivate the row in maintenance mode."
         END-IF.

       5580-TERM-APPLY-FINAL-PAY.
      *> Called from row validation in a termination run: regular
      *> pay shrinks to the calendar days worked, the leave payout
      *> worked out in 5530 joins the taxed elements
         IF (EmpCalcType = 'G' OR EmpCalcType = 'N')
           AND TermWorkedDays < TermMonthDays
           COMPUTE EmpAmount ROUNDED = EmpMonthlyAmount
             * TermWorkedDays / TermMonthDays
         END-IF.

       5590-TERM-CLOSE.
         IF MaintWorkUsable = 'Y'
           CLOSE MAINT-WORK-FILE
           MOVE 'N' TO MaintWorkUsable
         END-IF
         PERFORM 3099-CLOSE-RUN-KEYED-FILES.

       5600-SIMULATION-RUN.
      *> What-if run: calculate every active employee with today's
      *> rates, then again with a named scenario's rates and
      *> raises, and report the two side by side per employee and
      *> per cost center. Only scratch files and the report are
      *> written - ytd.dat, lastrun.dat, garnishments.dat, the run
      *> register and the checkpoint are never touched
         PERFORM 5610-SIM-ACCEPT-SCENARIO
         PERFORM 5611-SIM-FIND-FILES
         IF SimConfigFound NOT = 'Y' AND SimCityTaxFound NOT = 'Y'
           AND SimBracketFound NOT = 'Y' AND SimRaiseFound NOT = 'Y'
           DISPLAY "No scenario_" SimName(1:SimNameLength)
           "_*.dat/.txt files were found - nothing to simulate."
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT SIM-REPORT-FILE
         IF SimReportFileStatus NOT = '00'
           DISPLAY "ERROR: cannot write " FUNCTION TRIM
           (SimReportName) " (file status " SimReportFileStatus
           ")."
           EXIT PARAGRAPH
         END-IF
         MOVE 'N' TO SimWorkOpen
         OPEN OUTPUT SIM-WORK-FILE
         IF SimWorkFileStatus NOT = '00'
           DISPLAY "ERROR: cannot build sim_work.idx (file status "
           SimWorkFileStatus ") - simulation not run."
           CLOSE SIM-REPORT-FILE
           EXIT PARAGRAPH
         END-IF
         CLOSE SIM-WORK-FILE
         OPEN I-O SIM-WORK-FILE
         MOVE 'Y' TO SimWorkOpen
         PERFORM 5612-SIM-LOAD-RAISES
      *> Batch guards on: the row calculation must never fall into
      *> a prompt
         MOVE 'y' TO BatchMode
         MOVE 'Y' TO SimRunActive
         MOVE PayPeriodDate(1:6) TO YtdRunPeriod
         PERFORM 3070-LOAD-YTD
         PERFORM 3015-LOAD-TIMESHEET
         PERFORM 3110-LOAD-NONTAX-LIMITS
         PERFORM 3111-LOAD-NONTAX-ITEMS
         PERFORM 3130-LOAD-ABSENCES
      *> Same open-or-create the single recalculation uses; the
      *> record area carries the row errors into the report
         OPEN EXTEND BATCH-ERROR-FILE
         IF BatchErrorFileStatus NOT = '00'
           OPEN OUTPUT BATCH-ERROR-FILE
         END-IF
         PERFORM 5613-SIM-WRITE-HEADER
         MOVE 0 TO SimCcCount
         INITIALIZE SimCcTable
         MOVE 0 TO SimEmpCount
         MOVE 0 TO SimSkipCount
         MOVE 0 TO SimInactiveCount
         MOVE 'C' TO SimPass
         PERFORM 5620-SIM-PASS
      *> Scenario rates replace the production ones for the second
      *> pass; the scenario config is read over the production
      *> values, so it only has to carry the keys that change
         IF SimConfigFound = 'Y'
           MOVE SimConfigName TO ConfigFileName
           MOVE 'N' TO ConfigIsOpen
           PERFORM 1100-ReadConfig
         END-IF
         IF SimBracketFound = 'Y'
           MOVE SimBracketName TO TaxBracketFileName
           MOVE 'n' TO EndOfTaxBracketFile
           PERFORM 1200-ReadTaxBrackets
         END-IF
         IF SimCityTaxFound = 'Y'
           MOVE SimCityTaxName TO CityTaxFileName
           MOVE 'Y' TO CityListQuiet
           MOVE 'Y' TO RunCityListing
           PERFORM 2000-ReadAllCities
         END-IF
         MOVE 'S' TO SimPass
         PERFORM 5620-SIM-PASS
         PERFORM 5650-SIM-WRITE-CC-SUMMARY
         CLOSE BATCH-ERROR-FILE
         CLOSE SIM-REPORT-FILE
         CLOSE SIM-WORK-FILE
         MOVE 'N' TO SimWorkOpen
         MOVE 'N' TO SimRunActive
         PERFORM 3099-CLOSE-RUN-KEYED-FILES
         DISPLAY "Simulation of scenario " SimName(1:SimNameLength)
         " written to " FUNCTION TRIM(SimReportName)
         DISPLAY "  Compared: " SimEmpCount "  Skipped: " SimSkipCount
         "  Inactive: " SimInactiveCount.

       5610-SIM-ACCEPT-SCENARIO.
      *> The name becomes part of file names, so letters, digits,
      *> '-' and '_' only, with no blanks inside
         DISPLAY "Scenario name (up to 12 letters/digits): "
         WITH NO ADVANCING
         ACCEPT SimName
         MOVE 0 TO SimNameLength
         MOVE 'Y' TO SimNameOk
         IF SimName = SPACES OR SimName(1:1) = SPACE
           MOVE 'N' TO SimNameOk
         ELSE
           INSPECT SimName TALLYING SimNameLength
             FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING SimNameIdx FROM 1 BY 1
           UNTIL SimNameIdx > 12
             IF SimNameIdx > SimNameLength
               IF SimName(SimNameIdx:1) NOT = SPACE
                 MOVE 'N' TO SimNameOk
               END-IF
             ELSE
               IF SimName(SimNameIdx:1) IS NOT ALPHABETIC AND
                 SimName(SimNameIdx:1) IS NOT NUMERIC AND
                 SimName(SimNameIdx:1) NOT = '-' AND
                 SimName(SimNameIdx:1) NOT = '_'
                 MOVE 'N' TO SimNameOk
               END-IF
             END-IF
           END-PERFORM
         END-IF
         IF SimNameOk NOT = 'Y'
           PERFORM 2050-CheckInputRetries
           DISPLAY "Use letters, digits, - or _ only, with no blanks."
           PERFORM 5610-SIM-ACCEPT-SCENARIO
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       5611-SIM-FIND-FILES.
      *> Any scenario file may be left out; the production one then
      *> stays in force for that part
         MOVE SPACES TO SimConfigName
         STRING "scenario_" SimName(1:SimNameLength) "_config.txt"
           DELIMITED BY SIZE INTO SimConfigName
         MOVE SimConfigName TO SimProbeName
         PERFORM 5614-SIM-PROBE-FILE
         MOVE SimProbeFound TO SimConfigFound
         MOVE SPACES TO SimCityTaxName
         STRING "scenario_" SimName(1:SimNameLength) "_cityTax.dat"
           DELIMITED BY SIZE INTO SimCityTaxName
         MOVE SimCityTaxName TO SimProbeName
         PERFORM 5614-SIM-PROBE-FILE
         MOVE SimProbeFound TO SimCityTaxFound
         MOVE SPACES TO SimBracketName
         STRING "scenario_" SimName(1:SimNameLength)
           "_taxBrackets.dat" DELIMITED BY SIZE INTO SimBracketName
         MOVE SimBracketName TO SimProbeName
         PERFORM 5614-SIM-PROBE-FILE
         MOVE SimProbeFound TO SimBracketFound
         MOVE SPACES TO SimRaiseName
         STRING "scenario_" SimName(1:SimNameLength) "_raises.dat"
           DELIMITED BY SIZE INTO SimRaiseName
         MOVE SimRaiseName TO SimProbeName
         PERFORM 5614-SIM-PROBE-FILE
         MOVE SimProbeFound TO SimRaiseFound
         MOVE SPACES TO SimReportName
         STRING "simulation_" SimName(1:SimNameLength) ".txt"
           DELIMITED BY SIZE INTO SimReportName.

       5612-SIM-LOAD-RAISES.
         MOVE 0 TO SimRaiseCount
         IF SimRaiseFound NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         OPEN INPUT SIM-RAISE-FILE
         IF SimRaiseFileStatus NOT = '00'
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SimRaiseEndOfFile
         PERFORM UNTIL SimRaiseEndOfFile = 'y'
           READ SIM-RAISE-FILE
             AT END
               MOVE 'y' TO SimRaiseEndOfFile
             NOT AT END
               IF SimRaiseRecCc = SPACES
                 CONTINUE
               ELSE
               IF FUNCTION TEST-NUMVAL(SimRaiseRecPctX) NOT = 0
                 OR FUNCTION NUMVAL(SimRaiseRecPctX) <= -100
                 OR FUNCTION NUMVAL(SimRaiseRecPctX) > 999.99
                 DISPLAY "WARNING: raise for cost center "
                 SimRaiseRecCc " ('" SimRaiseRecPctX
                 "') is not a usable percentage - ignored"
               ELSE
               IF SimRaiseCount >= 50
                 DISPLAY "WARNING: more than 50 raises - cost "
                 "center " SimRaiseRecCc " ignored"
               ELSE
                 ADD 1 TO SimRaiseCount
                 MOVE SimRaiseRecCc TO SimRaiseCc(SimRaiseCount)
                 COMPUTE SimRaisePct(SimRaiseCount) =
                   FUNCTION NUMVAL(SimRaiseRecPctX)
               END-IF
               END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE SIM-RAISE-FILE.

       5613-SIM-WRITE-HEADER.
         MOVE SPACES TO SimReportLine
         STRING "What-if simulation - scenario "
           SimName(1:SimNameLength) " - pay period " YtdRunPeriod
           " - run " FUNCTION CURRENT-DATE(1:8)
           DELIMITED BY SIZE INTO SimReportLine
         WRITE SimReportLine
         MOVE SPACES TO SimReportLine
         IF SimConfigFound = 'Y'
           STRING "Config:       " SimConfigName
             " (over config.txt)" DELIMITED BY SIZE
             INTO SimReportLine
         ELSE
           STRING "Config:       config.txt (unchanged)"
             DELIMITED BY SIZE INTO SimReportLine
         END-IF
         WRITE SimReportLine
         MOVE SPACES TO SimReportLine
         IF SimCityTaxFound = 'Y'
           STRING "City tax:     " SimCityTaxName
             DELIMITED BY SIZE INTO SimReportLine
         ELSE
           STRING "City tax:     cityTax.dat (unchanged)"
             DELIMITED BY SIZE INTO SimReportLine
         END-IF
         WRITE SimReportLine
         MOVE SPACES TO SimReportLine
         IF SimBracketFound = 'Y'
           STRING "Tax brackets: " SimBracketName
             DELIMITED BY SIZE INTO SimReportLine
         ELSE
           STRING "Tax brackets: taxBrackets.dat (unchanged)"
             DELIMITED BY SIZE INTO SimReportLine
         END-IF
         WRITE SimReportLine
         MOVE SPACES TO SimReportLine
         IF SimRaiseCount = 0
           MOVE "Raises:       none" TO SimReportLine
           WRITE SimReportLine
         ELSE
           MOVE "Raises:" TO SimReportLine
           WRITE SimReportLine
           PERFORM VARYING SimRaiseIdx FROM 1 BY 1
           UNTIL SimRaiseIdx > SimRaiseCount
             MOVE SimRaisePct(SimRaiseIdx) TO SimRaisePctF
             MOVE SPACES TO SimReportLine
             STRING "  cost center " SimRaiseCc(SimRaiseIdx) " "
               SimRaisePctF " %" DELIMITED BY SIZE
               INTO SimReportLine
             WRITE SimReportLine
           END-PERFORM
         END-IF
         MOVE SPACES TO SimReportLine
         WRITE SimReportLine
         MOVE SPACES TO SimReportLine
         STRING "OIB         Name                     CC  "
           "  Gross now Gross scen    Net now   Net scen"
           "    Tax now   Tax scen   Cost now  Cost scen"
           DELIMITED BY SIZE INTO SimReportLine
         WRITE SimReportLine.

       5614-SIM-PROBE-FILE.
         MOVE 'N' TO SimProbeFound
         OPEN INPUT SIM-PROBE-FILE
         IF SimProbeFileStatus = '00'
           MOVE 'Y' TO SimProbeFound
           CLOSE SIM-PROBE-FILE
         END-IF.

       5620-SIM-PASS.
      *> One pass over employees.dat with whichever rates are loaded
         OPEN INPUT EMPLOYEES-FILE
         IF EmployeesFileStatus NOT = '00'
           DISPLAY "ERROR: cannot open employees.dat (file status "
           EmployeesFileStatus ")."
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO BatchEmployeeCount
         PERFORM 3017-RESET-SEEN-OIBS
         MOVE 'n' TO EndOfEmployeesFile
         PERFORM UNTIL EndOfEmployeesFile = 'y'
           READ EMPLOYEES-FILE
             AT END
               MOVE 'y' TO EndOfEmployeesFile
             NOT AT END
               IF TrailerTag NOT = '*TRAILER*'
                 ADD 1 TO BatchEmployeeCount
                 PERFORM 5630-SIM-ONE-EMPLOYEE
               END-IF
           END-READ
         END-PERFORM
         CLOSE EMPLOYEES-FILE.

       5630-SIM-ONE-EMPLOYEE.
      *> The same validation and calculation a batch row gets, none
      *> of its outputs
         MOVE EmpCostCenter TO SimCcWork
         IF SimCcWork = SPACES
           MOVE '0000' TO SimCcWork
         END-IF
         IF EmpStatus = 'I'
           IF SimPass = 'S'
             ADD 1 TO SimInactiveCount
             MOVE SPACES TO SimReportLine
             STRING EmpOIB " " EmpName(1:24) " " SimCcWork
               " inactive - not simulated" DELIMITED BY SIZE
               INTO SimReportLine
             WRITE SimReportLine
           END-IF
           EXIT PARAGRAPH
         END-IF
         PERFORM 3010-RESET-EMPLOYEE-CALC
         MOVE SPACES TO SimLastError
         IF SimPass = 'S'
           PERFORM 5631-SIM-APPLY-RAISE
         END-IF
         PERFORM 3021-VALIDATE-EMPLOYEE-ROW
         PERFORM 3028-CALC-EMPLOYEE-ROW
         IF EmpRowOk = 'Y'
      *> Exempt items cost the employer like the salary does, as
      *> in 3020-BATCH-PROCESS-ONE
           ADD NtExemptTotal TO EmployerToPayInEuro
         END-IF
         IF SimPass = 'C'
           MOVE SPACES TO SimWorkRecord
           MOVE EmpOIB TO SimWkOIB
           MOVE EmpRowOk TO SimWkOk
           MOVE GrossSalary TO SimWkGross
           MOVE NetSalary TO SimWkNet
           MOVE IncomeTaxInEuro TO SimWkTax
           MOVE EmployerToPayInEuro TO SimWkCost
           MOVE SimLastError TO SimWkError
      *> A repeated OIB keeps the first row's figures; the repeat
      *> itself is refused in both passes
           WRITE SimWorkRecord
             INVALID KEY CONTINUE
           END-WRITE
         ELSE
           PERFORM 5640-SIM-COMPARE-EMPLOYEE
         END-IF.

       5631-SIM-APPLY-RAISE.
      *> The cost center's own raise wins over the '*' one. The
      *> raised amount replaces EmpAmountX in the row just read, so
      *> the row logic sees it like any other amount
         MOVE 0 TO SimRaiseWork
         MOVE 'N' TO SimRaiseExact
         PERFORM VARYING SimRaiseIdx FROM 1 BY 1
         UNTIL SimRaiseIdx > SimRaiseCount
           IF SimRaiseCc(SimRaiseIdx) = SimCcWork
             MOVE SimRaisePct(SimRaiseIdx) TO SimRaiseWork
             MOVE 'Y' TO SimRaiseExact
           END-IF
           IF SimRaiseCc(SimRaiseIdx) = '*' AND
             SimRaiseExact NOT = 'Y'
             MOVE SimRaisePct(SimRaiseIdx) TO SimRaiseWork
           END-IF
         END-PERFORM
         IF SimRaiseWork = 0 OR
           FUNCTION TEST-NUMVAL(EmpAmountX) NOT = 0
           EXIT PARAGRAPH
         END-IF
         COMPUTE SimRaisedCents ROUNDED = FUNCTION NUMVAL(EmpAmountX)
           * (100 + SimRaiseWork) / 100
           ON SIZE ERROR
             DISPLAY "WARNING: " FUNCTION TRIM(EmpName) "'s raised "
             "amount does not fit the amount field - not raised"
             EXIT PARAGRAPH
         END-COMPUTE
         MOVE SimRaisedCents TO EmpAmountX.

       5640-SIM-COMPARE-EMPLOYEE.
         MOVE EmpOIB TO SimWkOIB
         READ SIM-WORK-FILE
           INVALID KEY
             MOVE 'N' TO SimWkOk
             MOVE "not calculated with the current rates"
               TO SimWkError
         END-READ
         IF EmpRowOk NOT = 'Y' OR SimWkOk NOT = 'Y'
           ADD 1 TO SimSkipCount
           IF SimWkOk NOT = 'Y'
             MOVE SimWkError TO SimLastError
           END-IF
           MOVE SPACES TO SimReportLine
           STRING EmpOIB " " EmpName(1:24) " " SimCcWork
             " skipped - " FUNCTION TRIM(SimLastError)
             DELIMITED BY SIZE INTO SimReportLine
           WRITE SimReportLine
           EXIT PARAGRAPH
         END-IF
         ADD 1 TO SimEmpCount
         MOVE GrossSalary TO SimNewGross
         MOVE NetSalary TO SimNewNet
         MOVE IncomeTaxInEuro TO SimNewTax
         MOVE EmployerToPayInEuro TO SimNewCost
         MOVE SimWkGross TO SimAmt1F
         MOVE SimNewGross TO SimAmt2F
         MOVE SimWkNet TO SimAmt3F
         MOVE SimNewNet TO SimAmt4F
         MOVE SimWkTax TO SimAmt5F
         MOVE SimNewTax TO SimAmt6F
         MOVE SimWkCost TO SimAmt7F
         MOVE SimNewCost TO SimAmt8F
         MOVE SPACES TO SimReportLine
         STRING EmpOIB " " EmpName(1:24) " " SimCcWork " "
           SimAmt1F " " SimAmt2F " " SimAmt3F " " SimAmt4F " "
           SimAmt5F " " SimAmt6F " " SimAmt7F " " SimAmt8F
           DELIMITED BY SIZE INTO SimReportLine
         WRITE SimReportLine
         PERFORM 5641-SIM-FIND-CC
         IF SimCcFoundIdx > 0
           MOVE SimCcFoundIdx TO SimCcIdx
           PERFORM 5642-SIM-ADD-TO-CC
         END-IF
         MOVE 100 TO SimCcIdx
         PERFORM 5642-SIM-ADD-TO-CC.

       5641-SIM-FIND-CC.
         MOVE 0 TO SimCcFoundIdx
         PERFORM VARYING SimCcIdx FROM 1 BY 1
         UNTIL SimCcIdx > SimCcCount OR SimCcFoundIdx > 0
           IF SimCcCode(SimCcIdx) = SimCcWork
             MOVE SimCcIdx TO SimCcFoundIdx
           END-IF
         END-PERFORM
         IF SimCcFoundIdx = 0
           IF SimCcCount < 99
             ADD 1 TO SimCcCount
             MOVE SimCcCount TO SimCcFoundIdx
             MOVE SimCcWork TO SimCcCode(SimCcFoundIdx)
           ELSE
             DISPLAY "WARNING: more than 99 cost centers - "
             SimCcWork " is only counted in the totals"
           END-IF
         END-IF.

       5642-SIM-ADD-TO-CC.
         ADD 1 TO SimCcHeads(SimCcIdx)
         ADD SimWkGross TO SimCcCurGross(SimCcIdx)
         ADD SimNewGross TO SimCcNewGross(SimCcIdx)
         ADD SimWkNet TO SimCcCurNet(SimCcIdx)
         ADD SimNewNet TO SimCcNewNet(SimCcIdx)
         ADD SimWkTax TO SimCcCurTax(SimCcIdx)
         ADD SimNewTax TO SimCcNewTax(SimCcIdx)
         ADD SimWkCost TO SimCcCurCost(SimCcIdx)
         ADD SimNewCost TO SimCcNewCost(SimCcIdx).

       5650-SIM-WRITE-CC-SUMMARY.
      *> Per cost center, then the whole company, with the change
      *> in employer cost finance budgets for
         MOVE SPACES TO SimReportLine
         WRITE SimReportLine
         MOVE SPACES TO SimReportLine
         STRING "Cost center Heads      Gross now     Gross scen"
           "        Net now       Net scen        Tax now"
           "       Tax scen       Cost now      Cost scen"
           "     Cost change" DELIMITED BY SIZE INTO SimReportLine
         WRITE SimReportLine
         PERFORM VARYING SimCcIdx FROM 1 BY 1
         UNTIL SimCcIdx > SimCcCount
           PERFORM 5651-SIM-CC-LINE
         END-PERFORM
         MOVE 'ALL' TO SimCcCode(100)
         MOVE 100 TO SimCcIdx
         PERFORM 5651-SIM-CC-LINE
         MOVE SPACES TO SimReportLine
         STRING "Compared: " SimEmpCount "  Skipped: " SimSkipCount
           "  Inactive: " SimInactiveCount DELIMITED BY SIZE
           INTO SimReportLine
         WRITE SimReportLine.

       5651-SIM-CC-LINE.
         MOVE SimCcHeads(SimCcIdx) TO SimHeadsF
         MOVE SimCcCurGross(SimCcIdx) TO SimTot1F
         MOVE SimCcNewGross(SimCcIdx) TO SimTot2F
         MOVE SimCcCurNet(SimCcIdx) TO SimTot3F
         MOVE SimCcNewNet(SimCcIdx) TO SimTot4F
         MOVE SimCcCurTax(SimCcIdx) TO SimTot5F
         MOVE SimCcNewTax(SimCcIdx) TO SimTot6F
         MOVE SimCcCurCost(SimCcIdx) TO SimTot7F
         MOVE SimCcNewCost(SimCcIdx) TO SimTot8F
         COMPUTE SimChangeF = SimCcNewCost(SimCcIdx)
           - SimCcCurCost(SimCcIdx)
         MOVE SPACES TO SimReportLine
         STRING SimCcCode(SimCcIdx) "       " SimHeadsF " "
           SimTot1F " " SimTot2F " " SimTot3F " " SimTot4F " "
           SimTot5F " " SimTot6F " " SimTot7F " " SimTot8F " "
           SimChangeF DELIMITED BY SIZE INTO SimReportLine
         WRITE SimReportLine.

       5700-RETENTION-PURGE.
      *> Remove the personal data of former employees once it has
      *> been kept as long as config.txt says for that kind of
      *> record. Someone qualifies when no row for their OIB on
      *> employees.dat is active and the last period ytd.dat shows
      *> them paid is older than the file's retention. The payroll
      *> record (ytd.dat) and the JOPPD/payment archive
      *> (run_archive.dat) are kept whatever the settings say, and
      *> a garnishment with money still owed stays. Every purge is
      *> written to gdpr_log.txt
         PERFORM 3103-FIND-PENDING-RUN
      *> A rejection would put garnishments.dat back from its hold
      *> copy, rows purged here included
         IF RegPendingRunId > 0
           DISPLAY "Approve or reject the pending run first."
           EXIT PARAGRAPH
         END-IF
         PERFORM 4005-MAINT-ACCEPT-OPERATOR
         MOVE FUNCTION CURRENT-DATE(1:6) TO RetThisPeriod
         COMPUTE RetHistCutoff = RetThisPeriod
           - RetainHistoryYears * 100
         COMPUTE RetDocCutoff = RetThisPeriod
           - RetainPayslipYears * 100
         COMPUTE RetAuditCutoff = RetThisPeriod
           - RetainAuditYears * 100
         COMPUTE RetGarnCutoff = RetThisPeriod
           - RetainGarnYears * 100
         COMPUTE RetAbsCutoff = RetThisPeriod
           - RetainAbsenceYears * 100
         MOVE RetHistCutoff TO RetMaxCutoff
         IF RetDocCutoff > RetMaxCutoff
           MOVE RetDocCutoff TO RetMaxCutoff
         END-IF
         IF RetAuditCutoff > RetMaxCutoff
           MOVE RetAuditCutoff TO RetMaxCutoff
         END-IF
         IF RetGarnCutoff > RetMaxCutoff
           MOVE RetGarnCutoff TO RetMaxCutoff
         END-IF
         IF RetAbsCutoff > RetMaxCutoff
           MOVE RetAbsCutoff TO RetMaxCutoff
         END-IF
         DISPLAY "Retention (years after the last period paid):"
         DISPLAY "  payslip_history.txt " RetainHistoryYears
           "   payslips/ " RetainPayslipYears
           "   maint_audit.txt " RetainAuditYears
           "   garnishments.dat " RetainGarnYears
         DISPLAY "  absences.dat " RetainAbsenceYears
         DISPLAY "  ytd.dat and run_archive.dat are kept - payroll "
           "record and JOPPD archive."
         PERFORM 5710-RET-BUILD-WORK
         IF RetWorkUsable NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         PERFORM 5711-RET-LIST-CANDIDATES
         IF RetCandidateCount = 0
           DISPLAY "Nobody's data is past its retention period - "
           "nothing purged."
           CLOSE RETAIN-WORK-FILE
           EXIT PARAGRAPH
         END-IF
         DISPLAY "Purge the personal data of these "
           RetCandidateCount " former employees? (y/n) "
           WITH NO ADVANCING
         ACCEPT RetConfirm
         IF RetConfirm NOT = 'y' AND RetConfirm NOT = 'Y'
           DISPLAY "Nothing purged."
           CLOSE RETAIN-WORK-FILE
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO RetHistTotal
         MOVE 0 TO RetDocTotal
         MOVE 0 TO RetAuditTotal
         MOVE 0 TO RetGarnTotal
         MOVE 0 TO RetGarnKeptTotal
         MOVE 0 TO RetPchTotal
         MOVE 0 TO RetAbsTotal
         PERFORM 5720-RET-PURGE-HISTORY
         PERFORM 5730-RET-DELETE-PAYSLIPS
         PERFORM 5740-RET-ANONYMISE-AUDIT
         PERFORM 5750-RET-PURGE-GARNISHMENTS
         PERFORM 5755-RET-PURGE-ABSENCES
         PERFORM 5760-RET-PURGE-PENDING
         PERFORM 5770-RET-WRITE-LOG
         CLOSE RETAIN-WORK-FILE
         DISPLAY "Retention purge done:"
         DISPLAY "  payslip_history.txt payslips removed: "
           RetHistTotal
         DISPLAY "  payslip documents deleted:           "
           RetDocTotal
         DISPLAY "  maint_audit.txt rows anonymised:     "
           RetAuditTotal
         DISPLAY "  garnishment rows removed:            "
           RetGarnTotal " (kept, still owed: " RetGarnKeptTotal ")"
         DISPLAY "  absences.dat sick-leave rows removed:"
           RetAbsTotal
         DISPLAY "  pending_changes.dat rows removed:    "
           RetPchTotal
         DISPLAY "Logged to gdpr_log.txt."
      *> A document that was never written comes back non-zero from
      *> the delete; that is not this mode's exit status
         MOVE 0 TO RETURN-CODE.

       5705-RET-CHECK-OIB.
      *> RetPurgeIt = 'Y' when RetCheckOib belongs to a former
      *> employee last paid before RetCheckCutoff. The work row is
      *> left as the current record for the caller's REWRITE
         MOVE 'N' TO RetPurgeIt
         IF RetCheckOib = SPACES
           EXIT PARAGRAPH
         END-IF
         MOVE RetCheckOib TO RtwOIB
         READ RETAIN-WORK-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
             IF RtwActive = 'N' AND RtwLastPeriod < RetCheckCutoff
               MOVE 'Y' TO RetPurgeIt
             END-IF
         END-READ.

       5710-RET-BUILD-WORK.
      *> One work row per OIB in ytd.dat with the latest period
      *> paid, then every active employees.dat row marks its OIB as
      *> still employed. An OIB with no pay history has no last
      *> period to count from and is never purged
         MOVE 'N' TO RetWorkUsable
         OPEN OUTPUT RETAIN-WORK-FILE
         IF RetainWorkFileStatus NOT = '00'
           DISPLAY "ERROR: cannot build retention_work.idx (file "
           "status " RetainWorkFileStatus ") - nothing purged."
           EXIT PARAGRAPH
         END-IF
         CLOSE RETAIN-WORK-FILE
         OPEN I-O RETAIN-WORK-FILE
         IF RetainWorkFileStatus NOT = '00'
           DISPLAY "ERROR: cannot reopen retention_work.idx (file "
           "status " RetainWorkFileStatus ") - nothing purged."
           EXIT PARAGRAPH
         END-IF
         OPEN INPUT YTD-FILE
         IF YtdFileStatus NOT = '00'
           DISPLAY "No ytd.dat - there is no pay history to count "
           "retention from. Nothing purged."
           CLOSE RETAIN-WORK-FILE
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ YTD-FILE
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               IF YtdRecPeriod IS NUMERIC AND YtdRecOIB NOT = SPACES
                 MOVE YtdRecOIB TO RtwOIB
                 READ RETAIN-WORK-FILE
                   INVALID KEY
                     INITIALIZE RetainWorkRecord
                     MOVE YtdRecOIB TO RtwOIB
                     MOVE YtdRecName TO RtwName
                     MOVE YtdRecPeriod TO RtwLastPeriod
                     MOVE 'N' TO RtwActive
                     WRITE RetainWorkRecord
                       INVALID KEY CONTINUE
                     END-WRITE
                   NOT INVALID KEY
                     IF YtdRecPeriod > RtwLastPeriod
                       MOVE YtdRecPeriod TO RtwLastPeriod
                       MOVE YtdRecName TO RtwName
                       REWRITE RetainWorkRecord
                         INVALID KEY CONTINUE
                       END-REWRITE
                     END-IF
                 END-READ
               END-IF
           END-READ
         END-PERFORM
         CLOSE YTD-FILE
         OPEN INPUT EMPLOYEES-FILE
         IF EmployeesFileStatus NOT = '00'
      *> Without employees.dat nobody can be shown to have left
           DISPLAY "ERROR: cannot open employees.dat (file status "
           EmployeesFileStatus ") - nothing purged."
           CLOSE RETAIN-WORK-FILE
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ EMPLOYEES-FILE
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               IF TrailerTag NOT = '*TRAILER*' AND EmpStatus NOT = 'I'
                 MOVE EmpOIB TO RtwOIB
                 READ RETAIN-WORK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     MOVE 'Y' TO RtwActive
                     REWRITE RetainWorkRecord
                       INVALID KEY CONTINUE
                     END-REWRITE
                 END-READ
               END-IF
           END-READ
         END-PERFORM
         CLOSE EMPLOYEES-FILE
         MOVE 'Y' TO RetWorkUsable.

       5711-RET-LIST-CANDIDATES.
      *> Everyone past at least one file's retention, so the
      *> operator sees who is about to be purged before saying yes
         MOVE 0 TO RetCandidateCount
         MOVE LOW-VALUES TO RtwOIB
         START RETAIN-WORK-FILE KEY NOT < RtwOIB
           INVALID KEY CONTINUE
         END-START
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ RETAIN-WORK-FILE NEXT RECORD
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               IF RtwActive = 'N' AND RtwLastPeriod < RetMaxCutoff
                 ADD 1 TO RetCandidateCount
                 IF RetCandidateCount = 1
                   DISPLAY "OIB         Name                       "
                   "    Last paid"
                 END-IF
                 DISPLAY RtwOIB " " RtwName " " RtwLastPeriod
               END-IF
           END-READ
         END-PERFORM.

       5712-RET-COPY-TO-TEMP.
      *> Take the file in HoldInName aside as HoldOutName and leave
      *> HoldInName pointing at the copy, ready to be read back while
      *> the original is rewritten. HoldCopyOk is 'N' when there is
      *> no file or it could not be copied
         MOVE 'N' TO HoldCreateEmpty
         PERFORM 3007-COPY-HOLD-FILE
         IF HoldCopyOk NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE HoldOutName TO HoldInName
         OPEN INPUT HOLD-IN-FILE
         IF HoldInFileStatus NOT = '00'
           DISPLAY "WARNING: cannot read back " FUNCTION TRIM
           (HoldInName) " (file status " HoldInFileStatus ")."
           MOVE 'N' TO HoldCopyOk
         END-IF.

       5713-RET-DROP-TEMP.
      *> The copy holds the very data just purged, so it goes too
         CLOSE HOLD-IN-FILE
         CALL "CBL_DELETE_FILE" USING HoldInName
         IF RETURN-CODE NOT = 0
           DISPLAY "WARNING: could not delete " FUNCTION TRIM
           (HoldInName) " - delete it by hand, it still holds the "
           "purged data."
         END-IF.

       5720-RET-PURGE-HISTORY.
      *> payslip_history.txt is a run of payslips, each opening
      *> with a '==== Payslip' line followed by the 'Employee:'
      *> line that names the OIB. A qualifying payslip is dropped
      *> whole; the heading is held back until its OIB is known
         MOVE "payslip_history.txt" TO HoldInName
         MOVE "payslip_history_purge.tmp" TO HoldOutName
         PERFORM 5712-RET-COPY-TO-TEMP
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "payslip_history.txt not purged (no file, or it "
           "could not be copied)."
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT PAYSLIP-HISTORY-FILE
         IF PayslipFileStatus NOT = '00'
           DISPLAY "WARNING: cannot rewrite payslip_history.txt "
           "(file status " PayslipFileStatus ") - not purged."
           PERFORM 5713-RET-DROP-TEMP
           EXIT PARAGRAPH
         END-IF
         MOVE RetHistCutoff TO RetCheckCutoff
         MOVE 'N' TO RetHeaderHeld
         MOVE 'N' TO RetInBlock
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ HOLD-IN-FILE
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               PERFORM 5721-RET-HISTORY-LINE
           END-READ
         END-PERFORM
         IF RetHeaderHeld = 'Y'
           MOVE RetHeldLine TO PayslipLine
           WRITE PayslipLine
         END-IF
         CLOSE PAYSLIP-HISTORY-FILE
         PERFORM 5713-RET-DROP-TEMP.

       5721-RET-HISTORY-LINE.
         IF HoldInLine(1:13) = "==== Payslip "
           IF RetHeaderHeld = 'Y'
             MOVE RetHeldLine TO PayslipLine
             WRITE PayslipLine
           END-IF
           MOVE HoldInLine TO RetHeldLine
           MOVE 'Y' TO RetHeaderHeld
           MOVE 'N' TO RetInBlock
           EXIT PARAGRAPH
         END-IF
         IF RetHeaderHeld = 'Y'
           MOVE 'N' TO RetHeaderHeld
           IF HoldInLine(1:10) = "Employee: "
             MOVE SPACES TO RetLineOib
             UNSTRING HoldInLine DELIMITED BY "  OIB: "
               INTO RetJunk RetLineOib
             MOVE RetLineOib TO RetCheckOib
             PERFORM 5705-RET-CHECK-OIB
             IF RetPurgeIt = 'Y'
               MOVE 'Y' TO RetInBlock
               ADD 1 TO RtwHistCount
               REWRITE RetainWorkRecord
                 INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO RetHistTotal
             END-IF
           END-IF
           IF RetInBlock = 'N'
             MOVE RetHeldLine TO PayslipLine
             WRITE PayslipLine
           END-IF
         END-IF
         IF RetInBlock = 'N'
           MOVE HoldInLine TO PayslipLine
           WRITE PayslipLine
         END-IF.

       5730-RET-DELETE-PAYSLIPS.
      *> The documents in payslips/ are named by period and OIB, so
      *> each period ytd.dat has for a qualifying OIB names the
      *> regular payslip, a final settlement and its certificate
         MOVE RetDocCutoff TO RetCheckCutoff
         OPEN INPUT YTD-FILE
         IF YtdFileStatus NOT = '00'
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ YTD-FILE
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               MOVE YtdRecOIB TO RetCheckOib
               PERFORM 5705-RET-CHECK-OIB
               IF RetPurgeIt = 'Y'
                 PERFORM VARYING RetDocKind FROM 1 BY 1
                 UNTIL RetDocKind > 3
                   MOVE SPACES TO PayslipDocName
                   EVALUATE RetDocKind
                     WHEN 1
                       STRING "payslips/" YtdRecPeriod "_" YtdRecOIB
                         ".txt" DELIMITED BY SIZE INTO PayslipDocName
                     WHEN 2
                       STRING "payslips/" YtdRecPeriod "_" YtdRecOIB
                         "_final.txt" DELIMITED BY SIZE
                         INTO PayslipDocName
                     WHEN 3
                       STRING "payslips/" YtdRecPeriod "_" YtdRecOIB
                         "_potvrda.txt" DELIMITED BY SIZE
                         INTO PayslipDocName
                   END-EVALUATE
                   CALL "CBL_DELETE_FILE" USING PayslipDocName
                   IF RETURN-CODE = 0
                     ADD 1 TO RtwDocCount
                     ADD 1 TO RetDocTotal
                   END-IF
                 END-PERFORM
                 REWRITE RetainWorkRecord
                   INVALID KEY CONTINUE
                 END-REWRITE
               END-IF
           END-READ
         END-PERFORM
         CLOSE YTD-FILE.

       5740-RET-ANONYMISE-AUDIT.
      *> The audit rows stay - who changed what and when is still
      *> the firm's record - but the name, OIB, IBAN and payment
      *> reference in them are blanked out
         MOVE "maint_audit.txt" TO HoldInName
         MOVE "maint_audit_purge.tmp" TO HoldOutName
         PERFORM 5712-RET-COPY-TO-TEMP
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "maint_audit.txt not anonymised (no file, or it "
           "could not be copied)."
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT MAINT-AUDIT-FILE
         IF AuditFileStatus NOT = '00'
           DISPLAY "WARNING: cannot rewrite maint_audit.txt (file "
           "status " AuditFileStatus ") - not anonymised."
           PERFORM 5713-RET-DROP-TEMP
           EXIT PARAGRAPH
         END-IF
         MOVE RetAuditCutoff TO RetCheckCutoff
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ HOLD-IN-FILE
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               MOVE HoldInLine TO AuditRecord
               MOVE AudOIB TO RetCheckOib
               PERFORM 5705-RET-CHECK-OIB
               IF RetPurgeIt = 'Y'
                 MOVE AudBefore TO RetImage
                 PERFORM 5741-RET-ANONYMISE-IMAGE
                 MOVE RetImage TO AudBefore
                 MOVE AudAfter TO RetImage
                 PERFORM 5741-RET-ANONYMISE-IMAGE
                 MOVE RetImage TO AudAfter
                 MOVE ALL '*' TO AudOIB
                 ADD 1 TO RtwAuditCount
                 REWRITE RetainWorkRecord
                   INVALID KEY CONTINUE
                 END-REWRITE
                 ADD 1 TO RetAuditTotal
               END-IF
               WRITE AuditRecord
           END-READ
         END-PERFORM
         CLOSE MAINT-AUDIT-FILE
         PERFORM 5713-RET-DROP-TEMP.

       5741-RET-ANONYMISE-IMAGE.
      *> An ADD has no before image - nothing to blank there
         IF RetImage = SPACES
           EXIT PARAGRAPH
         END-IF
         MOVE RetImage TO EmpEditRecord
         MOVE "ANONYMISED" TO EmpEditName
         MOVE ALL '*' TO EmpEditOIB
         MOVE SPACES TO EmpEditIBAN
         MOVE SPACES TO EmpEditPayRef
         MOVE EmpEditRecord TO RetImage.

       5750-RET-PURGE-GARNISHMENTS.
      *> A cleared garnishment of a qualifying OIB goes; one with a
      *> balance still owed stays, since the court order has not
      *> been satisfied. Loaded and saved the way the batch does it,
      *> so a file that did not load completely is left alone
         PERFORM 3090-LOAD-GARNISHMENTS
         IF GarnFileWasOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         IF GarnLoadTruncated = 'Y'
           DISPLAY "garnishments.dat did not load completely - not "
           "purged."
           EXIT PARAGRAPH
         END-IF
         MOVE RetGarnCutoff TO RetCheckCutoff
         MOVE 0 TO RetKeepIdx
         PERFORM VARYING GarnIdx FROM 1 BY 1 UNTIL GarnIdx > GarnCount
           MOVE GrnOIB(GarnIdx) TO RetCheckOib
           PERFORM 5705-RET-CHECK-OIB
           IF RetPurgeIt = 'Y' AND GrnBalance(GarnIdx) = 0
             ADD 1 TO RtwGarnCount
             ADD 1 TO RetGarnTotal
             REWRITE RetainWorkRecord
               INVALID KEY CONTINUE
             END-REWRITE
           ELSE
             IF RetPurgeIt = 'Y'
               ADD 1 TO RtwGarnKept
               ADD 1 TO RetGarnKeptTotal
               REWRITE RetainWorkRecord
                 INVALID KEY CONTINUE
               END-REWRITE
             END-IF
             ADD 1 TO RetKeepIdx
             IF RetKeepIdx NOT = GarnIdx
               MOVE GarnEntry(GarnIdx) TO GarnEntry(RetKeepIdx)
             END-IF
           END-IF
         END-PERFORM
         IF RetKeepIdx < GarnCount
           MOVE RetKeepIdx TO GarnCount
           PERFORM 3092-SAVE-GARNISHMENTS
         END-IF.

       5755-RET-PURGE-ABSENCES.
      *> The sick-leave register is health data: every spell of a
      *> qualifying OIB goes, an open one included - nobody is
      *> paid sick leave off a row that is no longer active
         MOVE "absences.dat" TO HoldInName
         MOVE "absences_purge.tmp" TO HoldOutName
         PERFORM 5712-RET-COPY-TO-TEMP
         IF HoldCopyOk NOT = 'Y'
           DISPLAY "absences.dat not purged (no file, or it could "
           "not be copied)."
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT ABSENCES-FILE
         IF AbsencesFileStatus NOT = '00'
           DISPLAY "WARNING: cannot rewrite absences.dat (file "
           "status " AbsencesFileStatus ") - not purged."
           PERFORM 5713-RET-DROP-TEMP
           EXIT PARAGRAPH
         END-IF
         MOVE RetAbsCutoff TO RetCheckCutoff
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ HOLD-IN-FILE
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               MOVE HoldInLine TO AbsenceRecord
               MOVE AbsRecOIB TO RetCheckOib
               PERFORM 5705-RET-CHECK-OIB
               IF RetPurgeIt = 'Y'
                 ADD 1 TO RtwAbsCount
                 ADD 1 TO RetAbsTotal
                 REWRITE RetainWorkRecord
                   INVALID KEY CONTINUE
                 END-REWRITE
               ELSE
                 WRITE AbsenceRecord
               END-IF
           END-READ
         END-PERFORM
         CLOSE ABSENCES-FILE
         PERFORM 5713-RET-DROP-TEMP.

       5760-RET-PURGE-PENDING.
      *> Applied, cancelled and unmatched future-dated changes carry
      *> the OIB and IBAN too; they follow the audit trail's
      *> retention. A change still pending is left for maintenance
         PERFORM 3171-LOAD-PENDING-CHANGES
         IF PchFileWasOpen NOT = 'Y' OR PchLoadTruncated = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE RetAuditCutoff TO RetCheckCutoff
         MOVE 0 TO RetKeepIdx
         PERFORM VARYING PchIdx FROM 1 BY 1 UNTIL PchIdx > PchCount
           MOVE PchImage(PchIdx) TO PendingChangeWork
           MOVE PchOIB TO RetCheckOib
           PERFORM 5705-RET-CHECK-OIB
           IF RetPurgeIt = 'Y' AND PchStatus NOT = 'P'
             ADD 1 TO RtwPchCount
             ADD 1 TO RetPchTotal
             REWRITE RetainWorkRecord
               INVALID KEY CONTINUE
             END-REWRITE
           ELSE
             ADD 1 TO RetKeepIdx
             MOVE PchImage(PchIdx) TO PchImage(RetKeepIdx)
           END-IF
         END-PERFORM
         IF RetKeepIdx < PchCount
           MOVE RetKeepIdx TO PchCount
           PERFORM 3173-SAVE-PENDING-CHANGES
         END-IF.

       5770-RET-WRITE-LOG.
      *> One line per person per file touched, plus a KEEP line for
      *> what the law holds back, so the log alone answers what
      *> became of a given OIB
         PERFORM 5771-RET-OPEN-LOG
         MOVE LOW-VALUES TO RtwOIB
         START RETAIN-WORK-FILE KEY NOT < RtwOIB
           INVALID KEY CONTINUE
         END-START
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ RETAIN-WORK-FILE NEXT RECORD
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               IF RtwActive = 'N' AND RtwLastPeriod < RetMaxCutoff
                 PERFORM 5772-RET-LOG-PERSON
               END-IF
           END-READ
         END-PERFORM
         IF GdprLogOpen = 'Y'
           CLOSE GDPR-LOG-FILE
           MOVE 'N' TO GdprLogOpen
         END-IF.

       5771-RET-OPEN-LOG.
      *> Same open-EXTEND-or-create shape as 4070-MAINT-WRITE-AUDIT
         MOVE 'N' TO GdprLogOpen
         OPEN EXTEND GDPR-LOG-FILE
         IF GdprLogFileStatus NOT = '00'
           OPEN OUTPUT GDPR-LOG-FILE
         END-IF
         IF GdprLogFileStatus = '00'
           MOVE 'Y' TO GdprLogOpen
         ELSE
           DISPLAY "WARNING: cannot write gdpr_log.txt (file status "
           GdprLogFileStatus ") - this is NOT on the log."
         END-IF.

       5772-RET-LOG-PERSON.
         MOVE RtwOIB TO GdprOibX
         IF RtwHistCount > 0
           MOVE 'PURGE' TO GdprActionX
           MOVE "payslip_history.txt" TO GdprFileX
           MOVE RtwHistCount TO GdprCountN
           MOVE "payslips removed" TO GdprNoteX
           PERFORM 5773-RET-LOG-LINE
         END-IF
         IF RtwDocCount > 0
           MOVE 'DELETE' TO GdprActionX
           MOVE "payslips/" TO GdprFileX
           MOVE RtwDocCount TO GdprCountN
           MOVE "payslip documents deleted" TO GdprNoteX
           PERFORM 5773-RET-LOG-LINE
         END-IF
         IF RtwAuditCount > 0
           MOVE 'ANONYMISE' TO GdprActionX
           MOVE "maint_audit.txt" TO GdprFileX
           MOVE RtwAuditCount TO GdprCountN
           MOVE "name, OIB, IBAN and reference blanked" TO GdprNoteX
           PERFORM 5773-RET-LOG-LINE
         END-IF
         IF RtwGarnCount > 0
           MOVE 'PURGE' TO GdprActionX
           MOVE "garnishments.dat" TO GdprFileX
           MOVE RtwGarnCount TO GdprCountN
           MOVE "cleared garnishments removed" TO GdprNoteX
           PERFORM 5773-RET-LOG-LINE
         END-IF
         IF RtwGarnKept > 0
           MOVE 'KEEP' TO GdprActionX
           MOVE "garnishments.dat" TO GdprFileX
           MOVE RtwGarnKept TO GdprCountN
           MOVE "balance still owed" TO GdprNoteX
           PERFORM 5773-RET-LOG-LINE
         END-IF
         IF RtwAbsCount > 0
           MOVE 'PURGE' TO GdprActionX
           MOVE "absences.dat" TO GdprFileX
           MOVE RtwAbsCount TO GdprCountN
           MOVE "sick-leave spells removed" TO GdprNoteX
           PERFORM 5773-RET-LOG-LINE
         END-IF
         IF RtwPchCount > 0
           MOVE 'PURGE' TO GdprActionX
           MOVE "pending_changes.dat" TO GdprFileX
           MOVE RtwPchCount TO GdprCountN
           MOVE "settled future-dated changes removed"
             TO GdprNoteX
           PERFORM 5773-RET-LOG-LINE
         END-IF
         MOVE 'KEEP' TO GdprActionX
         MOVE "ytd.dat run_archive.dat" TO GdprFileX
         MOVE 0 TO GdprCountN
         MOVE "payroll record and JOPPD archive - statutory"
           TO GdprNoteX
         PERFORM 5773-RET-LOG-LINE.

       5773-RET-LOG-LINE.
         IF GdprLogOpen NOT = 'Y'
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO GdprLogRecord
         MOVE FUNCTION CURRENT-DATE(1:14) TO GdprLogStamp
         MOVE AuditOperator TO GdprLogOperator
         MOVE GdprActionX TO GdprLogAction
         MOVE GdprOibX TO GdprLogOIB
         MOVE GdprFileX TO GdprLogFile
         MOVE GdprCountN TO GdprLogCount
         MOVE GdprNoteX TO GdprLogNote
         WRITE GdprLogRecord.

       5800-SUBJECT-ACCESS-EXPORT.
      *> Answer a data subject's access request: everything the
      *> payroll holds on one OIB, file by file, gathered into
      *> subject_access_OIB.txt. The export is logged in
      *> gdpr_log.txt with who made it
         PERFORM 4005-MAINT-ACCEPT-OPERATOR
         PERFORM 5801-SAR-ACCEPT-OIB
         MOVE SPACES TO SarFileName
         STRING "subject_access_" SarOib ".txt" DELIMITED BY SIZE
           INTO SarFileName
         OPEN OUTPUT SUBJECT-ACCESS-FILE
         IF SarFileStatus NOT = '00'
           DISPLAY "ERROR: cannot write " FUNCTION TRIM(SarFileName)
           " (file status " SarFileStatus ") - nothing exported."
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO SarTotalCount
         MOVE SPACES TO SarIban
         MOVE SPACES TO SarLine
         STRING "Personal data held on OIB " SarOib " by "
           FUNCTION TRIM(CoName(1)) DELIMITED BY SIZE INTO SarLine
         WRITE SarLine
         MOVE FUNCTION CURRENT-DATE TO AuditStamp
         MOVE SPACES TO SarLine
         STRING "Prepared " AuditStamp(1:4) "-" AuditStamp(5:2) "-"
           AuditStamp(7:2) " by " AuditOperator DELIMITED BY SIZE
           INTO SarLine
         WRITE SarLine
         PERFORM 5810-SAR-EMPLOYEE-ROWS
         PERFORM 5811-SAR-PENDING-CHANGES
         PERFORM 5812-SAR-YTD
         PERFORM 5813-SAR-PAYSLIP-HISTORY
         PERFORM 5814-SAR-PAYSLIP-DOCS
         PERFORM 5815-SAR-RUN-ARCHIVE
         PERFORM 5816-SAR-AUDIT
         PERFORM 5817-SAR-GARNISHMENTS
         PERFORM 5818-SAR-ABSENCES
         PERFORM 5819-SAR-GDPR-LOG
         MOVE SPACES TO SarLine
         WRITE SarLine
         MOVE SPACES TO SarLine
         STRING "End of export - " SarTotalCount " entries."
           DELIMITED BY SIZE INTO SarLine
         WRITE SarLine
         CLOSE SUBJECT-ACCESS-FILE
         PERFORM 5771-RET-OPEN-LOG
         MOVE 'EXPORT' TO GdprActionX
         MOVE SarOib TO GdprOibX
         MOVE SarFileName TO GdprFileX
         MOVE SarTotalCount TO GdprCountN
         MOVE "subject-access export" TO GdprNoteX
         PERFORM 5773-RET-LOG-LINE
         IF GdprLogOpen = 'Y'
           CLOSE GDPR-LOG-FILE
           MOVE 'N' TO GdprLogOpen
         END-IF
         DISPLAY SarTotalCount " entries for OIB " SarOib
           " written to " FUNCTION TRIM(SarFileName) "."
      *> Opening a payslip document that was never written is not a
      *> failure of the export
         MOVE 0 TO RETURN-CODE.

       5801-SAR-ACCEPT-OIB.
         DISPLAY "OIB of the person asking: " WITH NO ADVANCING
         ACCEPT SarOib
         MOVE SarOib TO OibWork
         PERFORM 3024-CHECK-OIB
         IF OibOk NOT = 'Y'
           PERFORM 2050-CheckInputRetries
           DISPLAY "That is not a valid OIB. Please try again."
           PERFORM 5801-SAR-ACCEPT-OIB
         ELSE
           MOVE 0 TO InputRetryCount
         END-IF.

       5805-SAR-SECTION.
      *> Section heading; the caller counts its lines in
      *> SarSectionCount and closes with 5806
         MOVE 0 TO SarSectionCount
         MOVE SPACES TO SarLine
         WRITE SarLine
         MOVE SPACES TO SarLine
         STRING "== " SarTitle DELIMITED BY SIZE INTO SarLine
         WRITE SarLine.

       5806-SAR-SECTION-END.
         IF SarSectionCount = 0
           MOVE "  (nothing held)" TO SarLine
           WRITE SarLine
         END-IF
         ADD SarSectionCount TO SarTotalCount.

       5807-SAR-WRITE.
         WRITE SarLine
         ADD 1 TO SarSectionCount.

       5810-SAR-EMPLOYEE-ROWS.
         MOVE "Employee record - employees.dat" TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT EMPLOYEES-FILE
         IF EmployeesFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ EMPLOYEES-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               IF TrailerTag NOT = '*TRAILER*' AND EmpOIB = SarOib
                 IF SarIban = SPACES
                   MOVE EmpIBAN TO SarIban
                 END-IF
                 MOVE 0 TO SarAmt1F
                 IF FUNCTION TEST-NUMVAL(EmpAmountX) = 0
                   COMPUTE SarAmt1F = FUNCTION NUMVAL(EmpAmountX)
                     / 100
                 END-IF
                 MOVE SPACES TO SarLine
                 STRING "  Name: " EmpName " Status: " EmpStatus
                   " Company: " EmpCompany " Cost center: "
                   EmpCostCenter DELIMITED BY SIZE INTO SarLine
                 PERFORM 5807-SAR-WRITE
                 MOVE SPACES TO SarLine
                 STRING "  City line: " EmpCityLineX " Kids: "
                   EmpKidsNumX " Dependents: " EmpDependentsNumX
                   " Disability: " EmpDisabilityStatus
                   DELIMITED BY SIZE INTO SarLine
                 PERFORM 5807-SAR-WRITE
                 MOVE SPACES TO SarLine
                 STRING "  Amount type: " EmpCalcType " Amount: "
                   SarAmt1F " IBAN: " EmpIBAN " Reference: "
                   EmpPayRef DELIMITED BY SIZE INTO SarLine
                 PERFORM 5807-SAR-WRITE
                 MOVE SPACES TO SarLine
                 STRING "  Hired: " EmpHireDate " Left: "
                   EmpTermDate " Reason: " EmpTermReason
                   DELIMITED BY SIZE INTO SarLine
                 PERFORM 5807-SAR-WRITE
               END-IF
           END-READ
         END-PERFORM
         CLOSE EMPLOYEES-FILE
         PERFORM 5806-SAR-SECTION-END.

       5811-SAR-PENDING-CHANGES.
         MOVE "Future-dated changes - pending_changes.dat"
           TO SarTitle
         PERFORM 5805-SAR-SECTION
         PERFORM 3171-LOAD-PENDING-CHANGES
         PERFORM VARYING PchIdx FROM 1 BY 1 UNTIL PchIdx > PchCount
           MOVE PchImage(PchIdx) TO PendingChangeWork
           IF PchOIB = SarOib
             MOVE SPACES TO PchAmountShow
             IF PchAmountX NOT = SPACES
               COMPUTE PchAmountF = FUNCTION NUMVAL(PchAmountX)
                 / 100
               MOVE PchAmountF TO PchAmountShow
             END-IF
             MOVE SPACES TO SarLine
             STRING "  Change " PchSeq " period " PchPeriod
               " status " PchStatus " amount " PchAmountShow
               " type " PchCalcType " cost center " PchCostCenter
               " IBAN " PchIBAN " kids " PchKidsNumX
               " dependents " PchDependentsNumX " disability "
               PchDisability DELIMITED BY SIZE INTO SarLine
             PERFORM 5807-SAR-WRITE
           END-IF
         END-PERFORM
         PERFORM 5806-SAR-SECTION-END.

       5812-SAR-YTD.
         MOVE "Pay per period - ytd.dat" TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT YTD-FILE
         IF YtdFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ YTD-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               IF YtdRecOIB = SarOib
                 PERFORM 5820-SAR-YTD-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE YTD-FILE
         PERFORM 5806-SAR-SECTION-END.

       5813-SAR-PAYSLIP-HISTORY.
      *> Every payslip whose 'Employee:' line carries the OIB,
      *> copied as it stands
         MOVE "Payslips - payslip_history.txt" TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT PAYSLIP-HISTORY-FILE
         IF PayslipFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'N' TO RetHeaderHeld
         MOVE 'N' TO RetInBlock
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ PAYSLIP-HISTORY-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               IF PayslipLine(1:13) = "==== Payslip "
                 MOVE PayslipLine TO RetHeldLine
                 MOVE 'Y' TO RetHeaderHeld
                 MOVE 'N' TO RetInBlock
               ELSE
                 IF RetHeaderHeld = 'Y'
                   MOVE 'N' TO RetHeaderHeld
                   MOVE SPACES TO RetLineOib
                   IF PayslipLine(1:10) = "Employee: "
                     UNSTRING PayslipLine DELIMITED BY "  OIB: "
                       INTO RetJunk RetLineOib
                   END-IF
                   IF RetLineOib = SarOib
                     MOVE 'Y' TO RetInBlock
                     MOVE RetHeldLine TO SarLine
                     PERFORM 5807-SAR-WRITE
                   END-IF
                 END-IF
                 IF RetInBlock = 'Y'
                   MOVE PayslipLine TO SarLine
                   PERFORM 5807-SAR-WRITE
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PAYSLIP-HISTORY-FILE
         PERFORM 5806-SAR-SECTION-END.

       5814-SAR-PAYSLIP-DOCS.
      *> The documents in payslips/ for every period ytd.dat shows
      *> the OIB paid: regular payslip, final settlement and its
      *> certificate, each copied in full where it exists
         MOVE "Payslip documents - payslips/" TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT YTD-FILE
         IF YtdFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ YTD-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               IF YtdRecOIB = SarOib
                 PERFORM VARYING RetDocKind FROM 1 BY 1
                 UNTIL RetDocKind > 3
                   MOVE SPACES TO PayslipDocName
                   EVALUATE RetDocKind
                     WHEN 1
                       STRING "payslips/" YtdRecPeriod "_" YtdRecOIB
                         ".txt" DELIMITED BY SIZE INTO PayslipDocName
                     WHEN 2
                       STRING "payslips/" YtdRecPeriod "_" YtdRecOIB
                         "_final.txt" DELIMITED BY SIZE
                         INTO PayslipDocName
                     WHEN 3
                       STRING "payslips/" YtdRecPeriod "_" YtdRecOIB
                         "_potvrda.txt" DELIMITED BY SIZE
                         INTO PayslipDocName
                   END-EVALUATE
                   PERFORM 5821-SAR-COPY-DOC
                 END-PERFORM
               END-IF
           END-READ
         END-PERFORM
         CLOSE YTD-FILE
         PERFORM 5806-SAR-SECTION-END.

       5815-SAR-RUN-ARCHIVE.
      *> JOPPD lines name the OIB; payment orders only carry the
      *> IBAN, so those are matched on the IBAN employees.dat holds
         MOVE "JOPPD and payment archive - run_archive.dat"
           TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT RUN-ARCHIVE-FILE
         IF RunArchiveFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ RUN-ARCHIVE-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               MOVE 0 TO SarTally
               INSPECT ArcLine TALLYING SarTally FOR ALL SarOib
               IF SarIban NOT = SPACES
                 INSPECT ArcLine TALLYING SarTally FOR ALL SarIban
               END-IF
               IF SarTally > 0
                 MOVE SPACES TO SarLine
                 STRING "  Run " ArcRunId " " ArcType " " ArcLine
                   DELIMITED BY SIZE INTO SarLine
                 PERFORM 5807-SAR-WRITE
               END-IF
           END-READ
         END-PERFORM
         CLOSE RUN-ARCHIVE-FILE
         PERFORM 5806-SAR-SECTION-END.

       5816-SAR-AUDIT.
         MOVE "Changes to the employee record - maint_audit.txt"
           TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT MAINT-AUDIT-FILE
         IF AuditFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ MAINT-AUDIT-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               IF AudOIB = SarOib
                 MOVE SPACES TO SarLine
                 STRING "  " AudTimestamp " " AudOperator " "
                   AudAction DELIMITED BY SIZE INTO SarLine
                 PERFORM 5807-SAR-WRITE
                 MOVE SPACES TO SarLine
                 STRING "    before: " AudBefore DELIMITED BY SIZE
                   INTO SarLine
                 WRITE SarLine
                 MOVE SPACES TO SarLine
                 STRING "    after:  " AudAfter DELIMITED BY SIZE
                   INTO SarLine
                 WRITE SarLine
               END-IF
           END-READ
         END-PERFORM
         CLOSE MAINT-AUDIT-FILE
         PERFORM 5806-SAR-SECTION-END.

       5817-SAR-GARNISHMENTS.
         MOVE "Garnishments - garnishments.dat" TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT GARNISHMENT-FILE
         IF GarnFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ GARNISHMENT-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               IF GarnRecOIB = SarOib
                 MOVE 0 TO SarAmt1F
                 IF FUNCTION TEST-NUMVAL(GarnRecBalanceX) = 0
                   COMPUTE SarAmt1F = FUNCTION
                     NUMVAL(GarnRecBalanceX) / 100
                 END-IF
                 MOVE SPACES TO SarLine
                 STRING "  Creditor: " GarnRecCreditorName
                   " IBAN " GarnRecCreditorIBAN " reference "
                   GarnRecCreditorRef " type " GarnRecType
                   " value " GarnRecValueX " still owed " SarAmt1F
                   DELIMITED BY SIZE INTO SarLine
                 PERFORM 5807-SAR-WRITE
               END-IF
           END-READ
         END-PERFORM
         CLOSE GARNISHMENT-FILE
         PERFORM 5806-SAR-SECTION-END.

       5818-SAR-ABSENCES.
         MOVE "Sick leave - absences.dat" TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT ABSENCES-FILE
         IF AbsencesFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ ABSENCES-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               IF AbsRecOIB = SarOib
                 MOVE SPACES TO SarLine
                 STRING "  From " AbsRecStart " to " AbsRecEnd
                   " cause " AbsRecCause DELIMITED BY SIZE
                   INTO SarLine
                 PERFORM 5807-SAR-WRITE
               END-IF
           END-READ
         END-PERFORM
         CLOSE ABSENCES-FILE
         PERFORM 5806-SAR-SECTION-END.

       5819-SAR-GDPR-LOG.
         MOVE "Earlier purges and exports - gdpr_log.txt"
           TO SarTitle
         PERFORM 5805-SAR-SECTION
         OPEN INPUT GDPR-LOG-FILE
         IF GdprLogFileStatus NOT = '00'
           PERFORM 5806-SAR-SECTION-END
           EXIT PARAGRAPH
         END-IF
         MOVE 'n' TO SarEndOfFile
         PERFORM UNTIL SarEndOfFile = 'y'
           READ GDPR-LOG-FILE
             AT END
               MOVE 'y' TO SarEndOfFile
             NOT AT END
               IF GdprLogOIB = SarOib
                 MOVE SPACES TO SarLine
                 STRING "  " GdprLogRecord DELIMITED BY SIZE
                   INTO SarLine
                 PERFORM 5807-SAR-WRITE
               END-IF
           END-READ
         END-PERFORM
         CLOSE GDPR-LOG-FILE
         PERFORM 5806-SAR-SECTION-END.

       5820-SAR-YTD-LINE.
      *> Amounts of a row written before a column existed arrive as
      *> spaces and are shown as zero
         MOVE 0 TO SarAmt1F
         MOVE 0 TO SarAmt2F
         MOVE 0 TO SarAmt3F
         MOVE 0 TO SarAmt4F
         IF YtdRecGross IS NUMERIC
           MOVE YtdRecGross TO SarAmt1F
         END-IF
         IF YtdRecIncomeTax IS NUMERIC
           MOVE YtdRecIncomeTax TO SarAmt2F
         END-IF
         IF YtdRecNet IS NUMERIC
           MOVE YtdRecNet TO SarAmt3F
         END-IF
         IF YtdRecNonTax IS NUMERIC
           MOVE YtdRecNonTax TO SarAmt4F
         END-IF
         MOVE SPACES TO SarLine
         STRING "  " YtdRecPeriod " " YtdRecName " gross " SarAmt1F
           " income tax " SarAmt2F " net " SarAmt3F
           " non-taxable " SarAmt4F DELIMITED BY SIZE INTO SarLine
         PERFORM 5807-SAR-WRITE
         IF YtdRecFirstPillar IS NUMERIC
           MOVE YtdRecFirstPillar TO SarAmt1F
         END-IF
         IF YtdRecSecondPillar IS NUMERIC
           MOVE YtdRecSecondPillar TO SarAmt2F
         END-IF
         MOVE SPACES TO SarLine
         STRING "         pension 1st pillar " SarAmt1F
           " 2nd pillar " SarAmt2F DELIMITED BY SIZE INTO SarLine
         WRITE SarLine.

       5821-SAR-COPY-DOC.
         OPEN INPUT PAYSLIP-DOC-FILE
         IF PayslipDocStatus NOT = '00'
           EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO SarLine
         STRING "  --- " PayslipDocName DELIMITED BY SIZE
           INTO SarLine
         PERFORM 5807-SAR-WRITE
         MOVE 'n' TO RetEndOfFile
         PERFORM UNTIL RetEndOfFile = 'y'
           READ PAYSLIP-DOC-FILE
             AT END
               MOVE 'y' TO RetEndOfFile
             NOT AT END
               MOVE SPACES TO SarLine
               STRING "  " PayslipDocLine DELIMITED BY SIZE
                 INTO SarLine
               WRITE SarLine
           END-READ
         END-PERFORM
         CLOSE PAYSLIP-DOC-FILE.

       6000-ANNUAL-REPORT.
      *> Print one annual income statement per employee from the
                 ADD YtdIdxCityLowTax TO AnnCityLowTax
                 ADD YtdIdxCityHighTax TO AnnCityHighTax
                 ADD YtdIdxNet TO AnnNet
                 ADD YtdIdxNonTax TO AnnNonTax
                 ADD YtdIdxReconRefund TO AnnReconRefund
                 ADD YtdIdxReconCollect TO AnnReconCollect
               END-IF
           END-READ
         END-PERFORM
         STRING "Net salary:            " YtdAmountF
           DELIMITED BY SIZE INTO AnnualLine
         WRITE AnnualLine
         IF AnnNonTax > 0
           MOVE AnnNonTax TO YtdAmountF
           MOVE SPACES TO AnnualLine
           STRING "Non-taxable receipts:  " YtdAmountF
             DELIMITED BY SIZE INTO AnnualLine
           WRITE AnnualLine
         END-IF
         IF AnnReconRefund > 0
           MOVE AnnReconRefund TO YtdAmountF
           MOVE SPACES TO AnnualLine
           STRING "Annual tax refund:     " YtdAmountF
             DELIMITED BY SIZE INTO AnnualLine
           WRITE AnnualLine
         END-IF
         IF AnnReconCollect > 0
           MOVE AnnReconCollect TO YtdAmountF
           MOVE SPACES TO AnnualLine
           STRING "Annual tax collected:  " YtdAmountF
             DELIMITED BY SIZE INTO AnnualLine
           WRITE AnnualLine
         END-IF
         MOVE SPACES TO AnnualLine
         WRITE AnnualLine.

      *> with the employee's current IBAN from employees.dat, so
      *> fixing the master row and rerunning this mode is all a
      *> bounced credit needs
         IF CoCount > 1
           PERFORM 7005-RECON-ACCEPT-COMPANY
         END-IF
         PERFORM 7020-LOAD-BANK-RETURNS
         IF BrtCount = 0
           DISPLAY "bank_return.txt is missing or empty - nothing "
         MOVE 0 TO Hub3OrderCount
         OPEN INPUT HUB3-FILE
         IF Hub3FileStatus NOT = '00'
           DISPLAY FUNCTION TRIM(Hub3FileName) " is missing or "
           "unreadable - nothing to reconcile."
           PERFORM 7050-CLOSE-BANK-RETURNS
           EXIT PARAGRAPH
         END-IF
         MOVE 0 TO RepayCount
         MOVE 0 TO RepayTotalNet
         MOVE SPACES TO ReconLine
         STRING "Payment reconciliation - " DELIMITED BY SIZE
           Hub3FileName DELIMITED BY SPACE
           " against bank_return.txt" DELIMITED BY SIZE
           INTO ReconLine
         WRITE ReconLine
         MOVE SPACES TO ReconLine
         STRING "=============================================="
         CLOSE HUB3-FILE
         IF Hub3OrderCount = 0
           MOVE SPACES TO ReconLine
           STRING Hub3FileName DELIMITED BY SPACE
             " holds no orders." DELIMITED BY SIZE INTO ReconLine
           WRITE ReconLine
         END-IF
      *> Return rows that matched none of our orders are a control
         DISPLAY "Re-payment file hub3_repay.txt - " RepayCount
         " orders, total " RepayTotalNetF.

       7005-RECON-ACCEPT-COMPANY.
      *> Each company has its own payment file and its own bank
      *> account, so its bank return is reconciled on its own
         DISPLAY "Reconcile the payment file of which company code "
         "(blank = " FUNCTION TRIM(CoName(1)) ")? "
         WITH NO ADVANCING
         ACCEPT CoAnswer
         MOVE FUNCTION UPPER-CASE(CoAnswer) TO CurCoCode
         PERFORM 3150-SET-COMPANY
         IF CurCoFound NOT = 'Y'
           PERFORM 2050-CheckInputRetries
           DISPLAY "No such company in companies.dat."
           PERFORM 7005-RECON-ACCEPT-COMPANY
         ELSE
           MOVE 0 TO InputRetryCount
           PERFORM 3163-SET-RELEASE-NAMES
         END-IF.

       7020-LOAD-BANK-RETURNS.
      *> Rekey the bank's return rows into bank_return.idx - same
      *> keyed-scratch approach as the run's other working data
           OPEN OUTPUT BATCH-ERROR-FILE
         END-IF
         PERFORM 3015-LOAD-TIMESHEET
         PERFORM 3110-LOAD-NONTAX-LIMITS
         PERFORM 3111-LOAD-NONTAX-ITEMS
         PERFORM 3130-LOAD-ABSENCES
         OPEN OUTPUT HUB3-CORR-FILE
         OPEN OUTPUT JOPPD-CORR-FILE
         OPEN OUTPUT CORR-SUMMARY-FILE
       8010-CHECK-CORRECTED-PERIOD.
      *> Same register scan as 3100-CHECK-RUN-REGISTER, but here a
      *> MISSING period is what refuses the run: no completed run,
      *> nothing to correct. A run awaiting approval refuses it
      *> too - a rejection would put back the ytd.dat the
      *> correction had just updated
         PERFORM 3103-FIND-PENDING-RUN
         IF RegPendingRunId > 0
           DISPLAY "Correction refused - approve or reject the "
           "pending run first."
           MOVE 'Y' TO BatchRunRefused
           EXIT PARAGRAPH
         END-IF
         MOVE 'N' TO RegPeriodFound
         MOVE 'n' TO RegEndOfFile
         OPEN INPUT RUN-REGISTER-FILE
             AT END
               MOVE 'y' TO RegEndOfFile
             NOT AT END
               IF RegPeriod = PayPeriodDate(1:6) AND
                 (RegStatus = SPACE OR RegStatus = 'A')
                 MOVE 'Y' TO RegPeriodFound
               END-IF
           END-READ
         MOVE YtdIdxCityLowTax TO CorrOldCityLow
         MOVE YtdIdxCityHighTax TO CorrOldCityHigh
         MOVE YtdIdxNet TO CorrOldNet
         MOVE YtdIdxNonTax TO CorrOldNonTax
         MOVE 'N' TO CorrChanged
         IF GrossSalary NOT = CorrOldGross OR
           FirstPillarInEuro NOT = CorrOldFirstPillar OR
           IncomeTaxInEuro NOT = CorrOldIncomeTax OR
           CityLowTaxInEuro NOT = CorrOldCityLow OR
           CityHighTaxInEuro NOT = CorrOldCityHigh OR
           NetSalary NOT = CorrOldNet OR
           NtExemptTotal NOT = CorrOldNonTax
           MOVE 'Y' TO CorrChanged
         END-IF
         IF CorrChanged NOT = 'Y'
         ADD 1 TO CorrChangedCount
         COMPUTE CorrGrossDelta = GrossSalary - CorrOldGross
         COMPUTE CorrNetDelta = NetSalary - CorrOldNet
         COMPUTE CorrPayDelta = CorrNetDelta + NtExemptTotal
           - CorrOldNonTax
         ADD CorrNetDelta TO CorrTotalDelta
         COMPUTE CorrGrossDC = CorrGrossDelta * 100
         COMPUTE CorrFirstPillarDC =
           CorrSecondPillarDC CorrIncomeTaxDC CorrCityLowDC
           CorrCityHighDC CorrNetDC
           DELIMITED BY SIZE INTO JoppdCorrLine
      *> As in 3040-JOPPD-ADD-DETAIL the first non-taxable change
      *> rides on the line (receipt code in 147-148, signed cents
      *> in 149-161) and every further code gets a line of its own
      *> with zero salary columns
         PERFORM 8031-CORR-NT-DELTAS
         MOVE 0 TO CorrNtFirstIdx
         PERFORM VARYING CorrNtIdx FROM 1 BY 1
         UNTIL CorrNtIdx > CorrNtCount OR CorrNtFirstIdx > 0
           IF CorrNtDelta(CorrNtIdx) NOT = 0
             MOVE CorrNtIdx TO CorrNtFirstIdx
             PERFORM 8033-CORR-NT-RECEIPT
             MOVE CorrNtReceipt TO JoppdCorrLine(147:2)
             MOVE CorrNonTaxDCX TO JoppdCorrLine(149:13)
           END-IF
         END-PERFORM
         WRITE JoppdCorrLine
         PERFORM VARYING CorrNtIdx FROM 1 BY 1
         UNTIL CorrNtIdx > CorrNtCount
           IF CorrNtDelta(CorrNtIdx) NOT = 0 AND
             CorrNtIdx NOT = CorrNtFirstIdx
             PERFORM 8033-CORR-NT-RECEIPT
             MOVE SPACES TO JoppdCorrLine
             STRING "B" EmpOIB EmpName CorrZeroDC CorrZeroDC
               CorrZeroDC CorrZeroDC CorrZeroDC CorrZeroDC
               CorrZeroDC DELIMITED BY SIZE INTO JoppdCorrLine
             MOVE CorrNtReceipt TO JoppdCorrLine(147:2)
             MOVE CorrNonTaxDCX TO JoppdCorrLine(149:13)
             WRITE JoppdCorrLine
           END-IF
         END-PERFORM
         MOVE CorrOldNet TO CorrAmountF
         MOVE NetSalary TO CorrAmount2F
         MOVE CorrNetDelta TO CorrAmount3F
           CorrAmountF " -> " CorrAmount2F "  delta " CorrAmount3F
           DELIMITED BY SIZE INTO CorrSumLine
         WRITE CorrSumLine
         IF NtExemptTotal NOT = CorrOldNonTax
           MOVE CorrOldNonTax TO CorrAmountF
           MOVE NtExemptTotal TO CorrAmount2F
           MOVE SPACES TO CorrSumLine
           STRING "            non-taxable " CorrAmountF " -> "
             CorrAmount2F DELIMITED BY SIZE INTO CorrSumLine
           WRITE CorrSumLine
         END-IF
         EVALUATE TRUE
           WHEN CorrPayDelta > 0
             ADD 1 TO CorrPaidCount
             ADD CorrPayDelta TO CorrPaidTotal
             COMPUTE Hub3AmountC = CorrPayDelta * 100
             MOVE SPACES TO Hub3CorrLine
             STRING "O" CurCoIBAN EmpIBAN Hub3AmountC EmpPayRef
               EmpName "RAZLIKA" DELIMITED BY SIZE
               INTO Hub3CorrLine
             WRITE Hub3CorrLine
           WHEN CorrPayDelta < 0
             ADD 1 TO CorrNegativeCount
             MOVE SPACES TO CorrSumLine
             STRING "          " FUNCTION TRIM(EmpName)
      *> this replaces the stored figures with the corrected ones
         PERFORM 3071-YTD-ACCUMULATE.

       8031-CORR-NT-DELTAS.
      *> Recalculated exempt items in, the period's stored slots
      *> out; a code in only one of the two is a whole new item or
      *> a whole item withdrawn
         MOVE 0 TO CorrNtCount
         PERFORM VARYING NtEmpIdx FROM 1 BY 1
         UNTIL NtEmpIdx > NtEmpCount
           IF NtEmpExempt(NtEmpIdx) > 0
             MOVE NtEmpCode(NtEmpIdx) TO CorrNtLookup
             MOVE NtEmpExempt(NtEmpIdx) TO CorrNtAmount
             PERFORM 8032-CORR-NT-ADD
           END-IF
         END-PERFORM
         PERFORM VARYING CorrNtSlot FROM 1 BY 1
         UNTIL CorrNtSlot > 5
           IF YtdIdxNtCode(CorrNtSlot) NOT = SPACES
             MOVE YtdIdxNtCode(CorrNtSlot) TO CorrNtLookup
             COMPUTE CorrNtAmount = 0 - YtdIdxNtAmount(CorrNtSlot)
             PERFORM 8032-CORR-NT-ADD
           END-IF
         END-PERFORM.

       8032-CORR-NT-ADD.
         MOVE 0 TO CorrNtFoundIdx
         PERFORM VARYING CorrNtIdx FROM 1 BY 1
         UNTIL CorrNtIdx > CorrNtCount OR CorrNtFoundIdx > 0
           IF CorrNtCode(CorrNtIdx) = CorrNtLookup
             MOVE CorrNtIdx TO CorrNtFoundIdx
           END-IF
         END-PERFORM
         IF CorrNtFoundIdx = 0
           ADD 1 TO CorrNtCount
           MOVE CorrNtCount TO CorrNtFoundIdx
           MOVE CorrNtLookup TO CorrNtCode(CorrNtFoundIdx)
           MOVE 0 TO CorrNtDelta(CorrNtFoundIdx)
         END-IF
         ADD CorrNtAmount TO CorrNtDelta(CorrNtFoundIdx).

       8033-CORR-NT-RECEIPT.
      *> Receipt code and signed cents for entry CorrNtIdx; a code
      *> no longer in ntLimits.dat goes out with a blank receipt
      *> code and is named in the summary for a manual fix
         COMPUTE CorrNonTaxDC = CorrNtDelta(CorrNtIdx) * 100
         MOVE CorrNtCode(CorrNtIdx) TO NtlLookupCode
         PERFORM 3114-FIND-NT-LIMIT
         IF NtlFoundIdx > 0
           MOVE NtlReceipt(NtlFoundIdx) TO CorrNtReceipt
         ELSE
           MOVE SPACES TO CorrNtReceipt
           MOVE SPACES TO CorrSumLine
           STRING "            non-taxable item "
             CorrNtCode(CorrNtIdx) " has no receipt code in "
             "ntLimits.dat - set it on the JOPPD by hand"
             DELIMITED BY SIZE INTO CorrSumLine
           WRITE CorrSumLine
         END-IF.

       9000-REGENERATE-RUN.
      *> Rewrite joppd_submission.txt and hub3_payments.txt (each
      *> company's, where the run covered several) for one past run
      *> from the archived lines, so a lost or overwritten
      *> submission file never means re-running payroll
         PERFORM 9010-REGEN-ACCEPT-RUNID
         MOVE 'N' TO RegenFound
             AT END
               MOVE 'y' TO RegEndOfFile
             NOT AT END
               IF RegRunId = RegenRunId AND
                 (RegStatus = SPACE OR RegStatus = 'A')
                 MOVE 'Y' TO RegenFound
                 DISPLAY "Run " RegRunId " - period " RegPeriod
                 ", run on " RegStamp(1:8) ", " RegOkCount
           DISPLAY "Run " RegenRunId " is not in run_register.dat."
           EXIT PARAGRAPH
         END-IF
      *> A run over several companies is regenerated as the set of
      *> files it was released as, one pair per company
         IF CoCount > 1
           MOVE 'Y' TO CoFilterOn
           PERFORM VARYING CoRelIdx FROM 1 BY 1
           UNTIL CoRelIdx > CoCount
             MOVE CoCode(CoRelIdx) TO CurCoCode
             PERFORM 3150-SET-COMPANY
             PERFORM 3163-SET-RELEASE-NAMES
             PERFORM 9015-REGEN-COUNT-LINES
             IF RegenJCount > 0 OR RegenHCount > 0
               PERFORM 9020-REGEN-FILES
             END-IF
           END-PERFORM
           MOVE 'N' TO CoFilterOn
           MOVE SPACES TO CurCoCode
           PERFORM 3150-SET-COMPANY
           PERFORM 3163-SET-RELEASE-NAMES
         ELSE
           PERFORM 9020-REGEN-FILES
         END-IF.

       9015-REGEN-COUNT-LINES.
      *> Whether the archive holds any of this company's lines for
      *> the run, so no empty files are written for a company that
      *> was not in it
         MOVE 0 TO RegenJCount
         MOVE 0 TO RegenHCount
         MOVE 'n' TO RegenEndOfFile
         OPEN INPUT RUN-ARCHIVE-FILE
         IF RunArchiveFileStatus NOT = '00'
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL RegenEndOfFile = 'y'
           READ RUN-ARCHIVE-FILE
             AT END
               MOVE 'y' TO RegenEndOfFile
             NOT AT END
               IF ArcRunId = RegenRunId AND ArcCompany = CurCoCode
                 IF ArcType = 'J'
                   ADD 1 TO RegenJCount
                 ELSE
                   ADD 1 TO RegenHCount
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE RUN-ARCHIVE-FILE.

       9020-REGEN-FILES.
         MOVE 'n' TO RegenEndOfFile
         OPEN INPUT RUN-ARCHIVE-FILE
         IF RunArchiveFileStatus NOT = '00'
         END-IF
         OPEN OUTPUT JOPPD-FILE
         IF JoppdFileStatus NOT = '00'
           DISPLAY "ERROR: cannot rewrite " FUNCTION
           TRIM(JoppdFileName) " (file status " JoppdFileStatus
           ") - nothing regenerated."
           CLOSE RUN-ARCHIVE-FILE
           EXIT PARAGRAPH
         END-IF
         OPEN OUTPUT HUB3-FILE
         IF Hub3FileStatus NOT = '00'
           DISPLAY "ERROR: cannot rewrite " FUNCTION
           TRIM(Hub3FileName) " (file status " Hub3FileStatus
           ") - nothing regenerated."
           CLOSE RUN-ARCHIVE-FILE
           CLOSE JOPPD-FILE
           EXIT PARAGRAPH
             AT END
               MOVE 'y' TO RegenEndOfFile
             NOT AT END
               IF ArcRunId = RegenRunId AND
                 (CoFilterOn = 'N' OR ArcCompany = CurCoCode)
                 IF ArcType = 'J'
                   MOVE ArcLine TO JoppdLine
                   WRITE JoppdLine
           DISPLAY "WARNING: the archive has no lines for run "
           RegenRunId " - the regenerated files are empty."
         ELSE
           DISPLAY "Regenerated " FUNCTION TRIM(JoppdFileName) " ("
           RegenJCount " lines) and " FUNCTION TRIM(Hub3FileName)
           " (" RegenHCount " lines) from run " RegenRunId "."
         END-IF.

       9010-REGEN-ACCEPT-RUNID.

007700         FILE STATUS IS WS-TransactionRegisterFile-Status.
007800* TransactionRegisterFile is the applied/rejected register
007900* Batch-Maintenance writes, one line per transaction read, so
007906* HR can see exactly which of their changes landed and why the
007912* rest did not.

007918     SELECT PendingChangeFile ASSIGN TO 'employee-pending.dat'
007924         ORGANIZATION IS INDEXED
007930         ACCESS MODE IS DYNAMIC
007936         RECORD KEY IS PC-Pending-ID
007942         FILE STATUS IS WS-PendingChangeFile-Status.
007948* PendingChangeFile holds the salary, pay-type, and banking
007954* changes Batch-Maintenance may not apply on one operator's
007960* say: each waits here, under a pending number and the ID of
007966* the operator who submitted it, until an approval run by a
007972* different operator releases it to EmployeeFile or rejects
007978* it. Records are never deleted, so the file is also the
007984* record of who submitted and who decided every such change.
007990* A transaction dated ahead of the maintenance run waits here
007996* too, under status 'S', until the first batch pass run on or
008002* after its effective date applies it.

008008     SELECT ApprovalRegisterFile
008014         ASSIGN TO 'approval-register.txt'
008020         ORGANIZATION IS LINE SEQUENTIAL
008026         FILE STATUS IS WS-ApprovalRegisterFile-Status.
008032* ApprovalRegisterFile is the printed register of an approval
008038* run: one line per pending change reviewed, released,
008044* rejected, or left pending, with who submitted it.

008050     SELECT ScheduleReportFile
008056         ASSIGN TO 'scheduled-changes.txt'
008062         ORGANIZATION IS LINE SEQUENTIAL
008068         FILE STATUS IS WS-ScheduleReportFile-Status.
008074* ScheduleReportFile is the printed list of maintenance changes
008080* scheduled for the coming pay periods, with any the operator
008086* cancelled in the same run.

008092     SELECT DeductionRatesFile ASSIGN TO 'deduction-rates.txt'
008098         ORGANIZATION IS LINE SEQUENTIAL
008104         FILE STATUS IS WS-DeductionRatesFile-Status.
008110* DeductionRatesFile is finance's deduction and tax rates table:
008116* one rate per line, loaded into WS-Deduction-Table by
008122* Load-Deduction-Rates at the top of the batch pass, so the
008128* gross-to-net arithmetic lives in the run itself instead of a
008134* spreadsheet applied to the report afterward.

008140     SELECT EmployerRatesFile ASSIGN TO 'employer-rates.txt'
008146         ORGANIZATION IS LINE SEQUENTIAL
008152         FILE STATUS IS WS-EmployerRatesFile-Status.
008158* EmployerRatesFile is finance's employer contribution table:
008164* the employer's share of payroll taxes, the pension match, and
008170* the benefit contributions, one per line with its rate and any
008176* annual wage ceiling, loaded into WS-Employer-Table by
008182* Load-Employer-Rates the same way the deduction rates are.

008188     SELECT EmployerCostFile ASSIGN TO 'employer-cost.txt'
008194         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-EmployerCostFile-Status.
008206* EmployerCostFile is the printed employer cost report written
008212* beside the pay register: each department's gross, its
008218* employer contributions by code and its total employer cost,
008224* then the run's totals per contribution.

008230     SELECT TimesheetFile ASSIGN TO 'timesheet.txt'
008236         ORGANIZATION IS LINE SEQUENTIAL
008242         FILE STATUS IS WS-TimesheetFile-Status.
008248* TimesheetFile is the per-period timesheet feed for hourly
008254* employees: one line per EmployeeID with the period's regular
008260* and overtime hours, loaded into WS-Timesheet-Table by
008266* Load-Timesheets at the top of the batch pass the same way
008272* the deduction rates are, so Determine-Gross-Pay can turn an
008278* hourly rate into a gross without a keyed read per employee.
008284* The vacation and sick hours taken ride on the same line, and
008290* a salaried employee who took leave is sent a line carrying
008296* just those, with zero regular and overtime hours.

008302     SELECT TimesheetExceptionFile
008308         ASSIGN TO 'timesheet-exceptions.txt'
008314         ORGANIZATION IS LINE SEQUENTIAL
008320         FILE STATUS IS WS-TimesheetExceptionFile-Status.
008326* TimesheetExceptionFile is the printed exceptions list: one
008332* line per active hourly employee this run found no timesheet
008338* for. Those employees are held out of the pay entirely - not
008344* paid zero, and never paid their rate as if it were a salary
008350* - so the list is what payroll works from before rerunning.
008356* Leave taken past the employee's balance is listed here too;
008362* it is paid only up to the balance.

008368     SELECT LeaveBalanceFile ASSIGN TO 'leave-balance.dat'
008374         ORGANIZATION IS INDEXED
008380         ACCESS MODE IS DYNAMIC
008386         RECORD KEY IS LB-EmployeeID
008392         FILE STATUS IS WS-LeaveBalanceFile-Status.
008398* LeaveBalanceFile holds one record per employee who has ever
008404* accrued or taken leave: the vacation and sick hours standing
008410* to the employee's credit, the posting that last moved them,
008416* and the vacation liability last booked to the GL for them.

008422     SELECT LeaveRulesFile ASSIGN TO 'leave-rules.txt'
008428         ORGANIZATION IS LINE SEQUENTIAL
008434         FILE STATUS IS WS-LeaveRulesFile-Status.
008440* LeaveRulesFile is the accrual table: one line per pay
008446* frequency and pay type, loaded into WS-Leave-Rule-Table by
008452* Load-Leave-Rules the same way the employer rates are.

008458     SELECT LeaveLiabilityFile
008464         ASSIGN TO 'leave-liability.txt'
008470         ORGANIZATION IS LINE SEQUENTIAL
008476         FILE STATUS IS WS-LeaveLiabilityFile-Status.
008482* LeaveLiabilityFile is the printed period-end leave liability
008488* report: every balance on file valued at the employee's
008494* current rate, and each department's liability and change.

008500     SELECT LaborDistributionFile
008506         ASSIGN TO 'labor-distribution.txt'
008512         ORGANIZATION IS LINE SEQUENTIAL
008518         FILE STATUS IS WS-LaborDistFile-Status.
008524* LaborDistributionFile splits an employee's cost across
008530* departments: one line per employee and department, with the
008536* percentage of the employee's pay that department carries.

008542     SELECT GlHistoryFile ASSIGN TO 'gl-history.dat'
008548         ORGANIZATION IS LINE SEQUENTIAL
008554         FILE STATUS IS WS-GlHistoryFile-Status.
008560* GlHistoryFile is the permanent copy of every GL journal this
008566* program has released. Each gl-journal.dat is appended to it
008572* as soon as it is written, header, lines and trailer, so a span
008578* longer than one run can still be added up after the journal
008584* itself has been replaced by the next run's.

008590     SELECT QuarterlyTaxFile
008596         ASSIGN TO 'quarterly-tax.txt'
008602         ORGANIZATION IS LINE SEQUENTIAL
008608         FILE STATUS IS WS-QuarterlyTaxFile-Status.
008614* QuarterlyTaxFile is the printed quarterly payroll tax summary:
008620* wages and withholding by employee, month and deduction code,
008626* reconciled to the GL journals and YTD, with the exceptions.

008632     SELECT QuarterlyExtractFile
008638         ASSIGN TO 'quarterly-tax-extract.dat'
008644         ORGANIZATION IS LINE SEQUENTIAL
008650         FILE STATUS IS WS-QuarterlyExtract-Status.
008656* QuarterlyExtractFile is the fixed-format filing extract of the
008662* same quarter's figures, in typed records like BankPaymentFile.

008673     SELECT DeductionOrdersFile
008679         ASSIGN TO 'deduction-orders.dat'
008685         ORGANIZATION IS INDEXED
008691         ACCESS MODE IS DYNAMIC
008697         RECORD KEY IS DO-EmployeeID
008703         FILE STATUS IS WS-DeductionOrdersFile-Status.
008709* DeductionOrdersFile carries the court garnishments and other
008715* fixed-amount withholding orders, one per EmployeeID: the
008721* per-period amount, the order's priority, the goal it stops
008727* at, how much has been withheld to date across runs, and the
008733* payee the money is owed to. It is keyed like EmployeeFile so
008739* Apply-Deduction-Order costs one READ per paid employee and
008745* the withheld-to-date figure can be REWRITten in place as
008751* each period's amount is taken.

008757     SELECT RemittanceRegisterFile
008763         ASSIGN TO 'garnishment-remittance.txt'
008769         ORGANIZATION IS LINE SEQUENTIAL
008775         FILE STATUS IS WS-RemittanceRegisterFile-Status.
008781* RemittanceRegisterFile is the printed per-payee remittance
008787* register written at the end of each paying run: what was
008793* withheld under the orders this run, summed by payee, so
008799* accounts payable knows what to send where without adding up
008805* stub lines.

008811     SELECT IntegrityReportFile
008817         ASSIGN TO 'integrity-report.txt'
008823         ORGANIZATION IS LINE SEQUENTIAL
008829         FILE STATUS IS WS-IntegrityReportFile-Status.
008835* IntegrityReportFile is the printed cross-file verify report
008841* Integrity-Verify-Processing writes: one line per
008847* inconsistency between the keyed files that have to agree -
008853* a YTD or suspense or order record whose employee is gone, a
008859* department code with no master record, a missing or
008865* misplaced trailer - so a corrupt file surfaces between
008871* runs, not as a wrong number after it has posted.

008877     SELECT EmployeeArchiveFile
008883         ASSIGN TO 'employee-archive.dat'
008889         ORGANIZATION IS LINE SEQUENTIAL
008895         FILE STATUS IS WS-EmployeeArchiveFile-Status.
008901* EmployeeArchiveFile is the permanent archive Purge-Archive-
008907* Processing moves long-terminated employees to: the full
008913* EmployeeRecord as it stood, plus the termination and purge
008919* dates. It is opened EXTEND and never truncated, so a
008925* rehire lookup years later still finds everyone we ever
008931* purged, the same forever-file discipline as
008937* YtdHistoryFile.

008943     SELECT PurgeRegisterFile
008949         ASSIGN TO 'purge-register.txt'
008955         ORGANIZATION IS LINE SEQUENTIAL
008961         FILE STATUS IS WS-PurgeRegisterFile-Status.
008967* PurgeRegisterFile is the printed purge register: one line
008973* per terminated employee the sweep looked at, saying purged
008979* or why not, with the counts the rewritten trailer was
008985* adjusted by, so the shrunken EmployeeFile can be balanced
008991* back to the file it came from.

009045     SELECT PayRegisterFile ASSIGN TO 'pay-register.txt'
009100         ORGANIZATION IS LINE SEQUENTIAL
017400* percentage, and department subtotal swings, instead of sixty
017500* lines a page of unchanged detail.

017503     SELECT CheckIssueFile ASSIGN TO 'check-issue.dat'
017506         ORGANIZATION IS INDEXED
017509         ACCESS MODE IS DYNAMIC
017512         RECORD KEY IS CK-Check-Number
017515         FILE STATUS IS WS-CheckIssueFile-Status.
017518* CheckIssueFile is the permanent file of every paper check
017521* ever cut, keyed on the check number: who it paid, for how
017524* much, on what date, and whether it still stands or has been
017527* voided. The one record keyed check number zero is not a
017530* check but the control record holding the last number used,
017533* the same trailer-in-the-file idea as EmployeeFile's, so the
017536* numbering carries on unbroken from run to run.

017539     SELECT CheckRegisterFile ASSIGN TO 'check-register.txt'
017542         ORGANIZATION IS LINE SEQUENTIAL
017545         FILE STATUS IS WS-CheckRegisterFile-Status.
017548* CheckRegisterFile is the printed check register: one line
017551* per check issued or voided by the run, in check-number
017554* order, totaled at the bottom, for whoever signs and mails
017557* the checks.

017560     SELECT PositivePayFile ASSIGN TO 'positive-pay.dat'
017563         ORGANIZATION IS LINE SEQUENTIAL
017566         FILE STATUS IS WS-PositivePayFile-Status.
017569* PositivePayFile is the check-issue file the bank matches
017572* presented checks against: a header, one detail per check
017575* issued or voided, and a trailer with the issue and void
017578* counts and amounts, so a check the bank was never told
017581* about - or one already voided - is refused at the counter.

017582     SELECT PrenoteFile ASSIGN TO 'bank-prenote.dat'
017583         ORGANIZATION IS INDEXED
017584         ACCESS MODE IS DYNAMIC
017585         RECORD KEY IS PN-EmployeeID
017586         FILE STATUS IS WS-PrenoteFile-Status.
017587* PrenoteFile holds one record per employee whose banking
017588* details were added or changed by maintenance: the account
017589* that needs a zero-dollar prenote, whether the prenote has
017590* gone to the bank yet, and how many more of the employee's
017591* pay periods go out on paper before the account is trusted.

017600     SELECT BankPaymentFile ASSIGN TO 'bank-payment.dat'
017700         ORGANIZATION IS LINE SEQUENTIAL
017800         FILE STATUS IS WS-BankPaymentFile-Status.
018585* much, the bank's reason, and what was done about it, so
018590* payroll knows exactly what has to be reissued by hand.

018597     SELECT RetroWorksheetFile ASSIGN TO 'retro-worksheet.txt'
018604         ORGANIZATION IS LINE SEQUENTIAL
018611         FILE STATUS IS WS-RetroWorksheetFile-Status.
018618* RetroWorksheetFile is the printed retro calculation
018625* worksheet Retro-Adjustment-Processing builds: one line per
018632* already-posted pay period showing what was paid, what the
018639* effective-dated salary says should have been paid, and the
018646* difference, so the back-pay figure that flows into the
018653* adjustment payment can be checked period by period instead
018660* of trusted.

018667     SELECT ReversalWorkFile
018674         ASSIGN TO 'pay-history-reversal.wrk'
018681         ORGANIZATION IS LINE SEQUENTIAL
018688         FILE STATUS IS WS-ReversalWorkFile-Status.
018695* ReversalWorkFile holds the reversing pay history records
018702* Period-Reversal-Processing builds while it reads
018709* PayHistoryFile, until the read is finished and the archive
018716* can be reopened EXTEND to take them.

018723     SELECT ReversalRegisterFile
018730         ASSIGN TO 'reversal-register.txt'
018737         ORGANIZATION IS LINE SEQUENTIAL
018744         FILE STATUS IS WS-ReversalRegister-Status.
018751* ReversalRegisterFile is the printed reversal register: every
018758* employee's pay backed out of a reversed period, then the
018765* reversal's control totals set against the totals the
018772* original run recorded on its run-control record.

018779 DATA DIVISION.
018786 FILE SECTION.
018800 FD  EmployeeFile.
018900 01  EmployeeRecord.
019000     05 EmployeeID              PIC 9(5).
029480         10 CheckpointPayee-Name        PIC X(20).
029485         10 CheckpointPayee-Emp-Count   PIC 9(5).
029490         10 CheckpointPayee-Amount      PIC 9(8)V99.
029512     05 CheckpointCheckCount        PIC 9(7).
029534     05 CheckpointCheckTotal        PIC 9(10)V99.
029556     05 CheckpointPrenoteCount      PIC 9(5).
029578     05 CheckpointPrenoteHolds      PIC 9(5).
029600     05 CheckpointEmployerCount     PIC 9(2).
029622     05 CheckpointEmployerEntry OCCURS 10 TIMES
029644                             INDEXED BY CheckpointEr-Index.
029666         10 CheckpointEr-Code            PIC X(4).
029688         10 CheckpointEr-Desc            PIC X(20).
029710         10 CheckpointEr-Rate            PIC 9V9(4).
029732         10 CheckpointEr-Ceiling         PIC 9(8)V99.
029754         10 CheckpointEr-Run-Total       PIC 9(8)V99.
029776     05 CheckpointEmployerTotal     PIC 9(8)V99.
029798     05 CheckpointDeptEmployerEntry OCCURS 50 TIMES
029820                             INDEXED BY CheckpointDeptEr-Index.
029842         10 CheckpointDeptEr-Total       PIC 9(8)V99.
029864         10 CheckpointDeptEr-Amount OCCURS 10 TIMES
029886                                         PIC 9(8)V99.
029897     05 CheckpointLeaveExceptions   PIC 9(5).
029908* CheckpointRecord is the single line written periodically by
029930* Write-Checkpoint: the last EmployeeID processed, WS-Totals,
029952* WS-Status-Totals, WS-ErrorCount, the department subtotal table,
029974* WS-Run-Date, the seen-ID table, and the report's page/line
029996* counters as of that record, so Check-For-Restart can put every
030018* figure a restart needs back the way it was, including where
030040* Write-Report-Detail-Line/Write-Report-Totals left off on the
030062* page the prior run last wrote, instead of just the grand
030084* employee count and salary.
030106* CheckpointCheckCount and CheckpointCheckTotal carry the
030128* paper checks issued so far, so a restart's positive-pay
030150* trailer and check register totals still agree with every
030172* check written above them before the abend.
030194* CheckpointPrenoteCount and CheckpointPrenoteHolds do the
030216* same for the prenotes put on the bank file and the deposits
030238* held back to paper, so the bank trailer's prenote count
030260* still matches the 'P' records above it after a restart.
030282* The employer contribution table, rates and ceilings included,
030304* and every department's employer cost by contribution ride
030326* along the same way the deduction table and the department
030348* subtotals do, so a restart's employer cost report and journal
030370* still cover the employees paid before the abend.
030377* CheckpointLeaveExceptions carries the count of employees
030384* whose leave taken ran past the balance, for the exceptions
030391* list total.

030400 FD  ReportFile.
030500 01  ReportRecord                PIC X(98).
035900                                 PIC X(9).
036000     05 MT-Bank-Account          PIC X(17).
036050     05 MT-Pay-Type              PIC X(1).
036062     05 MT-Effective-Date        PIC 9(8).
036074     05 MT-Effective-Date-X REDEFINES MT-Effective-Date
036086                                 PIC X(8).
036100* One maintenance transaction in the same field order and
036200* widths as EmployeeRecord itself, led by the action code:
036300* 'A' adds a brand new employee, 'C' changes an existing one,
037048* 'H' marks an hourly employee, 'S' a salaried one, and a
037064* blank means salaried on an ADD and leave-as-is on a CHANGE,
037080* the same convention as the other optional fields.
037084* MT-Effective-Date is appended the same way. Blank, or a
037088* date not after the run date, applies the transaction now; a
037092* later date schedules it on PendingChangeFile for the batch
037096* pass to apply once that date has come.

037100 FD  TransactionRegisterFile.
037200 01  TransactionRegisterRecord   PIC X(82).
037400* transaction, built in working storage and written FROM there,
037500* the same pattern as ReportRecord.

037504 FD  PendingChangeFile.
037508 01  PendingChangeRecord.
037512     05 PC-Pending-ID            PIC 9(7).
037516     05 PC-Pending-Status        PIC X(01).
037520         88 PC-Awaiting-Approval     VALUE 'P'.
037524         88 PC-Released              VALUE 'A'.
037528         88 PC-Rejected              VALUE 'R'.
037532         88 PC-Scheduled             VALUE 'S'.
037536         88 PC-Cancelled             VALUE 'X'.
037540     05 PC-Submit-Operator       PIC X(8).
037544     05 PC-Submit-Date           PIC 9(8).
037548     05 PC-Decision-Operator     PIC X(8).
037552     05 PC-Decision-Date         PIC 9(8).
037556     05 PC-Transaction.
037560         10 PC-Action            PIC X(1).
037564             88 PC-Add-Action        VALUE 'A'.
037568             88 PC-Change-Action     VALUE 'C'.
037572             88 PC-Terminate-Action  VALUE 'T'.
037576         10 PC-EmployeeID        PIC 9(5).
037580         10 PC-Name              PIC X(20).
037584         10 PC-DepartmentCode    PIC X(4).
037588         10 PC-Salary            PIC 9(6)V99.
037592         10 PC-Salary-X REDEFINES PC-Salary
037596                                 PIC X(8).
037600         10 PC-Status            PIC X(1).
037604         10 PC-Pay-Frequency     PIC X(1).
037608         10 PC-Bank-Routing      PIC 9(9).
037612         10 PC-Bank-Routing-X REDEFINES PC-Bank-Routing
037616                                 PIC X(9).
037620         10 PC-Bank-Account      PIC X(17).
037624         10 PC-Pay-Type          PIC X(1).
037628         10 PC-Effective-Date    PIC 9(8).
037632         10 PC-Effective-Date-X REDEFINES PC-Effective-Date
037636                                 PIC X(8).
037640     05 PC-Prior-Salary          PIC 9(6)V99.
037644* One PendingChangeRecord per held transaction. PC-Transaction
037648* is the maintenance transaction exactly as MaintenanceRecord
037652* laid it out, so a blank field still means leave it alone;
037656* on a CHANGE only the held fields are kept, the name and
037660* department having already been applied. PC-Prior-Salary is
037664* the salary on file when the change was submitted, so the
037668* approver sees both sides. 'P' waits for a decision, 'A' was
037672* released to EmployeeFile, 'R' was rejected.
037676* 'S' is a change scheduled for PC-Effective-Date, either
037680* keyed with no salary, pay type, or banking in it or already
037684* released by an approver, for the first batch pass on or after
037688* that date to apply whole; 'X' was cancelled before it took
037692* effect. A scheduled CHANGE keeps every field HR keyed, since
037696* none of it has been applied yet.

037700 01  PendingControlRecord REDEFINES PendingChangeRecord.
037704     05 PCC-Control-Key          PIC 9(7).
037708     05 PCC-Last-Pending-ID      PIC 9(7).
037712     05 FILLER                   PIC X(109).
037716* The record keyed zero holds the last pending number handed
037720* out, the same control-record idea as CheckIssueFile's.

037724 FD  ApprovalRegisterFile.
037728 01  ApprovalRegisterRecord      PIC X(111).
037732* ApprovalRegisterRecord is one print line of the approval
037736* register, built in working storage and written FROM there,
037740* the same pattern as ReportRecord.

037744 FD  ScheduleReportFile.
037748 01  ScheduleReportRecord        PIC X(100).
037752* ScheduleReportRecord is one print line of the scheduled
037756* changes report, built in working storage and written FROM
037760* there, the same pattern as ReportRecord.

037764 FD  DeductionRatesFile.
037768 01  DeductionRateRecord.
037772     05 DR-Code                  PIC X(4).
037776     05 DR-Description           PIC X(20).
037780     05 DR-Rate                  PIC 9V9(4).
037784     05 DR-Rate-X REDEFINES DR-Rate
037788                                 PIC X(5).
037792* One deduction bucket per line: a short code such as FED or
037796* FICA, the description printed on the pay register totals, and
037800* the rate as a decimal fraction of gross with an implied
037804* leading digit, so 00765 is 7.65 percent. The X-view REDEFINES
037808* lets Load-Deduction-Rates reject a non-numeric rate before
037812* any MULTIPLY touches it, the same pattern as MT-Salary-X.

037816 FD  EmployerRatesFile.
037820 01  EmployerRateRecord.
037824     05 ER-Code                  PIC X(4).
037828     05 ER-Description           PIC X(20).
037832     05 ER-Rate                  PIC 9V9(4).
037836     05 ER-Rate-X REDEFINES ER-Rate
037840                                 PIC X(5).
037844     05 ER-Wage-Ceiling          PIC 9(8)V99.
037848     05 ER-Wage-Ceiling-X REDEFINES ER-Wage-Ceiling
037852                                 PIC X(10).
037856* One employer contribution per line, laid out like a
037860* deduction rate line: a short code such as FICA or PENS, the
037864* description printed on the employer cost report, and the rate
037868* as a decimal fraction of gross, 00620 being 6.2 percent,
037872* followed by the annual wage ceiling the contribution stops
037876* at. A blank or zero ceiling means the contribution applies to
037880* every dollar of gross all year.

037884 FD  TimesheetFile.
037888 01  TimesheetRecord.
037892     05 TS-EmployeeID            PIC 9(5).
037896     05 TS-EmployeeID-X REDEFINES TS-EmployeeID
037900                                 PIC X(5).
037904     05 TS-Regular-Hours         PIC 9(3)V99.
037908     05 TS-Regular-Hours-X REDEFINES TS-Regular-Hours
037912                                 PIC X(5).
037916     05 TS-Overtime-Hours        PIC 9(3)V99.
037920     05 TS-Overtime-Hours-X REDEFINES TS-Overtime-Hours
037924                                 PIC X(5).
037928     05 TS-Vacation-Hours        PIC 9(3)V99.
037932     05 TS-Vacation-Hours-X REDEFINES TS-Vacation-Hours
037936                                 PIC X(5).
037940     05 TS-Sick-Hours            PIC 9(3)V99.
037944     05 TS-Sick-Hours-X REDEFINES TS-Sick-Hours
037948                                 PIC X(5).
037952* One timesheet line per hourly employee per period: the
037956* EmployeeID and the period's regular and overtime hours,
037960* both with two implied decimals so a half hour is 00050.
037964* The X-view REDEFINES let Load-One-Timesheet reject a
037968* non-numeric line before any MULTIPLY touches it, the same
037972* pattern as DR-Rate-X.
037976* The vacation and sick hours taken are appended the same
037980* way; left blank, as on every line cut before they existed,
037984* they mean no leave taken.

037988 FD  TimesheetExceptionFile.
037992 01  TimesheetExceptionRecord    PIC X(82).
037996* TimesheetExceptionRecord is one print line of the timesheet
038000* exceptions list, built in working storage and written FROM
038004* there, the same pattern as ReportRecord.

038008 FD  LeaveBalanceFile.
038012 01  LeaveBalanceRecord.
038016     05 LB-EmployeeID            PIC 9(5).
038020     05 LB-Vacation-Balance      PIC 9(4)V99.
038024     05 LB-Sick-Balance          PIC 9(4)V99.
038028     05 LB-Last-Accrual-Date     PIC 9(8).
038032     05 LB-Last-Posting.
038036         10 LB-Last-Frequency        PIC X(1).
038040         10 LB-Last-Pay-Period       PIC 9(2).
038044         10 LB-Last-Posting-Number   PIC 9(4).
038048     05 LB-Last-Vacation-Taken   PIC 9(3)V99.
038052     05 LB-Last-Vacation-Accrued PIC 9(3)V99.
038056     05 LB-Last-Sick-Taken       PIC 9(3)V99.
038060     05 LB-Last-Sick-Accrued     PIC 9(3)V99.
038064     05 LB-Liability-Booked      PIC 9(8)V99.
038068* The balances are hours with two implied decimals, the same
038072* as the timesheet. LB-Last-Posting is the frequency, period
038076* and posting number of the batch pass that last moved them,
038080* with that pass's hours taken and accrued beside it, so a
038084* restarted pass that meets an employee it already posted
038088* reuses those figures instead of posting them twice.
038092* LB-Liability-Booked is the vacation liability as the last
038096* period-end valuation put it on the GL; the next valuation
038100* journals only the difference.

038104 FD  LeaveRulesFile.
038108 01  LeaveRuleRecord.
038112     05 LR-Pay-Frequency         PIC X(1).
038116     05 LR-Pay-Type              PIC X(1).
038120     05 LR-Vacation-Rate         PIC 9(2)V9(4).
038124     05 LR-Vacation-Rate-X REDEFINES LR-Vacation-Rate
038128                                 PIC X(6).
038132     05 LR-Sick-Rate             PIC 9(2)V9(4).
038136     05 LR-Sick-Rate-X REDEFINES LR-Sick-Rate
038140                                 PIC X(6).
038144     05 LR-Vacation-Cap          PIC 9(4)V99.
038148     05 LR-Vacation-Cap-X REDEFINES LR-Vacation-Cap
038152                                 PIC X(6).
038156     05 LR-Sick-Cap              PIC 9(4)V99.
038160     05 LR-Sick-Cap-X REDEFINES LR-Sick-Cap
038164                                 PIC X(6).
038168     05 LR-Period-Hours          PIC 9(3)V99.
038172     05 LR-Period-Hours-X REDEFINES LR-Period-Hours
038176                                 PIC X(5).
038180* One accrual rule per pay frequency ('W', 'M', or blank for
038184* every-run staff) and pay type ('H' hourly, 'S' salaried).
038188* A salaried rule's rates are hours earned per pay period; an
038192* hourly rule's are hours earned per regular hour worked. A
038196* cap is the most hours the balance may reach through accrual,
038200* blank or zero for none. LR-Period-Hours is the standard
038204* hours in one of that frequency's periods, which turns a
038208* salary into an hourly value for the liability report.

038212 FD  LeaveLiabilityFile.
038216 01  LeaveLiabilityRecord        PIC X(100).
038220* LeaveLiabilityRecord is one print line of the leave
038224* liability report, built in working storage and written FROM
038228* there, the same pattern as EmployerCostRecord.

038232 FD  LaborDistributionFile.
038236 01  LaborDistributionRecord.
038240     05 LD-EmployeeID            PIC 9(5).
038244     05 LD-EmployeeID-X REDEFINES LD-EmployeeID
038248                                 PIC X(5).
038252     05 LD-Department-Code       PIC X(4).
038256     05 LD-Percent               PIC 9(3)V99.
038260     05 LD-Percent-X REDEFINES LD-Percent
038264                                 PIC X(5).
038268* Up to five lines per employee, in any order; the lines for
038272* one employee must total 100.00 percent and name departments
038276* on the department master. An employee with no lines is
038280* charged wholly to EmployeeDepartmentCode, as always.

038284 FD  GlHistoryFile.
038288 01  GlHistoryRecord.
038292     05 GH-Record-Type           PIC X(1).
038296     05 GH-Record-Body           PIC X(41).
038300* A GlHistoryRecord is a GlJournalRecord copied byte for byte;
038304* GH-Record-Type says which of the three journal layouts in
038308* working storage to read it through.

038312 FD  QuarterlyTaxFile.
038316 01  QuarterlyTaxRecord          PIC X(120).
038320* QuarterlyTaxRecord is one print line of the quarterly tax
038324* summary, built in working storage and written FROM there, the
038328* same pattern as LeaveLiabilityRecord.

038332 FD  QuarterlyExtractFile.
038336 01  QuarterlyExtractRecord      PIC X(266).
038340* QuarterlyExtractRecord is one record of the filing extract,
038344* built in one of the four extract layouts in working storage
038348* and written FROM it.

038366 FD  DeductionOrdersFile.
038371 01  DeductionOrderRecord.
038376     05 DO-EmployeeID            PIC 9(5).
038381     05 DO-Order-Amount          PIC 9(6)V99.
038386     05 DO-Priority              PIC 9(1).
038391     05 DO-Goal-Amount           PIC 9(8)V99.
038396     05 DO-Withheld-To-Date      PIC 9(8)V99.
038401     05 DO-Payee                 PIC X(20).
038406* One order per EmployeeID: the fixed amount withheld each
038411* period, the priority the court assigned it against the
038416* statutory buckets, the total the order stops at, the amount
038421* withheld so far across every run, and who the money goes
038426* to. DO-Withheld-To-Date is the only field this program ever
038431* changes; the rest are maintained from the order documents
038436* outside it, the way DepartmentFile is.

038441 FD  RemittanceRegisterFile.
038446 01  RemittanceRegisterRecord    PIC X(82).
038451* RemittanceRegisterRecord is one print line of the
038456* remittance register, built in working storage and written
038461* FROM there, the same pattern as ReportRecord.

038466 FD  IntegrityReportFile.
038471 01  IntegrityReportRecord       PIC X(90).
038476* IntegrityReportRecord is one print line of the verify
038481* report, built in working storage and written FROM there,
038486* the same pattern as ReportRecord.

038491 FD  EmployeeArchiveFile.
038496 01  EmployeeArchiveRecord.
038501     05 AR-EmployeeID            PIC 9(5).
038506     05 AR-Name                  PIC X(20).
038511     05 AR-DepartmentCode        PIC X(4).
038516     05 AR-Salary                PIC 9(6)V99.
038521     05 AR-Status                PIC X(1).
038526     05 AR-Pay-Frequency         PIC X(1).
038531     05 AR-Bank-Routing          PIC 9(9).
038536     05 AR-Bank-Account          PIC X(17).
038541     05 AR-Pay-Type              PIC X(1).
038546     05 AR-Termination-Date      PIC 9(8).
038551     05 AR-Purge-Date            PIC 9(8).
038556* The whole EmployeeRecord, field for field in file order,
038561* with the purge date stamped behind the termination date the
038566* record already carried, so a rehire lookup shows everything
038571* HR knew the day the record left the master file.

038576 FD  PurgeRegisterFile.
038581 01  PurgeRegisterRecord         PIC X(90).
038586* PurgeRegisterRecord is one print line of the purge
038591* register, built in working storage and written FROM there,
038596* the same pattern as ReportRecord.

038601 FD  PayRegisterFile.
038606 01  PayRegisterRecord           PIC X(90).
038611* PayRegisterRecord is one print line of the pay register,
038616* built in working storage and written FROM there, the same
038621* pattern as ReportRecord.

038626 FD  EmployerCostFile.
038631 01  EmployerCostRecord          PIC X(90).
038636* EmployerCostRecord is one print line of the employer cost
038641* report, built in working storage and written FROM there, the
038646* same pattern as PayRegisterRecord.

038653 FD  PayHistoryFile.
038660 01  PayHistoryRecord.
038667     05 PH-Pay-Period            PIC 9(2).
038674     05 PH-Run-Date              PIC 9(8).
038681     05 PH-EmployeeID            PIC 9(5).
038688     05 PH-Gross-Pay             PIC 9(6)V99.
038695     05 PH-Deduction-Count       PIC 9(2).
038702     05 PH-Deduction-Entry OCCURS 10 TIMES.
038709         10 PH-Deduction-Code        PIC X(4).
038716         10 PH-Deduction-Amount      PIC 9(6)V99.
038723     05 PH-Garnish-Amount        PIC 9(6)V99.
038730     05 PH-Net-Pay               PIC 9(6)V99.
038737     05 PH-Adjustment-Flag       PIC X(1).
038744         88 PH-Adjustment-Record     VALUE 'A'.
038751         88 PH-Reversal-Record       VALUE 'X'.
038758         88 PH-Regular-Pay-Record    VALUES 'R', ' '.
038765         88 PH-OffCycle-Record       VALUE 'O'.
038772     05 PH-Payment-Method        PIC X(1).
038779         88 PH-Paid-By-Check         VALUE 'C'.
038786         88 PH-Paid-By-Deposit       VALUES 'D', ' '.
038793     05 PH-Check-Number          PIC 9(7).
038800     05 PH-Employer-Cost         PIC 9(6)V99.
038807     05 PH-Employer-Count        PIC 9(2).
038814     05 PH-Employer-Entry OCCURS 10 TIMES.
038821         10 PH-Employer-Code         PIC X(4).
038828         10 PH-Employer-Amount       PIC 9(6)V99.
038835     05 PH-Run-Frequency         PIC X(1).
038842     05 PH-Posting-Number        PIC 9(4).
038849     05 PH-Department-Code       PIC X(4).
038856     05 PH-Reversal-Date         PIC 9(8).
038863     05 PH-Vacation-Accrued      PIC 9(3)V99.
038870     05 PH-Vacation-Taken        PIC 9(3)V99.
038877     05 PH-Sick-Accrued          PIC 9(3)V99.
038884     05 PH-Sick-Taken            PIC 9(3)V99.
038891     05 PH-Split-Count           PIC 9(1).
038898     05 PH-Split-Entry OCCURS 5 TIMES.
038905         10 PH-Split-Department      PIC X(4).
038912         10 PH-Split-Percent         PIC 9(3)V99.
038919* PH-Adjustment-Flag marks how the record got here: 'R' an
038926* ordinary period's pay from the batch pass, 'A' a
038933* retroactive adjustment payment, blank a record from
038940* before the flag existed, which can only be ordinary pay.
038947* Build-Retro-Worksheet skips the 'A' records - a back-pay
038954* catch-up is not a period's salary, and treating it as one
038961* would let a second retro compute differences against the
038968* first retro's own payment.
038975* 'O' is a terminated employee's final pay, written by the
038982* off-cycle run; the sweep skips it too, since its salary is
038989* only the days up to the termination date plus the vacation
038996* payout, not a period's salary.
039003* One PayHistoryRecord per employee per pay period: the period
039010* and run date, the gross Compute-Employee-Net-Pay started
039017* from, each deduction bucket's code and the exact amount it
039024* took from this employee, and the net that came out. The ten
039031* bucket slots are a plain OCCURS rather than DEPENDING ON, so
039038* every record on the file is the same length; slots past
039045* PH-Deduction-Count are zero.
039052* PH-Garnish-Amount is what Apply-Deduction-Order took under
039059* the employee's withholding order this period, carried
039066* separately from the rate buckets so the stub can show the
039073* garnishment as its own line.
039080* PH-Payment-Method says how the net reached the employee:
039087* 'D' direct deposit, 'C' a printed check whose number is in
039094* PH-Check-Number. Blank is a record from before the field
039101* existed, when only the bank file was recorded.
039108* PH-Employer-Cost is what the employer paid on top of the
039115* gross for this employee this period, and the ten employer
039122* slots carry it contribution by contribution, laid out the
039129* same way as the deduction slots. None of it comes out of the
039136* net; it is kept here so the cost of any one period's pay can
039143* be answered from the archive.
039150* PH-Run-Frequency and PH-Posting-Number say which posting of
039157* which run-control period a batch-pass record belongs to, so a
039164* reversal backs out exactly that posting and nothing paid
039171* before or after it; both are blank or zero on any record not
039178* written by the batch pass. PH-Department-Code is the
039185* department the gross was charged to when it was paid.
039192* A PH-Adjustment-Flag of 'X' is a reversing record written by
039199* Period-Reversal-Processing: a copy of the record it backs
039206* out, its amounts to be read as negative, with the original
039213* run date left in PH-Run-Date so the pair always falls in the
039220* same span, and the day of the reversal in PH-Reversal-Date.
039227* The period's leave is archived in hours: vacation and sick
039234* accrued and taken, so a reversal can hand them back to the
039241* balance. A retro adjustment moves no leave and carries zero.
039248* PH-Split-Count and the five split slots are the labor
039255* distribution the gross and employer cost were charged by when
039262* the record was written, zero and blank for pay charged whole
039269* to PH-Department-Code, so a reversal splits it the same way.

039283 FD  PayStubFile.
039290 01  PayStubRecord               PIC X(98).
039297* PayStubRecord is one print line of the stub history report,
039304* built in working storage and written FROM there, the same
039311* pattern as ReportRecord.

039318 FD  RetroWorksheetFile.
039325 01  RetroWorksheetRecord        PIC X(90).
039332* RetroWorksheetRecord is one print line of the retro
039339* calculation worksheet, built in working storage and written
039346* FROM there, the same pattern as ReportRecord.

039406 FD  ReversalWorkFile.
039415 01  ReversalWorkRecord          PIC X(383).
039424* ReversalWorkRecord is one PayHistoryRecord, the same 383
039433* bytes, moved whole in and out of the work file.

039442 FD  ReversalRegisterFile.
039451 01  ReversalRegisterRecord      PIC X(98).
039460* ReversalRegisterRecord is one print line of the reversal
039469* register, built in working storage and written FROM there,
039478* the same pattern as ReportRecord.

039487 FD  YtdHistoryFile.
039500 01  YtdHistoryRecord.
039600     05 YH-Close-Year            PIC 9(4).
039700     05 YH-Close-Date            PIC 9(8).
041900* ever read.

041916 FD  DepartmentDetailFile.
041932 01  DepartmentDetailRecord      PIC X(115).
041948* DepartmentDetailRecord is one print line of the department
041964* detail report, built in working storage and written FROM
041980* there, the same pattern as ReportRecord.

042014 FD  RunControlFile.
042048 01  RunControlRecord.
042082     05 RC-Control-Key.
042116         10 RC-Pay-Frequency     PIC X(01).
042150         10 RC-Pay-Period        PIC 9(2).
042184     05 RC-Period-Status         PIC X(01).
042218         88 RC-Period-Complete       VALUE 'C'.
042252         88 RC-Period-Reopened       VALUE 'O'.
042286     05 RC-Completion-Date       PIC 9(8).
042320     05 RC-Posting-Number        PIC 9(4).
042354     05 RC-Year-Closed-Flag      PIC X(01).
042388         88 RC-Year-End-Closed       VALUE 'Y'.
042422     05 RC-Bank-Ack-Flag         PIC X(01).
042456         88 RC-Bank-Acknowledged     VALUE 'Y'.
042490     05 RC-Bank-Ack-Date         PIC 9(8).
042524     05 RC-Reversal-Date         PIC 9(8).
042558     05 RC-Employee-Count        PIC 9(5).
042592     05 RC-Gross-Total           PIC 9(10)V99.
042626     05 RC-Deduction-Total       PIC 9(10)V99.
042660     05 RC-Garnish-Total         PIC 9(10)V99.
042694     05 RC-Net-Total             PIC 9(10)V99.
042728     05 RC-Employer-Total        PIC 9(10)V99.
042762* One RunControlRecord per pay frequency and period, keyed on
042796* the two together, so the weekly pass and the monthly pass
042830* for the same period post independently and neither blocks
042864* the other: each is blank until its own batch pass runs
042898* clean, then marked complete with the date it posted, which
042932* is what the refusal message shows the operator. An
042966* all-frequencies run posts under a blank frequency byte.
043000* RC-Posting-Number counts the times the period has been
043034* posted to the end, and every pay history record of the
043068* posting carries it. RC-Period-Reopened is a period whose last
043102* posting was reversed, open to be run again; the reversal date
043136* stays on the record. RC-Year-End-Closed is set by
043170* Year-End-Close and RC-Bank-Acknowledged by
043204* Bank-Returns-Processing when the bank's returns for the
043238* period's payment file are processed; either one stops a
043272* reversal without a supervisor override. The totals are the
043306* posting's own control totals, which a reversal must tie back
043340* to.

043403 FD  RunLogFile.
043406 01  RunLogRecord.
048700* report, built in working storage and written FROM there, the
048800* same pattern as ReportRecord.

048802 FD  CheckIssueFile.
048804 01  CheckIssueRecord.
048806     05 CK-Check-Number          PIC 9(7).
048808     05 CK-EmployeeID            PIC 9(5).
048810     05 CK-Payee-Name            PIC X(20).
048812     05 CK-Issue-Date            PIC 9(8).
048814     05 CK-Amount                PIC 9(8)V99.
048816     05 CK-Check-Status          PIC X(01).
048818         88 CK-Issued                VALUE 'I'.
048820         88 CK-Voided                VALUE 'V'.
048822     05 CK-Pay-Period            PIC 9(2).
048824     05 CK-Pay-Frequency         PIC X(01).
048826     05 CK-Reissued-From         PIC 9(7).
048828     05 CK-Void-Date             PIC 9(8).
048830* One CheckIssueRecord per check: the number printed on the
048832* stock, the employee and payee name, the issue date and net
048834* amount, 'I' while it stands and 'V' once voided, the period
048836* and frequency it paid, and - on a replacement - the number
048838* of the voided check it replaces.

048840 01  CheckControlRecord REDEFINES CheckIssueRecord.
048842     05 CC-Control-Key           PIC 9(7).
048844     05 CC-Last-Check-Number     PIC 9(7).
048846     05 FILLER                   PIC X(55).
048848* The control view of the record keyed zero: the last check
048850* number handed out, REWRITTEN every time another is issued.

048852 FD  CheckRegisterFile.
048854 01  CheckRegisterRecord         PIC X(90).
048856* CheckRegisterRecord is one print line of the check register,
048858* built in working storage and written FROM there, the same
048860* pattern as ReportRecord.

048862 FD  PositivePayFile.
048864 01  PositivePayRecord           PIC X(50).
048866* Every PositivePayRecord is 50 bytes led by a record type,
048868* written FROM the working-storage layouts the same way the
048870* bank payment file is: 'H' header, 'D' check detail, 'T'
048872* trailer.

048873 FD  PrenoteFile.
048874 01  PrenoteRecord.
048875     05 PN-EmployeeID            PIC 9(5).
048876     05 PN-Routing               PIC 9(9).
048877     05 PN-Account               PIC X(17).
048878     05 PN-Status                PIC X(01).
048879         88 PN-Awaiting-Send         VALUE 'P'.
048880         88 PN-Sent                  VALUE 'S'.
048881         88 PN-Cleared               VALUE 'C'.
048882         88 PN-Returned              VALUE 'R'.
048883     05 PN-Periods-Remaining     PIC 9(2).
048884     05 PN-Queued-Date           PIC 9(8).
048885     05 PN-Sent-Date             PIC 9(8).
048886     05 PN-Settled-Date          PIC 9(8).
048887* One PrenoteRecord per employee, rewritten whenever a new
048888* account is keyed: 'P' until the next batch pass puts the
048889* prenote on the bank file, 'S' while the hold periods run
048890* down, 'C' once they have run out with no return, and 'R'
048891* if the bank sent the prenote back. The settled date is the
048892* day it cleared or came back.

048900 FD  BankPaymentFile.
049000 01  BankPaymentRecord           PIC X(42).
049100* Every BankPaymentRecord is 42 bytes led by a record type,
049300* header, 'D' payment detail, 'T' trailer. The bank's loader
049400* keys on the type byte, so the three layouts only have to
049500* agree on that first column.
049501* A 'P' prenote detail, laid out like a 'D' with a zero
049502* amount, rides in the same file.

049503 FD  BankReturnFile.
049506 01  BankReturnRecord.
049509     05 BR-Record-Type           PIC X(1).
049512         88 BR-Return-Detail         VALUE 'D'.
049513         88 BR-Return-Prenote        VALUE 'P'.
049515     05 BR-EmployeeID            PIC 9(5).
049518     05 BR-EmployeeID-X REDEFINES BR-EmployeeID
049521                                 PIC X(5).
059700* opened ends the maintenance run, since there is nothing to
059800* apply.

059811 01  WS-Maintenance-Controls.
059822     05 WS-Maintenance-EndOfFile PIC X VALUE 'N'.
059833     05 WS-Applied-Count         PIC 9(5) VALUE 0.
059844     05 WS-Rejected-Count        PIC 9(5) VALUE 0.
059855     05 WS-Pending-Count         PIC 9(5) VALUE 0.
059866     05 WS-Scheduled-Count       PIC 9(5) VALUE 0.
059877     05 WS-Transaction-Status    PIC X(01) VALUE 'A'.
059888         88 WS-Transaction-Applied   VALUE 'A'.
059899         88 WS-Transaction-Rejected  VALUE 'R'.
059910         88 WS-Transaction-Pending   VALUE 'P'.
059921         88 WS-Transaction-Scheduled VALUE 'F'.
059932     05 WS-Transaction-Reason    PIC X(40) VALUE SPACES.
059943* WS-Transaction-Status is set per transaction by the apply
059954* paragraphs, the same way WS-Record-Status is set per record
059965* by Edit-Employee-Record, and drives whether the register line
059976* says APPLIED or REJECTED. WS-Transaction-Reason carries the
059987* rejection reason to the register; an applied transaction
059998* leaves it blank. A transaction whose salary, pay type, or
060009* banking details went to PendingChangeFile is PENDING, and
060020* the reason names the pending number the approver will see.
060031* A future-dated transaction that went straight onto the
060042* schedule is FUTURE, counted in WS-Scheduled-Count.

060053 01  WS-PendingChangeFile-Status    PIC X(2) VALUE '00'.
060064 01  WS-ApprovalRegisterFile-Status PIC X(2) VALUE '00'.
060075* WS-PendingChangeFile-Status is checked after the OPEN in
060086* Open-Pending-Change-File and behind every keyed WRITE and
060097* REWRITE; the register's is checked right after its OPEN.

060108 01  WS-Approval-Controls.
060119     05 WS-Pending-File-Flag     PIC X(01) VALUE 'N'.
060130         88 WS-Pending-File-Available VALUE 'Y'.
060141     05 WS-Last-Pending-ID       PIC 9(7) VALUE 0.
060152     05 WS-Pending-EndOfFile     PIC X VALUE 'N'.
060163     05 WS-Change-Held-Flag      PIC X(01) VALUE 'N'.
060174         88 WS-Change-Held           VALUE 'Y'.
060185     05 WS-Prior-Salary          PIC 9(6)V99 VALUE 0.
060196     05 WS-Prior-Pay-Type        PIC X(01) VALUE SPACE.
060207     05 WS-Approval-Decision     PIC X(01) VALUE SPACE.
060218         88 WS-Approval-Release      VALUE 'R'.
060229         88 WS-Approval-Reject       VALUE 'J'.
060240     05 WS-Release-Status        PIC X(01) VALUE 'Y'.
060251         88 WS-Release-Done          VALUE 'Y'.
060262         88 WS-Release-Failed        VALUE 'N'.
060273     05 WS-Release-Reason        PIC X(30) VALUE SPACES.
060284     05 WS-Approval-Reviewed-Count PIC 9(5) VALUE 0.
060295     05 WS-Approval-Released-Count PIC 9(5) VALUE 0.
060306     05 WS-Approval-Rejected-Count PIC 9(5) VALUE 0.
060317     05 WS-Approval-Left-Count   PIC 9(5) VALUE 0.
060328* WS-Last-Pending-ID is loaded from the control record when
060339* PendingChangeFile opens and stepped once per held change.
060350* WS-Change-Held is set by Split-Held-Change-Fields when a
060361* CHANGE moves the salary, pay type, or banking details, whose
060372* values on file before the change are kept in WS-Prior-Salary,
060383* WS-Prior-Pay-Type, and the prenote's WS-Prior-Bank- pair.
060394* WS-Approval-Decision is what the approving operator keys
060405* for each item: R releases it, J rejects it, and anything
060416* else leaves it pending for another session. A release the
060427* master will not take - the employee gone, or the rebuilt
060438* record failing the edits - is rejected with
060449* WS-Release-Reason instead of being left to fail again.

060460 01  WS-ScheduleReportFile-Status PIC X(2) VALUE '00'.
060471* Checked right after the OPEN, the same as the other registers.

060482 01  WS-Schedule-Controls.
060493     05 WS-Schedule-Applied-Count PIC 9(5) VALUE 0.
060504     05 WS-Schedule-Failed-Count PIC 9(5) VALUE 0.
060515     05 WS-Schedule-Listed-Count PIC 9(5) VALUE 0.
060526     05 WS-Schedule-Later-Count  PIC 9(5) VALUE 0.
060537     05 WS-Schedule-Cancel-Count PIC 9(5) VALUE 0.
060548     05 WS-Schedule-Periods      PIC 9(2) VALUE 0.
060559     05 WS-Schedule-Cancel-ID    PIC 9(7) VALUE 0.
060570     05 WS-Schedule-Line-Count   PIC 9(3) VALUE 0.
060581     05 WS-Schedule-Horizon-Date PIC 9(8) VALUE 0.
060592     05 WS-Schedule-Horizon-Parts REDEFINES
060603                                 WS-Schedule-Horizon-Date.
060614         10 WS-Schedule-Horizon-Year  PIC 9(4).
060625         10 WS-Schedule-Horizon-Month PIC 9(2).
060636         10 WS-Schedule-Horizon-Day   PIC 9(2).
060647     05 WS-Schedule-Month-Count  PIC 9(3) VALUE 0.
060658* WS-Schedule-Applied-Count and WS-Schedule-Failed-Count are the
060669* scheduled changes the batch pass applied or could not apply
060680* this run. The report lists every change still to come before
060691* WS-Schedule-Horizon-Date, the first day of the month
060702* WS-Schedule-Periods monthly pay periods past the run month;
060713* anything scheduled beyond it is only counted.

060724 01  WS-Schedule-Heading-1.
060735     05 FILLER                   PIC X(10) VALUE SPACES.
060746     05 FILLER                   PIC X(30)
060757                       VALUE 'SCHEDULED EMPLOYEE CHANGES'.
060768     05 FILLER                   PIC X(5) VALUE 'RUN '.
060779     05 WS-SC-Run-Date           PIC 9(8).
060790     05 FILLER                   PIC X(17)
060801                                 VALUE '  DUE BEFORE '.
060812     05 WS-SC-Horizon-Date       PIC 9(8).

060823 01  WS-Schedule-Heading-2.
060834     05 FILLER                   PIC X(1) VALUE SPACES.
060845     05 FILLER                   PIC X(9) VALUE 'SCHED NO'.
060856     05 FILLER                   PIC X(3) VALUE 'A'.
060867     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
060878     05 FILLER                   PIC X(22) VALUE 'EMPLOYEE NAME'.
060889     05 FILLER                   PIC X(6) VALUE 'DEPT'.
060900     05 FILLER                   PIC X(12) VALUE '  NEW SALARY'.
060911     05 FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
060922     05 FILLER                   PIC X(19) VALUE 'STATUS'.
060933     05 FILLER                   PIC X(8) VALUE 'KEYED BY'.

060944 01  WS-Schedule-Detail-Line.
060955     05 FILLER                   PIC X(1) VALUE SPACES.
060966     05 WS-SC-Pending-ID         PIC 9(7).
060977     05 FILLER                   PIC X(2) VALUE SPACES.
060988     05 WS-SC-Action             PIC X(1).
060999     05 FILLER                   PIC X(2) VALUE SPACES.
061010     05 WS-SC-ID                 PIC 9(5).
061021     05 FILLER                   PIC X(2) VALUE SPACES.
061032     05 WS-SC-Name               PIC X(20).
061043     05 FILLER                   PIC X(2) VALUE SPACES.
061054     05 WS-SC-Dept               PIC X(4).
061065     05 FILLER                   PIC X(2) VALUE SPACES.
061076     05 WS-SC-Salary             PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
061087     05 FILLER                   PIC X(2) VALUE SPACES.
061098     05 WS-SC-Effective-Date     PIC 9(8).
061109     05 FILLER                   PIC X(2) VALUE SPACES.
061120     05 WS-SC-Status             PIC X(17).
061131     05 FILLER                   PIC X(2) VALUE SPACES.
061142     05 WS-SC-Submitter          PIC X(8).
061153* A CHANGE shows only what HR keyed, so a blank name or salary
061164* means that field is not being changed.

061175 01  WS-Schedule-Total-Line.
061186     05 FILLER                   PIC X(1) VALUE SPACES.
061197     05 WS-SC-Total-Label        PIC X(30).
061208     05 WS-SC-Total-Count        PIC ZZZZ9.

061300 01  WS-Register-Detail-Line.
061400     05 FILLER                   PIC X(1) VALUE SPACES.
062400* non-numeric EmployeeID still shows on the register exactly as
062500* HR keyed it.

062550 01  WS-Register-Total-Line.
062600     05 FILLER                   PIC X(1) VALUE SPACES.
062650     05 FILLER                   PIC X(9) VALUE 'APPLIED: '.
062700     05 WS-RG-Applied-Count      PIC ZZZZ9.
062750     05 FILLER                   PIC X(12)
062800                                 VALUE '  REJECTED: '.
062850     05 WS-RG-Rejected-Count     PIC ZZZZ9.
062900     05 FILLER                   PIC X(11)
062950                                 VALUE '  PENDING: '.
063000     05 WS-RG-Pending-Count      PIC ZZZZ9.
063050     05 FILLER                   PIC X(10)
063100                                 VALUE '  FUTURE: '.
063150     05 WS-RG-Scheduled-Count    PIC ZZZZ9.

063204 01  WS-Approval-Heading-1.
063205     05 FILLER                   PIC X(10) VALUE SPACES.
063206     05 FILLER                   PIC X(30)
063207                       VALUE 'PENDING CHANGE APPROVAL'.
063208     05 FILLER                   PIC X(5) VALUE 'RUN '.
063209     05 WS-AP-Run-Date           PIC 9(8).
063210     05 FILLER                   PIC X(11) VALUE '  APPROVER '.
063211     05 WS-AP-Approver           PIC X(8).

063212 01  WS-Approval-Heading-2.
063213     05 FILLER                   PIC X(1) VALUE SPACES.
063214     05 FILLER                   PIC X(9) VALUE 'PENDING'.
063215     05 FILLER                   PIC X(4) VALUE 'ACT'.
063216     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
063217     05 FILLER                   PIC X(12) VALUE 'OLD SALARY'.
063218     05 FILLER                   PIC X(12) VALUE 'NEW SALARY'.
063219     05 FILLER                   PIC X(3) VALUE 'PT'.
063220     05 FILLER                   PIC X(11) VALUE 'ROUTING'.
063221     05 FILLER                   PIC X(10) VALUE 'SUBMITTER'.
063222     05 FILLER                   PIC X(10) VALUE 'DECISION'.
063223     05 FILLER                   PIC X(19) VALUE 'REASON'.

063224 01  WS-Approval-Detail-Line.
063225     05 FILLER                   PIC X(1) VALUE SPACES.
063226     05 WS-AP-Pending-ID         PIC 9(7).
063227     05 FILLER                   PIC X(2) VALUE SPACES.
063228     05 WS-AP-Action             PIC X(1).
063229     05 FILLER                   PIC X(3) VALUE SPACES.
063230     05 WS-AP-ID                 PIC ZZZZ9.
063231     05 FILLER                   PIC X(2) VALUE SPACES.
063232     05 WS-AP-Old-Salary         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
063233     05 FILLER                   PIC X(2) VALUE SPACES.
063234     05 WS-AP-New-Salary         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
063235     05 FILLER                   PIC X(2) VALUE SPACES.
063236     05 WS-AP-Pay-Type           PIC X(1).
063237     05 FILLER                   PIC X(2) VALUE SPACES.
063238     05 WS-AP-Routing            PIC X(9).
063239     05 FILLER                   PIC X(2) VALUE SPACES.
063240     05 WS-AP-Submitter          PIC X(8).
063241     05 FILLER                   PIC X(2) VALUE SPACES.
063242     05 WS-AP-Decision           PIC X(8).
063243     05 FILLER                   PIC X(2) VALUE SPACES.
063244     05 WS-AP-Reason             PIC X(30).
063245* Salary, pay type, and routing print blank when the change
063246* did not touch them, so the approver reads only what is
063247* being asked for. A change to the account number alone
063248* shows as a blank routing with the reason saying so.

063249 01  WS-Approval-Total-Line.
063250     05 FILLER                   PIC X(1) VALUE SPACES.
063251     05 WS-AP-Total-Label        PIC X(30).
063252     05 WS-AP-Total-Count        PIC ZZZZ9.

063300 01  WS-DeductionRatesFile-Status PIC X(2) VALUE '00'.
063400 01  WS-PayRegisterFile-Status    PIC X(2) VALUE '00'.
064080* WS-PayStubFile-Status is checked after the OPEN in
064090* Pay-Stub-History-Inquiry like the other print files.

064091 01  WS-EmployerRatesFile-Status  PIC X(2) VALUE '00'.
064092 01  WS-EmployerCostFile-Status   PIC X(2) VALUE '00'.
064093* WS-EmployerRatesFile-Status is checked right after the OPEN in
064094* Load-Employer-Rates, the same way the deduction rates status
064095* is; WS-EmployerCostFile-Status after its OPEN like the other
064096* print files.

064100 01  WS-Deduction-Table.
064200     05 WS-Deduction-Count       PIC 9(2) VALUE 0.
064300     05 WS-Deduction-Entry OCCURS 10 TIMES
065600* is. DEPENDING ON WS-Deduction-Count keeps the compute loop
065700* bounded to the buckets actually loaded.

065702 01  WS-Employer-Table.
065704     05 WS-Employer-Count        PIC 9(2) VALUE 0.
065706     05 WS-Employer-Entry OCCURS 10 TIMES
065708                           DEPENDING ON WS-Employer-Count
065710                           INDEXED BY WS-Employer-Index.
065712         10 WS-Employer-Code         PIC X(4).
065714         10 WS-Employer-Desc         PIC X(20).
065716         10 WS-Employer-Rate         PIC 9V9(4).
065718         10 WS-Employer-Ceiling      PIC 9(8)V99.
065720         10 WS-Employer-Run-Total    PIC 9(8)V99.
065722* WS-Employer-Table holds the contributions Load-Employer-Rates
065724* read from EmployerRatesFile, with a running total per
065726* contribution of what the employer owes under it this run, for
065728* the employer cost report and the journal's liability credits.
065730* Ten contributions, the same ceiling as the deduction table.

065732 01  WS-Employer-Controls.
065734     05 WS-Employer-Rates-EndOfFile PIC X VALUE 'N'.
065736     05 WS-Employer-Amount       PIC 9(6)V99 VALUE 0.
065738     05 WS-Employer-Wage-Base    PIC 9(6)V99 VALUE 0.
065740     05 WS-Employer-Room         PIC 9(8)V99 VALUE 0.
065742     05 WS-Employee-Employer-Total PIC 9(6)V99 VALUE 0.
065744     05 WS-Employer-TotalCost    PIC 9(8)V99 VALUE 0.
065746     05 WS-Ytd-Prior-Salary      PIC 9(8)V99 VALUE 0.
065748     05 WS-Emp-Er-Amount OCCURS 10 TIMES
065750                           PIC 9(6)V99.
065752     05 WS-Emp-Er-Sub            PIC 9(2) VALUE 0.
065754     05 WS-EC-Line-Count         PIC 9(3) VALUE 0.
065756* WS-Ytd-Prior-Salary is the employee's year-to-date gross as it
065758* stood before this period, left behind by Update-Ytd-Totals, so
065760* a wage ceiling is measured against what was already paid and
065762* not against this period's own gross twice. WS-Employer-Room is
065764* what is left under a ceiling; WS-Employer-Wage-Base is the
065766* part of this period's gross a contribution applies to.
065768* WS-Emp-Er-Amount keeps each contribution for the one employee
065770* being costed, for pay history and the department totals, the
065772* same way WS-Emp-Ded-Amount does for the deduction buckets.

065800 01  WS-Pay-Controls.
065900     05 WS-Rates-EndOfFile       PIC X VALUE 'N'.
066000     05 WS-Deduction-Amount      PIC 9(6)V99 VALUE 0.
066397* anyone a guess. WS-TimesheetExceptionFile-Status is checked
066398* after the OPEN like the other print files.

066403 01  WS-Timesheet-Table.
066408     05 WS-Timesheet-Count       PIC 9(5) VALUE 0.
066413     05 WS-Timesheet-Entry OCCURS 99000 TIMES
066418                     DEPENDING ON WS-Timesheet-Count
066423                     INDEXED BY WS-Timesheet-Index.
066428         10 WS-Timesheet-Emp-ID      PIC 9(5).
066433         10 WS-Timesheet-Reg-Hours   PIC 9(3)V99.
066438         10 WS-Timesheet-OT-Hours    PIC 9(3)V99.
066443         10 WS-Timesheet-Vac-Hours   PIC 9(3)V99.
066448         10 WS-Timesheet-Sick-Hours  PIC 9(3)V99.
066453* This period's timesheets, loaded once at the top of the
066458* batch pass and searched per hourly employee, sized to the
066463* same 99000 ceiling as the seen-ID table. DEPENDING ON
066468* WS-Timesheet-Count keeps the SEARCH in
066473* Find-Employee-Timesheet bounded to the lines actually
066478* loaded.
066483* The vacation and sick hours taken are carried beside the
066488* hours worked for Check-Leave-Taken.

066493 01  WS-Hourly-Controls.
066498     05 WS-Timesheets-EndOfFile  PIC X VALUE 'N'.
066503     05 WS-Timesheet-Found-Flag  PIC X(01) VALUE 'N'.
066508         88 WS-Timesheet-Found       VALUE 'Y'.
066513     05 WS-Timesheet-Missing-Flag PIC X(01) VALUE 'N'.
066518         88 WS-Timesheet-Missing     VALUE 'Y'.
066523     05 WS-Employee-Gross-Pay    PIC 9(6)V99 VALUE 0.
066528     05 WS-Regular-Pay           PIC 9(8)V99 VALUE 0.
066533     05 WS-Overtime-Pay          PIC 9(8)V99 VALUE 0.
066538     05 WS-Timesheet-Missing-Count PIC 9(5) VALUE 0.
066543     05 WS-Timesheet-Exc-Line-Count PIC 9(3) VALUE 0.
066548* WS-Employee-Gross-Pay is what Determine-Gross-Pay decided
066553* this employee's gross actually is: EmployeeSalary as it
066558* stands for a salaried employee, or rate times hours with
066563* overtime at time and a half for an hourly one. The two pay
066568* work fields are wider than the gross they feed, so the
066573* overflow check happens on the final ADD, not silently
066578* inside a MULTIPLY. WS-Timesheet-Missing-Count is the
066583* held-out population printed on the report totals, the same
066588* balancing role as WS-Skipped-Frequency-Count.

066593 01  WS-Timesheet-Exc-Heading-1.
066598     05 FILLER                   PIC X(10) VALUE SPACES.
066603     05 FILLER                   PIC X(26) VALUE
066608         'TIMESHEET EXCEPTIONS'.
066613     05 FILLER                   PIC X(5) VALUE 'RUN '.
066618     05 WS-TX-Run-Date           PIC 9(8).

066623 01  WS-Timesheet-Exc-Heading-2.
066628     05 FILLER                   PIC X(1) VALUE SPACES.
066633     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
066638     05 FILLER                   PIC X(22)
066643                                 VALUE 'EMPLOYEE NAME'.
066648     05 FILLER                   PIC X(16)
066653                                 VALUE 'RATE OR SALARY'.
066658     05 FILLER                   PIC X(20) VALUE 'REASON'.

066663 01  WS-Timesheet-Exc-Detail-Line.
066668     05 FILLER                   PIC X(1) VALUE SPACES.
066673     05 WS-TX-ID                 PIC ZZZZ9.
066678     05 FILLER                   PIC X(2) VALUE SPACES.
066683     05 WS-TX-Name               PIC X(20).
066688     05 FILLER                   PIC X(2) VALUE SPACES.
066693     05 WS-TX-Rate               PIC $$$,$$$,$$9.99.
066698     05 FILLER                   PIC X(2) VALUE SPACES.
066703     05 WS-TX-Reason             PIC X(30).

066708 01  WS-Timesheet-Exc-Total-Line.
066713     05 FILLER                   PIC X(1) VALUE SPACES.
066718     05 FILLER                   PIC X(28)
066723         VALUE 'HOURLY MISSING TIMESHEET: '.
066728     05 WS-TX-Total-Count        PIC ZZZZ9.

066733 01  WS-Leave-Exc-Total-Line.
066738     05 FILLER                   PIC X(1) VALUE SPACES.
066743     05 FILLER                   PIC X(28)
066748         VALUE 'LEAVE OVER BALANCE: '.
066753     05 WS-TX-Leave-Count        PIC ZZZZ9.
066758* The second total on the exceptions list: employees whose
066763* vacation or sick hours taken ran past the balance and were
066768* paid only up to it.

066773 01  WS-LeaveBalanceFile-Status   PIC X(2) VALUE '00'.
066778 01  WS-LeaveRulesFile-Status     PIC X(2) VALUE '00'.
066783 01  WS-LeaveLiabilityFile-Status PIC X(2) VALUE '00'.
066788* WS-LeaveBalanceFile-Status receives the file status for
066793* every OPEN, READ, WRITE and REWRITE against LeaveBalanceFile;
066798* '35' on the first OPEN I-O means no leave has ever been
066803* posted, so Open-Leave-Balance-File lays the file down empty,
066808* the same create-on-first-use pattern as Open-Ytd-File.
066813* WS-LeaveRulesFile-Status is checked right after the OPEN in
066818* Load-Leave-Rules, and WS-LeaveLiabilityFile-Status after its
066823* OPEN like the other print files.

066828 01  WS-Leave-Rule-Table.
066833     05 WS-Leave-Rule-Count      PIC 9(2) VALUE 0.
066838     05 WS-Leave-Rule-Entry OCCURS 10 TIMES
066843                     DEPENDING ON WS-Leave-Rule-Count
066848                     INDEXED BY WS-Leave-Rule-Index.
066853         10 WS-Leave-Rule-Frequency  PIC X(1).
066858         10 WS-Leave-Rule-Pay-Type   PIC X(1).
066863         10 WS-Leave-Rule-Vac-Rate   PIC 9(2)V9(4).
066868         10 WS-Leave-Rule-Sick-Rate  PIC 9(2)V9(4).
066873         10 WS-Leave-Rule-Vac-Cap    PIC 9(4)V99.
066878         10 WS-Leave-Rule-Sick-Cap   PIC 9(4)V99.
066883         10 WS-Leave-Rule-Period-Hours PIC 9(3)V99.
066888* The accrual rules, loaded once at the top of the batch pass.
066893* Three frequencies by two pay types is six rules; ten leaves
066898* room for the table to be keyed twice over by mistake, and the
066903* first of any duplicate pair is the one found.

066908 01  WS-Leave-Controls.
066913     05 WS-Leave-Rules-EndOfFile PIC X VALUE 'N'.
066918     05 WS-Leave-Balances-EndOfFile PIC X VALUE 'N'.
066923     05 WS-Leave-File-Flag       PIC X(01) VALUE 'N'.
066928         88 WS-Leave-File-Available  VALUE 'Y'.
066933     05 WS-Leave-Posting-Flag    PIC X(01) VALUE 'N'.
066938         88 WS-Leave-Posting-Run     VALUE 'Y'.
066943     05 WS-Leave-Balance-Flag    PIC X(01) VALUE 'N'.
066948         88 WS-Leave-Balance-Found   VALUE 'Y'.
066953     05 WS-Leave-Posted-Flag     PIC X(01) VALUE 'N'.
066958         88 WS-Leave-Already-Posted  VALUE 'Y'.
066963     05 WS-Leave-Rule-Flag       PIC X(01) VALUE 'N'.
066968         88 WS-Leave-Rule-Found      VALUE 'Y'.
066973     05 WS-Leave-Valued-Flag     PIC X(01) VALUE 'N'.
066978         88 WS-Leave-Valued          VALUE 'Y'.
066979     05 WS-Leave-Valuation-Flag  PIC X(01) VALUE 'N'.
066980         88 WS-Leave-Valuation-Done  VALUE 'Y'.
066983     05 WS-Leave-Pay-Type        PIC X(01) VALUE SPACE.
066988     05 WS-Leave-Posting-Key.
066993         10 WS-LP-Frequency          PIC X(1).
066998         10 WS-LP-Pay-Period         PIC 9(2).
067003         10 WS-LP-Posting-Number     PIC 9(4).
067008     05 WS-Leave-Worked-Hours    PIC 9(3)V99 VALUE 0.
067013     05 WS-Leave-Paid-Hours      PIC 9(4)V99 VALUE 0.
067018     05 WS-Leave-Pay             PIC 9(8)V99 VALUE 0.
067023     05 WS-Leave-Vacation-Taken  PIC 9(3)V99 VALUE 0.
067028     05 WS-Leave-Vacation-Accrued PIC 9(3)V99 VALUE 0.
067033     05 WS-Leave-Sick-Taken      PIC 9(3)V99 VALUE 0.
067038     05 WS-Leave-Sick-Accrued    PIC 9(3)V99 VALUE 0.
067043     05 WS-Leave-Room            PIC 9(4)V99 VALUE 0.
067048     05 WS-Leave-Exception-Count PIC 9(5) VALUE 0.
067053* WS-Leave-Posting-Run distinguishes the batch pass, which
067058* posts leave and lists overdrawn balances, from the department
067063* detail report, which only wants the same gross. The taken
067068* figures are what this period pays: the timesheet's hours cut
067073* back to the balance when they run past it. WS-Leave-Paid-Hours
067078* is their sum, paid at the hourly rate; a salaried employee's
067083* leave is already inside the salary. WS-Leave-Posting-Key is
067088* the posting LB-Last-Posting is compared with.

067093 01  WS-Leave-Valuation.
067098     05 WS-Leave-Hourly-Value    PIC 9(6)V9(4) VALUE 0.
067103     05 WS-Leave-Liability       PIC 9(8)V99 VALUE 0.
067108     05 WS-Leave-Change          PIC S9(8)V99 VALUE 0.
067113     05 WS-Leave-Valued-Count    PIC 9(5) VALUE 0.
067118     05 WS-Leave-Unvalued-Count  PIC 9(5) VALUE 0.
067123     05 WS-Leave-Total-Vacation  PIC 9(7)V99 VALUE 0.
067128     05 WS-Leave-Total-Sick      PIC 9(7)V99 VALUE 0.
067133     05 WS-Leave-Total-Liability PIC 9(10)V99 VALUE 0.
067138     05 WS-Leave-Total-Change    PIC S9(10)V99 VALUE 0.
067143     05 WS-LL-Line-Count         PIC 9(3) VALUE 0.
067148* WS-Leave-Hourly-Value is what one hour of the employee's
067153* leave is worth today: the rate for an hourly employee, the
067158* salary over the rule's standard period hours for a salaried
067163* one. WS-Leave-Change is the new liability less what was
067168* booked last time, signed, because a balance drawn down
067173* since the last valuation releases liability.

067178 01  WS-Leave-Dept-Table.
067183     05 WS-Leave-Dept-Count      PIC 9(2) VALUE 0.
067188     05 WS-Leave-Dept-Entry OCCURS 50 TIMES
067193                     DEPENDING ON WS-Leave-Dept-Count
067198                     INDEXED BY WS-Leave-Dept-Index.
067203         10 WS-Leave-Dept-Code       PIC X(4).
067208         10 WS-Leave-Dept-Emp-Count  PIC 9(5).
067213         10 WS-Leave-Dept-Vacation   PIC 9(7)V99.
067218         10 WS-Leave-Dept-Sick       PIC 9(7)V99.
067223         10 WS-Leave-Dept-Liability  PIC 9(10)V99.
067228         10 WS-Leave-Dept-Change     PIC S9(10)V99.
067233* The liability by department, built as the balances are
067238* valued with the same build-as-you-go SEARCH as
067243* WS-Department-Table. It is separate from that table because
067248* the balance file reaches employees this run did not pay. A
067253* 51st department's balances are announced and left unbooked,
067258* so their change is still there to journal once the table
067263* has room.

067268 01  WS-LeaveLiab-Heading-1.
067273     05 FILLER                   PIC X(10) VALUE SPACES.
067278     05 FILLER                   PIC X(36)
067283                     VALUE 'LEAVE LIABILITY BY EMPLOYEE'.
067288     05 FILLER                   PIC X(5) VALUE 'RUN '.
067293     05 WS-LL-Run-Date           PIC 9(8).
067298     05 FILLER                   PIC X(9) VALUE '  PERIOD '.
067303     05 WS-LL-Pay-Period         PIC 9(2).

067308 01  WS-LeaveLiab-Heading-2.
067313     05 FILLER                   PIC X(1) VALUE SPACES.
067318     05 FILLER                   PIC X(6) VALUE 'DEPT'.
067323     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
067328     05 FILLER                   PIC X(22)
067333                                 VALUE 'EMPLOYEE NAME'.
067338     05 FILLER                   PIC X(14) VALUE 'VACATION HRS'.
067343     05 FILLER                   PIC X(14) VALUE '    SICK HRS'.
067348     05 FILLER                   PIC X(18)
067353                                 VALUE '        LIABILITY'.
067358     05 FILLER                   PIC X(18)
067363                                 VALUE '           CHANGE'.

067368 01  WS-LeaveLiab-Detail-Line.
067373     05 FILLER                   PIC X(1) VALUE SPACES.
067378     05 WS-LL-Dept-Code          PIC X(4).
067383     05 FILLER                   PIC X(2) VALUE SPACES.
067388     05 WS-LL-Emp-ID             PIC ZZZZ9 BLANK WHEN ZERO.
067393     05 FILLER                   PIC X(2) VALUE SPACES.
067398     05 WS-LL-Name               PIC X(20).
067403     05 FILLER                   PIC X(2) VALUE SPACES.
067408     05 WS-LL-Vacation-Hours     PIC Z,ZZZ,ZZ9.99.
067413     05 FILLER                   PIC X(2) VALUE SPACES.
067418     05 WS-LL-Sick-Hours         PIC Z,ZZZ,ZZ9.99.
067423     05 FILLER                   PIC X(2) VALUE SPACES.
067428     05 WS-LL-Liability          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
067433     05 FILLER                   PIC X(1) VALUE SPACES.
067438     05 WS-LL-Change             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
067443* One line per balance on file, in EmployeeID order, then one
067448* per department and one for all departments under the same
067453* columns. A balance that could not be valued prints its hours
067458* with the money columns blank.

067463 01  WS-LeaveLiab-Count-Line.
067468     05 FILLER                   PIC X(1) VALUE SPACES.
067473     05 WS-LL-Count-Label        PIC X(30).
067478     05 WS-LL-Count              PIC ZZZZ9.

067483 01  WS-DeductionOrdersFile-Status  PIC X(2) VALUE '00'.
067488 01  WS-RemittanceRegisterFile-Status PIC X(2) VALUE '00'.
067493* WS-DeductionOrdersFile-Status receives the file status for
067498* every OPEN, READ, and REWRITE against DeductionOrdersFile;
067503* '35' on the first OPEN I-O means no order has ever been
067508* keyed, so Open-Deduction-Orders-File lays the file down
067513* empty, the same create-on-first-use pattern as
067518* Open-Ytd-File. WS-RemittanceRegisterFile-Status is checked
067523* after the OPEN like the other print files.

067528 01  WS-Order-Controls.
067533     05 WS-Orders-Available-Flag PIC X(01) VALUE 'N'.
067538         88 WS-Orders-Available      VALUE 'Y'.
067543     05 WS-Order-Posting-Flag    PIC X(01) VALUE 'N'.
067548         88 WS-Order-Posting-Run     VALUE 'Y'.
067553     05 WS-Employee-Order-Amount PIC 9(6)V99 VALUE 0.
067558     05 WS-Order-Remaining       PIC 9(8)V99 VALUE 0.
067563     05 WS-Orders-Applied-Count  PIC 9(5) VALUE 0.
067568     05 WS-Order-Run-Total       PIC 9(8)V99 VALUE 0.
067573     05 WS-Remit-Line-Count      PIC 9(3) VALUE 0.
067578* WS-Employee-Order-Amount is what the order actually took
067583* from the one employee being computed, after the goal
067588* remaining and the net still on the table both had their
067593* say. WS-Order-Posting-Run distinguishes a run that pays -
067598* batch or retro, which REWRITEs DO-Withheld-To-Date - from
067603* an inquiry that only wants the figures; only a posting run
067608* moves the order's withheld-to-date forward.

067613 01  WS-Payee-Table.
067618     05 WS-Payee-Count           PIC 9(2) VALUE 0.
067623     05 WS-Payee-Entry OCCURS 20 TIMES
067628                     DEPENDING ON WS-Payee-Count
067633                     INDEXED BY WS-Payee-Index.
067638         10 WS-Payee-Name            PIC X(20).
067643         10 WS-Payee-Emp-Count       PIC 9(5).
067648         10 WS-Payee-Amount          PIC 9(8)V99.
067653* What this run withheld, summed by payee as the orders are
067658* applied - the same build-as-you-go SEARCH pattern as
067663* WS-Department-Table. Twenty distinct payees is far more
067668* than the courts have ever sent us at once; a 21st is
067673* announced and its money still reaches the stubs and the
067678* GL, it just has to be remitted off the order file by hand.

067683 01  WS-Remit-Heading-1.
067688     05 FILLER                   PIC X(10) VALUE SPACES.
067693     05 FILLER                   PIC X(26) VALUE
067698         'GARNISHMENT REMITTANCES'.
067703     05 FILLER                   PIC X(5) VALUE 'RUN '.
067708     05 WS-RM-Run-Date           PIC 9(8).

067713 01  WS-Remit-Heading-2.
067718     05 FILLER                   PIC X(1) VALUE SPACES.
067723     05 FILLER                   PIC X(22) VALUE 'PAYEE'.
067728     05 FILLER                   PIC X(11) VALUE 'EMPLOYEES'.
067733     05 FILLER                   PIC X(16) VALUE 'AMOUNT'.

067738 01  WS-Remit-Detail-Line.
067743     05 FILLER                   PIC X(1) VALUE SPACES.
067748     05 WS-RM-Payee              PIC X(20).
067753     05 FILLER                   PIC X(4) VALUE SPACES.
067758     05 WS-RM-Emp-Count          PIC ZZZZ9.
067763     05 FILLER                   PIC X(4) VALUE SPACES.
067768     05 WS-RM-Amount             PIC $$$,$$$,$$9.99.

067773 01  WS-Remit-Total-Line.
067778     05 FILLER                   PIC X(1) VALUE SPACES.
067783     05 FILLER                   PIC X(29)
067788         VALUE 'TOTAL WITHHELD UNDER ORDERS: '.
067793     05 WS-RM-Total-Amount       PIC $$$,$$$,$$9.99.

067798 01  WS-IntegrityReportFile-Status PIC X(2) VALUE '00'.
067803* WS-IntegrityReportFile-Status is checked after the OPEN in
067808* Integrity-Verify-Processing like the other print files.

067813 01  WS-Verify-Controls.
067818     05 WS-Verify-Emp-EndOfFile  PIC X VALUE 'N'.
067823     05 WS-Verify-Ytd-EndOfFile  PIC X VALUE 'N'.
067828     05 WS-Verify-Susp-EndOfFile PIC X VALUE 'N'.
067833     05 WS-Verify-Ord-EndOfFile  PIC X VALUE 'N'.
067838     05 WS-Verify-Hist-EndOfFile PIC X VALUE 'N'.
067843     05 WS-Verify-Master-Flag    PIC X(01) VALUE 'N'.
067848         88 WS-Master-Employee-Found VALUE 'Y'.
067853     05 WS-Verify-Emp-Count      PIC 9(5) VALUE 0.
067858     05 WS-Verify-Salary-Total   PIC 9(10)V99 VALUE 0.
067863     05 WS-Verify-Last-ID        PIC 9(5) VALUE 0.
067868     05 WS-Verify-Check-ID       PIC 9(5) VALUE 0.
067873     05 WS-Verify-Exception-Count PIC 9(5) VALUE 0.
067878     05 WS-Verify-Line-Count     PIC 9(3) VALUE 0.
067883* One sweep flag per file verified, a recount of the
067888* employee master for the trailer cross-check, and the
067893* exception count that decides the run's RETURN-CODE.
067898* WS-Verify-Check-ID is the EmployeeID the current orphan
067903* check is looking up, saved off before the keyed READ
067908* overwrites the EmployeeRecord buffer.

067913 01  WS-Verify-Heading-1.
067918     05 FILLER                   PIC X(10) VALUE SPACES.
067923     05 FILLER                   PIC X(24) VALUE
067928         'FILE INTEGRITY REPORT'.
067933     05 FILLER                   PIC X(5) VALUE 'RUN '.
067938     05 WS-IV-Run-Date           PIC 9(8).

067943 01  WS-Verify-Heading-2.
067948     05 FILLER                   PIC X(1) VALUE SPACES.
067953     05 FILLER                   PIC X(14) VALUE 'FILE'.
067958     05 FILLER                   PIC X(10) VALUE 'KEY'.
067963     05 FILLER                   PIC X(40) VALUE 'PROBLEM'.

067968 01  WS-Verify-Detail-Line.
067973     05 FILLER                   PIC X(1) VALUE SPACES.
067978     05 WS-IV-File               PIC X(12).
067983     05 FILLER                   PIC X(2) VALUE SPACES.
067988     05 WS-IV-Key                PIC X(8).
067993     05 FILLER                   PIC X(2) VALUE SPACES.
067998     05 WS-IV-Problem            PIC X(40).

068003 01  WS-Verify-Total-Line.
068008     05 FILLER                   PIC X(1) VALUE SPACES.
068013     05 FILLER                   PIC X(23)
068018         VALUE 'INCONSISTENCIES FOUND: '.
068023     05 WS-IV-Total-Count        PIC ZZZZ9.

068028 01  WS-Purged-ID-Table.
068033     05 WS-Purged-ID-Count       PIC 9(5) VALUE 0.
068038     05 WS-Purged-ID-Entry OCCURS 99000 TIMES
068043                     DEPENDING ON WS-Purged-ID-Count
068048                     INDEXED BY WS-Purged-ID-Index
068053                     PIC 9(5).
068058* Every AR-EmployeeID on the purge archive, loaded once at
068063* the top of a verify run, so the sweeps can tell a purged
068068* employee's leavings from real corruption. The pay history
068073* archive is permanent and append-only: without this table,
068078* the first purge would turn every purged employee's stub
068083* records into EMPLOYEE NOT ON MASTER exceptions on every
068088* verify run forever. Sized to the same 99000 ceiling as
068093* the seen-ID table; a rehired-and-repurged EmployeeID can
068098* sit in the table twice, which costs nothing in a
068103* membership test.

068108 01  WS-Purged-Lookup-Controls.
068113     05 WS-Purged-Load-EndOfFile PIC X VALUE 'N'.
068118     05 WS-Purged-Found-Flag     PIC X(01) VALUE 'N'.
068123         88 WS-Purged-Employee-Found VALUE 'Y'.

068128 01  WS-EmployeeArchiveFile-Status PIC X(2) VALUE '00'.
068133 01  WS-PurgeRegisterFile-Status   PIC X(2) VALUE '00'.
068138* WS-EmployeeArchiveFile-Status receives the file status for
068143* every OPEN and WRITE against EmployeeArchiveFile; '35' on
068148* the OPEN EXTEND means nobody has ever been purged, so
068153* Open-Employee-Archive-File lays the file down empty first,
068158* the same create-on-first-use pattern as Open-Ytd-File.
068163* WS-PurgeRegisterFile-Status is checked after the OPEN like
068168* the other print files.

068173 01  WS-Purge-Controls.
068178     05 WS-Purge-Function        PIC X(01) VALUE SPACE.
068183         88 WS-Purge-Requested       VALUE 'P'.
068188         88 WS-Rehire-Lookup-Requested VALUE 'L'.
068193     05 WS-Purge-Cutoff-Date     PIC 9(8) VALUE 0.
068198     05 WS-Purge-EndOfFile       PIC X VALUE 'N'.
068203     05 WS-Purged-Count          PIC 9(5) VALUE 0.
068208     05 WS-Purged-Salary-Total   PIC 9(10)V99 VALUE 0.
068213     05 WS-Purge-Held-Count      PIC 9(5) VALUE 0.
068218     05 WS-Purge-Line-Count      PIC 9(3) VALUE 0.
068223     05 WS-Purge-Ytd-Flag        PIC X(01) VALUE 'N'.
068228         88 WS-Purge-Ytd-Open        VALUE 'Y'.
068233* WS-Purged-Count and WS-Purged-Salary-Total are exactly
068238* what comes off the trailer's TR-Expected-Count and
068243* TR-Expected-Total-Salary once the sweep ends, so
068248* Reconcile-Totals still balances the smaller file.
068253* WS-Purge-Held-Count is the terminated employees the sweep
068258* looked at and left standing - no termination date, or a
068263* YTD figure the year-end close has not archived yet.

068268 01  WS-Lookup-Controls.
068273     05 WS-Lookup-EmployeeID     PIC 9(5) VALUE 0.
068278     05 WS-Lookup-Name           PIC X(20) VALUE SPACES.
068283     05 WS-Lookup-Name-Length    PIC 9(2) VALUE 0.
068288     05 WS-Lookup-EndOfFile      PIC X VALUE 'N'.
068293     05 WS-Lookup-Match-Count    PIC 9(5) VALUE 0.
068298* A rehire lookup runs by EmployeeID when one is keyed, or
068303* by the leading characters of the name when the ID is
068308* keyed as zero, the same trailing-space arithmetic
068313* Write-Extract-Record uses on names.

068318 01  WS-Purge-Heading-1.
068323     05 FILLER                   PIC X(10) VALUE SPACES.
068328     05 FILLER                   PIC X(15) VALUE
068333         'PURGE REGISTER'.
068338     05 FILLER                   PIC X(5) VALUE 'RUN '.
068343     05 WS-PG-Run-Date           PIC 9(8).
068348     05 FILLER                   PIC X(9) VALUE '  CUTOFF '.
068353     05 WS-PG-Cutoff-Date        PIC 9(8).

068358 01  WS-Purge-Heading-2.
068363     05 FILLER                   PIC X(1) VALUE SPACES.
068368     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
068373     05 FILLER                   PIC X(22)
068378                                 VALUE 'EMPLOYEE NAME'.
068383     05 FILLER                   PIC X(10) VALUE 'TERM DATE'.
068388     05 FILLER                   PIC X(16) VALUE 'SALARY'.
068393     05 FILLER                   PIC X(26)
068398                                 VALUE 'DISPOSITION'.

068403 01  WS-Purge-Detail-Line.
068408     05 FILLER                   PIC X(1) VALUE SPACES.
068413     05 WS-PG-ID                 PIC ZZZZ9.
068418     05 FILLER                   PIC X(2) VALUE SPACES.
068423     05 WS-PG-Name               PIC X(20).
068428     05 FILLER                   PIC X(2) VALUE SPACES.
068433     05 WS-PG-Term-Date          PIC 9(8).
068438     05 FILLER                   PIC X(2) VALUE SPACES.
068443     05 WS-PG-Salary             PIC $$$,$$$,$$9.99.
068448     05 FILLER                   PIC X(2) VALUE SPACES.
068453     05 WS-PG-Disposition        PIC X(26).

068458 01  WS-Purge-Total-Line.
068463     05 FILLER                   PIC X(1) VALUE SPACES.
068468     05 WS-PG-Total-Label        PIC X(30).
068473     05 WS-PG-Total-Count        PIC ZZZZ9.
068478     05 FILLER                   PIC X(2) VALUE SPACES.
068483     05 WS-PG-Total-Amount       PIC $$,$$$,$$$,$$9.99.

068488 01  WS-DepartmentDetailFile-Status PIC X(2) VALUE '00'.
068493* WS-DepartmentDetailFile-Status is checked after the OPEN in
068498* Department-Detail-Report like the other print files.

068503 01  WS-DeptRpt-Controls.
068508     05 WS-DeptRpt-Dept-EndOfFile PIC X VALUE 'N'.
068513     05 WS-DeptRpt-Emp-EndOfFile PIC X VALUE 'N'.
068518     05 WS-DeptRpt-Emp-Count     PIC 9(5) VALUE 0.
068523     05 WS-DeptRpt-Salary-Total  PIC 9(8)V99 VALUE 0.
068528     05 WS-DeptRpt-Net-Total     PIC 9(8)V99 VALUE 0.
068530     05 WS-DeptRpt-Er-Total      PIC 9(8)V99 VALUE 0.
068533     05 WS-DeptRpt-Ytd-Amount    PIC 9(8)V99 VALUE 0.
068538     05 WS-DeptRpt-Line-Count    PIC 9(3) VALUE 0.
068543     05 WS-DeptRpt-Dept-Count    PIC 9(3) VALUE 0.
068548* The per-department counters reset as each department's
068553* page opens and land on its totals lines as it closes;
068558* WS-DeptRpt-Dept-Count is how many departments the run
068563* printed, for the job log. The employee sweep flag resets
068568* with them, since EmployeeFile is re-read from the top for
068573* every department.

068578 01  WS-DeptRpt-Heading-1.
068583     05 FILLER                   PIC X(10) VALUE SPACES.
068588     05 FILLER                   PIC X(28) VALUE
068593         'DEPARTMENT DETAIL REPORT'.
068598     05 FILLER                   PIC X(5) VALUE 'RUN '.
068603     05 WS-DD-Run-Date           PIC 9(8).

068608 01  WS-DeptRpt-Heading-2.
068613     05 FILLER                   PIC X(1) VALUE SPACES.
068618     05 WS-DD-Dept-Code          PIC X(4).
068623     05 FILLER                   PIC X(1) VALUE SPACES.
068628     05 WS-DD-Dept-Name          PIC X(20).
068633     05 FILLER                   PIC X(1) VALUE SPACES.
068638     05 FILLER                   PIC X(3) VALUE 'CC '.
068643     05 WS-DD-Cost-Center        PIC X(6).
068648* The same code-name-cost-center arrangement as
068653* WS-Report-Dept-Line, at the top of the department's page
068658* instead of on a subtotal at the very end.

068661 01  WS-DeptRpt-Heading-3.
068664     05 FILLER                   PIC X(1) VALUE SPACES.
068667     05 FILLER                   PIC X(9) VALUE 'EMP ID'.
068670     05 FILLER                   PIC X(22)
068673                                 VALUE 'EMPLOYEE NAME'.
068676     05 FILLER                   PIC X(15) VALUE 'SALARY'.
068679     05 FILLER                   PIC X(2) VALUE SPACES.
068682     05 FILLER                   PIC X(15)
068685                                 VALUE 'YTD SALARY'.
068688     05 FILLER                   PIC X(2) VALUE SPACES.
068691     05 FILLER                   PIC X(14) VALUE 'NET PAY'.
068694     05 FILLER                   PIC X(3) VALUE SPACES.
068697     05 FILLER                   PIC X(14)
068700                                 VALUE 'EMPLOYER COST'.

068703 01  WS-DeptRpt-Detail-Line.
068706     05 FILLER                   PIC X(1) VALUE SPACES.
068709     05 WS-DD-ID                 PIC ZZZZ9.
068712     05 FILLER                   PIC X(4) VALUE SPACES.
068715     05 WS-DD-Name               PIC X(20).
068718     05 FILLER                   PIC X(2) VALUE SPACES.
068721     05 WS-DD-Salary             PIC $$$,$$$,$$9.99.
068724     05 FILLER                   PIC X(3) VALUE SPACES.
068727     05 WS-DD-Ytd                PIC $$$,$$$,$$9.99.
068730     05 FILLER                   PIC X(3) VALUE SPACES.
068733     05 WS-DD-Net                PIC $$$,$$$,$$9.99.
068736     05 FILLER                   PIC X(3) VALUE SPACES.
068739     05 WS-DD-Er-Cost            PIC $$$,$$$,$$9.99.
068742     05 FILLER                   PIC X(2) VALUE SPACES.
068745     05 WS-DD-Note               PIC X(15).
068748     05 WS-DD-Share-Note REDEFINES WS-DD-Note.
068751         10 WS-DD-Share-Label    PIC X(6).
068754         10 WS-DD-Share-Pct      PIC ZZ9.99.
068757         10 WS-DD-Share-Sign     PIC X(1).
068760         10 FILLER               PIC X(2).
068763* WS-DD-Note is blank on an ordinary line; an active hourly
068766* employee with no timesheet on file carries NO TIMESHEET
068769* there, the same condition the exceptions list reports, so
068772* the manager sees the person and sees why the rate in the
068775* salary column is not money this period.
068778* An employee whose pay is split across departments is
068781* listed on each department's page with that department's
068784* share of salary, net and employer cost, and the share's
068787* percentage in the note; the YTD column stays the employee's
068790* whole year-to-date.

068793 01  WS-DeptRpt-Totals-Line.
068796     05 FILLER                   PIC X(1) VALUE SPACES.
068799     05 WS-DD-Total-Label        PIC X(26).
068802     05 WS-DD-Total-Count        PIC ZZZ,ZZ9.
068805     05 FILLER                   PIC X(2) VALUE SPACES.
068808     05 WS-DD-Total-Amount       PIC $$$,$$$,$$9.99.
068811* Reused for the department's employee count, salary total,
068814* net total, and employer cost total, the same
068817* one-layout-many-lines pattern as WS-Report-Totals-Line.

068853 01  WS-RunLogFile-Status        PIC X(2) VALUE '00'.
068858 01  WS-RunLogReportFile-Status  PIC X(2) VALUE '00'.
068863* WS-RunLogFile-Status receives the file status for every
068868* OPEN and WRITE against RunLogFile; '35' on the OPEN EXTEND
068873* means no run has ever been logged, so Write-Run-Log-Record
068878* lays the file down empty first, the same
068883* create-on-first-use pattern as Open-Ytd-File. A run log
068888* that cannot be written never stops the run it was meant to
068893* describe - it is announced and the run ends normally.
068898* WS-RunLogReportFile-Status is checked after the OPEN in
068903* Run-Log-Report like the other print files.

068908 01  WS-RunLog-Controls.
068913     05 WS-RunLog-Date           PIC 9(8) VALUE 0.
068918     05 WS-RunLog-Time           PIC 9(8) VALUE 0.
068923     05 WS-RunLog-From-Date      PIC 9(8) VALUE 0.
068928     05 WS-RunLog-To-Date        PIC 9(8) VALUE 0.
068933     05 WS-RunLog-EndOfFile      PIC X VALUE 'N'.
068938     05 WS-RunLog-Count          PIC 9(5) VALUE 0.
068943     05 WS-RunLog-Line-Count     PIC 9(3) VALUE 0.
068948* The log record's date and time are taken fresh at the
068953* moment the record is written, not from WS-Run-Date, so a
068958* mode that never accepted a date still logs when it really
068963* ran. The from/to dates are the report range the operator
068968* keys, a to-date of zero meaning no upper bound, the same
068973* convention as the correction-history report.

068978 01  WS-RunLog-Heading-1.
068983     05 FILLER                   PIC X(10) VALUE SPACES.
068988     05 FILLER                   PIC X(20) VALUE
068993         'OPERATIONS RUN LOG'.
068998     05 WS-RL-From-Date          PIC 9(8).
069003     05 FILLER                   PIC X(3) VALUE ' - '.
069008     05 WS-RL-To-Date            PIC 9(8).

069013 01  WS-RunLog-Heading-2.
069018     05 FILLER                   PIC X(1) VALUE SPACES.
069023     05 FILLER                   PIC X(10) VALUE 'DATE'.
069028     05 FILLER                   PIC X(8) VALUE 'TIME'.
069033     05 FILLER                   PIC X(5) VALUE 'MODE'.
069038     05 FILLER                   PIC X(4) VALUE 'PD'.
069043     05 FILLER                   PIC X(4) VALUE 'FR'.
069048     05 FILLER                   PIC X(9) VALUE 'READ'.
069053     05 FILLER                   PIC X(9) VALUE 'ACCEPT'.
069058     05 FILLER                   PIC X(9) VALUE 'REJECT'.
069063     05 FILLER                   PIC X(9) VALUE 'PAYMTS'.
069068     05 FILLER                   PIC X(3) VALUE 'REC'.
069073     05 FILLER                   PIC X(4) VALUE ' RC'.

069078 01  WS-RunLog-Detail-Line.
069083     05 FILLER                   PIC X(1) VALUE SPACES.
069088     05 WS-RL-Date               PIC 9(8).
069093     05 FILLER                   PIC X(2) VALUE SPACES.
069098     05 WS-RL-Time               PIC 9(6).
069103     05 FILLER                   PIC X(2) VALUE SPACES.
069108     05 WS-RL-Mode               PIC X(1).
069113     05 FILLER                   PIC X(4) VALUE SPACES.
069118     05 WS-RL-Period             PIC Z9.
069123     05 FILLER                   PIC X(2) VALUE SPACES.
069128     05 WS-RL-Freq               PIC X(1).
069133     05 FILLER                   PIC X(3) VALUE SPACES.
069138     05 WS-RL-Read               PIC ZZZZZZ9.
069143     05 FILLER                   PIC X(2) VALUE SPACES.
069148     05 WS-RL-Accepted           PIC ZZZZZZ9.
069153     05 FILLER                   PIC X(2) VALUE SPACES.
069158     05 WS-RL-Rejected           PIC ZZZZZZ9.
069163     05 FILLER                   PIC X(2) VALUE SPACES.
069168     05 WS-RL-Payments           PIC ZZZZZZ9.
069173     05 FILLER                   PIC X(2) VALUE SPACES.
069178     05 WS-RL-Reconcile          PIC X(1).
069183     05 FILLER                   PIC X(2) VALUE SPACES.
069188     05 WS-RL-RC                 PIC ZZZ9.
069193* WS-RL-Time shows only the HHMMSS front of RL-Run-Time, the
069198* same trim the correction-history report makes; the
069203* hundredths stay on the file for ordering.

069208 01  WS-RunLog-Total-Line.
069213     05 FILLER                   PIC X(1) VALUE SPACES.
069218     05 FILLER                   PIC X(16)
069223         VALUE 'RUNS IN PERIOD: '.
069228     05 WS-RL-Total-Count        PIC ZZZZ9.

069233 01  WS-EmpCost-Heading-1.
069238     05 FILLER                   PIC X(10) VALUE SPACES.
069243     05 FILLER                   PIC X(36)
069248                     VALUE 'EMPLOYER PAYROLL COST BY DEPARTMENT'.
069253     05 FILLER                   PIC X(5) VALUE 'RUN '.
069258     05 WS-EC-Run-Date           PIC 9(8).
069263     05 FILLER                   PIC X(9) VALUE '  PERIOD '.
069268     05 WS-EC-Pay-Period         PIC 9(2).

069273 01  WS-EmpCost-Heading-2.
069278     05 FILLER                   PIC X(1) VALUE SPACES.
069283     05 FILLER                   PIC X(6) VALUE 'DEPT'.
069288     05 FILLER                   PIC X(22)
069293                                 VALUE 'DEPARTMENT NAME'.
069298     05 FILLER                   PIC X(7) VALUE ' EMPS'.
069303     05 FILLER                   PIC X(6) VALUE 'CODE'.
069308     05 FILLER                   PIC X(22) VALUE 'CONTRIBUTION'.
069313     05 FILLER                   PIC X(13) VALUE '       AMOUNT'.

069318 01  WS-EmpCost-Detail-Line.
069323     05 FILLER                   PIC X(1) VALUE SPACES.
069328     05 WS-EC-Dept-Code          PIC X(4).
069333     05 FILLER                   PIC X(2) VALUE SPACES.
069338     05 WS-EC-Dept-Name          PIC X(20).
069343     05 FILLER                   PIC X(2) VALUE SPACES.
069348     05 WS-EC-Emp-Count          PIC ZZZZ9 BLANK WHEN ZERO.
069353     05 FILLER                   PIC X(2) VALUE SPACES.
069358     05 WS-EC-Code               PIC X(4).
069363     05 FILLER                   PIC X(2) VALUE SPACES.
069368     05 WS-EC-Desc               PIC X(20).
069373     05 FILLER                   PIC X(2) VALUE SPACES.
069378     05 WS-EC-Amount             PIC ZZ,ZZZ,ZZ9.99.
069383* The department's code, name, head count and gross print on
069388* its first line only; the lines under it carry one
069393* contribution each, then the department's total employer cost.
069398* The run totals at the bottom use the same line under the
069403* name ALL DEPARTMENTS.

069408 01  WS-PayReg-Heading-1.
069413     05 FILLER                   PIC X(10) VALUE SPACES.
069418     05 FILLER                   PIC X(14)
069423                                 VALUE 'PAY REGISTER'.
069428     05 FILLER                   PIC X(5) VALUE 'RUN '.
069433     05 WS-PR-Run-Date           PIC 9(8).

069438 01  WS-PayReg-Heading-2.
069443     05 FILLER                   PIC X(1) VALUE SPACES.
069448     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
069453     05 FILLER                   PIC X(22)
069458                                 VALUE 'EMPLOYEE NAME'.
069463     05 FILLER                   PIC X(16) VALUE 'GROSS PAY'.
069468     05 FILLER                   PIC X(16) VALUE 'DEDUCTIONS'.
069473     05 FILLER                   PIC X(16) VALUE 'NET PAY'.
069478     05 FILLER                   PIC X(11) VALUE 'PAID BY'.

069483 01  WS-PayReg-Detail-Line.
069488     05 FILLER                   PIC X(1) VALUE SPACES.
069493     05 WS-PR-ID                 PIC ZZZZ9.
069498     05 FILLER                   PIC X(2) VALUE SPACES.
069503     05 WS-PR-Name               PIC X(20).
069508     05 FILLER                   PIC X(2) VALUE SPACES.
069513     05 WS-PR-Gross              PIC $$$,$$$,$$9.99.
069518     05 FILLER                   PIC X(2) VALUE SPACES.
069523     05 WS-PR-Deductions         PIC $$$,$$$,$$9.99.
069528     05 FILLER                   PIC X(2) VALUE SPACES.
069533     05 WS-PR-Net                PIC $$$,$$$,$$9.99.
069538     05 FILLER                   PIC X(2) VALUE SPACES.
069543     05 WS-PR-Method             PIC X(4).
069548     05 WS-PR-Check-Number       PIC ZZZZZZ9 BLANK WHEN ZERO.
069553* The last column says how the net went out: DEP for the bank
069558* file, or CHK and the number of the check that carries it.

069563 01  WS-PayReg-Totals-Line.
069568     05 FILLER                   PIC X(1) VALUE SPACES.
069573     05 WS-PR-Total-Label        PIC X(26).
069578     05 WS-PR-Total-Amount       PIC $$$,$$$,$$9.99.

069583 01  WS-Stub-Controls.
069588     05 WS-Stub-EmployeeID       PIC 9(5) VALUE 0.
069593     05 WS-Stub-EndOfFile        PIC X VALUE 'N'.
069598     05 WS-Stub-Period-Count     PIC 9(5) VALUE 0.
069603     05 WS-Stub-Line-Count       PIC 9(3) VALUE 0.
069608     05 WS-Stub-Ded-Total        PIC 9(6)V99 VALUE 0.
069613     05 WS-Stub-Ded-Sub          PIC 9(2) VALUE 0.
069618* WS-Stub-EmployeeID is the one employee the operator keyed at
069623* the console; WS-Stub-Period-Count is how many of that
069628* employee's pay periods the sweep of PayHistoryFile found,
069633* printed at the bottom of the report. WS-Stub-Ded-Total is
069638* the record's gross minus its net, recomputed at print time
069643* rather than stored, since the buckets themselves are on the
069648* record.

069653 01  WS-Stub-Heading-1.
069658     05 FILLER                   PIC X(10) VALUE SPACES.
069663     05 FILLER                   PIC X(18) VALUE
069668         'PAY STUB HISTORY'.
069673     05 FILLER                   PIC X(9) VALUE 'EMPLOYEE '.
069678     05 WS-SB-Emp-ID             PIC ZZZZ9.
069683     05 FILLER                   PIC X(2) VALUE SPACES.
069688     05 WS-SB-Emp-Name           PIC X(20).

069693 01  WS-Stub-Heading-2.
069698     05 FILLER                   PIC X(1) VALUE SPACES.
069703     05 FILLER                   PIC X(8) VALUE 'PERIOD'.
069708     05 FILLER                   PIC X(10) VALUE 'RUN DATE'.
069713     05 FILLER                   PIC X(16) VALUE 'GROSS PAY'.
069718     05 FILLER                   PIC X(16) VALUE 'DEDUCTIONS'.
069723     05 FILLER                   PIC X(16) VALUE 'NET PAY'.

069728 01  WS-Stub-Detail-Line.
069733     05 FILLER                   PIC X(3) VALUE SPACES.
069738     05 WS-SB-Period             PIC Z9.
069743     05 FILLER                   PIC X(4) VALUE SPACES.
069748     05 WS-SB-Run-Date           PIC 9(8).
069753     05 FILLER                   PIC X(2) VALUE SPACES.
069758     05 WS-SB-Gross              PIC $$$,$$$,$$9.99.
069763     05 FILLER                   PIC X(2) VALUE SPACES.
069768     05 WS-SB-Deductions         PIC $$$,$$$,$$9.99.
069773     05 FILLER                   PIC X(2) VALUE SPACES.
069778     05 WS-SB-Net                PIC $$$,$$$,$$9.99.

069783 01  WS-Stub-Bucket-Line.
069788     05 FILLER                   PIC X(13) VALUE SPACES.
069793     05 WS-SB-Bucket-Code        PIC X(4).
069798     05 FILLER                   PIC X(2) VALUE SPACES.
069803     05 WS-SB-Bucket-Amount      PIC $$$,$$$,$$9.99.
069808* One indented line per nonzero deduction bucket under each
069813* period's detail line, so the stub reads the way a printed
069818* pay stub does: the period's figures, then where the money
069823* between gross and net actually went.

069828 01  WS-Stub-Total-Line.
069833     05 FILLER                   PIC X(1) VALUE SPACES.
069838     05 FILLER                   PIC X(25)
069843         VALUE 'PAY PERIODS ON HISTORY: '.
069848     05 WS-SB-Total-Count        PIC ZZZZ9.

069853 01  WS-Stub-Check-Line.
069858     05 FILLER                   PIC X(13) VALUE SPACES.
069863     05 FILLER                   PIC X(15)
069868                                 VALUE 'PAID BY CHECK'.
069873     05 WS-SB-Check-Number       PIC 9(7).
069878* Printed under a period's buckets when that period's net went
069883* out as a paper check, so the stub shows which check to look
069888* for.

069893 01  WS-Stub-Reversal-Line.
069898     05 FILLER                   PIC X(13) VALUE SPACES.
069903     05 FILLER                   PIC X(28)
069908                         VALUE 'REVERSED, AMOUNTS BACKED OUT'.
069913     05 FILLER                   PIC X(4) VALUE ' ON '.
069918     05 WS-SB-Reversal-Date      PIC 9(8).
069923* Printed under a reversing record's figures, so the stub shows
069928* the period's pay was taken back and when.

069933 01  WS-YtdHistoryFile-Status     PIC X(2) VALUE '00'.
070000 01  WS-AnnualStatementFile-Status PIC X(2) VALUE '00'.
070100* WS-YtdHistoryFile-Status receives the file status for every
070200* OPEN and WRITE against YtdHistoryFile; '35' on the OPEN
071000     05 WS-YearEnd-Employee-Count PIC 9(5) VALUE 0.
071100     05 WS-YearEnd-Salary-Total  PIC 9(10)V99 VALUE 0.
071200     05 WS-YearEnd-Line-Count    PIC 9(3) VALUE 0.
071233     05 WS-RunControl-EndOfFile  PIC X VALUE 'N'.
071266     05 WS-Closed-Period-Count   PIC 9(3) VALUE 0.
071300* WS-Close-Year is the year being closed, taken from the run
071400* date, so a close run on the first working day of January
071500* should be started with care - it archives under the new
071700* window. WS-YearEnd-Salary-Total is two digits wider than any
071800* one YtdCumulativeSalary, since it totals the whole company's
071900* year.
071933* WS-Closed-Period-Count is how many completed pay periods the
071966* close marked year-end closed on RunControlFile.

072000 01  WS-Annual-Heading-1.
072100     05 FILLER                   PIC X(10) VALUE SPACES.
088632* console banner and RETURN-CODE discipline Reconcile-Totals
088634* applies to the input side.

088635 01  WS-Gl-Header-Record.
088636     05 FILLER                   PIC X(1) VALUE 'H'.
088637     05 WS-GJH-Run-Date          PIC 9(8).
088638     05 WS-GJH-Pay-Period        PIC 9(2).
088639     05 WS-GJH-Entry-Type        PIC X(1) VALUE SPACE.
088640     05 FILLER                   PIC X(30) VALUE SPACES.
088641* The batch header carries the run date and pay period every
088642* other document of this run carries, so finance can tie the
088643* journal to the register and extract before posting a line.
088644* WS-GJH-Entry-Type is 'R' on a reversing journal, so the
088645* loader knows every line in it undoes the period's posting.

088646 01  WS-Gl-Detail-Record.
088647     05 FILLER                   PIC X(1) VALUE 'D'.
088648     05 WS-GJD-Side              PIC X(2).
088649     05 WS-GJD-Account           PIC X(6).
088650     05 WS-GJD-Description       PIC X(20).
088651     05 WS-GJD-Amount            PIC 9(10)V99.
088652     05 FILLER                   PIC X(1) VALUE SPACES.
088653* One journal line per entry: DR or CR, the account - a
088654* department's cost center for salary expense, the deduction
088655* bucket code for its liability, CASH for the net paid - a
088656* description for the human reading the posting, and the
088657* amount.

088658 01  WS-Gl-Trailer-Record.
088659     05 FILLER                   PIC X(1) VALUE 'T'.
088660     05 WS-GJT-Debit-Total       PIC 9(10)V99.
088661     05 WS-GJT-Credit-Total      PIC 9(10)V99.
088662     05 WS-GJT-Balance-Flag      PIC X(1).
088663     05 FILLER                   PIC X(16) VALUE SPACES.
088664* The trailer the journal is verified against before release:
088665* both sides' totals and a Y flag when they disagree, so an
088666* out-of-balance file announces itself to the loader as well
088667* as to the job log.

088700 01  WS-DisplayData.
088800     05 WS-DisplayID        PIC 9(5).
095100         10 WS-Department-Code         PIC X(4).
095200         10 WS-Department-Emp-Count    PIC 9(5).
095300         10 WS-Department-Salary-Total PIC 9(8)V99.
095320         10 WS-Department-Employer-Costs.
095340             15 WS-Department-Employer-Total PIC 9(8)V99.
095360             15 WS-Department-Er-Amount OCCURS 10 TIMES
095380                                     PIC 9(8)V99.
095400* WS-Department-Table accumulates a subtotal count and salary
095500* total for every distinct EmployeeDepartmentCode seen by
095600* Process-Record, so Display-Results can print a per-department
096100* subtotal line. DEPENDING ON WS-Department-Count keeps SEARCH in
096200* Update-Department-Totals bounded to the entries populated so
096300* far instead of always scanning all 50 slots.
096316* WS-Department-Employer-Costs carries the department's employer
096332* cost, in total and contribution by contribution in the order
096348* of WS-Employer-Table, for the employer cost report and the
096364* journal's expense debits. It is zeroed when the department
096380* first enters the table.

096400 01  WS-RunControlFile-Status    PIC X(2) VALUE '00'.
096500* WS-RunControlFile-Status receives the file status for every
097400                                 PIC X(2).
097500     05 WS-CL-Rerun-Flag         PIC X(01).
097600         88 WS-Rerun-Override        VALUE 'R'.
097650         88 WS-Supervisor-Override   VALUE 'S'.
097700     05 WS-CL-Variance-Pct       PIC 9(3).
097800     05 WS-CL-Variance-Pct-X REDEFINES WS-CL-Variance-Pct
097900                                 PIC X(3).
099456* department on the master, and the batch pass ignores the
099470* positions entirely - appended, never inserted, like every
099484* parameter before it.
099488* An 'S' in position 4 is the supervisor override the 'X'
099492* reversal asks for when the period is year-end closed or its
099496* bank file already acknowledged.

099500 01  WS-Run-Control-Data.
099600     05 WS-Current-Pay-Period    PIC 9(2) VALUE 0.
099900     05 WS-Run-Pay-Frequency     PIC X(01) VALUE SPACE.
100000         88 WS-All-Frequencies-Run   VALUE ' '.
100100     05 WS-Skipped-Frequency-Count PIC 9(5) VALUE 0.
100150     05 WS-Posting-Number        PIC 9(4) VALUE 0.
100200* WS-Current-Pay-Period is the period this batch pass is
100300* posting, from the command line or defaulted to the run
100400* month. WS-Run-Posting-Blocked is set by Check-Run-Control
101300* WS-TotalSalary, so the trailer reconciliation still balances,
101400* and the count itself goes on the report totals so the
101500* reconciliation reader can see where they went.
101520* WS-Posting-Number is this batch pass's posting of the
101540* period, one past the count on the run-control record, stamped
101560* on every pay history record the pass writes and saved on the
101580* record when the period is marked complete.

101600 01  WS-SuspenseFile-Status      PIC X(2) VALUE '00'.
101700 01  WS-SuspenseAgingFile-Status PIC X(2) VALUE '00'.
119000     05 WS-VR-Sum-Label          PIC X(30).
119100     05 WS-VR-Sum-Count          PIC ZZZZ9.

119101 01  WS-PrenoteFile-Status       PIC X(2) VALUE '00'.
119102* WS-PrenoteFile-Status is checked after the OPEN in
119103* Open-Prenote-File and behind every keyed WRITE and REWRITE;
119104* '35' on the first OPEN I-O means no account has ever been
119105* prenoted.

119106 01  WS-Prenote-Controls.
119107     05 WS-Prenote-Hold-Periods  PIC 9(2) VALUE 2.
119108     05 WS-Prenote-Sent-Count    PIC 9(5) VALUE 0.
119109     05 WS-Prenote-Hold-Count    PIC 9(5) VALUE 0.
119110     05 WS-Prenote-Returned-Count PIC 9(5) VALUE 0.
119111     05 WS-Prenote-File-Flag     PIC X(01) VALUE 'N'.
119112         88 WS-Prenote-File-Available VALUE 'Y'.
119113     05 WS-Prenote-Hold-Flag     PIC X(01) VALUE 'N'.
119114         88 WS-Prenote-Held          VALUE 'Y'.
119115     05 WS-Prenote-Posting-Flag  PIC X(01) VALUE 'N'.
119116         88 WS-Prenote-Posting-Run   VALUE 'Y'.
119117     05 WS-Prenote-Return-Flag   PIC X(01) VALUE 'Y'.
119118         88 WS-Prenote-Return-Current VALUE 'Y'.
119119     05 WS-Prior-Bank-Routing    PIC 9(9) VALUE 0.
119120     05 WS-Prior-Bank-Account    PIC X(17) VALUE SPACES.
119121* WS-Prenote-Hold-Periods is how many of the employee's own
119122* pay periods go out by check after a new account is keyed,
119123* the prenote going to the bank with the first of them; two
119124* periods give the bank time to return a bad account before
119125* any money is sent to it. WS-Prenote-Sent-Count is the bank
119126* trailer's prenote count, WS-Prenote-Hold-Count how many
119127* deposits were paid by check for a prenote this run, and
119128* WS-Prenote-Returned-Count how many prenotes the bank sent
119129* back. WS-Prenote-Held is settled per employee by
119130* Assign-Payment-Method. The posting switch is set only by
119131* the batch pass, the one run that sends prenotes and counts
119132* hold periods down; a retro payment to a held account goes
119133* by check but leaves the hold where it was.
119134* WS-Prior-Bank-Routing and WS-Prior-Bank-Account keep the
119135* banking details a CHANGE found on file, so only a CHANGE
119136* that really moves the money somewhere new is prenoted.

119137 01  WS-Routing-Check.
119138     05 WS-RT-Routing            PIC 9(9) VALUE 0.
119139     05 WS-RT-Digits REDEFINES WS-RT-Routing.
119140         10 WS-RT-Digit          PIC 9 OCCURS 9 TIMES.
119141     05 WS-RT-Sum                PIC 9(4) VALUE 0.
119142     05 WS-RT-Quotient           PIC 9(4) VALUE 0.
119143     05 WS-RT-Remainder          PIC 9 VALUE 0.
119144     05 WS-RT-Flag               PIC X(01) VALUE 'Y'.
119145         88 WS-Routing-Digit-Good    VALUE 'Y'.
119146         88 WS-Routing-Digit-Bad     VALUE 'N'.
119147* The ABA check-digit test: the nine digits weighted 3, 7, 1,
119148* 3, 7, 1, 3, 7, 1 must sum to a multiple of ten. A routing
119149* number that fails was mistyped, and maintenance rejects it
119150* before it can reach EmployeeFile or the bank.

119151 01  WS-Bank-Prenote-Record.
119152     05 FILLER                   PIC X(1) VALUE 'P'.
119153     05 WS-BP-EmployeeID         PIC 9(5).
119154     05 WS-BP-Routing            PIC 9(9).
119155     05 WS-BP-Account            PIC X(17).
119156     05 WS-BP-Amount             PIC 9(8)V99 VALUE 0.
119157* A prenote is a payment detail that moves no money: the
119158* same columns as WS-Bank-Detail-Record under a 'P' type
119159* byte, amount always zero, so the bank validates the account
119160* and returns it if it is bad. Prenotes are counted apart
119173* in the trailer's WS-BT-Prenote-Count, never in the payment
119186* count or total the bank balances the money against.

119200 01  WS-BankPaymentFile-Status   PIC X(2) VALUE '00'.
119300* WS-BankPaymentFile-Status receives the file status for every
119400* OPEN and WRITE against BankPaymentFile; Batch-Processing
119600 01  WS-Bank-Controls.
119700     05 WS-Bank-Payment-Count    PIC 9(7) VALUE 0.
119800     05 WS-Bank-Payment-Total    PIC 9(10)V99 VALUE 0.
119833     05 WS-Sent-Frequency        PIC X(1) VALUE SPACE.
119866     05 WS-Sent-Pay-Period       PIC 9(2) VALUE 0.
119900     05 WS-Bank-Nodetails-Count  PIC 9(5) VALUE 0.
120000* WS-Bank-Payment-Count and WS-Bank-Payment-Total are the two
120100* control figures the trailer record hands the bank: how many
120300* WS-Bank-Nodetails-Count is how many paid employees stayed
120400* off the file for want of banking details - those employees
120500* are why the payment total can run under the net pay total
120533* WS-Sent-Frequency and WS-Sent-Pay-Period are read back off
120566* the header of the payment file the bank's returns answer.
120600* on the register.

120602 01  WS-CheckIssueFile-Status      PIC X(2) VALUE '00'.
120604 01  WS-CheckRegisterFile-Status   PIC X(2) VALUE '00'.
120606 01  WS-PositivePayFile-Status     PIC X(2) VALUE '00'.
120608* WS-CheckIssueFile-Status is checked after the OPEN and
120610* every keyed WRITE and REWRITE in Open-Check-Issue-File and
120612* Record-Check-Issue; the register and positive-pay statuses
120614* are checked right after their OPENs like the bank file's.

120616 01  WS-Check-Controls.
120618     05 WS-Check-Issue-Count     PIC 9(7) VALUE 0.
120620     05 WS-Check-Issue-Total     PIC 9(10)V99 VALUE 0.
120622     05 WS-Check-Void-Count      PIC 9(7) VALUE 0.
120624     05 WS-Check-Void-Total      PIC 9(10)V99 VALUE 0.
120626     05 WS-Last-Check-Number     PIC 9(7) VALUE 0.
120628     05 WS-Employee-Check-Number PIC 9(7) VALUE 0.
120630     05 WS-Deposit-Net-Total     PIC 9(10)V99 VALUE 0.
120632     05 WS-Payment-Method        PIC X(01) VALUE 'D'.
120634         88 WS-Paid-By-Check         VALUE 'C'.
120636         88 WS-Paid-By-Deposit       VALUE 'D'.
120638     05 WS-Check-File-Flag       PIC X(01) VALUE 'N'.
120640         88 WS-Check-File-Available  VALUE 'Y'.
120642     05 WS-Void-Check-Number     PIC 9(7) VALUE 0.
120644     05 WS-Void-Action           PIC X(01) VALUE SPACE.
120646         88 WS-Void-Only             VALUE 'V'.
120648         88 WS-Void-And-Reissue      VALUE 'R'.
120650* WS-Check-Issue-Count and WS-Check-Issue-Total are the
120652* positive-pay trailer's issue figures and the check
120654* register's total; the void pair are the same for checks
120656* voided. WS-Last-Check-Number is loaded from the control
120658* record when CheckIssueFile opens and stepped once per check,
120660* so numbers are never reused across runs.
120662* WS-Payment-Method is settled per employee by
120664* Assign-Payment-Method before any line carrying the payment
120666* is written, and WS-Employee-Check-Number is the number that
120668* employee's check will carry, zero for a deposit.
120670* WS-Deposit-Net-Total is the net that went by bank file: the
120672* run's net less the checks, for the journal's cash credit.

120694 01  WS-Bank-Header-Record.
120716     05 FILLER                   PIC X(1) VALUE 'H'.
120738     05 WS-BH-Run-Date           PIC 9(8).
120760     05 WS-BH-Frequency          PIC X(1).
120782     05 WS-BH-Pay-Period         PIC 9(2).
120804     05 FILLER                   PIC X(30) VALUE SPACES.
120826* The header carries the run date stamped on every other
120848* document this run produces, plus which pay frequency the
120870* run paid, so the bank can tell a weekly file from a monthly
120892* one before loading either.
120914* The period lets Bank-Returns-Processing find the period's
120936* run-control record when the bank answers the file; it is zero
120958* on a retro adjustment's file, which answers for no period.

120980 01  WS-PosPay-Header-Record.
121002     05 FILLER                   PIC X(1) VALUE 'H'.
121024     05 WS-PPH-Run-Date          PIC 9(8).
121046     05 WS-PPH-Frequency         PIC X(1).
121068     05 FILLER                   PIC X(40) VALUE SPACES.

121090 01  WS-PosPay-Detail-Record.
121112     05 FILLER                   PIC X(1) VALUE 'D'.
121134     05 WS-PPD-Check-Number      PIC 9(7).
121156     05 WS-PPD-Issue-Date        PIC 9(8).
121178     05 WS-PPD-Amount            PIC 9(8)V99.
121200     05 WS-PPD-Issue-Void-Flag   PIC X(1).
121222     05 WS-PPD-Payee             PIC X(20).
121244     05 FILLER                   PIC X(3) VALUE SPACES.
121266* One detail per check: the number, the date it was issued,
121288* the amount, 'I' for an issue or 'V' for a void, and the
121310* payee name the bank compares against the face of the check.
121332* A void carries the original issue date and amount, so the
121354* bank can find the issue it cancels.

121376 01  WS-PosPay-Trailer-Record.
121398     05 FILLER                   PIC X(1) VALUE 'T'.
121420     05 WS-PPT-Issue-Count       PIC 9(7).
121442     05 WS-PPT-Issue-Amount      PIC 9(10)V99.
121464     05 WS-PPT-Void-Count        PIC 9(7).
121486     05 WS-PPT-Void-Amount       PIC 9(10)V99.
121508     05 FILLER                   PIC X(11) VALUE SPACES.
121530* The positive-pay file's own control totals, issues and voids
121552* kept apart, verified by the bank the same way it verifies
121574* the payment file's trailer.

121600 01  WS-Bank-Detail-Record.
121700     05 FILLER                   PIC X(1) VALUE 'D'.
122300* file: who, where, and the net pay Compute-Employee-Net-Pay
122400* arrived at - the bank moves net, never gross.

122402 01  WS-CheckReg-Heading-1.
122404     05 FILLER                   PIC X(10) VALUE SPACES.
122406     05 FILLER                   PIC X(16)
122408                                 VALUE 'CHECK REGISTER'.
122410     05 FILLER                   PIC X(5) VALUE 'RUN '.
122412     05 WS-CR-Run-Date           PIC 9(8).

122414 01  WS-CheckReg-Heading-2.
122416     05 FILLER                   PIC X(1) VALUE SPACES.
122418     05 FILLER                   PIC X(9) VALUE 'CHECK NO'.
122420     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
122422     05 FILLER                   PIC X(22) VALUE 'PAYEE'.
122424     05 FILLER                   PIC X(16) VALUE 'AMOUNT'.
122426     05 FILLER                   PIC X(10) VALUE 'STATUS'.
122428     05 FILLER                   PIC X(16) VALUE 'REFERENCE'.

122430 01  WS-CheckReg-Detail-Line.
122432     05 FILLER                   PIC X(1) VALUE SPACES.
122434     05 WS-CR-Check-Number       PIC 9(7).
122436     05 FILLER                   PIC X(2) VALUE SPACES.
122438     05 WS-CR-ID                 PIC ZZZZ9.
122440     05 FILLER                   PIC X(2) VALUE SPACES.
122442     05 WS-CR-Payee              PIC X(20).
122444     05 FILLER                   PIC X(2) VALUE SPACES.
122446     05 WS-CR-Amount             PIC $$$,$$$,$$9.99.
122448     05 FILLER                   PIC X(2) VALUE SPACES.
122450     05 WS-CR-Disposition        PIC X(8).
122452     05 FILLER                   PIC X(2) VALUE SPACES.
122454     05 WS-CR-Ref-Label          PIC X(9).
122456     05 WS-CR-Ref-Number         PIC ZZZZZZ9 BLANK WHEN ZERO.
122458* The check number prints with its leading zeros, exactly as
122460* it reads on the stock. A replacement check's reference
122462* names the voided check it replaces; every other line's
122464* names the pay period the check paid.

122466 01  WS-CheckReg-Total-Line.
122468     05 FILLER                   PIC X(1) VALUE SPACES.
122470     05 WS-CR-Total-Label        PIC X(30).
122472     05 WS-CR-Total-Count        PIC ZZZZZZ9.
122474     05 FILLER                   PIC X(2) VALUE SPACES.
122476     05 WS-CR-Total-Amount       PIC $$,$$$,$$$,$$9.99.

122500 01  WS-Bank-Trailer-Record.
122600     05 FILLER                   PIC X(1) VALUE 'T'.
122700     05 WS-BT-Count              PIC 9(7).
122800     05 WS-BT-Amount             PIC 9(10)V99.
122850     05 WS-BT-Prenote-Count      PIC 9(5).
122900     05 FILLER                   PIC X(17) VALUE SPACES.
123000* The trailer the bank verifies the file against before moving
123100* a cent: detail count and total amount, written after the
123200* last detail the same way the EmployeeFile trailer rides
123375     05 FILLER                   PIC X(2) VALUE SPACES.
123376     05 WS-BR-Total-Amount       PIC $$,$$$,$$$,$$9.99.

123379 01  WS-Run-Mode                 PIC X(01) VALUE 'B'.
123382     88 WS-Batch-Mode                VALUE 'B'.
123385     88 WS-Correction-Mode            VALUE 'L'.
123388     88 WS-History-Mode               VALUE 'H'.
123391     88 WS-Maintenance-Mode           VALUE 'M'.
123394     88 WS-YearEnd-Mode               VALUE 'Y'.
123397     88 WS-CheckVoid-Mode             VALUE 'C'.
123400     88 WS-Approval-Mode              VALUE 'N'.
123403     88 WS-StubHistory-Mode           VALUE 'S'.
123406     88 WS-BankReturns-Mode           VALUE 'R'.
123409     88 WS-RetroAdjust-Mode           VALUE 'A'.
123412     88 WS-Verify-Mode                VALUE 'V'.
123415     88 WS-Purge-Mode                 VALUE 'P'.
123418     88 WS-DeptReport-Mode            VALUE 'D'.
123421     88 WS-RunLogReport-Mode          VALUE 'G'.
123424     88 WS-Reversal-Mode              VALUE 'X'.
123427     88 WS-Schedule-Mode              VALUE 'F'.
123430     88 WS-OffCycle-Mode              VALUE 'O'.
123433     88 WS-Quarterly-Mode             VALUE 'Q'.
123436* WS-Run-Mode comes from the command line that started the job.
123439* 'B' runs the normal batch pass over EmployeeFile, 'L' runs
123442* Single-Record-Correction to look up and fix one employee
123445* without a full-file reload, 'H' runs Correction-History-
123448* Report to print the corrections logged to CorrectionAuditFile
123451* over an operator-chosen audit period, and 'M' runs
123454* Batch-Maintenance to apply HR's transaction file of ADD,
123457* CHANGE, and TERMINATE maintenance against EmployeeFile.
123460* 'Y' runs Year-End-Close, which archives YtdFile to the
123463* history file, prints the annual earnings statements, and
123466* starts the new year with zeroed YTD records.
123469* 'C' runs Check-Void-Processing, which voids one paper check
123472* by number, optionally reissues it under a new number, and
123475* sends both to the bank on a fresh positive-pay file.
123478* 'N' runs Pending-Approval-Processing, which lists the
123481* salary, pay-type, and banking changes maintenance held for
123484* approval and lets a second operator release or reject each.
123487* 'S' runs Pay-Stub-History-Inquiry, which prints one
123490* employee's period-by-period stub history straight off
123493* PayHistoryFile, for the operator-keyed EmployeeID.
123496* 'R' runs Bank-Returns-Processing, which matches the bank's
123499* return file against the payments we sent, flags the banking
123502* details of every bounced payment's employee, and prints the
123505* returns register. The mode letter shares nothing with the
123508* rerun override, which lives in command-line position 4, not
123511* position 1.
123514* 'A' runs Retro-Adjustment-Processing, which works a late
123517* salary change back across the periods PayHistoryFile says
123520* were already posted, prints the calculation worksheet, and
123523* pays the netted back pay through the same gross-to-net,
123526* YTD, register, and bank-file path as any other pay.
123529* 'V' runs Integrity-Verify-Processing, which sweeps the
123532* keyed files against each other - YTD, suspense, and order
123535* records against the employee master, department codes
123538* against the department master, the trailer against a fresh
123541* recount - and prints every inconsistency it finds, posting
123544* nothing.
123547* 'P' runs Purge-Archive-Processing, which moves employees
123550* terminated before an operator-keyed cutoff to the
123553* permanent archive, deletes them from EmployeeFile with
123556* their YTD and suspense leavings, rewrites the trailer so
123559* Reconcile-Totals still balances, and prints the purge
123562* register; the same mode also answers rehire lookups
123565* against the archive by EmployeeID or name.
123568* 'D' runs Department-Detail-Report, which prints each
123571* department's active employees on the department's own
123574* page, or just the one department named in command-line
123577* positions 9-12, for distribution to the managers.
123580* 'G' runs Run-Log-Report, which prints the operations run
123583* log for an operator-keyed date range. The log itself is
123586* appended by Write-Run-Log-Record at the end of every run,
123589* whichever mode ran, just before STOP RUN.
123592* 'X' runs Period-Reversal-Processing, which backs out the
123595* last posting of the pay frequency and period on the command
123598* line - YTD, withholding orders, pay history, and a reversing
123601* GL journal - reopens the period for a rerun, and prints the
123604* reversal register.
123607* 'F' prints the maintenance changes scheduled for the coming
123610* pay periods and takes the numbers of any to be cancelled.
123613* 'O' runs Off-Cycle-Final-Pay, which pays terminated
123616* employees keyed by the operator their salary or hours up to
123619* the termination date and their unused vacation, outside the
123622* regular cycle, with its own register, bank file, checks and
123625* GL journal.
123628* 'Q' runs Quarterly-Tax-Summary, which adds up the wages and
123631* withholding PayHistoryFile holds for an operator-keyed tax
123634* year and quarter, reconciles them to the journals kept on
123637* GlHistoryFile and to the YTD figures, and writes the summary
123640* and the filing extract.

123643 01  WS-RetroWorksheetFile-Status PIC X(2) VALUE '00'.
123646* WS-RetroWorksheetFile-Status is checked after the OPEN in
123649* Build-Retro-Worksheet like the other print files.

123652 01  WS-Retro-Controls.
123655     05 WS-Retro-EmployeeID      PIC 9(5) VALUE 0.
123658     05 WS-Retro-Effective-Date  PIC 9(8) VALUE 0.
123661     05 WS-Retro-New-Salary      PIC 9(6)V99 VALUE 0.
123664     05 WS-Retro-Back-Pay        PIC S9(8)V99 VALUE 0.
123667     05 WS-Retro-Period-Diff     PIC S9(7)V99 VALUE 0.
123670     05 WS-Retro-Periods-Found   PIC 9(3) VALUE 0.
123673     05 WS-Retro-EndOfFile       PIC X VALUE 'N'.
123676     05 WS-Retro-Line-Count      PIC 9(3) VALUE 0.
123679     05 WS-Retro-Pay-Flag        PIC X(01) VALUE 'N'.
123682         88 WS-Retro-Payable         VALUE 'Y'.
123685     05 WS-Retro-Prior-Adj-Count PIC 9(3) VALUE 0.
123688* WS-Retro-Back-Pay and WS-Retro-Period-Diff are signed: a
123691* period the employee was overpaid nets against the back pay
123694* on the worksheet instead of being silently dropped, and a
123697* total that comes out zero or negative pays nothing.
123700* WS-Retro-Payable is set only when the sweep found posted
123703* periods and the netted total is positive and payable, so
123706* the adjustment payment can never fire off an empty or
123709* upside-down worksheet.
123712* WS-Retro-Effective-Date is the full date the salary change
123715* took effect, and the sweep selects on PH-Run-Date against
123718* it. A two-digit period number alone could not do the job:
123721* period numbers repeat every year on the permanent archive,
123724* and the first January retro would sweep in every prior
123727* year's matching periods and double the back pay.

123730 01  WS-Retro-Heading-1.
123733     05 FILLER                   PIC X(10) VALUE SPACES.
123736     05 FILLER                   PIC X(26) VALUE
123739         'RETRO PAY WORKSHEET'.
123742     05 FILLER                   PIC X(5) VALUE 'RUN '.
123745     05 WS-RW-Run-Date           PIC 9(8).

123748 01  WS-Retro-Heading-2.
123751     05 FILLER                   PIC X(1) VALUE SPACES.
123754     05 FILLER                   PIC X(9)
123757                                 VALUE 'EMPLOYEE '.
123760     05 WS-RW-Emp-ID             PIC ZZZZ9.
123763     05 FILLER                   PIC X(2) VALUE SPACES.
123766     05 WS-RW-Emp-Name           PIC X(20).
123769     05 FILLER                   PIC X(12)
123772                                 VALUE '  EFFECTIVE'.
123775     05 FILLER                   PIC X(1) VALUE SPACES.
123778     05 WS-RW-Eff-Date           PIC 9(8).
123781     05 FILLER                   PIC X(12)
123784                                 VALUE '  NEW SALARY'.
123787     05 FILLER                   PIC X(1) VALUE SPACES.
123790     05 WS-RW-New-Salary         PIC $$$,$$$,$$9.99.

123793 01  WS-Retro-Heading-3.
123796     05 FILLER                   PIC X(1) VALUE SPACES.
123799     05 FILLER                   PIC X(8) VALUE 'PERIOD'.
123802     05 FILLER                   PIC X(10) VALUE 'RUN DATE'.
123805     05 FILLER                   PIC X(16) VALUE 'GROSS PAID'.
123808     05 FILLER                   PIC X(16) VALUE 'ADJUSTED'.
123811     05 FILLER                   PIC X(16) VALUE 'DIFFERENCE'.

123814 01  WS-Retro-Detail-Line.
123817     05 FILLER                   PIC X(3) VALUE SPACES.
123820     05 WS-RW-Period             PIC Z9.
123823     05 FILLER                   PIC X(4) VALUE SPACES.
123826     05 WS-RW-Hist-Date          PIC 9(8).
123829     05 FILLER                   PIC X(2) VALUE SPACES.
123832     05 WS-RW-Paid               PIC $$$,$$$,$$9.99.
123835     05 FILLER                   PIC X(2) VALUE SPACES.
123838     05 WS-RW-Adjusted           PIC $$$,$$$,$$9.99.
123841     05 FILLER                   PIC X(2) VALUE SPACES.
123844     05 WS-RW-Diff               PIC $$$,$$$,$$9.99-.
123847* The difference column carries a trailing minus for an
123850* overpaid period, so the worksheet shows exactly how the
123853* back-pay figure netted out, period by period.

123856 01  WS-Retro-Total-Line.
123859     05 FILLER                   PIC X(1) VALUE SPACES.
123862     05 WS-RW-Total-Label        PIC X(30).
123865     05 WS-RW-Total-Amount       PIC $$$,$$$,$$9.99-.

123868 01  WS-Correction-Data.
123871     05 WS-Correction-EmployeeID    PIC 9(5).
123874     05 WS-Correction-New-Salary    PIC 9(6)V99.
123877* Holds the EmployeeID and corrected salary keyed in at the
123880* console during Single-Record-Correction.

123883 01  WS-ReversalWorkFile-Status   PIC X(2) VALUE '00'.
123886 01  WS-ReversalRegister-Status   PIC X(2) VALUE '00'.
123889* Both checked right after their OPENs, the way the other work
123892* and print files are.

123895 01  WS-Reversal-Controls.
123898     05 WS-Reversal-Refused-Flag PIC X(01) VALUE 'N'.
123901         88 WS-Reversal-Refused      VALUE 'Y'.
123904     05 WS-Reversal-Supervisor-ID PIC X(8) VALUE SPACES.
123907     05 WS-Reversal-Posting-Number PIC 9(4) VALUE 0.
123910     05 WS-Reversal-Original-Date PIC 9(8) VALUE 0.
123913     05 WS-Reversal-EndOfFile    PIC X VALUE 'N'.
123916     05 WS-Reversal-Work-EndOfFile PIC X VALUE 'N'.
123919     05 WS-Reversal-Read-Count   PIC 9(7) VALUE 0.
123922     05 WS-Reversal-Count        PIC 9(5) VALUE 0.
123925     05 WS-Reversal-Exception-Count PIC 9(5) VALUE 0.
123928     05 WS-Reversal-Check-Count  PIC 9(5) VALUE 0.
123931     05 WS-Reversal-Gross-Total  PIC 9(10)V99 VALUE 0.
123934     05 WS-Reversal-Ded-Total    PIC 9(10)V99 VALUE 0.
123937     05 WS-Reversal-Garnish-Total PIC 9(10)V99 VALUE 0.
123940     05 WS-Reversal-Net-Total    PIC 9(10)V99 VALUE 0.
123943     05 WS-Reversal-Employer-Total PIC 9(10)V99 VALUE 0.
123946     05 WS-Reversal-Check-Total  PIC 9(10)V99 VALUE 0.
123949     05 WS-Reversal-Deposit-Total PIC 9(10)V99 VALUE 0.
123952     05 WS-Reversal-Emp-Ded      PIC 9(6)V99 VALUE 0.
123955     05 WS-Reversal-Sub          PIC 9(2) VALUE 0.
123958     05 WS-Reversal-Year-Flag    PIC X(01) VALUE 'N'.
123961         88 WS-Reversal-Year-Closed  VALUE 'Y'.
123964     05 WS-Reversal-Line-Count   PIC 9(3) VALUE 0.
123967     05 WS-Reversal-Tie-Flag     PIC X(01) VALUE 'Y'.
123970         88 WS-Reversal-Ties-Out     VALUE 'Y'.
123973         88 WS-Reversal-Out-Of-Tie   VALUE 'N'.
123976     05 WS-Reversal-Tie-Original PIC 9(10)V99 VALUE 0.
123979     05 WS-Reversal-Tie-Reversed PIC 9(10)V99 VALUE 0.
123982     05 WS-Reversal-Difference   PIC S9(10)V99 VALUE 0.
123985* WS-Reversal-Posting-Number is the posting being backed out,
123988* off the run-control record, and only pay history records
123991* stamped with it are reversed. The totals are what the reversal
123994* actually backed out, checked against the original posting's
123997* totals on the run-control record: anything that does not tie
124000* is printed as a difference and fails the run. Checks are
124003* counted apart because they have to be voided by hand through
124006* the 'C' mode; the bank file is recalled with the bank.

124009 01  WS-Original-Run-Totals.
124012     05 WS-Original-Count        PIC 9(5) VALUE 0.
124015     05 WS-Original-Gross        PIC 9(10)V99 VALUE 0.
124018     05 WS-Original-Deductions   PIC 9(10)V99 VALUE 0.
124021     05 WS-Original-Garnish      PIC 9(10)V99 VALUE 0.
124024     05 WS-Original-Net          PIC 9(10)V99 VALUE 0.
124027     05 WS-Original-Employer     PIC 9(10)V99 VALUE 0.
124030* The original posting's control totals, copied off the
124033* run-control record before it is closed.

124036 01  WS-Reversal-Heading-1.
124039     05 FILLER                   PIC X(10) VALUE SPACES.
124042     05 FILLER                   PIC X(30)
124045                             VALUE 'PAY PERIOD REVERSAL REGISTER'.
124048     05 FILLER                   PIC X(5) VALUE 'RUN '.
124051     05 WS-RV-Run-Date           PIC 9(8).
124054     05 FILLER                   PIC X(9) VALUE '  PERIOD '.
124057     05 WS-RV-Pay-Period         PIC 9(2).
124060     05 FILLER                   PIC X(7) VALUE '  FREQ '.
124063     05 WS-RV-Frequency          PIC X(1).
124066     05 FILLER                   PIC X(11) VALUE '  POSTED ON'.
124069     05 FILLER                   PIC X(1) VALUE SPACE.
124072     05 WS-RV-Original-Date      PIC 9(8).

124075 01  WS-Reversal-Heading-2.
124078     05 FILLER                   PIC X(1) VALUE SPACES.
124081     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
124084     05 FILLER                   PIC X(22) VALUE 'EMPLOYEE NAME'.
124087     05 FILLER                   PIC X(11) VALUE '      GROSS'.
124090     05 FILLER                   PIC X(11) VALUE ' DEDUCTIONS'.
124093     05 FILLER                   PIC X(10) VALUE '   GARNISH'.
124096     05 FILLER                   PIC X(11) VALUE '        NET'.
124099     05 FILLER                   PIC X(10) VALUE '  EMPLOYER'.
124102     05 FILLER                   PIC X(15) VALUE ' PAID BY'.

124105 01  WS-Reversal-Detail-Line.
124108     05 FILLER                   PIC X(1) VALUE SPACES.
124111     05 WS-RV-ID                 PIC ZZZZ9.
124114     05 FILLER                   PIC X(2) VALUE SPACES.
124117     05 WS-RV-Name               PIC X(20).
124120     05 FILLER                   PIC X(2) VALUE SPACES.
124123     05 WS-RV-Gross              PIC ZZZ,ZZ9.99.
124126     05 FILLER                   PIC X(1) VALUE SPACES.
124129     05 WS-RV-Deductions         PIC ZZZ,ZZ9.99.
124132     05 FILLER                   PIC X(1) VALUE SPACES.
124135     05 WS-RV-Garnish            PIC ZZ,ZZ9.99.
124138     05 FILLER                   PIC X(1) VALUE SPACES.
124141     05 WS-RV-Net                PIC ZZZ,ZZ9.99.
124144     05 FILLER                   PIC X(1) VALUE SPACES.
124147     05 WS-RV-Employer           PIC ZZ,ZZ9.99.
124150     05 FILLER                   PIC X(1) VALUE SPACES.
124153     05 WS-RV-Method             PIC X(8).
124156     05 WS-RV-Check-Number       PIC ZZZZZZ9 BLANK WHEN ZERO.
124159* A check-paid line names the check, which has to be voided
124162* through the 'C' mode before the period is paid again.

124165 01  WS-Reversal-Tie-Heading.
124168     05 FILLER                   PIC X(1) VALUE SPACES.
124171     05 FILLER                   PIC X(24) VALUE 'CONTROL TOTALS'.
124174     05 FILLER                   PIC X(16)
124177                                 VALUE '    ORIGINAL RUN'.
124180     05 FILLER                   PIC X(16)
124183                                 VALUE '        REVERSED'.
124186     05 FILLER                   PIC X(17)
124189                                 VALUE '       DIFFERENCE'.

124192 01  WS-Reversal-Tie-Line.
124195     05 FILLER                   PIC X(1) VALUE SPACES.
124198     05 WS-RV-Tie-Label          PIC X(24).
124201     05 WS-RV-Tie-Original       PIC $$$$,$$$,$$9.99.
124204     05 FILLER                   PIC X(1) VALUE SPACES.
124207     05 WS-RV-Tie-Reversed       PIC $$$$,$$$,$$9.99.
124210     05 FILLER                   PIC X(1) VALUE SPACES.
124213     05 WS-RV-Tie-Difference     PIC $$$$,$$$,$$9.99-.

124216 01  WS-Reversal-Count-Line.
124219     05 FILLER                   PIC X(1) VALUE SPACES.
124222     05 WS-RV-Count-Label        PIC X(24).
124225     05 WS-RV-Count-Original     PIC Z(14)9.
124228     05 FILLER                   PIC X(1) VALUE SPACES.
124231     05 WS-RV-Count-Reversed     PIC Z(14)9.
124234     05 FILLER                   PIC X(1) VALUE SPACES.
124237     05 WS-RV-Count-Difference   PIC Z(14)9-.
124240* The employee count ties the same way as the money, in the
124243* same columns without the dollar signs.

124246 01  WS-Reversal-Note-Line.
124249     05 FILLER                   PIC X(1) VALUE SPACES.
124252     05 WS-RV-Note-Label         PIC X(30).
124255     05 WS-RV-Note-Text          PIC X(20).
124258     05 WS-RV-Note-Count         PIC ZZZZ9 BLANK WHEN ZERO.
124261     05 FILLER                   PIC X(2) VALUE SPACES.
124264     05 WS-RV-Note-Amount        PIC $$,$$$,$$$,$$9.99
124267                                 BLANK WHEN ZERO.

124270 01  WS-Final-Pay-Controls.
124273     05 WS-FP-Keyed-EmployeeID   PIC 9(5) VALUE 0.
124276     05 WS-FP-Requested-Count    PIC 9(5) VALUE 0.
124279     05 WS-FP-Refused-Count      PIC 9(5) VALUE 0.
124282     05 WS-FP-Paid-Count         PIC 9(5) VALUE 0.
124285     05 WS-FP-Prior-Count        PIC 9(3) VALUE 0.
124288     05 WS-FP-Last-Paid-Date     PIC 9(8) VALUE 0.
124291     05 WS-FP-EndOfFile          PIC X VALUE 'N'.
124294     05 WS-FP-Pay-Flag           PIC X(01) VALUE 'N'.
124297         88 WS-FP-Payable            VALUE 'Y'.
124300     05 WS-FP-Regular-Hours      PIC 9(3)V99 VALUE 0.
124303     05 WS-FP-Overtime-Hours     PIC 9(3)V99 VALUE 0.
124306     05 WS-FP-Days-Unpaid        PIC S9(5) VALUE 0.
124309     05 WS-FP-Period-Days        PIC 9(3) VALUE 0.
124312     05 WS-FP-Term-Day-Number    PIC 9(7) VALUE 0.
124315     05 WS-FP-Month-Start        PIC 9(7) VALUE 0.
124318     05 WS-FP-Salary-Pay         PIC 9(8)V99 VALUE 0.
124321     05 WS-FP-Payout-Hours       PIC 9(3)V99 VALUE 0.
124324     05 WS-FP-Payout-Amount      PIC 9(8)V99 VALUE 0.
124327     05 WS-FP-Final-Gross        PIC 9(8)V99 VALUE 0.
124330* WS-FP-Last-Paid-Date is the run date of the employee's
124333* latest regular pay on PayHistoryFile: salary is owed for
124336* the calendar days after it up to and including the
124339* termination date. WS-FP-Days-Unpaid is signed so a
124342* termination dated before that last pay comes out as
124345* nothing owed rather than a wrapped-around day count.
124348* WS-FP-Prior-Count counts final pays already on the archive
124351* for the employee, and refuses a second one the same way
124354* the retro refuses a repeat adjustment.

124357 01  WS-Final-Pay-Table.
124360     05 WS-FP-Count              PIC 9(2) VALUE 0.
124363     05 WS-FP-Entry OCCURS 50 TIMES
124366                     DEPENDING ON WS-FP-Count
124369                     INDEXED BY WS-FP-Index.
124372         10 WS-FP-EmployeeID         PIC 9(5).
124375         10 WS-FP-Entry-Salary-Pay   PIC 9(8)V99.
124378         10 WS-FP-Entry-Payout-Hours PIC 9(3)V99.
124381         10 WS-FP-Entry-Payout-Amount PIC 9(8)V99.
124384         10 WS-FP-Entry-Gross        PIC 9(8)V99.
124387* Every employee the operator keys is worked out and shown on
124390* the console first and only the payable ones are kept here;
124393* nothing is written until the list is closed, so a session
124396* that pays nobody leaves the regular run's register, bank
124399* file and positive-pay file as they were.

124402 01  WS-Day-Number-Work.
124405     05 WS-DN-Date               PIC 9(8) VALUE 0.
124408     05 WS-DN-Date-R REDEFINES WS-DN-Date.
124411         10 WS-DN-Date-Year      PIC 9(4).
124414         10 WS-DN-Date-Month     PIC 9(2).
124417         10 WS-DN-Date-Day       PIC 9(2).
124420     05 WS-DN-Year               PIC 9(4) VALUE 0.
124423     05 WS-DN-Month              PIC 9(2) VALUE 0.
124426     05 WS-DN-Leap-Days          PIC 9(4) VALUE 0.
124429     05 WS-DN-Work               PIC 9(4) VALUE 0.
124432     05 WS-DN-Day-Number         PIC 9(7) VALUE 0.
124435* Compute-Day-Number turns WS-DN-Date into a running count of
124438* days, so two dates subtract to the days between them across
124441* month and year ends and leap years. A day of 00 gives the
124444* last day of the month before.

124447 01  WS-LaborDistFile-Status     PIC X(2) VALUE '00'.
124450* WS-LaborDistFile-Status is checked after the OPEN in
124453* Load-Labor-Distribution; a missing file is not an error, it
124456* just means no employee's cost is split.

124459 01  WS-Labor-Dist-Table.
124462     05 WS-LD-Count              PIC 9(3) VALUE 0.
124465     05 WS-LD-Entry OCCURS 200 TIMES
124468                     DEPENDING ON WS-LD-Count
124471                     INDEXED BY WS-LD-Index.
124474         10 WS-LD-EmployeeID     PIC 9(5).
124477         10 WS-LD-Valid-Flag     PIC X(01).
124480             88 WS-LD-Valid          VALUE 'Y'.
124483         10 WS-LD-Split-Count    PIC 9(1).
124486         10 WS-LD-Percent-Total  PIC 9(4)V99.
124489         10 WS-LD-Split OCCURS 5 TIMES.
124492             15 WS-LD-Dept-Code  PIC X(4).
124495             15 WS-LD-Percent    PIC 9(3)V99.
124498* One entry per employee on LaborDistributionFile, with the
124501* departments in the order the file gives them. An entry that
124504* fails any edit - a department not on the master, a bad or
124507* repeated line, more than five departments, or percentages
124510* that do not come to 100 - stays in the table marked not
124513* valid, so the employee is charged to their own department
124516* and not to the part of the split that happened to pass.

124519 01  WS-Labor-Dist-Controls.
124522     05 WS-LD-EndOfFile          PIC X VALUE 'N'.
124525     05 WS-LD-Entry-Flag         PIC X(01) VALUE 'N'.
124528         88 WS-LD-Entry-Located      VALUE 'Y'.
124531     05 WS-LD-Found-Flag         PIC X(01) VALUE 'N'.
124534         88 WS-LD-Distributed        VALUE 'Y'.
124537     05 WS-LD-Share-Flag         PIC X(01) VALUE 'N'.
124540         88 WS-LD-Share-Found        VALUE 'Y'.
124543     05 WS-LD-Sub                PIC 9(2) VALUE 0.
124546     05 WS-LD-Split-Sub          PIC 9(2) VALUE 0.
124549     05 WS-LD-Share-Sub          PIC 9(2) VALUE 0.
124552     05 WS-LD-Er-Sub             PIC 9(2) VALUE 0.
124555     05 WS-LD-Loaded-Count       PIC 9(3) VALUE 0.
124558     05 WS-LD-Rejected-Count     PIC 9(3) VALUE 0.
124561     05 WS-LD-Reject-Reason      PIC X(30) VALUE SPACES.
124564     05 WS-LD-Amount             PIC 9(8)V99 VALUE 0.
124567     05 WS-LD-Allocated          PIC 9(8)V99 VALUE 0.
124570     05 WS-LD-Share-Amount OCCURS 5 TIMES
124573                                 PIC 9(8)V99.
124576     05 WS-LD-Saved-Code         PIC X(4) VALUE SPACES.
124579     05 WS-LD-Saved-Salary       PIC 9(6)V99 VALUE 0.
124582     05 WS-LD-Saved-Net          PIC 9(6)V99 VALUE 0.
124585     05 WS-LD-Saved-Er-Total     PIC 9(6)V99 VALUE 0.
124588     05 WS-LD-Saved-Er-Amount OCCURS 10 TIMES
124591                                 PIC 9(6)V99.
124594     05 WS-LD-Er-Shares.
124597         10 WS-LD-Er-Split OCCURS 5 TIMES.
124600             15 WS-LD-Er-Share OCCURS 10 TIMES
124603                                 PIC 9(8)V99.
124606* Allocate-Labor-Shares splits WS-LD-Amount by the employee's
124609* percentages into WS-LD-Share-Amount, the last department
124612* taking whatever the rounded shares before it left, so the
124615* shares always add back to the whole and the journal's
124618* debits still equal its credits. WS-LD-Er-Shares holds each
124621* department's share of each employer contribution for the
124624* employer cost report. The saved fields hold the employee's
124627* own department and figures while the department subtotals
124630* are posted share by share.

124633 01  WS-GlHistoryFile-Status     PIC X(2) VALUE '00'.
124636 01  WS-QuarterlyTaxFile-Status  PIC X(2) VALUE '00'.
124639 01  WS-QuarterlyExtract-Status  PIC X(2) VALUE '00'.
124642* WS-GlHistoryFile-Status receives the file status for every
124645* OPEN, READ and WRITE against GlHistoryFile; '35' on the first
124648* OPEN EXTEND means no journal has been kept yet, so
124651* Open-Gl-History-File lays the file down empty, the same
124654* create-on-first-use pattern as Open-Pay-History-File. The
124657* other two are checked after their OPENs like the other print
124660* files.

124663 01  WS-Gl-History-Controls.
124666     05 WS-GH-EndOfFile          PIC X VALUE 'N'.
124669     05 WS-GH-Archived-Count     PIC 9(5) VALUE 0.
124672* WS-GH-Archived-Count is how many journal records the run
124675* copied to GlHistoryFile, shown on the console after the
124678* journal's own message.

124681 01  WS-Quarterly-Controls.
124684     05 WS-QT-Year               PIC 9(4) VALUE 0.
124687     05 WS-QT-Quarter            PIC 9(1) VALUE 0.
124690     05 WS-QT-Run-Year           PIC 9(4) VALUE 0.
124693     05 WS-QT-First-Month        PIC 9(2) VALUE 0.
124696     05 WS-QT-From-Date          PIC 9(8) VALUE 0.
124699     05 WS-QT-To-Date            PIC 9(8) VALUE 0.
124702     05 WS-QT-Record-Date        PIC 9(8) VALUE 0.
124705     05 WS-QT-Record-Date-Parts REDEFINES WS-QT-Record-Date.
124708         10 WS-QT-Record-Year    PIC 9(4).
124711         10 WS-QT-Record-Month   PIC 9(2).
124714         10 WS-QT-Record-Day     PIC 9(2).
124717     05 WS-QT-Paid-Date          PIC 9(8) VALUE 0.
124720     05 WS-QT-Paid-Date-Parts REDEFINES WS-QT-Paid-Date.
124723         10 WS-QT-Paid-Year      PIC 9(4).
124726         10 WS-QT-Paid-Month     PIC 9(2).
124729         10 WS-QT-Paid-Day       PIC 9(2).
124732     05 WS-QT-Sign               PIC S9(1) VALUE 0.
124735     05 WS-QT-Amount             PIC S9(8)V99 VALUE 0.
124738     05 WS-QT-Ded-Amount         PIC S9(8)V99 VALUE 0.
124741     05 WS-QT-Ytd-Amount         PIC 9(8)V99 VALUE 0.
124744     05 WS-QT-Employee-Key       PIC 9(5) VALUE 0.
124747     05 WS-QT-Code-Key           PIC X(4) VALUE SPACES.
124750     05 WS-QT-Month-Sub          PIC 9(1) VALUE 0.
124753     05 WS-QT-Ded-Sub            PIC 9(2) VALUE 0.
124756     05 WS-QT-Code-Sub           PIC 9(2) VALUE 0.
124759     05 WS-QT-Clear-Sub          PIC 9(2) VALUE 0.
124762     05 WS-QT-Sub                PIC 9(4) VALUE 0.
124765     05 WS-QT-Next-Sub           PIC 9(4) VALUE 0.
124768     05 WS-QT-Input-Flag         PIC X(01) VALUE 'N'.
124771         88 WS-QT-Input-Valid        VALUE 'Y'.
124774     05 WS-QT-Emp-Flag           PIC X(01) VALUE 'N'.
124777         88 WS-QT-Emp-Located        VALUE 'Y'.
124780     05 WS-QT-Slot-Flag          PIC X(01) VALUE 'N'.
124783         88 WS-QT-Slot-Found         VALUE 'Y'.
124786     05 WS-QT-Code-Flag          PIC X(01) VALUE 'N'.
124789         88 WS-QT-Code-Located       VALUE 'Y'.
124792     05 WS-QT-Rates-Flag         PIC X(01) VALUE 'N'.
124795         88 WS-QT-Rates-Code         VALUE 'Y'.
124798     05 WS-QT-Span-Flag          PIC X(01) VALUE 'N'.
124801         88 WS-QT-Gl-In-Span         VALUE 'Y'.
124804     05 WS-QT-Gl-Flag            PIC X(01) VALUE 'N'.
124807         88 WS-QT-Gl-History-Read    VALUE 'Y'.
124810     05 WS-QT-Extract-Flag       PIC X(01) VALUE 'N'.
124813         88 WS-QT-Extract-Open       VALUE 'Y'.
124816     05 WS-QT-Ytd-Source         PIC X(01) VALUE 'N'.
124819         88 WS-QT-Ytd-Closed-Year    VALUE 'H'.
124822         88 WS-QT-Ytd-Open-Year      VALUE 'Y'.
124825         88 WS-QT-Ytd-Unavailable    VALUE 'N'.
124828     05 WS-QT-Tie-Flag           PIC X(01) VALUE 'N'.
124831         88 WS-QT-Out-Of-Tie         VALUE 'Y'.
124834     05 WS-QT-History-EndOfFile  PIC X VALUE 'N'.
124837     05 WS-QT-Gl-EndOfFile       PIC X VALUE 'N'.
124840     05 WS-QT-Ytd-EndOfFile      PIC X VALUE 'N'.
124843     05 WS-QT-Records-Read       PIC 9(7) VALUE 0.
124846     05 WS-QT-Records-Used       PIC 9(7) VALUE 0.
124849     05 WS-QT-Journal-Count      PIC 9(5) VALUE 0.
124852     05 WS-QT-Emp-Overflow-Count PIC 9(5) VALUE 0.
124855     05 WS-QT-Code-Overflow-Count PIC 9(5) VALUE 0.
124858     05 WS-QT-Ytd-Diff-Count     PIC 9(5) VALUE 0.
124861     05 WS-QT-Exception-Count    PIC 9(5) VALUE 0.
124864     05 WS-QT-Paid-Count         PIC 9(5) VALUE 0.
124867     05 WS-QT-Extract-Count      PIC 9(5) VALUE 0.
124870     05 WS-QT-Line-Count         PIC 9(3) VALUE 0.
124873* The keyed year and quarter become WS-QT-From-Date and
124876* WS-QT-To-Date, the first and last days of the quarter. Each
124879* pay-history record is dated into WS-QT-Record-Date - the run
124882* date, or the reversal date for an 'X' record - and carries
124885* WS-QT-Sign, minus one for an 'X' record, so a reversal comes
124888* off the quarter it was made in. WS-QT-Paid-Date is always the
124891* original run date: it is what says whether the period paid
124894* covered the 12th of its month. WS-QT-Ytd-Source says where the
124897* YTD figures for the tax year came from: the YTD archive for a
124900* closed year, YtdFile for the year still open, or neither.

124903 01  WS-Quarterly-Totals.
124906     05 WS-QT-Gross-Total        PIC S9(10)V99 VALUE 0.
124909     05 WS-QT-Withheld-Total     PIC S9(10)V99 VALUE 0.
124912     05 WS-QT-Ytd-Thru-Total     PIC S9(10)V99 VALUE 0.
124915     05 WS-QT-Ytd-Basis-Total    PIC S9(10)V99 VALUE 0.
124918     05 WS-QT-Ytd-File-Total     PIC S9(10)V99 VALUE 0.
124921     05 WS-QT-Difference         PIC S9(10)V99 VALUE 0.
124924     05 WS-QT-Month-Figures OCCURS 3 TIMES.
124927         10 WS-QT-Month-Gross    PIC S9(10)V99.
124930         10 WS-QT-Month-Withheld PIC S9(10)V99.
124933         10 WS-QT-Month-Paid-Count PIC 9(5).
124936         10 WS-QT-Twelfth-Count  PIC 9(5).
124939* The quarter's grand totals, and the same figures month by
124942* month: gross, everything withheld, how many employees were
124945* paid in the month, and how many were paid for a pay period
124948* that took in the 12th - the head count the return asks for.
124951* The month figures are zeroed at the start of the run.
124954* WS-QT-Ytd-Basis-Total is the tax year's gross from pay history
124957* counted the way YTD is kept, for the tie to the YTD figures.

124960 01  WS-Quarter-Code-Table.
124963     05 WS-QC-Count              PIC 9(2) VALUE 0.
124966     05 WS-QC-Entry OCCURS 10 TIMES
124969                     DEPENDING ON WS-QC-Count
124972                     INDEXED BY WS-QC-Index.
124975         10 WS-QC-Code           PIC X(4).
124978         10 WS-QC-Desc           PIC X(20).
124981         10 WS-QC-Total          PIC S9(10)V99.
124984         10 WS-QC-Month OCCURS 3 TIMES
124987                                 PIC S9(10)V99.
124990         10 WS-QC-Gl-Amount      PIC S9(10)V99.
124993         10 WS-QC-Retro          PIC S9(10)V99.
124996         10 WS-QC-Difference     PIC S9(10)V99.
124999* One entry per deduction code withheld in the quarter, in the
125002* order pay history first shows it, with the description from
125005* the rates file. WS-QC-Gl-Amount is what the quarter's journals
125008* credited to the code's liability account, net of reversing
125011* journals. WS-QC-Retro is the part withheld on retro pay, which
125014* is never journaled, so a difference of exactly that much is
125017* explained. Ten codes is the pay-history record's own limit.

125020 01  WS-Quarter-Employee-Table.
125023     05 WS-QE-Count              PIC 9(4) VALUE 0.
125026     05 WS-QE-Entry OCCURS 1000 TIMES
125029                     DEPENDING ON WS-QE-Count
125032                     INDEXED BY WS-QE-Index.
125035         10 WS-QE-EmployeeID     PIC 9(5).
125038         10 WS-QE-Paid-Flag      PIC X(01).
125041             88 WS-QE-Paid-In-Quarter VALUE 'Y'.
125044         10 WS-QE-Gross          PIC S9(8)V99.
125047         10 WS-QE-Month-Gross OCCURS 3 TIMES
125050                                 PIC S9(8)V99.
125053         10 WS-QE-Twelfth OCCURS 3 TIMES
125056                                 PIC S9(3).
125059         10 WS-QE-Ded-Amount OCCURS 10 TIMES
125062                                 PIC S9(8)V99.
125065         10 WS-QE-Ytd-Thru       PIC S9(8)V99.
125068         10 WS-QE-Ytd-Basis      PIC S9(8)V99.
125071         10 WS-QE-Ytd-File       PIC 9(8)V99.
125074         10 WS-QE-Prior-Reversal PIC S9(8)V99.
125077* One entry per employee paid in the tax year, kept in
125080* EmployeeID order as it is built so the summary prints in that
125083* order. WS-QE-Ded-Amount slot n is the amount withheld under
125086* WS-QC-Code n. WS-QE-Twelfth counts the employee's pay periods
125089* in each month that took in the 12th, less any reversed.
125092* WS-QE-Ytd-Thru is the year's gross up to the quarter end;
125095* WS-QE-Ytd-Basis and WS-QE-Ytd-File are the year's gross from
125098* pay history and from the YTD figures, which should agree.
125101* WS-QE-Prior-Reversal is gross reversed in the quarter that was
125104* paid in an earlier one, whose return is already filed.

125107 01  WS-Qtr-Print-Line            PIC X(120).

125110 01  WS-Qtr-Heading-1.
125113     05 FILLER                   PIC X(10) VALUE SPACES.
125116     05 FILLER                   PIC X(34)
125119                     VALUE 'QUARTERLY PAYROLL TAX SUMMARY'.
125122     05 FILLER                   PIC X(5) VALUE 'YEAR '.
125125     05 WS-QH-Year               PIC 9(4).
125128     05 FILLER                   PIC X(10) VALUE '  QUARTER '.
125131     05 WS-QH-Quarter            PIC 9(1).
125134     05 FILLER                   PIC X(6) VALUE '  RUN '.
125137     05 WS-QH-Run-Date           PIC 9(8).

125140 01  WS-Qtr-Heading-2.
125143     05 FILLER                   PIC X(1) VALUE SPACES.
125146     05 FILLER                   PIC X(7) VALUE 'EMP ID'.
125149     05 FILLER                   PIC X(22) VALUE 'EMPLOYEE NAME'.
125152     05 FILLER                   PIC X(16) VALUE ' QUARTER GROSS'.
125155     05 FILLER                   PIC X(16) VALUE '       MONTH 1'.
125158     05 FILLER                   PIC X(16) VALUE '       MONTH 2'.
125161     05 FILLER                   PIC X(16) VALUE '       MONTH 3'.
125164     05 FILLER                   PIC X(16) VALUE '  YTD THRU QTR'.

125167 01  WS-Qtr-Detail-Line.
125170     05 FILLER                   PIC X(1).
125173     05 WS-QD-Emp-ID             PIC ZZZZ9.
125176     05 FILLER                   PIC X(2).
125179     05 WS-QD-Name               PIC X(20).
125182     05 FILLER                   PIC X(2).
125185     05 WS-QD-Gross              PIC ZZ,ZZZ,ZZ9.99-.
125188     05 WS-QD-Months OCCURS 3 TIMES.
125191         10 FILLER               PIC X(2).
125194         10 WS-QD-Month          PIC ZZ,ZZZ,ZZ9.99-.
125197     05 FILLER                   PIC X(2).
125200     05 WS-QD-Ytd                PIC ZZ,ZZZ,ZZ9.99-.
125203     05 FILLER                   PIC X(2).
125206     05 WS-QD-Note               PIC X(10).
125209* One line per employee paid in the quarter, and the GROSS PAY
125212* line of the quarter totals. The line is cleared to spaces
125215* before it is built, so a column left unfilled prints blank.

125218 01  WS-Qtr-Code-Line.
125221     05 FILLER                   PIC X(3).
125224     05 WS-QK-Code               PIC X(4).
125227     05 FILLER                   PIC X(2).
125230     05 WS-QK-Desc               PIC X(20).
125233     05 FILLER                   PIC X(1).
125236     05 WS-QK-Amount             PIC ZZ,ZZZ,ZZ9.99-.
125239     05 WS-QK-Months OCCURS 3 TIMES.
125242         10 FILLER               PIC X(2).
125245         10 WS-QK-Month          PIC ZZ,ZZZ,ZZ9.99-.
125248* One line per deduction code under an employee, with the
125251* quarter's amount only, and one per code in the quarter totals
125254* with the month columns filled in as well.

125257 01  WS-Qtr-Count-Line.
125260     05 FILLER                   PIC X(1).
125263     05 WS-QN-Label              PIC X(29).
125266     05 FILLER                   PIC X(7).
125269     05 WS-QN-Total              PIC ZZZ,ZZ9.
125272     05 WS-QN-Months OCCURS 3 TIMES.
125275         10 FILLER               PIC X(9).
125278         10 WS-QN-Month          PIC ZZZ,ZZ9.

125281 01  WS-Qtr-Section-Line.
125284     05 FILLER                   PIC X(1) VALUE SPACES.
125287     05 WS-QS-Title              PIC X(60).

125290 01  WS-Qtr-Recon-Heading.
125293     05 FILLER                   PIC X(30) VALUE SPACES.
125296     05 FILLER                   PIC X(16) VALUE '   PAY HISTORY'.
125299     05 FILLER                   PIC X(16) VALUE '     GL OR YTD'.
125302     05 FILLER                   PIC X(16) VALUE '   RETRO NO GL'.
125305     05 FILLER                   PIC X(16) VALUE '    DIFFERENCE'.

125308 01  WS-Qtr-Recon-Line.
125311     05 FILLER                   PIC X(3).
125314     05 WS-QR-Code               PIC X(4).
125317     05 FILLER                   PIC X(2).
125320     05 WS-QR-Desc               PIC X(20).
125323     05 FILLER                   PIC X(1).
125326     05 WS-QR-History            PIC ZZ,ZZZ,ZZ9.99-.
125329     05 FILLER                   PIC X(2).
125332     05 WS-QR-Ledger             PIC ZZ,ZZZ,ZZ9.99-.
125335     05 FILLER                   PIC X(2).
125338     05 WS-QR-Retro              PIC ZZ,ZZZ,ZZ9.99-.
125341     05 FILLER                   PIC X(2).
125344     05 WS-QR-Difference         PIC ZZ,ZZZ,ZZ9.99-.
125347     05 FILLER                   PIC X(2).
125350     05 WS-QR-Note               PIC X(12).
125353* One line per deduction code - pay history against the GL
125356* credits - and a last line for the year's gross against the
125359* YTD figures, with IN TIE, RETRO ONLY or OUT OF TIE beside it.

125362 01  WS-Qtr-Exception-Line.
125365     05 FILLER                   PIC X(1).
125368     05 WS-QX-Emp-ID             PIC ZZZZ9.
125371     05 FILLER                   PIC X(2).
125374     05 WS-QX-Code               PIC X(4).
125377     05 FILLER                   PIC X(2).
125380     05 WS-QX-Text               PIC X(46).
125383     05 WS-QX-Amount-1           PIC ZZ,ZZZ,ZZ9.99-.
125386     05 FILLER                   PIC X(2).
125389     05 WS-QX-Amount-2           PIC ZZ,ZZZ,ZZ9.99-.
125392* One line per difference to be cleared before the returns are
125395* signed: the employee or code it concerns, what is wrong, and
125398* the two figures that disagree.

125401 01  WS-Qtr-Extract-Header.
125404     05 FILLER                   PIC X(1) VALUE 'H'.
125407     05 WS-QXH-Year              PIC 9(4).
125410     05 WS-QXH-Quarter           PIC 9(1).
125413     05 WS-QXH-Run-Date          PIC 9(8).
125416     05 WS-QXH-Employee-Count    PIC 9(6).
125419     05 WS-QXH-Twelfth-Count OCCURS 3 TIMES
125422                                 PIC 9(6).
125425     05 WS-QXH-Gross             PIC -9(10)V99.
125428     05 WS-QXH-Month-Gross OCCURS 3 TIMES
125431                                 PIC -9(10)V99.
125434     05 WS-QXH-Withheld          PIC -9(10)V99.
125437     05 WS-QXH-Month-Withheld OCCURS 3 TIMES
125440                                 PIC -9(10)V99.

125443 01  WS-Qtr-Extract-Employee.
125446     05 FILLER                   PIC X(1) VALUE 'E'.
125449     05 WS-QXE-EmployeeID        PIC 9(5).
125452     05 WS-QXE-Name              PIC X(20).
125455     05 WS-QXE-Gross             PIC -9(10)V99.
125458     05 WS-QXE-Month-Gross OCCURS 3 TIMES
125461                                 PIC -9(10)V99.
125464     05 WS-QXE-Ytd-Gross         PIC -9(10)V99.
125467     05 WS-QXE-Twelfth-Flag OCCURS 3 TIMES
125470                                 PIC X(1).
125473     05 WS-QXE-Code-Count        PIC 9(2).
125476     05 WS-QXE-Code-Entry OCCURS 10 TIMES.
125479         10 WS-QXE-Code          PIC X(4).
125482         10 WS-QXE-Amount        PIC -9(10)V99.

125485 01  WS-Qtr-Extract-Code.
125488     05 FILLER                   PIC X(1) VALUE 'C'.
125491     05 WS-QXC-Code              PIC X(4).
125494     05 WS-QXC-Desc              PIC X(20).
125497     05 WS-QXC-Amount            PIC -9(10)V99.
125500     05 WS-QXC-Month OCCURS 3 TIMES
125503                                 PIC -9(10)V99.

125506 01  WS-Qtr-Extract-Trailer.
125509     05 FILLER                   PIC X(1) VALUE 'T'.
125512     05 WS-QXT-Employee-Records  PIC 9(6).
125515     05 WS-QXT-Code-Records      PIC 9(2).
125518     05 WS-QXT-Gross             PIC -9(10)V99.
125521     05 WS-QXT-Withheld          PIC -9(10)V99.
125524* The filing extract: an 'H' header with the employer's totals
125527* for the quarter and each month, one 'E' record per employee
125530* paid, one 'C' record per deduction code, and a 'T' trailer
125533* counting the records. Money is 13 characters, a sign position
125536* (blank or '-') and twelve digits with two implied decimals.
125539* The ten code slots on an 'E' record follow the order of the
125542* 'C' records; the twelfth flags are 'Y' where the employee
125545* counts toward that month's head count.

125600 PROCEDURE DIVISION.
125700 Main-Processing.

126800     EVALUATE TRUE
126900         WHEN WS-Correction-Mode
126932             PERFORM Single-Record-Correction
126964         WHEN WS-History-Mode
126996             PERFORM Correction-History-Report
127028         WHEN WS-Maintenance-Mode
127060             PERFORM Batch-Maintenance
127092         WHEN WS-YearEnd-Mode
127124             PERFORM Year-End-Close
127156         WHEN WS-CheckVoid-Mode
127188             PERFORM Check-Void-Processing
127220         WHEN WS-Approval-Mode
127252             PERFORM Pending-Approval-Processing
127284         WHEN WS-StubHistory-Mode
127316             PERFORM Pay-Stub-History-Inquiry
127348         WHEN WS-BankReturns-Mode
127380             PERFORM Bank-Returns-Processing
127412         WHEN WS-Verify-Mode
127444             PERFORM Integrity-Verify-Processing
127476         WHEN WS-Purge-Mode
127508             PERFORM Purge-Archive-Processing
127540         WHEN WS-DeptReport-Mode
127572             PERFORM Department-Detail-Report
127604         WHEN WS-RetroAdjust-Mode
127636             PERFORM Retro-Adjustment-Processing
127668         WHEN WS-RunLogReport-Mode
127700             PERFORM Run-Log-Report
127732         WHEN WS-Reversal-Mode
127764             PERFORM Period-Reversal-Processing
127796         WHEN WS-Schedule-Mode
127828             PERFORM Scheduled-Change-Processing
127860         WHEN WS-OffCycle-Mode
127892             PERFORM Off-Cycle-Final-Pay
127924         WHEN WS-Quarterly-Mode
127956             PERFORM Quarterly-Tax-Summary
127989         WHEN OTHER
128000             PERFORM Check-Run-Control
128100             IF NOT WS-Run-Posting-Blocked
128200                 PERFORM Batch-Processing
129200* End the program.

129300 Batch-Processing.
129304     MOVE 0 TO WS-Checkpoint-EmployeeID
129308     OPEN INPUT CheckpointFile
129312     IF WS-CheckpointFile-Status = '00'
129316         READ CheckpointFile
129320             AT END
129324                 CONTINUE
129328             NOT AT END
129332                 MOVE CheckpointEmployeeID
129336                     TO WS-Checkpoint-EmployeeID
129340         END-READ
129344         CLOSE CheckpointFile
129348     END-IF
129352     IF WS-Checkpoint-EmployeeID = 0
129356         PERFORM Apply-Scheduled-Changes
129360     ELSE
129364         DISPLAY 'RESTART PENDING, SCHEDULED CHANGES LEFT FOR '
129368             'THE NEXT PASS'
129372     END-IF
129376* Maintenance scheduled for this pass lands on EmployeeFile
129380* before the file is opened to be paid from, so the first
129384* period on or after a change's effective date pays under it.
129388* The CheckpointFile probe Check-For-Restart makes below is made
129392* first: a restarted pass must finish its period on the figures
129396* it started with, so nothing is applied while one is pending.
129400     OPEN INPUT EmployeeFile
129500     IF WS-EmployeeFile-Status NOT = '00'
129600         DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
131800* into the prior tables before any record is processed, so the
131900* variance comparison at the end has both sides in hand.

131916     PERFORM Open-Check-Issue-File
131932* The check file is opened I-O whether this is a fresh run or a
131948* restart: its control record already holds the last number
131964* any run handed out, so a restart numbers on from the last
131980* check the abended run wrote instead of reissuing it.

131982     PERFORM Open-Prenote-File
131984     SET WS-Prenote-Posting-Run TO TRUE
131986* The prenote file says whose new account is still on hold;
131988* the posting switch lets this pass put the waiting prenotes
131990* on the bank file and count each held employee's periods
131992* down.

132000     PERFORM Load-Deduction-Rates
132100* The deduction rates table is loaded before Check-For-Restart
132200* runs, so a restart's checkpointed bucket totals land on top of
132300* the freshly loaded rates rather than being overwritten by
132400* them.

132402     PERFORM Load-Employer-Rates
132404* The employer contributions load beside the deduction rates,
132406* and for the same reason before Check-For-Restart, so a
132408* restart's checkpointed contribution totals land on top of the
132410* freshly loaded table.

132416     PERFORM Load-Timesheets
132432* This period's timesheets come into their table before any
132448* record is read, the same one-load-then-search treatment as
132464* the deduction rates, so each hourly employee costs one
132480* SEARCH instead of one file read.
132482     PERFORM Open-Leave-Balance-File
132484     SET WS-Leave-Posting-Run TO TRUE
132486     PERFORM Load-Leave-Rules
132488* The leave balances are opened I-O beside the orders and the
132490* accrual rules load beside the timesheets; the posting switch
132492* lets this pass move the balances, which the department detail
132494* report, computing the same gross, leaves alone.

132495     PERFORM Load-Labor-Distribution
132496* The labor distribution loads once the department master is
132497* open to check it against, and before Check-For-Restart, like
132498* the rate tables.

132500     PERFORM Check-For-Restart
132600* Reposition EmployeeFile and restore WS-Totals, WS-Status-Totals,
133500         OPEN EXTEND ExtractFile
133600         OPEN EXTEND PayRegisterFile
133700         OPEN EXTEND BankPaymentFile
133716         OPEN EXTEND CheckRegisterFile
133732         OPEN EXTEND PositivePayFile
133750         OPEN EXTEND TimesheetExceptionFile
133800         DISPLAY 'RESTART: APPENDING TO PRIOR ERROR FILE, '
133900             'REPORT, EXTRACT, PAY REGISTER, AND BANK FILE'
134400         OPEN OUTPUT PayRegisterFile
134500         OPEN OUTPUT BankPaymentFile
134550         OPEN OUTPUT TimesheetExceptionFile
134566         OPEN OUTPUT CheckRegisterFile
134582         OPEN OUTPUT PositivePayFile
134600         PERFORM Write-Report-Headings
134700         PERFORM Write-Pay-Register-Headings
134800         PERFORM Write-Bank-Header
134850         PERFORM Write-Timesheet-Exc-Headings
134866         PERFORM Write-Check-Register-Headings
134882         PERFORM Write-Positive-Pay-Header
134900     END-IF
135000     IF WS-EmployeeErrorFile-Status NOT = '00'
135100         DISPLAY 'EMPLOYEEERRORFILE OPEN FAILED, FILE STATUS: '
136948             'FILE STATUS: '
136964             WS-TimesheetExceptionFile-Status
136980     END-IF
136982     IF WS-CheckRegisterFile-Status NOT = '00'
136984         DISPLAY 'CHECKREGISTERFILE OPEN FAILED, FILE STATUS: '
136986             WS-CheckRegisterFile-Status
136988     END-IF
136990     IF WS-PositivePayFile-Status NOT = '00'
136992         DISPLAY 'POSITIVEPAYFILE OPEN FAILED, FILE STATUS: '
136994             WS-PositivePayFile-Status
136996     END-IF
137000* A fresh run truncates the error file, the printed report, and
137100* the GL extract the same as always and starts ReportFile with a
137200* fresh page-1 heading. A restart run opens all three EXTEND
141050     CLOSE PayHistoryFile
141100     PERFORM Write-Bank-Trailer
141200     CLOSE BankPaymentFile
141204     PERFORM Write-Positive-Pay-Trailer
141208     CLOSE PositivePayFile
141212     PERFORM Write-Check-Register-Totals
141216     CLOSE CheckRegisterFile
141220     IF WS-Check-File-Available
141224         CLOSE CheckIssueFile
141228     END-IF
141229     IF WS-Prenote-File-Available
141230         CLOSE PrenoteFile
141231     END-IF
141233     PERFORM Write-Timesheet-Exception-Total
141266     CLOSE TimesheetExceptionFile
141300* Close the files after processing all records, with the bank
141400* file's control trailer written behind its last payment
141500* detail first, and the positive-pay file's trailer the same
141550* way behind its last check. ReportFile stays
141600* open a little longer, since Display-Results still has to print
141700* the totals and the final page footer to it.

146500     MOVE WS-Current-Pay-Period TO RC-Pay-Period
146600     READ RunControlFile
146700         INVALID KEY
146800             MOVE 1 TO WS-Posting-Number
146900         NOT INVALID KEY
146933             ADD 1 RC-Posting-Number
146966                 GIVING WS-Posting-Number
147000             IF RC-Period-Complete
147100                 IF WS-Rerun-Override
147200                     DISPLAY 'PAY PERIOD '
149400* completed period refuses with a clear message and a nonzero
149500* RETURN-CODE the scheduler can trap, unless the operator
149600* supplied the deliberate rerun override.
149625* Either way the pass knows its own posting number now, one
149650* past the last posting of the period, before any pay history
149675* record is written under it.

149700 Open-Run-Control-File.
149800     OPEN I-O RunControlFile
151900             MOVE WS-Current-Pay-Period TO RC-Pay-Period
152000             SET RC-Period-Complete TO TRUE
152100             MOVE WS-Run-Date TO RC-Completion-Date
152133             MOVE 0 TO RC-Reversal-Date
152166             PERFORM Set-Run-Control-Figures
152200             WRITE RunControlRecord
152300         NOT INVALID KEY
152400             SET RC-Period-Complete TO TRUE
152500             MOVE WS-Run-Date TO RC-Completion-Date
152550             PERFORM Set-Run-Control-Figures
152600             REWRITE RunControlRecord
152700     END-READ
152800     CLOSE RunControlFile
153100* Written only after the read loop reached AT END and the
153200* checkpoint was cleared, so an abended run never marks its
153300* period and the restart path stays exactly as it was.
153333* The posting's number and control totals go on the record
153366* with the completion, for a reversal to be tied back to.

153400 Check-For-Restart.
153500     OPEN INPUT CheckpointFile
155900                     TO WS-Bank-Payment-Total
156000                 MOVE CheckpointBankNodetails
156100                     TO WS-Bank-Nodetails-Count
156120                 MOVE CheckpointCheckCount
156140                     TO WS-Check-Issue-Count
156160                 MOVE CheckpointCheckTotal
156180                     TO WS-Check-Issue-Total
156184                 MOVE CheckpointPrenoteCount
156188                     TO WS-Prenote-Sent-Count
156192                 MOVE CheckpointPrenoteHolds
156196                     TO WS-Prenote-Hold-Count
156200                 MOVE CheckpointDepartmentCount
156300                     TO WS-Department-Count
156400                 PERFORM VARYING WS-Department-Index FROM 1 BY 1
158400                     TO WS-Current-Pay-Period
158500                 MOVE CheckpointPayFrequency
158600                     TO WS-Run-Pay-Frequency
158603                 MOVE CheckpointTimesheetMissing
158606                     TO WS-Timesheet-Missing-Count
158609                 MOVE CheckpointLeaveExceptions
158612                     TO WS-Leave-Exception-Count
158615                 MOVE CheckpointOrdersApplied
158618                     TO WS-Orders-Applied-Count
158621                 MOVE CheckpointOrderRunTotal
158624                     TO WS-Order-Run-Total
158627                 MOVE CheckpointPayeeCount
158630                     TO WS-Payee-Count
158633                 PERFORM VARYING WS-Payee-Index FROM 1 BY 1
158636                     UNTIL WS-Payee-Index > WS-Payee-Count
158639                     SET CheckpointPayee-Index
158642                         TO WS-Payee-Index
158645                     MOVE CheckpointPayee-Name
158648                                     (CheckpointPayee-Index)
158651                         TO WS-Payee-Name (WS-Payee-Index)
158654                     MOVE CheckpointPayee-Emp-Count
158657                                     (CheckpointPayee-Index)
158660                         TO WS-Payee-Emp-Count
158663                                     (WS-Payee-Index)
158666                     MOVE CheckpointPayee-Amount
158669                                     (CheckpointPayee-Index)
158672                         TO WS-Payee-Amount (WS-Payee-Index)
158675                 END-PERFORM
158700* The pay period and pay frequency are restored over whatever
158800* the restart's command line said, the same treatment as
158900* WS-Run-Date: a period-05 run that abends on the 31st and is
162900                         TO WS-Deduction-Run-Total
163000                                         (WS-Deduction-Index)
163100                 END-PERFORM
163104                 MOVE CheckpointEmployerCount
163108                     TO WS-Employer-Count
163112                 PERFORM VARYING WS-Employer-Index FROM 1 BY 1
163116                     UNTIL WS-Employer-Index > WS-Employer-Count
163120                     SET CheckpointEr-Index TO WS-Employer-Index
163124                     MOVE CheckpointEmployerEntry
163128                                         (CheckpointEr-Index)
163132                         TO WS-Employer-Entry (WS-Employer-Index)
163136                 END-PERFORM
163140                 MOVE CheckpointEmployerTotal
163144                     TO WS-Employer-TotalCost
163148                 PERFORM VARYING WS-Department-Index FROM 1 BY 1
163152                     UNTIL WS-Department-Index
163156                                         > WS-Department-Count
163160                     SET CheckpointDeptEr-Index
163164                         TO WS-Department-Index
163168                     MOVE CheckpointDeptEmployerEntry
163172                                         (CheckpointDeptEr-Index)
163176                         TO WS-Department-Employer-Costs
163180                                         (WS-Department-Index)
163184                 END-PERFORM
163200                 MOVE CheckpointCurrentEmpCount
163300                     TO WS-Current-Emp-Count
163400                 PERFORM VARYING WS-Current-Emp-Index
171400     MOVE WS-Bank-Payment-Count TO CheckpointBankCount
171500     MOVE WS-Bank-Payment-Total TO CheckpointBankTotal
171600     MOVE WS-Bank-Nodetails-Count TO CheckpointBankNodetails
171633     MOVE WS-Check-Issue-Count TO CheckpointCheckCount
171666     MOVE WS-Check-Issue-Total TO CheckpointCheckTotal
171677     MOVE WS-Prenote-Sent-Count TO CheckpointPrenoteCount
171688     MOVE WS-Prenote-Hold-Count TO CheckpointPrenoteHolds
171700     MOVE WS-Department-Count TO CheckpointDepartmentCount
171800     PERFORM VARYING WS-Department-Index FROM 1 BY 1
171900         UNTIL WS-Department-Index > WS-Department-Count
172800     MOVE WS-Run-Date TO CheckpointRunDate
172900     MOVE WS-Current-Pay-Period TO CheckpointPayPeriod
173000     MOVE WS-Run-Pay-Frequency  TO CheckpointPayFrequency
173005     MOVE WS-Timesheet-Missing-Count
173010         TO CheckpointTimesheetMissing
173015     MOVE WS-Leave-Exception-Count TO CheckpointLeaveExceptions
173020     MOVE WS-Orders-Applied-Count TO CheckpointOrdersApplied
173025     MOVE WS-Order-Run-Total      TO CheckpointOrderRunTotal
173030     MOVE WS-Payee-Count          TO CheckpointPayeeCount
173035     PERFORM VARYING WS-Payee-Index FROM 1 BY 1
173040         UNTIL WS-Payee-Index > WS-Payee-Count
173045         SET CheckpointPayee-Index TO WS-Payee-Index
173050         MOVE WS-Payee-Name (WS-Payee-Index)
173055             TO CheckpointPayee-Name (CheckpointPayee-Index)
173060         MOVE WS-Payee-Emp-Count (WS-Payee-Index)
173065             TO CheckpointPayee-Emp-Count
173070                             (CheckpointPayee-Index)
173075         MOVE WS-Payee-Amount (WS-Payee-Index)
173080             TO CheckpointPayee-Amount
173085                             (CheckpointPayee-Index)
173090     END-PERFORM
173100     MOVE WS-Seen-ID-Count TO CheckpointSeenIDCount
173200     PERFORM VARYING WS-Seen-ID-Index FROM 1 BY 1
173300         UNTIL WS-Seen-ID-Index > WS-Seen-ID-Count
175100         MOVE WS-Deduction-Run-Total (WS-Deduction-Index)
175200             TO CheckpointDed-Run-Total (CheckpointDed-Index)
175300     END-PERFORM
175306     MOVE WS-Employer-Count TO CheckpointEmployerCount
175312     PERFORM VARYING WS-Employer-Index FROM 1 BY 1
175318         UNTIL WS-Employer-Index > WS-Employer-Count
175324         SET CheckpointEr-Index TO WS-Employer-Index
175330         MOVE WS-Employer-Entry (WS-Employer-Index)
175336             TO CheckpointEmployerEntry (CheckpointEr-Index)
175342     END-PERFORM
175348     MOVE WS-Employer-TotalCost TO CheckpointEmployerTotal
175354     PERFORM VARYING WS-Department-Index FROM 1 BY 1
175360         UNTIL WS-Department-Index > WS-Department-Count
175366         SET CheckpointDeptEr-Index TO WS-Department-Index
175372         MOVE WS-Department-Employer-Costs (WS-Department-Index)
175378             TO CheckpointDeptEmployerEntry
175384                             (CheckpointDeptEr-Index)
175390     END-PERFORM
175400     MOVE WS-Current-Emp-Count TO CheckpointCurrentEmpCount
175500     PERFORM VARYING WS-Current-Emp-Index FROM 1 BY 1
175600         UNTIL WS-Current-Emp-Index > WS-Current-Emp-Count
202000     MOVE EmployeeID TO YtdEmployeeID
202100     READ YtdFile
202200         INVALID KEY
202250             MOVE 0 TO WS-Ytd-Prior-Salary
202300             MOVE EmployeeSalary TO YtdCumulativeSalary
202400             WRITE YtdRecord
202500* No YtdRecord yet for this EmployeeID, so this period's salary
202600* is the employee's first year-to-date figure.
202700         NOT INVALID KEY
202750             MOVE YtdCumulativeSalary TO WS-Ytd-Prior-Salary
202800             ADD EmployeeSalary TO YtdCumulativeSalary
202900             REWRITE YtdRecord
203000* A YtdRecord already on file just has this period's salary
203100* folded into the running total.
203200     END-READ.
203225* WS-Ytd-Prior-Salary keeps the year-to-date figure as it
203250* stood before this period was added, for the employer
203275* contribution ceilings in Compute-Employer-Cost.

203300 Write-Extract-Record.
203400     MOVE EmployeeSalary TO WS-EX-Salary-Edited
212100* bucket is announced and skipped, the same way the department
212200* table handles its 51st code.

212201 Load-Timesheets.
212202     OPEN INPUT TimesheetFile
212203     IF WS-TimesheetFile-Status NOT = '00'
212204         DISPLAY 'TIMESHEETFILE OPEN FAILED, FILE STATUS: '
212205             WS-TimesheetFile-Status
212206         DISPLAY 'NO TIMESHEETS LOADED, HOURLY EMPLOYEES '
212207             'GO TO EXCEPTIONS'
212208     ELSE
212209         PERFORM UNTIL WS-Timesheets-EndOfFile = 'Y'
212210             READ TimesheetFile
212211                 AT END
212212                     MOVE 'Y' TO WS-Timesheets-EndOfFile
212213                 NOT AT END
212214                     PERFORM Load-One-Timesheet
212215             END-READ
212216         END-PERFORM
212217         CLOSE TimesheetFile
212218         DISPLAY 'TIMESHEETS LOADED: ' WS-Timesheet-Count
212219     END-IF.
212220* A missing timesheet file is a diagnosed condition, not an
212221* abend: the salaried population pays normally and every
212222* active hourly employee lands on the exceptions list, which
212223* is a far smaller mess than a run that guessed.

212224 Load-One-Timesheet.
212225     IF TS-Vacation-Hours-X = SPACES
212226         MOVE 0 TO TS-Vacation-Hours
212227     END-IF
212228     IF TS-Sick-Hours-X = SPACES
212229         MOVE 0 TO TS-Sick-Hours
212230     END-IF
212231     IF TS-EmployeeID-X NOT NUMERIC
212232         OR TS-Regular-Hours-X NOT NUMERIC
212233         OR TS-Overtime-Hours-X NOT NUMERIC
212234         OR TS-Vacation-Hours-X NOT NUMERIC
212235         OR TS-Sick-Hours-X NOT NUMERIC
212236         DISPLAY 'NON-NUMERIC TIMESHEET LINE IGNORED: '
212237             TS-EmployeeID-X
212238     ELSE
212239         IF WS-Timesheet-Count < 99000
212240             ADD 1 TO WS-Timesheet-Count
212241             MOVE TS-EmployeeID
212242                 TO WS-Timesheet-Emp-ID (WS-Timesheet-Count)
212243             MOVE TS-Regular-Hours
212244                 TO WS-Timesheet-Reg-Hours
212245                                 (WS-Timesheet-Count)
212246             MOVE TS-Overtime-Hours
212247                 TO WS-Timesheet-OT-Hours
212248                                 (WS-Timesheet-Count)
212249             MOVE TS-Vacation-Hours
212250                 TO WS-Timesheet-Vac-Hours
212251                                 (WS-Timesheet-Count)
212252             MOVE TS-Sick-Hours
212253                 TO WS-Timesheet-Sick-Hours
212254                                 (WS-Timesheet-Count)
212255         ELSE
212256             DISPLAY 'TIMESHEET TABLE FULL, LINE IGNORED: '
212257                 TS-EmployeeID
212258         END-IF
212259     END-IF.
212260* A line the clock system mangled is announced and skipped
212261* before any arithmetic touches it, the same treatment as a
212262* non-numeric deduction rate; the employee it belonged to
212263* then surfaces on the exceptions list, where the mangled
212264* line gets chased instead of paid. Blank leave hours are no
212265* leave, so a line cut without them still loads.

212300 Compute-Employee-Net-Pay.
212400     MOVE 0 TO WS-Employee-Deduction-Total
216600     MOVE EmployeeSalary              TO WS-PR-Gross
216700     MOVE WS-Employee-Deduction-Total TO WS-PR-Deductions
216800     MOVE WS-Employee-Net-Pay         TO WS-PR-Net
216814     IF WS-Paid-By-Check
216828         MOVE 'CHK'                   TO WS-PR-Method
216842     ELSE
216856         MOVE 'DEP'                   TO WS-PR-Method
216870     END-IF
216884     MOVE WS-Employee-Check-Number    TO WS-PR-Check-Number
216900     WRITE PayRegisterRecord FROM WS-PayReg-Detail-Line
217000         AFTER ADVANCING 1 LINE.
217100* One register line per paid employee, carrying the same three
217200* figures Compute-Employee-Net-Pay just produced, and how the
217250* net goes out.

217300 Write-Pay-Register-Totals.
217400     WRITE PayRegisterRecord FROM SPACES
219200     MOVE 'NET PAY TOTAL'        TO WS-PR-Total-Label
219300     MOVE WS-Net-TotalSalary     TO WS-PR-Total-Amount
219400     WRITE PayRegisterRecord FROM WS-PayReg-Totals-Line
219500         AFTER ADVANCING 1 LINE
219512     IF WS-Check-Issue-Count > 0
219524         MOVE SPACES                 TO WS-PayReg-Totals-Line
219536         MOVE 'NET PAID BY CHECK'    TO WS-PR-Total-Label
219548         MOVE WS-Check-Issue-Total   TO WS-PR-Total-Amount
219560         WRITE PayRegisterRecord FROM WS-PayReg-Totals-Line
219572             AFTER ADVANCING 1 LINE
219584     END-IF.
219588* The part of net paid by check is broken out under net, so the
219592* register ties to the check register as well as to the bank
219596* trailer.
219600* Gross at the top, one line per deduction bucket in the order
219700* the rates file listed them, and net at the bottom: gross
219800* minus the buckets should tie to net, and a register where it
219900* does not is the first place a bad rates file shows itself.

219912 Open-Pay-History-File.
219924     OPEN EXTEND PayHistoryFile
219936     IF WS-PayHistoryFile-Status = '35'
219948         OPEN OUTPUT PayHistoryFile
219960         CLOSE PayHistoryFile
219972         OPEN EXTEND PayHistoryFile
219984     END-IF
219996     IF WS-PayHistoryFile-Status NOT = '00'
220008         DISPLAY 'PAYHISTORYFILE OPEN FAILED, FILE STATUS: '
220020             WS-PayHistoryFile-Status
220032     END-IF.
220044* The archive is never opened OUTPUT once it exists: EXTEND
220056* appends each period's records after every record ever
220068* written, and the '35' branch lays the file down empty the
220080* first time, the same create-on-first-use pattern as
220092* Open-Ytd-File.

220104 Write-Pay-History-Record.
220116     MOVE WS-Current-Pay-Period   TO PH-Pay-Period
220128     MOVE WS-Run-Date             TO PH-Run-Date
220140     MOVE EmployeeID              TO PH-EmployeeID
220152     MOVE EmployeeSalary          TO PH-Gross-Pay
220154     MOVE WS-Run-Pay-Frequency    TO PH-Run-Frequency
220156     MOVE WS-Posting-Number       TO PH-Posting-Number
220158     MOVE EmployeeDepartmentCode  TO PH-Department-Code
220160     MOVE 0                       TO PH-Reversal-Date
220164     PERFORM Set-Pay-History-Payment
220170     PERFORM Set-Pay-History-Split
220176     MOVE WS-Deduction-Count      TO PH-Deduction-Count
220188     PERFORM VARYING WS-Emp-Ded-Sub FROM 1 BY 1
220200         UNTIL WS-Emp-Ded-Sub > 10
220212         IF WS-Emp-Ded-Sub > WS-Deduction-Count
220224             MOVE SPACES
220236                 TO PH-Deduction-Code (WS-Emp-Ded-Sub)
220248         ELSE
220260             MOVE WS-Deduction-Code (WS-Emp-Ded-Sub)
220272                 TO PH-Deduction-Code (WS-Emp-Ded-Sub)
220284         END-IF
220296         MOVE WS-Emp-Ded-Amount (WS-Emp-Ded-Sub)
220308             TO PH-Deduction-Amount (WS-Emp-Ded-Sub)
220320     END-PERFORM
220332     MOVE WS-Employee-Employer-Total TO PH-Employer-Cost
220344     MOVE WS-Employer-Count       TO PH-Employer-Count
220356     PERFORM VARYING WS-Emp-Er-Sub FROM 1 BY 1
220368         UNTIL WS-Emp-Er-Sub > 10
220380         IF WS-Emp-Er-Sub > WS-Employer-Count
220392             MOVE SPACES
220404                 TO PH-Employer-Code (WS-Emp-Er-Sub)
220416         ELSE
220428             MOVE WS-Employer-Code (WS-Emp-Er-Sub)
220440                 TO PH-Employer-Code (WS-Emp-Er-Sub)
220452         END-IF
220464         MOVE WS-Emp-Er-Amount (WS-Emp-Er-Sub)
220476             TO PH-Employer-Amount (WS-Emp-Er-Sub)
220488     END-PERFORM
220500     MOVE WS-Employee-Order-Amount TO PH-Garnish-Amount
220512     MOVE WS-Employee-Net-Pay     TO PH-Net-Pay
220517     IF WS-RetroAdjust-Mode
220522         MOVE 'A' TO PH-Adjustment-Flag
220527         MOVE 0 TO PH-Vacation-Accrued PH-Vacation-Taken
220532                   PH-Sick-Accrued PH-Sick-Taken
220537     ELSE
220542         IF WS-OffCycle-Mode
220547             MOVE 'O' TO PH-Adjustment-Flag
220552         ELSE
220557             MOVE 'R' TO PH-Adjustment-Flag
220562         END-IF
220567         MOVE WS-Leave-Vacation-Accrued TO PH-Vacation-Accrued
220572         MOVE WS-Leave-Vacation-Taken   TO PH-Vacation-Taken
220577         MOVE WS-Leave-Sick-Accrued     TO PH-Sick-Accrued
220582         MOVE WS-Leave-Sick-Taken       TO PH-Sick-Taken
220587     END-IF
220592* The record says what kind of pay it is: a retro run's
220597* payment archives as an adjustment, an off-cycle run's as a
220602* final pay, with the vacation paid out as vacation taken,
220607* and every other paying mode archives ordinary period pay.
220620     WRITE PayHistoryRecord
220632     IF WS-PayHistoryFile-Status NOT = '00'
220644         DISPLAY 'PAY HISTORY WRITE FAILED, FILE STATUS: '
220656             WS-PayHistoryFile-Status
220668             ' EMPLOYEEID: ' EmployeeID
220680     END-IF.
220692* The record carries the same gross, bucket amounts, and net
220704* Compute-Employee-Net-Pay just arrived at for this employee,
220716* stamped with the period and run date, all ten bucket slots
220728* written so every record is the same length. A failed write
220740* is called out by EmployeeID, the same way a failed YTD
220752* archive write is, so the operator knows which stubs the
220764* archive is missing before anyone asks for them.

220776 Write-Bank-Header.
220788     MOVE WS-Run-Date          TO WS-BH-Run-Date
220800     MOVE WS-Run-Pay-Frequency TO WS-BH-Frequency
220802     IF WS-RetroAdjust-Mode OR WS-OffCycle-Mode
220804         MOVE 0 TO WS-BH-Pay-Period
220806     ELSE
220808         MOVE WS-Current-Pay-Period TO WS-BH-Pay-Period
220810     END-IF
220812     WRITE BankPaymentRecord FROM WS-Bank-Header-Record.
220824* Written once, at the top of a fresh run's file; a restart
220836* reopens the file EXTEND and keeps appending details behind
220848* the header the original run already wrote, which is safe
220860* only because Write-Bank-Payment-Detail checkpoints behind
220872* every detail it writes.

220900 Write-Bank-Payment-Detail.
221000     IF WS-Paid-By-Check
221014         IF WS-Prenote-Held
221028             ADD 1 TO WS-Prenote-Hold-Count
221042             IF WS-Prenote-Posting-Run
221056                 PERFORM Post-Prenote-Hold-Period
221070             END-IF
221084         ELSE
221100             ADD 1 TO WS-Bank-Nodetails-Count
221150         END-IF
221200         PERFORM Write-Check-Payment
221300         PERFORM Write-Checkpoint
221350         MOVE 0 TO WS-Records-Since-Checkpoint
221400     ELSE
221500         MOVE EmployeeID          TO WS-BD-EmployeeID
221600         MOVE EmployeeBankRouting TO WS-BD-Routing
222500* The payment carries the net figure just computed for this
222600* employee, and the two control totals grow with every detail
222700* written so the trailer always matches the file above it. An
222800* employee without banking details is paid by a numbered paper
222900* check instead, written by Write-Check-Payment to the check
223000* file, the check register, and the positive-pay file, and
223033* checkpointed behind it exactly the way a bank detail is, so
223066* a restart can never print the same check twice.
223071* An employee whose new account is still on prenote hold is
223076* paid by check the same way, counted apart from the ones with
223081* no account at all; on the batch pass the prenote itself
223086* goes on the bank file with the first held period, covered
223091* by the same checkpoint.
223100* The checkpoint is written the moment each detail lands, not
223200* on the usual WS-Checkpoint-Interval, so the checkpoint's
223300* restart position can never sit behind a 'D' record already
224100 Write-Bank-Trailer.
224200     MOVE WS-Bank-Payment-Count TO WS-BT-Count
224300     MOVE WS-Bank-Payment-Total TO WS-BT-Amount
224350     MOVE WS-Prenote-Sent-Count TO WS-BT-Prenote-Count
224400     WRITE BankPaymentRecord FROM WS-Bank-Trailer-Record
224500     DISPLAY 'BANK PAYMENTS WRITTEN: ' WS-Bank-Payment-Count
224600         ' TOTAL: ' WS-Bank-Payment-Total
224700     IF WS-Bank-Nodetails-Count > 0
224800         DISPLAY 'PAID EMPLOYEES WITHOUT BANK DETAILS: '
224900             WS-Bank-Nodetails-Count
224912     END-IF
224924     IF WS-Prenote-Sent-Count > 0
224936         DISPLAY 'PRENOTES SENT: ' WS-Prenote-Sent-Count
224948     END-IF
224960     IF WS-Prenote-Hold-Count > 0
224972         DISPLAY 'PAID BY CHECK ON PRENOTE HOLD: '
224984             WS-Prenote-Hold-Count
225000     END-IF.
225100* The same control-total discipline Reconcile-Totals applies
225200* on the way in, applied on the way out: if the bank's count
225300* or total disagrees with this trailer, the file was damaged
225400* in transit and nothing should move.

225417 Write-Gl-Journal.
225434     OPEN OUTPUT GlJournalFile
225451     IF WS-GlJournalFile-Status NOT = '00'
225468         DISPLAY 'GLJOURNALFILE OPEN FAILED, FILE STATUS: '
225485             WS-GlJournalFile-Status
225502         DISPLAY 'GL JOURNAL NOT RELEASED THIS RUN'
225519     ELSE
225536         MOVE WS-Run-Date           TO WS-GJH-Run-Date
225553         MOVE WS-Current-Pay-Period TO WS-GJH-Pay-Period
225570         WRITE GlJournalRecord FROM WS-Gl-Header-Record
225587         PERFORM Write-Journal-Debit-Lines
225604         PERFORM Write-Journal-Credit-Lines
225612         PERFORM Write-Journal-Leave-Lines
225621         PERFORM Write-Journal-Trailer
225638         CLOSE GlJournalFile
225655         DISPLAY 'GL journal written, see gl-journal.dat'
225663         PERFORM Archive-Gl-Journal
225664         IF WS-GlJournalFile-Status = '00'
225665                 AND WS-Leave-Valuation-Done
225666             PERFORM Book-Leave-Liability
225667         END-IF
225672     END-IF.
225689* Header, debits, credits, trailer, in posting order. The
225706* journal is built from the same run totals the register just
225723* printed, while DepartmentFile is still open for the cost
225740* center lookups, which is why Display-Results performs this
225757* before closing the department master.
225761* Each released journal is then copied onto GlHistoryFile,
225765* which is what the quarterly summary reconciles against once
225769* this journal has been replaced by the next run's.
225770* Only a journal that closed cleanly has the leave liability
225771* change on it, so only then is the new liability booked on
225772* the balances.

225774 Write-Journal-Debit-Lines.
225791     PERFORM VARYING WS-Department-Index FROM 1 BY 1
225808         UNTIL WS-Department-Index > WS-Department-Count
225825         MOVE 'DR' TO WS-GJD-Side
225842         PERFORM Lookup-Journal-Cost-Center
225859         MOVE WS-Department-Salary-Total
225876                         (WS-Department-Index)
225893             TO WS-GJD-Amount
225910         ADD WS-Department-Salary-Total
225927                         (WS-Department-Index)
225944             TO WS-Journal-Debit-Total
225961         WRITE GlJournalRecord FROM WS-Gl-Detail-Record
225978         IF WS-Department-Employer-Total (WS-Department-Index)
225995                 > 0
226012             MOVE 'DR' TO WS-GJD-Side
226029             PERFORM Lookup-Journal-Cost-Center
226046             MOVE 'EMPLOYER COST' TO WS-GJD-Description
226063             MOVE WS-Department-Employer-Total
226080                             (WS-Department-Index)
226097                 TO WS-GJD-Amount
226114             ADD WS-Department-Employer-Total
226131                             (WS-Department-Index)
226148                 TO WS-Journal-Debit-Total
226165             WRITE GlJournalRecord FROM WS-Gl-Detail-Record
226182         END-IF
226199     END-PERFORM.
226216* One salary expense debit per department, for the same
226233* subtotal the report prints, charged to the department's
226250* cost center. The department table only ever accumulates
226267* paid actives, so these debits are the gross this run
226284* actually paid, not the whole file's salary.
226301* A department that carried employer contributions gets a
226318* second debit to the same cost center for the employer's cost,
226335* so the expense side holds the whole cost of its pay.

226352 Lookup-Journal-Cost-Center.
226369     IF WS-Department-Master-Available
226386         MOVE WS-Department-Code (WS-Department-Index)
226403             TO DepartmentCode
226420         READ DepartmentFile
226437             INVALID KEY
226454                 MOVE WS-Department-Code
226471                                 (WS-Department-Index)
226488                     TO WS-GJD-Account
226505                 MOVE 'NO COST CENTER'
226522                     TO WS-GJD-Description
226539             NOT INVALID KEY
226556                 MOVE DepartmentCostCenter
226573                     TO WS-GJD-Account
226590                 MOVE DepartmentName
226607                     TO WS-GJD-Description
226624         END-READ
226641     ELSE
226658         MOVE WS-Department-Code (WS-Department-Index)
226675             TO WS-GJD-Account
226692         MOVE 'NO DEPT MASTER' TO WS-GJD-Description
226709     END-IF.
226726* A department the master cannot name still gets its debit -
226743* the money was paid either way - posted under the bare
226760* department code with a description that says why, the same
226777* stand-in treatment Lookup-Department-Name gives the report
226794* subtotals.

226811 Write-Journal-Credit-Lines.
226828     PERFORM VARYING WS-Deduction-Index FROM 1 BY 1
226845         UNTIL WS-Deduction-Index > WS-Deduction-Count
226862         MOVE 'CR' TO WS-GJD-Side
226879         MOVE WS-Deduction-Code (WS-Deduction-Index)
226896             TO WS-GJD-Account
226913         MOVE WS-Deduction-Desc (WS-Deduction-Index)
226930             TO WS-GJD-Description
226947         MOVE WS-Deduction-Run-Total (WS-Deduction-Index)
226964             TO WS-GJD-Amount
226981         ADD WS-Deduction-Run-Total (WS-Deduction-Index)
226998             TO WS-Journal-Credit-Total
227015         WRITE GlJournalRecord FROM WS-Gl-Detail-Record
227032     END-PERFORM
227049* One liability credit per deduction bucket, in the order the
227066* rates file listed them, for the bucket's run total: what
227083* was withheld is owed to the taxman or the plan until it is
227100* remitted, which is exactly what a liability account says.
227117     PERFORM VARYING WS-Employer-Index FROM 1 BY 1
227134         UNTIL WS-Employer-Index > WS-Employer-Count
227151         MOVE 'CR' TO WS-GJD-Side
227168         MOVE SPACES TO WS-GJD-Account
227185         STRING 'ER' WS-Employer-Code (WS-Employer-Index)
227202             DELIMITED BY SIZE INTO WS-GJD-Account
227219         END-STRING
227236         MOVE WS-Employer-Desc (WS-Employer-Index)
227253             TO WS-GJD-Description
227270         MOVE WS-Employer-Run-Total (WS-Employer-Index)
227287             TO WS-GJD-Amount
227304         ADD WS-Employer-Run-Total (WS-Employer-Index)
227321             TO WS-Journal-Credit-Total
227338         WRITE GlJournalRecord FROM WS-Gl-Detail-Record
227355     END-PERFORM
227372* One liability credit per employer contribution, under ER and
227389* the contribution code, so the employer's half of a tax never
227406* lands in the same account as what was withheld from the
227423* employee. It is owed until remitted, the same as a bucket.

227440     IF WS-Order-Run-Total > 0
227457         MOVE 'CR'   TO WS-GJD-Side
227474         MOVE 'GARN' TO WS-GJD-Account
227491         MOVE 'WITHHOLDING ORDERS' TO WS-GJD-Description
227508         MOVE WS-Order-Run-Total TO WS-GJD-Amount
227525         ADD WS-Order-Run-Total TO WS-Journal-Credit-Total
227542         WRITE GlJournalRecord FROM WS-Gl-Detail-Record
227559     END-IF
227576* The garnishment withholdings are a liability too - owed to
227593* the order payees, not the taxman - and without this line
227610* every garnished run's journal would come up short on the
227627* credit side by exactly the orders' total.

227644     PERFORM Write-Journal-Check-Credit
227661     MOVE 'CR'   TO WS-GJD-Side
227678     MOVE 'CASH' TO WS-GJD-Account
227695     MOVE 'NET PAY DEPOSITED' TO WS-GJD-Description
227712     MOVE WS-Deposit-Net-Total TO WS-GJD-Amount
227729     ADD WS-Deposit-Net-Total TO WS-Journal-Credit-Total
227746     WRITE GlJournalRecord FROM WS-Gl-Detail-Record.
227763* And the net itself, split between checks outstanding and
227780* cash gone by bank file, so expense equals liability plus net.

227797 Write-Journal-Trailer.
227814     MOVE WS-Journal-Debit-Total  TO WS-GJT-Debit-Total
227831     MOVE WS-Journal-Credit-Total TO WS-GJT-Credit-Total
227848     IF WS-Journal-Debit-Total
227865             NOT = WS-Journal-Credit-Total
227882         SET WS-Journal-Out-Of-Balance TO TRUE
227899         MOVE 'Y' TO WS-GJT-Balance-Flag
227916         DISPLAY '*** GL JOURNAL OUT OF BALANCE ***'
227933         DISPLAY 'DEBIT TOTAL:  ' WS-Journal-Debit-Total
227950         DISPLAY 'CREDIT TOTAL: ' WS-Journal-Credit-Total
227967         MOVE 16 TO RETURN-CODE
227984     ELSE
228001         MOVE 'N' TO WS-GJT-Balance-Flag
228018         DISPLAY 'GL JOURNAL IN BALANCE, TOTAL: '
228035             WS-Journal-Debit-Total
228052     END-IF
228069     WRITE GlJournalRecord FROM WS-Gl-Trailer-Record.
228086* Debits not equaling credits means a department fell past
228103* the subtotal table's ceiling or a deduction cap fired, and
228120* either way the journal must not post as it stands: the run
228137* is flagged with the same RETURN-CODE Reconcile-Totals uses,
228154* and the trailer's Y flag stops finance's loader cold.

228171 Edit-Employee-Record.
228188     SET WS-Record-Valid TO TRUE
228205     MOVE 0 TO WS-Error-Reason-Code
228222     MOVE SPACES TO WS-Error-Reason-Text
228239* Assume the record is good until an edit check below proves
228256* otherwise.

228273     IF EmployeeID < WS-Min-EmployeeID
228290         OR EmployeeID > WS-Max-EmployeeID
228307         SET WS-Record-Invalid TO TRUE
228324         MOVE 10 TO WS-Error-Reason-Code
228341         MOVE 'EMPLOYEEID ZERO, BLANK, OR OUT OF RANGE'
228358             TO WS-Error-Reason-Text
228375* A zero/blank EmployeeID cannot be a real employee, so it is
228392* rejected here before the duplicate check even runs.

228409     ELSE
228426         SET WS-Seen-ID-Index TO 1
228443         SEARCH WS-Seen-ID-Entry
228460             AT END
228477                 NEXT SENTENCE
228494             WHEN WS-Seen-ID-Entry (WS-Seen-ID-Index) = EmployeeID
228511                 SET WS-Record-Invalid TO TRUE
228528                 MOVE 20 TO WS-Error-Reason-Code
228545                 MOVE 'DUPLICATE EMPLOYEEID ALREADY PROCESSED'
228562                     TO WS-Error-Reason-Text
228579         END-SEARCH
228596* SEARCH walks the seen-ID table built so far this run looking
228613* for this EmployeeID; finding one means a retransmitted record.
228630* The EmployeeID is not added to WS-Seen-ID-Table here: that only
228647* happens in Process-Record once the record has also cleared
228664* Check-Salary-Range, so a record rejected for salary overflow
228681* does not permanently block a later corrected resubmission of
228698* the same EmployeeID within this run.
228715     END-IF.

228800     IF WS-Record-Valid
228900         IF NOT EmployeeActive AND NOT EmployeeTerminated
294500     PERFORM Update-Ytd-Totals
294600* Fold this period's salary into the employee's cumulative
294700* year-to-date figure on YtdFile.
294720     PERFORM Post-Leave-Accrual
294740* The leave taken comes off the balance and this period's
294760* accrual goes on, before the pay history record that archives
294780* both is written.

294800     PERFORM Compute-Employee-Net-Pay
294900* Take each deduction bucket's cut of this employee's gross and
295000* arrive at net, before any of the lines that carry net are
295100* written.

295102     PERFORM Compute-Employer-Cost
295104     PERFORM Update-Department-Employer-Cost
295106* And the employer's own contributions on the same gross, any
295108* wage ceiling measured against the YTD figure as it stood
295110* before this period; none of it touches net, but it lands in
295112* pay history, the department's cost and the journal.

295120     PERFORM Assign-Payment-Method
295140* Settle whether this net goes by bank file or by paper check,
295160* and the check's number, before the register and pay history
295180* lines that show it are written.

295200     MOVE EmployeeID TO WS-DisplayID
295300     MOVE EmployeeName TO WS-DisplayName
295400     MOVE EmployeeSalary TO WS-DisplaySalary
296900     PERFORM Write-Bank-Payment-Detail.
297000* And finally the payment itself to the bank file, so the
297100* money moves off this run's figures instead of off checks
297200* typed up from the printed report; an employee with no
297233* banking details gets a numbered check on the check file,
297266* the check register, and the positive-pay file instead.

297300 Process-Inactive-Record.
297400     ADD 1 TO WS-Inactive-EmployeeCount
299600* no YTD accrual, and no extract, register, or report detail
299700* line. Their own run pays them.

299712 Determine-Gross-Pay.
299724     MOVE 'N' TO WS-Timesheet-Missing-Flag
299736     PERFORM Find-Employee-Timesheet
299748     PERFORM Check-Leave-Taken
299760     IF EmployeeHourlyPaid
299772         IF WS-Timesheet-Found
299784             PERFORM Compute-Hourly-Gross
299796         ELSE
299808             SET WS-Timesheet-Missing TO TRUE
299820         END-IF
299832     ELSE
299844         MOVE EmployeeSalary TO WS-Employee-Gross-Pay
299856     END-IF.
299868* A salaried employee's gross is EmployeeSalary exactly as it
299880* always was; an hourly employee's is built from this
299892* period's timesheet, and an hourly employee without one is
299904* flagged for Process-Record to hold out. Every employee's
299916* timesheet is looked for, because a salaried one may have
299928* sent leave hours, and Check-Leave-Taken settles how much of
299940* the leave on it the balance covers before any pay is built.

299952 Find-Employee-Timesheet.
299964     MOVE 'N' TO WS-Timesheet-Found-Flag
299976     SET WS-Timesheet-Index TO 1
299988     SEARCH WS-Timesheet-Entry
300000         AT END
300012             CONTINUE
300024         WHEN WS-Timesheet-Emp-ID (WS-Timesheet-Index)
300036                 = EmployeeID
300048             SET WS-Timesheet-Found TO TRUE
300060     END-SEARCH.
300072* The index is left sitting on the matched entry for
300084* Compute-Hourly-Gross to read the hours from.

300096 Compute-Hourly-Gross.
300108     MULTIPLY EmployeeSalary
300120         BY WS-Timesheet-Reg-Hours (WS-Timesheet-Index)
300132         GIVING WS-Regular-Pay ROUNDED
300144     MULTIPLY EmployeeSalary
300156         BY WS-Timesheet-OT-Hours (WS-Timesheet-Index)
300168         GIVING WS-Overtime-Pay ROUNDED
300180     MULTIPLY WS-Overtime-Pay BY 1.5
300192         GIVING WS-Overtime-Pay ROUNDED
300204     MULTIPLY EmployeeSalary BY WS-Leave-Paid-Hours
300216         GIVING WS-Leave-Pay ROUNDED
300228     ADD WS-Regular-Pay WS-Overtime-Pay WS-Leave-Pay
300240         GIVING WS-Employee-Gross-Pay
300252         ON SIZE ERROR
300264             MOVE 999999.99 TO WS-Employee-Gross-Pay
300276             DISPLAY 'HOURLY GROSS OVER PAYABLE MAXIMUM, '
300288                 'CAPPED: ' EmployeeID
300300     END-ADD.
300312* Rate times regular hours, plus rate times overtime hours at
300324* time and a half, plus rate times the leave hours the balance
300336* covers, rounded the way every other money figure here rounds.
300348* The work fields are wider than the gross they feed, so a
300360* rate-times-hours figure too big to pay trips the final ADD's
300372* size check and is capped in plain sight on the job log
300384* instead of wrapping.

300396 Skip-For-Missing-Timesheet.
300408     ADD 1 TO WS-Timesheet-Missing-Count
300420     MOVE EmployeeID TO WS-DisplayID
300432     MOVE EmployeeName TO WS-DisplayName
300444     DISPLAY 'Hourly, no timesheet, not paid: '
300456         WS-DisplayID ' ' WS-DisplayName
300468     MOVE 'NO TIMESHEET THIS PERIOD'
300480         TO WS-TX-Reason
300492     PERFORM Write-Timesheet-Exception-Line.
300504* The held-out hourly employee follows the skipped-frequency
300516* path: in the grand totals so the trailer reconciliation
300528* still balances, on the job log and the exceptions list,
300540* but drawing no pay, no YTD accrual, and no extract,
300552* register, bank, or report detail line until a timesheet
300564* arrives and the period is rerun.

300576 Write-Timesheet-Exc-Headings.
300588     MOVE WS-Run-Date TO WS-TX-Run-Date
300600     WRITE TimesheetExceptionRecord
300612         FROM WS-Timesheet-Exc-Heading-1
300624         AFTER ADVANCING PAGE
300636     WRITE TimesheetExceptionRecord
300648         FROM WS-Timesheet-Exc-Heading-2
300660         AFTER ADVANCING 2 LINES
300672     WRITE TimesheetExceptionRecord FROM SPACES
300684         AFTER ADVANCING 1 LINE
300696     MOVE 0 TO WS-Timesheet-Exc-Line-Count.

300708 Write-Timesheet-Exception-Line.
300720     IF WS-Timesheet-Exc-Line-Count
300732             >= WS-Report-Lines-Per-Page
300744         PERFORM Write-Timesheet-Exc-Headings
300756     END-IF
300768     MOVE EmployeeID     TO WS-TX-ID
300780     MOVE EmployeeName   TO WS-TX-Name
300792     MOVE EmployeeSalary TO WS-TX-Rate
300804     WRITE TimesheetExceptionRecord
300816         FROM WS-Timesheet-Exc-Detail-Line
300828         AFTER ADVANCING 1 LINE
300840     ADD 1 TO WS-Timesheet-Exc-Line-Count.
300852* The rate column shows what the employee would have been
300864* paid per hour, not a guessed gross, so the reviewer sees at
300876* a glance there was nothing to compute from; for a salaried
300888* employee on the list for leave, it is the salary. The
300900* caller has already put the reason in WS-TX-Reason.

300912 Write-Timesheet-Exception-Total.
300924     MOVE WS-Timesheet-Missing-Count TO WS-TX-Total-Count
300936     WRITE TimesheetExceptionRecord
300948         FROM WS-Timesheet-Exc-Total-Line
300960         AFTER ADVANCING 2 LINES
300972     MOVE WS-Leave-Exception-Count TO WS-TX-Leave-Count
300984     WRITE TimesheetExceptionRecord
300996         FROM WS-Leave-Exc-Total-Line
301008         AFTER ADVANCING 1 LINE.

301020 Check-Salary-Range.
301032     SET WS-Salary-Valid TO TRUE
301044     MOVE 0 TO WS-Error-Reason-Code
301056     MOVE SPACES TO WS-Error-Reason-Text
301068* Assume the salary is safe to add until the check below proves
301080* otherwise.

301092     IF (WS-TotalSalary + EmployeeSalary) > 99999999.99
301104         SET WS-Salary-Overflow TO TRUE
301116         MOVE 30 TO WS-Error-Reason-Code
301128         MOVE 'SALARY TOTAL WOULD EXCEED PIC 9(8)V99'
301140             TO WS-Error-Reason-Text
301152* Adding this employee's salary to the running total would
301164* overflow WS-TotalSalary's PIC 9(8)V99, so the record is
301176* rejected here instead of letting the ADD wrap silently.
301188     END-IF.

301197 Update-Department-Totals.
301206     PERFORM Find-Labor-Distribution
301215     IF WS-LD-Distributed
301224         PERFORM Split-Department-Totals
301233     ELSE
301242         PERFORM Add-Department-Totals
301251     END-IF.
301260* An employee on the labor distribution is counted in every
301269* department that carries a share of their pay, with that
301278* share of the salary; everyone else goes wholly to their own
301287* department, as before.

301300 Add-Department-Totals.
301400     SET WS-Department-Index TO 1
301500     SEARCH WS-Department-Entry
301600         AT END
302400                 MOVE EmployeeSalary
302500                   TO WS-Department-Salary-Total
302600                                     (WS-Department-Count)
302625                 MOVE ZEROS
302650                   TO WS-Department-Employer-Costs
302675                                     (WS-Department-Count)
302700* A department code not seen before in this run gets a brand
302800* new subtotal entry, as long as the table still has room.
302900             ELSE
304900     PERFORM Write-Pay-Register-Totals
305000     CLOSE PayRegisterFile

305004     PERFORM Write-Employer-Cost-Report
305006     PERFORM Write-Leave-Liability-Report
305008* The employer cost report goes out beside the pay register,
305012* off the same department table, while DepartmentFile is still
305016* open for the department names.

305020     PERFORM Write-Gl-Journal
305040* The journal goes out off the same totals the register just
305060* printed, before DepartmentFile closes below, since the
305080* debit lines read it for each department's cost center.

305083     IF WS-Leave-File-Available
305086         CLOSE LeaveBalanceFile
305089     END-IF
305092* LeaveBalanceFile is held open from the liability report until
305095* the journal is out, for Book-Leave-Liability to book on.

305100     IF WS-Department-Master-Available
305200         CLOSE DepartmentFile
305300     END-IF
311300     CLOSE YtdHistoryFile
311400     CLOSE AnnualStatementFile
311500     CLOSE EmployeeFile
311550     PERFORM Close-Run-Control-Year
311600     DISPLAY 'Year-end close complete for year: ' WS-Close-Year
311700     DISPLAY 'Employees closed: ' WS-YearEnd-Employee-Count
311800     DISPLAY 'See annual-earnings.txt'.
311900* The statement total is what all the W-2s for the year should
312000* add up to, which is the figure payroll balances against.
312025* Every period completed in the closed year is marked closed
312050* on RunControlFile, and a reversal of one then takes a
312075* supervisor's override.

312100 Open-Ytd-History-File.
312200     OPEN EXTEND YtdHistoryFile
318940* The run date stamps EmployeeTerminationDate on every
318960* TERMINATE applied this session, so the purge cutoff has a
318980* real date to work from.
318982     DISPLAY 'Enter operator ID: '
318984     ACCEPT WS-Audit-Operator-ID
318986* The submitting operator's ID goes on every change held for
318988* approval, so the approval run can refuse to let the same
318990* operator release it. A blank ID still lets name, department,
318992* and terminate maintenance through, but nothing can be held
318994* without knowing who asked for it.
319000     OPEN I-O EmployeeFile
319100     IF WS-EmployeeFile-Status NOT = '00'
319200         DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
320100* behind the department-code edit; without it, adds and
320200* changes go unvalidated for the run, same as the batch pass.

320220     PERFORM Open-Pending-Change-File
320240* Salary, pay-type, and banking changes are written here for
320260* a second operator to release, so the pending file is opened
320280* I-O for the whole session.

320300     OPEN INPUT MaintenanceFile
320400     IF WS-MaintenanceFile-Status NOT = '00'
320500         DISPLAY 'MAINTENANCEFILE OPEN FAILED, FILE STATUS: '

322800     MOVE WS-Applied-Count  TO WS-RG-Applied-Count
322900     MOVE WS-Rejected-Count TO WS-RG-Rejected-Count
322950     MOVE WS-Pending-Count  TO WS-RG-Pending-Count
322975     MOVE WS-Scheduled-Count TO WS-RG-Scheduled-Count
323000     WRITE TransactionRegisterRecord
323100         FROM WS-Register-Total-Line
323200     CLOSE MaintenanceFile
323500     IF WS-Department-Master-Available
323600         CLOSE DepartmentFile
323700     END-IF
323725     IF WS-Pending-File-Available
323750         CLOSE PendingChangeFile
323775     END-IF
323800     DISPLAY 'Maintenance complete, applied: ' WS-Applied-Count
323900         ' rejected: ' WS-Rejected-Count
323950         ' held for approval: ' WS-Pending-Count
323975         ' scheduled: ' WS-Scheduled-Count
324000     DISPLAY 'See employee-trans-register.txt'.
324100* The register ends with the same applied/rejected counts the
324200* job log shows, so the filed register stands on its own.
325400* The EmployeeID is checked through its X-view before any
325500* numeric MOVE or keyed READ can touch it.

325506     IF WS-Transaction-Applied
325512         AND MT-Effective-Date-X NOT = SPACES
325518         IF MT-Effective-Date-X NOT NUMERIC
325524             SET WS-Transaction-Rejected TO TRUE
325530             MOVE 'EFFECTIVE DATE NOT NUMERIC'
325536                 TO WS-Transaction-Reason
325542         ELSE
325548             IF MT-Effective-Date > WS-Run-Date
325554                 PERFORM Schedule-Future-Transaction
325560             END-IF
325566         END-IF
325572     END-IF.
325578* A transaction dated after today is scheduled instead of
325584* applied, and the action paragraphs below never see it; one
325590* dated today or earlier applies now, like an undated one.

325600     IF WS-Transaction-Applied
325700         IF MT-Add-Action
325800             PERFORM Apply-Add-Transaction
330400             MOVE 'BANK ROUTING NOT NUMERIC'
330500                 TO WS-Transaction-Reason
330600         ELSE
330612             MOVE MT-Bank-Routing TO WS-RT-Routing
330624             PERFORM Check-Routing-Digit
330636             IF WS-Routing-Digit-Bad
330648                 SET WS-Transaction-Rejected TO TRUE
330660                 MOVE 'BANK ROUTING CHECK DIGIT INVALID'
330672                     TO WS-Transaction-Reason
330684             ELSE
330700                 MOVE MT-Bank-Routing TO EmployeeBankRouting
330800                 MOVE MT-Bank-Account TO EmployeeBankAccount
330850             END-IF
330900         END-IF
331000     END-IF
331100* A brand new employee whose salary or status HR left blank
331300* is taken as keyed and judged by the edits below. The pay
331400* frequency goes on exactly as keyed, a blank meaning paid on
331500* every run, the same as a record from before the field
331600* existed. A routing number that fails the ABA check digit
331650* is rejected here, before the bank ever sees it.

331700     IF WS-Transaction-Applied
331800         PERFORM Edit-Employee-Record
331900         IF WS-Record-Valid
331916             IF MT-Salary-X NOT = SPACES
331932                 OR MT-Pay-Type NOT = SPACE
331948                 OR MT-Bank-Routing-X NOT = SPACES
331964                 PERFORM Hold-Add-For-Approval
331980             ELSE
332000                 WRITE EmployeeRecord
332100                     INVALID KEY
332200                         SET WS-Transaction-Rejected TO TRUE
332300                         MOVE 'EMPLOYEEID ALREADY ON FILE'
332400                             TO WS-Transaction-Reason
332500                 END-WRITE
332550             END-IF
332600         ELSE
332700             SET WS-Transaction-Rejected TO TRUE
332800             MOVE WS-Error-Reason-Text
333400* put a record on file the batch pass would only reject again.
333500* The seen-ID table is empty in maintenance mode, so the
333600* duplicate check that matters here is the WRITE's INVALID KEY
333700* against the file itself. A new employee keyed with a
333733* salary, pay type, or banking details is a salary and bank
333766* decision like any other, and waits in PendingChangeFile for
333783* a second operator; only a bare ADD goes straight on file.

333800 Apply-Change-Transaction.
333900     MOVE MT-EmployeeID TO EmployeeID
334300             MOVE 'EMPLOYEEID NOT ON FILE'
334400                 TO WS-Transaction-Reason
334500         NOT INVALID KEY
334533             MOVE EmployeeBankRouting TO WS-Prior-Bank-Routing
334566             MOVE EmployeeBankAccount TO WS-Prior-Bank-Account
334577             MOVE EmployeeSalary      TO WS-Prior-Salary
334588             MOVE EmployeePayType     TO WS-Prior-Pay-Type
334600             IF MT-Name NOT = SPACES
334700                 MOVE MT-Name TO EmployeeName
334800             END-IF
337200                     MOVE 'BANK ROUTING NOT NUMERIC'
337300                         TO WS-Transaction-Reason
337400                 ELSE
337412                     MOVE MT-Bank-Routing TO WS-RT-Routing
337424                     PERFORM Check-Routing-Digit
337436                     IF WS-Routing-Digit-Bad
337448                         SET WS-Transaction-Rejected TO TRUE
337460                         MOVE 'BANK ROUTING CHECK DIGIT INVALID'
337472                             TO WS-Transaction-Reason
337484                     ELSE
337500                         MOVE MT-Bank-Routing
337600                             TO EmployeeBankRouting
337650                     END-IF
337700                 END-IF
337800             END-IF
337900             IF MT-Bank-Account NOT = SPACES

338800             IF WS-Transaction-Applied
338900                 PERFORM Edit-Employee-Record
338925                 IF WS-Record-Valid
338950                     PERFORM Split-Held-Change-Fields
338975                 END-IF
339000                 IF WS-Record-Valid
339100                     REWRITE EmployeeRecord
339200                         INVALID KEY
339400                                 TO TRUE
339500                             MOVE 'REWRITE FAILED'
339600                                 TO WS-Transaction-Reason
339633                         NOT INVALID KEY
339666                             IF WS-Change-Held
339677                                 PERFORM Hold-Change-For-Approval
339688                             END-IF
339700                     END-REWRITE
339800                 ELSE
339900                     SET WS-Transaction-Rejected TO TRUE
340500* The changed record is re-edited in full before the REWRITE,
340600* so a change cannot leave a record on file that the batch
340700* pass's own edits would reject; a record that fails is left
340800* on EmployeeFile exactly as it was. A salary, pay type, or
340833* banking detail that differs from what the record carried is
340866* put back before the REWRITE and held for approval instead,
340883* so the name and department land today and the money waits.

340900 Apply-Terminate-Transaction.
341000     MOVE MT-EmployeeID TO EmployeeID
344000     IF WS-Transaction-Applied
344100         MOVE 'APPLIED'  TO WS-RG-Disposition
344200         ADD 1 TO WS-Applied-Count
344228     ELSE
344256         IF WS-Transaction-Pending
344284             MOVE 'PENDING'  TO WS-RG-Disposition
344312             ADD 1 TO WS-Pending-Count
344340         ELSE
344368             IF WS-Transaction-Scheduled
344396                 MOVE 'FUTURE'   TO WS-RG-Disposition
344424                 ADD 1 TO WS-Scheduled-Count
344452             ELSE
344480                 MOVE 'REJECTED' TO WS-RG-Disposition
344508                 ADD 1 TO WS-Rejected-Count
344536             END-IF
344564         END-IF
344600     END-IF
344700     WRITE TransactionRegisterRecord
344800         FROM WS-Register-Detail-Line.
344900* One register line per transaction: the action and EmployeeID
345000* exactly as HR keyed them, APPLIED or REJECTED, and the reason
345100* when rejected, in the same built-in-working-storage pattern
345200* every other print line uses. A transaction held for
345233* approval prints PENDING with its pending number, so HR can
345266* see which changes are still waiting on a second operator.
345277* A transaction scheduled for a later date prints FUTURE with
345288* its schedule number and effective date.

345300 Single-Record-Correction.
345400     OPEN I-O EmployeeFile
374300             ADD 1 TO WS-Stub-Line-Count
374400         END-IF
374500     END-PERFORM
374505     IF PH-Garnish-Amount > 0
374510         MOVE 'GARN' TO WS-SB-Bucket-Code
374515         MOVE PH-Garnish-Amount TO WS-SB-Bucket-Amount
374520         WRITE PayStubRecord FROM WS-Stub-Bucket-Line
374525             AFTER ADVANCING 1 LINE
374530         ADD 1 TO WS-Stub-Line-Count
374535     END-IF
374540     IF PH-Paid-By-Check
374545         MOVE PH-Check-Number TO WS-SB-Check-Number
374550         WRITE PayStubRecord FROM WS-Stub-Check-Line
374555             AFTER ADVANCING 1 LINE
374560         ADD 1 TO WS-Stub-Line-Count
374565     END-IF
374570     IF PH-Reversal-Record
374575         MOVE PH-Reversal-Date TO WS-SB-Reversal-Date
374580         WRITE PayStubRecord FROM WS-Stub-Reversal-Line
374585             AFTER ADVANCING 1 LINE
374590         ADD 1 TO WS-Stub-Line-Count
374595     END-IF.
374600* One period line per archive record for this employee, with
374700* each nonzero bucket's code and amount indented below it:
374800* gross, the buckets, and net on the same page is the answer
374900* to why was my net different in period 07. A period paid by
374950* paper check also names the check.
374966* A reversed period shows twice, once as paid and once as
374982* reversed, the way it stands on the archive.

375000 Bank-Returns-Processing.
375100     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
376100             DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
376200                 WS-EmployeeFile-Status
376300         END-IF
376350         PERFORM Open-Prenote-File
376400         OPEN OUTPUT BankReturnsRegisterFile
376500         IF WS-ReturnsRegisterFile-Status NOT = '00'
376600             DISPLAY 'BANKRETURNSREGISTERFILE OPEN FAILED, '
377500                 NOT AT END
377600                     IF BR-Return-Detail
377700                         PERFORM Process-One-Bank-Return
377720                     ELSE
377740                         IF BR-Return-Prenote
377760                             PERFORM Process-Prenote-Return
377780                         END-IF
377800                     END-IF
377900             END-READ
378000         END-PERFORM
378100         PERFORM Write-Returns-Totals
378150         PERFORM Mark-Bank-Acknowledged
378200         CLOSE BankReturnsRegisterFile
378300         CLOSE EmployeeFile
378400         CLOSE BankReturnFile
378425         IF WS-Prenote-File-Available
378450             CLOSE PrenoteFile
378475         END-IF
378500         DISPLAY 'Bank returns processed: '
378600             WS-Returns-Read-Count
378700             ' flagged for reissue: '
379200* the employee's banking details to unusable; anything the
379300* bank wrapped around its details that is not a 'D' record is
379400* skipped on the type byte, the same way Load-One-History-
379500* Record skips record types it does not recognize. A 'P'
379533* record is a prenote the bank sent back, and goes to
379566* Process-Prenote-Return instead.
379574* Once the bank's returns for a period's payment file are
379582* processed, the period counts as acknowledged by the bank and
379590* can no longer be reversed without a supervisor's override.

379600 Load-Sent-Payments.
379700     OPEN INPUT BankPaymentFile
382800             MOVE WS-BD-Amount
382900                 TO WS-Sent-Amount (WS-Sent-Payment-Count)
383000         END-IF
383100     END-IF
383112     IF BankPaymentRecord (1:1) = 'H'
383124         MOVE BankPaymentRecord TO WS-Bank-Header-Record
383136         MOVE WS-BH-Frequency TO WS-Sent-Frequency
383148         IF WS-BH-Pay-Period NUMERIC
383160             MOVE WS-BH-Pay-Period TO WS-Sent-Pay-Period
383172         END-IF
383184     END-IF.
383200* Only the 'D' payment details are loaded; the header and
383300* trailer carry no EmployeeID to match a return against. The
383400* record is picked apart through WS-Bank-Detail-Record, the
383500* same layout Write-Bank-Payment-Detail built it from.
383525* The header is read for the frequency and period the file
383550* paid, for Mark-Bank-Acknowledged; a file written before the
383575* header carried a period leaves the period zero.

383600 Process-One-Bank-Return.
383700     ADD 1 TO WS-Returns-Read-Count
390100                     MOVE 'REWRITE FAILED'
390200                         TO WS-BR-Disposition
390300                 NOT INVALID KEY
390325                     IF BR-Return-Prenote
390350                         ADD 1 TO WS-Prenote-Returned-Count
390375                     ELSE
390400                         ADD 1 TO WS-Returns-Flagged-Count
390500                         ADD BR-Amount
390600                             TO WS-Returns-Total-Amount
390650                     END-IF
390700                     MOVE WS-Return-Disposition
390800                         TO WS-BR-Disposition
390900             END-REWRITE
391500* paper, says so on the job log, and keeps them off the bank
391600* file until HR keys a good account through a CHANGE
391700* transaction. The account number is left standing so HR can
391800* see which account the bank bounced. A returned prenote
391833* moved no money, so it is counted on its own line of the
391866* totals instead of among the payments to reissue.

391900 Write-Returns-Headings.
392000     MOVE WS-Run-Date TO WS-BR-Run-Date
395300     MOVE 0                        TO WS-BR-Total-Amount
395400     WRITE BankReturnsRegisterRecord
395500         FROM WS-Returns-Total-Line
395600         AFTER ADVANCING 1 LINE
395611     MOVE SPACES TO WS-Returns-Total-Line
395622     MOVE 'PRENOTES RETURNED, PULLED: '
395633         TO WS-BR-Total-Label
395644     MOVE WS-Prenote-Returned-Count TO WS-BR-Total-Count
395655     MOVE 0                         TO WS-BR-Total-Amount
395666     WRITE BankReturnsRegisterRecord
395677         FROM WS-Returns-Total-Line
395688         AFTER ADVANCING 1 LINE.
395700* The flagged total is the amount the payment file's trailer
395800* counted as paid that never landed in an account - the
395900* figure to subtract from WS-Bank-Payment-Total when
402600             NOT AT END
402700                 IF PH-EmployeeID = WS-Retro-EmployeeID
402800                     AND PH-Run-Date
402837                         >= WS-Retro-Effective-Date
402874                     EVALUATE TRUE
402911                         WHEN PH-Adjustment-Record
402948                             PERFORM Note-Prior-Adjustment
402985                         WHEN PH-Reversal-Record
403022                             PERFORM Write-Retro-Reversal-Line
403034                         WHEN PH-OffCycle-Record
403046                             CONTINUE
403059                         WHEN OTHER
403096                             PERFORM Write-Retro-Detail-Line
403133                     END-EVALUATE
403170                 END-IF
403207         END-READ
403244     END-PERFORM
403281* Every archived period run on or after the effective date is
403318* on the worksheet: what was actually paid came off the
403355* archive, never off a calculator, which is the whole point.
403392* The run date, not the two-digit period, bounds the sweep -
403429* period numbers repeat every year on the permanent archive -
403466* and earlier retro adjustments are skipped by their 'A'
403503* flag, so a second retro never treats the first one's
403540* back-pay gross as a period's salary.
403577* A reversing record takes its period back off the worksheet:
403614* what it paid is counted against the period, so a reversed
403651* period nets out and is not owed twice.

403700     MOVE 'BACK PAY DUE: '   TO WS-RW-Total-Label
403800     MOVE WS-Retro-Back-Pay  TO WS-RW-Total-Amount

409800 Pay-Retro-Adjustment.
409900     PERFORM Load-Deduction-Rates
409907     PERFORM Load-Employer-Rates
409914     PERFORM Open-Deduction-Orders-File
409928     SET WS-Order-Posting-Run TO TRUE
409942* A garnished employee's back pay is garnished too: the
410600* adjustment as ordinary gross.

410700     PERFORM Compute-Employee-Net-Pay
410716     PERFORM Open-Check-Issue-File
410724     PERFORM Open-Prenote-File
410732     PERFORM Assign-Payment-Method
410748* The adjustment goes out the way the employee's pay does: by
410764* bank file, or by the next numbered check when there are no
410780* banking details on file, or while a new account is still
410790* on prenote hold.
410800     PERFORM Open-Ytd-File
410900     PERFORM Update-Ytd-Totals
410925     PERFORM Compute-Employer-Cost
410950* The adjustment's employer cost is worked out on the same
410975* ceilings and archived with it in pay history.
411000     CLOSE YtdFile
411100     ADD EmployeeSalary TO WS-Active-TotalSalary
411200     OPEN OUTPUT PayRegisterFile
412600         DISPLAY 'BANKPAYMENTFILE OPEN FAILED, FILE STATUS: '
412700             WS-BankPaymentFile-Status
412800     END-IF
412807     OPEN OUTPUT CheckRegisterFile
412814     IF WS-CheckRegisterFile-Status NOT = '00'
412821         DISPLAY 'CHECKREGISTERFILE OPEN FAILED, FILE STATUS: '
412828             WS-CheckRegisterFile-Status
412835     END-IF
412842     OPEN OUTPUT PositivePayFile
412849     IF WS-PositivePayFile-Status NOT = '00'
412856         DISPLAY 'POSITIVEPAYFILE OPEN FAILED, FILE STATUS: '
412863             WS-PositivePayFile-Status
412870     END-IF
412877     PERFORM Write-Check-Register-Headings
412884     PERFORM Write-Positive-Pay-Header
412900     PERFORM Write-Bank-Header
413000     PERFORM Write-Bank-Payment-Detail
413100     PERFORM Write-Bank-Trailer
413200     CLOSE BankPaymentFile
413212     PERFORM Write-Positive-Pay-Trailer
413224     CLOSE PositivePayFile
413236     PERFORM Write-Check-Register-Totals
413248     CLOSE CheckRegisterFile
413260     IF WS-Check-File-Available
413272         CLOSE CheckIssueFile
413284     END-IF
413288     IF WS-Prenote-File-Available
413292         CLOSE PrenoteFile
413296     END-IF
413300     PERFORM Clear-Checkpoint
413400* Write-Bank-Payment-Detail checkpoints behind every detail
413500* it writes; left standing, that record would read as an
473600         END-IF
473700         PERFORM Open-Ytd-File
473800         PERFORM Load-Deduction-Rates
473833         PERFORM Load-Employer-Rates
473866         PERFORM Load-Labor-Distribution
473900         PERFORM Load-Timesheets
474000         PERFORM Open-Deduction-Orders-File
474050         PERFORM Open-Leave-Balance-File
474100* The rates, timesheets, and orders all load so the net
474200* column shows what the batch pass would actually pay, and
474220* the employer rates and labor distribution so each page
474240* carries the employer cost its department is charged;
474300* WS-Order-Posting-Run stays off, so Apply-Deduction-Order
474400* computes every figure without moving any order's
474500* withheld-to-date - this is a report, not a posting.
478200         IF WS-Orders-Available
478300             CLOSE DeductionOrdersFile
478400         END-IF
478425         IF WS-Leave-File-Available
478450             CLOSE LeaveBalanceFile
478475         END-IF
478500         CLOSE DepartmentFile
478600         DISPLAY 'Department detail printed for '
478700             WS-DeptRpt-Dept-Count ' department(s)'
479700     MOVE 0 TO WS-DeptRpt-Emp-Count
479800     MOVE 0 TO WS-DeptRpt-Salary-Total
479900     MOVE 0 TO WS-DeptRpt-Net-Total
479950     MOVE 0 TO WS-DeptRpt-Er-Total
480000     PERFORM Write-DeptRpt-Headings
480100     MOVE 'N' TO WS-DeptRpt-Emp-EndOfFile
480200     MOVE 0 TO EmployeeID
480900             AT END
481000                 MOVE 'Y' TO WS-DeptRpt-Emp-EndOfFile
481100             NOT AT END
481187                 IF EmployeeID NOT = WS-Trailer-EmployeeID
481274                     AND EmployeeActive
481361                     PERFORM Find-Department-Share
481448                     IF WS-LD-Share-Found
481535                         PERFORM Print-One-Dept-Employee
481622                     END-IF
481709                 END-IF
481800         END-READ
481900     END-PERFORM
482000     PERFORM Write-DeptRpt-Totals.
484300             MOVE YtdCumulativeSalary
484400                 TO WS-DeptRpt-Ytd-Amount
484500     END-READ
484507     MOVE 0 TO WS-Employee-Employer-Total
484514     IF NOT WS-Timesheet-Missing
484521         MOVE WS-DeptRpt-Ytd-Amount TO WS-Ytd-Prior-Salary
484528         PERFORM Compute-Employer-Cost
484535         IF WS-LD-Share-Sub > 0
484542             PERFORM Take-Department-Share
484549         END-IF
484556     END-IF
484563* The employer cost is worked out the way the batch pass
484570* works it, against the YTD figure as it stands before this
484577* period. A split employee's salary, net and employer cost
484584* are then cut down to this department's share, by the same
484591* allocation the batch pass posts to the department.
484600     IF WS-DeptRpt-Line-Count >= WS-Report-Lines-Per-Page
484700         PERFORM Write-DeptRpt-Headings
484800     END-IF
485100     MOVE EmployeeSalary        TO WS-DD-Salary
485200     MOVE WS-DeptRpt-Ytd-Amount TO WS-DD-Ytd
485300     MOVE WS-Employee-Net-Pay   TO WS-DD-Net
485307     MOVE WS-Employee-Employer-Total TO WS-DD-Er-Cost
485314     IF WS-Timesheet-Missing
485321         MOVE 'NO TIMESHEET'  TO WS-DD-Note
485328     ELSE
485335         MOVE SPACES          TO WS-DD-Note
485342         IF WS-LD-Share-Sub > 0
485349             MOVE 'SHARE '    TO WS-DD-Share-Label
485356             MOVE WS-LD-Percent (WS-LD-Index, WS-LD-Share-Sub)
485363                 TO WS-DD-Share-Pct
485370             MOVE '%'         TO WS-DD-Share-Sign
485377         END-IF
485384     END-IF
485400     WRITE DepartmentDetailRecord
485500         FROM WS-DeptRpt-Detail-Line
485600         AFTER ADVANCING 1 LINE
485700     ADD 1 TO WS-DeptRpt-Line-Count
485800     ADD 1 TO WS-DeptRpt-Emp-Count
485852     IF NOT WS-Timesheet-Missing
485904         ADD EmployeeSalary      TO WS-DeptRpt-Salary-Total
485956         ADD WS-Employee-Net-Pay TO WS-DeptRpt-Net-Total
486008         ADD WS-Employee-Employer-Total TO WS-DeptRpt-Er-Total
486060     END-IF.
486112* Salary, YTD, net and employer cost on the one line, the
486164* grand report's money columns plus what the department is
486216* charged on top, scoped to the department the page belongs
486268* to. A held-out hourly
486320* employee is still listed and counted as a person, but
486340* their bare hourly rate is not pay and never reaches the
486360* department money totals - the batch pass counts them in no
490400     MOVE WS-DeptRpt-Net-Total    TO WS-DD-Total-Amount
490500     WRITE DepartmentDetailRecord
490600         FROM WS-DeptRpt-Totals-Line
490700         AFTER ADVANCING 1 LINE
490712     MOVE SPACES                  TO WS-DeptRpt-Totals-Line
490724     MOVE 'DEPARTMENT EMPLOYER COST' TO WS-DD-Total-Label
490736     MOVE 0                       TO WS-DD-Total-Count
490748     MOVE WS-DeptRpt-Er-Total     TO WS-DD-Total-Amount
490760     WRITE DepartmentDetailRecord
490772         FROM WS-DeptRpt-Totals-Line
490784         AFTER ADVANCING 1 LINE.
490800* The department closes with its own four totals, so the
490900* manager's page balances by itself without the grand
491000* report alongside.

494900     EVALUATE TRUE
495000         WHEN WS-Maintenance-Mode
495100             ADD WS-Applied-Count WS-Rejected-Count
495150                 WS-Pending-Count
495200                 GIVING RL-Records-Read
495300             MOVE WS-Applied-Count  TO RL-Accepted-Count
495400             MOVE WS-Rejected-Count TO RL-Rejected-Count
497300             ELSE
497400                 MOVE 'P' TO RL-Reconcile-Flag
497500             END-IF
497522         WHEN WS-Purge-Mode
497544             ADD WS-Purged-Count WS-Purge-Held-Count
497566                 GIVING RL-Records-Read
497588             MOVE WS-Purged-Count     TO RL-Accepted-Count
497610             MOVE WS-Purge-Held-Count TO RL-Rejected-Count
497632         WHEN WS-RetroAdjust-Mode
497654             MOVE WS-Retro-Periods-Found
497676                 TO RL-Records-Read
497698             MOVE WS-Bank-Payment-Count
497720                 TO RL-Payments-Count
497742             ADD WS-Check-Issue-Count TO RL-Payments-Count
497764         WHEN WS-CheckVoid-Mode
497786             MOVE WS-Check-Void-Count TO RL-Records-Read
497808             MOVE WS-Check-Void-Count TO RL-Accepted-Count
497830             MOVE WS-Check-Issue-Count TO RL-Payments-Count
497852         WHEN WS-Approval-Mode
497874             MOVE WS-Approval-Reviewed-Count
497896                 TO RL-Records-Read
497918             MOVE WS-Approval-Released-Count
497940                 TO RL-Accepted-Count
497962             MOVE WS-Approval-Rejected-Count
497984                 TO RL-Rejected-Count
498006         WHEN WS-Reversal-Mode
498028             MOVE WS-Reversal-Read-Count TO RL-Records-Read
498050             MOVE WS-Reversal-Count      TO RL-Accepted-Count
498072             MOVE WS-Reversal-Exception-Count
498094                 TO RL-Rejected-Count
498116             IF WS-Reversal-Out-Of-Tie
498138                 MOVE 'F' TO RL-Reconcile-Flag
498160             ELSE
498182                 MOVE 'P' TO RL-Reconcile-Flag
498204             END-IF
498226         WHEN WS-Schedule-Mode
498248             ADD WS-Schedule-Listed-Count WS-Schedule-Later-Count
498270                 GIVING RL-Records-Read
498292             MOVE WS-Schedule-Cancel-Count TO RL-Accepted-Count
498314         WHEN WS-OffCycle-Mode
498336             MOVE WS-FP-Requested-Count TO RL-Records-Read
498358             MOVE WS-FP-Paid-Count      TO RL-Accepted-Count
498380             MOVE WS-FP-Refused-Count   TO RL-Rejected-Count
498402             MOVE WS-Bank-Payment-Count TO RL-Payments-Count
498424             ADD WS-Check-Issue-Count TO RL-Payments-Count
498446         WHEN WS-Quarterly-Mode
498468             MOVE WS-QT-Records-Read    TO RL-Records-Read
498490             MOVE WS-QT-Paid-Count      TO RL-Accepted-Count
498512             MOVE WS-QT-Exception-Count TO RL-Rejected-Count
498534             IF WS-QT-Input-Valid
498556                 IF WS-QT-Out-Of-Tie
498578                     MOVE 'F' TO RL-Reconcile-Flag
498600                 ELSE
498622                     MOVE 'P' TO RL-Reconcile-Flag
498644                 END-IF
498666             END-IF
498688         WHEN WS-Correction-Mode
498700         WHEN WS-History-Mode
498800         WHEN WS-StubHistory-Mode
498900         WHEN WS-DeptReport-Mode
499600             MOVE WS-ErrorCount     TO RL-Rejected-Count
499700             MOVE WS-Bank-Payment-Count
499800                 TO RL-Payments-Count
499850             ADD WS-Check-Issue-Count TO RL-Payments-Count
499900             IF WS-Run-Posting-Blocked
500000                 MOVE ' ' TO RL-Reconcile-Flag
500100             ELSE
501300* counts and a blank verdict - proof on the log that nothing
501400* posted. The console-inquiry and report modes log the run
501500* itself with zero counts, which is all there is to say.
501533* Payments counts bank details and paper checks together; a
501566* check void run logs the voids and any replacement checks.
501574* Maintenance counts its held transactions as read but
501582* neither accepted nor rejected; an approval run logs the
501590* items reviewed, released, and rejected.

501600 Run-Log-Report.
501700     OPEN INPUT RunLogFile
509100* the control record, so the filed report reads the way the
509200* month actually happened.

509308 Open-Check-Issue-File.
509416     OPEN I-O CheckIssueFile
509524     IF WS-CheckIssueFile-Status = '35'
509632         OPEN OUTPUT CheckIssueFile
509740         CLOSE CheckIssueFile
509848         OPEN I-O CheckIssueFile
509956     END-IF
510064     IF WS-CheckIssueFile-Status = '00'
510172         SET WS-Check-File-Available TO TRUE
510280         MOVE 0 TO CK-Check-Number
510388         READ CheckIssueFile
510496             INVALID KEY
510604                 MOVE SPACES TO CheckControlRecord
510712                 MOVE 0 TO CC-Control-Key
510820                 MOVE 0 TO CC-Last-Check-Number
510928                 MOVE 0 TO WS-Last-Check-Number
511036                 WRITE CheckControlRecord
511144                     INVALID KEY
511252                         DISPLAY 'CHECK CONTROL WRITE FAILED, '
511360                             'FILE STATUS: '
511468                             WS-CheckIssueFile-Status
511576                 END-WRITE
511684             NOT INVALID KEY
511792                 MOVE CC-Last-Check-Number
511900                     TO WS-Last-Check-Number
512008         END-READ
512116     ELSE
512224         DISPLAY 'CHECKISSUEFILE OPEN FAILED, FILE STATUS: '
512332             WS-CheckIssueFile-Status
512440         DISPLAY 'CHECKS PRINTED THIS RUN ARE NOT FILED'
512548     END-IF.
512656* File status '35' on the first OPEN I-O means no check has
512764* ever been cut; OPEN OUTPUT then CLOSE lays the file down
512872* empty, the same create-on-first-use pattern as
512980* Open-Ytd-File, and the control record keyed zero is written
513088* the first time it is missed, so numbering starts at 1. A
513196* site moving onto pre-numbered stock sets the control
513304* record's last number once, by hand, before the first run.

513412 Assign-Payment-Method.
513520     MOVE 0 TO WS-Employee-Check-Number
513541     MOVE 'N' TO WS-Prenote-Hold-Flag
513562     IF EmployeeBankRouting NOT = 0
513583         PERFORM Check-Prenote-Hold
513604     END-IF
513628     IF EmployeeBankRouting = 0 OR WS-Prenote-Held
513736         SET WS-Paid-By-Check TO TRUE
513844         ADD 1 TO WS-Last-Check-Number
513952         MOVE WS-Last-Check-Number TO WS-Employee-Check-Number
514060     ELSE
514168         SET WS-Paid-By-Deposit TO TRUE
514276     END-IF.
514384* No routing number on file - never supplied, or zeroed by
514492* Bank-Returns-Processing after a bounced deposit - means the
514600* net goes out on paper, under the next check number in
514708* sequence; everyone else is paid through the bank file.
514744* An account still on prenote hold is paid on paper the same
514780* way until the hold runs out.

514816 Set-Pay-History-Payment.
514924     MOVE WS-Payment-Method        TO PH-Payment-Method
515032     MOVE WS-Employee-Check-Number TO PH-Check-Number.
515140* The archive keeps how the period's net went out, and the
515248* check number when it went out on paper, so a stub inquiry
515356* can say which check paid it.

515464 Write-Check-Payment.
515572     MOVE WS-Employee-Check-Number TO CK-Check-Number
515680     MOVE EmployeeID               TO CK-EmployeeID
515788     MOVE EmployeeName             TO CK-Payee-Name
515896     MOVE WS-Run-Date              TO CK-Issue-Date
516004     MOVE WS-Employee-Net-Pay      TO CK-Amount
516112     SET CK-Issued                 TO TRUE
516220     MOVE WS-Current-Pay-Period    TO CK-Pay-Period
516328     MOVE WS-Run-Pay-Frequency     TO CK-Pay-Frequency
516436     MOVE 0                        TO CK-Reissued-From
516544     MOVE 0                        TO CK-Void-Date
516565     IF WS-Prenote-Held
516586         DISPLAY 'PRENOTE HOLD, PAID BY CHECK: ' EmployeeID
516607             ' CHECK: ' CK-Check-Number
516628     ELSE
516652         DISPLAY 'NO BANK DETAILS, PAID BY CHECK: ' EmployeeID
516760             ' CHECK: ' CK-Check-Number
516814     END-IF
516868     PERFORM Record-Check-Issue.
516976* The check carries the same net the bank detail would have,
517084* made out to the name on the master, and the job log still
517192* names the employee so HR can chase the missing account.

517300 Record-Check-Issue.
517408     IF WS-Check-File-Available
517516         WRITE CheckIssueRecord
517624             INVALID KEY
517732                 DISPLAY 'CHECK WRITE FAILED, FILE STATUS: '
517840                     WS-CheckIssueFile-Status
517948                     ' CHECK: ' CK-Check-Number
518056         END-WRITE
518164     ELSE
518272         DISPLAY 'CHECK FILE UNAVAILABLE, CHECK NOT FILED: '
518380             CK-Check-Number
518488     END-IF
518596     MOVE 'I' TO WS-PPD-Issue-Void-Flag
518704     PERFORM Write-Positive-Pay-Detail
518812     MOVE 'ISSUED' TO WS-CR-Disposition
518920     IF CK-Reissued-From > 0
519028         MOVE 'REPLACES' TO WS-CR-Ref-Label
519136         MOVE CK-Reissued-From TO WS-CR-Ref-Number
519244     ELSE
519352         MOVE 'PERIOD' TO WS-CR-Ref-Label
519460         MOVE CK-Pay-Period TO WS-CR-Ref-Number
519568     END-IF
519676     PERFORM Write-Check-Register-Line
519784     ADD 1 TO WS-Check-Issue-Count
519892     ADD CK-Amount TO WS-Check-Issue-Total
520000     PERFORM Save-Last-Check-Number.
520108* Every issue, first-time or replacement, lands in the same
520216* four places: the check file, the positive-pay file, the
520324* check register, and the control totals behind both. The
520432* control record is rewritten last, since it shares the record
520540* area the check itself was just built in.

520648 Save-Last-Check-Number.
520756     IF WS-Check-File-Available
520864         MOVE SPACES TO CheckControlRecord
520972         MOVE 0 TO CC-Control-Key
521080         MOVE WS-Last-Check-Number TO CC-Last-Check-Number
521188         REWRITE CheckControlRecord
521296             INVALID KEY
521404                 DISPLAY 'CHECK CONTROL REWRITE FAILED, '
521512                     'FILE STATUS: ' WS-CheckIssueFile-Status
521620         END-REWRITE
521728     END-IF.
521836* The last number is on file the moment its check is, so an
521944* abend between two checks costs no number and repeats none.

522052 Write-Positive-Pay-Header.
522160     MOVE WS-Run-Date          TO WS-PPH-Run-Date
522268     MOVE WS-Run-Pay-Frequency TO WS-PPH-Frequency
522376     WRITE PositivePayRecord FROM WS-PosPay-Header-Record.
522484* Written once at the top of a fresh file; a restart appends
522592* behind the header the original run wrote, the same as the
522700* bank payment file.

522808 Write-Positive-Pay-Detail.
522916     MOVE CK-Check-Number TO WS-PPD-Check-Number
523024     MOVE CK-Issue-Date   TO WS-PPD-Issue-Date
523132     MOVE CK-Amount       TO WS-PPD-Amount
523240     MOVE CK-Payee-Name   TO WS-PPD-Payee
523348     WRITE PositivePayRecord FROM WS-PosPay-Detail-Record.
523456* The issue/void flag is set by the caller; everything else
523564* comes straight off the check record as filed.

523672 Write-Positive-Pay-Trailer.
523780     MOVE WS-Check-Issue-Count TO WS-PPT-Issue-Count
523888     MOVE WS-Check-Issue-Total TO WS-PPT-Issue-Amount
523996     MOVE WS-Check-Void-Count  TO WS-PPT-Void-Count
524104     MOVE WS-Check-Void-Total  TO WS-PPT-Void-Amount
524212     WRITE PositivePayRecord FROM WS-PosPay-Trailer-Record.
524320* A file with no checks on it still gets its header and a
524428* zero trailer, so the bank can tell an empty run from a lost
524536* file.

524644 Write-Check-Register-Headings.
524752     MOVE WS-Run-Date TO WS-CR-Run-Date
524860     WRITE CheckRegisterRecord FROM WS-CheckReg-Heading-1
524968         AFTER ADVANCING PAGE
525076     WRITE CheckRegisterRecord FROM WS-CheckReg-Heading-2
525184         AFTER ADVANCING 2 LINES
525292     WRITE CheckRegisterRecord FROM SPACES
525400         AFTER ADVANCING 1 LINE.

525508 Write-Check-Register-Line.
525616     MOVE CK-Check-Number TO WS-CR-Check-Number
525724     MOVE CK-EmployeeID   TO WS-CR-ID
525832     MOVE CK-Payee-Name   TO WS-CR-Payee
525940     MOVE CK-Amount       TO WS-CR-Amount
526048     WRITE CheckRegisterRecord FROM WS-CheckReg-Detail-Line
526156         AFTER ADVANCING 1 LINE.
526264* Disposition and reference are set by the caller, the same
526372* way the returns register's disposition is.

526480 Write-Check-Register-Totals.
526588     MOVE SPACES               TO WS-CheckReg-Total-Line
526696     MOVE 'CHECKS ISSUED'      TO WS-CR-Total-Label
526804     MOVE WS-Check-Issue-Count TO WS-CR-Total-Count
526912     MOVE WS-Check-Issue-Total TO WS-CR-Total-Amount
527020     WRITE CheckRegisterRecord FROM WS-CheckReg-Total-Line
527128         AFTER ADVANCING 2 LINES
527236     MOVE SPACES               TO WS-CheckReg-Total-Line
527344     MOVE 'CHECKS VOIDED'      TO WS-CR-Total-Label
527452     MOVE WS-Check-Void-Count  TO WS-CR-Total-Count
527560     MOVE WS-Check-Void-Total  TO WS-CR-Total-Amount
527668     WRITE CheckRegisterRecord FROM WS-CheckReg-Total-Line
527776         AFTER ADVANCING 1 LINE
527884     DISPLAY 'CHECKS ISSUED: ' WS-Check-Issue-Count
527992         ' TOTAL: ' WS-Check-Issue-Total.
528100* The register's totals are the positive-pay trailer's figures,
528208* so the paper and the bank's file can be tied at a glance.

528316 Write-Journal-Check-Credit.
528424     MOVE WS-Net-TotalSalary TO WS-Deposit-Net-Total
528532     IF WS-Check-Issue-Total > 0
528640         SUBTRACT WS-Check-Issue-Total
528748             FROM WS-Deposit-Net-Total
528856         MOVE 'CR'     TO WS-GJD-Side
528964         MOVE 'CHKOUT' TO WS-GJD-Account
529072         MOVE 'NET PAY BY CHECK' TO WS-GJD-Description
529180         MOVE WS-Check-Issue-Total TO WS-GJD-Amount
529288         ADD WS-Check-Issue-Total TO WS-Journal-Credit-Total
529396         WRITE GlJournalRecord FROM WS-Gl-Detail-Record
529504     END-IF.
529612* Net paid by check is credited to checks outstanding, not
529720* cash: the money stays in the account until the check is
529828* presented, and the bank reconciliation clears it from there.
529936* The cash credit Write-Journal-Credit-Lines writes next is
530044* what is left, the net that went by bank file.

530152 Check-Void-Processing.
530260     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
530368     PERFORM Open-Check-Issue-File
530476     IF NOT WS-Check-File-Available
530584         DISPLAY 'NO CHECK FILE TO VOID AGAINST, NOTHING VOIDED'
530692     ELSE
530800         OPEN OUTPUT CheckRegisterFile
530908         IF WS-CheckRegisterFile-Status NOT = '00'
531016             DISPLAY 'CHECKREGISTERFILE OPEN FAILED, '
531124                 'FILE STATUS: ' WS-CheckRegisterFile-Status
531232         END-IF
531340         OPEN OUTPUT PositivePayFile
531448         IF WS-PositivePayFile-Status NOT = '00'
531556             DISPLAY 'POSITIVEPAYFILE OPEN FAILED, '
531664                 'FILE STATUS: ' WS-PositivePayFile-Status
531772         END-IF
531880         PERFORM Write-Check-Register-Headings
531988         PERFORM Write-Positive-Pay-Header
532096         DISPLAY 'Enter check number to void: '
532204         ACCEPT WS-Void-Check-Number
532312         PERFORM Void-One-Check
532420         PERFORM Write-Positive-Pay-Trailer
532528         CLOSE PositivePayFile
532636         PERFORM Write-Check-Register-Totals
532744         CLOSE CheckRegisterFile
532852         CLOSE CheckIssueFile
532960     END-IF.
533068* One check per session, the same one-at-a-time discipline as
533176* correction mode. The void and any replacement go to the bank
533284* on a positive-pay file of their own, opened OUTPUT the way
533392* Pay-Retro-Adjustment opens its bank file, so a void run is
533500* made after the bank has collected the period's issue file.

533608 Void-One-Check.
533716     IF WS-Void-Check-Number = 0
533824         DISPLAY 'NO CHECK NUMBER KEYED, NOTHING VOIDED'
533932     ELSE
534040         MOVE WS-Void-Check-Number TO CK-Check-Number
534148         READ CheckIssueFile
534256             INVALID KEY
534364                 DISPLAY 'CHECK NOT ON FILE: '
534472                     WS-Void-Check-Number
534580             NOT INVALID KEY
534688                 IF CK-Voided
534796                     DISPLAY 'CHECK ALREADY VOIDED ON '
534904                         CK-Void-Date ': ' WS-Void-Check-Number
535012                 ELSE
535120                     PERFORM Void-Issued-Check
535228                 END-IF
535336         END-READ
535444     END-IF.
535552* Check number zero is the control record, never a check, so
535660* it is refused before the READ could find it; a check already
535768* voided stays voided and is not sent to the bank twice.

535876 Void-Issued-Check.
535984     DISPLAY 'Check ' CK-Check-Number ' to ' CK-Payee-Name
536092         ' for ' CK-Amount ' issued ' CK-Issue-Date
536200     DISPLAY 'Enter V to void, R to void and reissue: '
536308     ACCEPT WS-Void-Action
536416     IF WS-Void-Only OR WS-Void-And-Reissue
536524         SET CK-Voided TO TRUE
536632         MOVE WS-Run-Date TO CK-Void-Date
536740         REWRITE CheckIssueRecord
536848             INVALID KEY
536956                 DISPLAY 'CHECK REWRITE FAILED, FILE STATUS: '
537064                     WS-CheckIssueFile-Status
537172             NOT INVALID KEY
537280                 PERFORM Record-Check-Void
537388         END-REWRITE
537496     ELSE
537604         DISPLAY 'NO VOID ACTION KEYED, CHECK LEFT STANDING: '
537712             CK-Check-Number
537820     END-IF.
537928* The operator sees whose check it is and for how much before
538036* committing; anything but V or R leaves the check as issued.

538144 Record-Check-Void.
538252     MOVE 'V' TO WS-PPD-Issue-Void-Flag
538360     PERFORM Write-Positive-Pay-Detail
538468     MOVE 'VOIDED' TO WS-CR-Disposition
538576     MOVE 'PERIOD' TO WS-CR-Ref-Label
538684     MOVE CK-Pay-Period TO WS-CR-Ref-Number
538792     PERFORM Write-Check-Register-Line
538900     ADD 1 TO WS-Check-Void-Count
539008     ADD CK-Amount TO WS-Check-Void-Total
539116     DISPLAY 'CHECK VOIDED: ' CK-Check-Number
539224     IF WS-Void-And-Reissue
539332         PERFORM Reissue-Voided-Check
539440     END-IF.
539548* The void carries the original issue date and amount to the
539656* bank, so the bank can match it to the issue it cancels.

539764 Reissue-Voided-Check.
539872     MOVE CK-Check-Number TO CK-Reissued-From
539980     ADD 1 TO WS-Last-Check-Number
540088     MOVE WS-Last-Check-Number TO CK-Check-Number
540196     MOVE WS-Run-Date TO CK-Issue-Date
540304     SET CK-Issued TO TRUE
540412     MOVE 0 TO CK-Void-Date
540520     DISPLAY 'REPLACEMENT CHECK ISSUED: ' CK-Check-Number
540628         ' REPLACES: ' CK-Reissued-From
540736     PERFORM Record-Check-Issue.
540844* The replacement keeps the voided check's employee, payee,
540952* amount, and period - it is the same payment on new paper -
541060* under the next number, dated today. Pay history keeps the
541168* original number; the check file's replaces link is how the
541276* replacement is traced back to the period it paid.

541384 Open-Prenote-File.
541492     OPEN I-O PrenoteFile
541600     IF WS-PrenoteFile-Status = '35'
541708         OPEN OUTPUT PrenoteFile
541816         CLOSE PrenoteFile
541924         OPEN I-O PrenoteFile
542032     END-IF
542140     IF WS-PrenoteFile-Status = '00'
542248         SET WS-Prenote-File-Available TO TRUE
542356     ELSE
542464         MOVE 'N' TO WS-Prenote-File-Flag
542572         DISPLAY 'PRENOTEFILE OPEN FAILED, FILE STATUS: '
542680             WS-PrenoteFile-Status
542788         DISPLAY 'NEW ACCOUNTS ARE NOT HELD FOR PRENOTE THIS RUN'
542896     END-IF.
543004* The same create-on-first-use pattern as Open-Check-Issue-
543112* File. A run without the file still runs, paying every
543220* account on file by deposit the way it did before prenotes,
543328* and says so on the job log.

543436 Check-Routing-Digit.
543544     COMPUTE WS-RT-Sum =
543652           3 * (WS-RT-Digit (1) + WS-RT-Digit (4)
543760                                + WS-RT-Digit (7))
543868         + 7 * (WS-RT-Digit (2) + WS-RT-Digit (5)
543976                                + WS-RT-Digit (8))
544084         +     (WS-RT-Digit (3) + WS-RT-Digit (6)
544192                                + WS-RT-Digit (9))
544300     DIVIDE WS-RT-Sum BY 10 GIVING WS-RT-Quotient
544408         REMAINDER WS-RT-Remainder
544516     IF WS-RT-Remainder = 0
544624         SET WS-Routing-Digit-Good TO TRUE
544732     ELSE
544840         SET WS-Routing-Digit-Bad TO TRUE
544948     END-IF.
545056* The ninth digit of an ABA routing number is a check digit
545164* over the other eight, so one mistyped digit or two swapped
545272* ones almost always fail here. An all-zero routing number
545380* passes: it is how HR takes an employee's banking details
545488* off file, not a routing number the bank will ever see.

545596 Queue-Prenote.
545704     IF WS-Prenote-File-Available
545812         MOVE EmployeeID              TO PN-EmployeeID
545920         MOVE EmployeeBankRouting     TO PN-Routing
546028         MOVE EmployeeBankAccount     TO PN-Account
546136         SET PN-Awaiting-Send         TO TRUE
546244         MOVE WS-Prenote-Hold-Periods TO PN-Periods-Remaining
546352         MOVE WS-Run-Date             TO PN-Queued-Date
546460         MOVE 0                       TO PN-Sent-Date
546568         MOVE 0                       TO PN-Settled-Date
546676         WRITE PrenoteRecord
546784             INVALID KEY
546892                 REWRITE PrenoteRecord
547000                     INVALID KEY
547108                         DISPLAY 'PRENOTE REWRITE FAILED, '
547216                             'FILE STATUS: '
547324                             WS-PrenoteFile-Status
547432                 END-REWRITE
547540         END-WRITE
547648         MOVE 'PRENOTE QUEUED, PAID BY CHECK'
547756             TO WS-Release-Reason
547864     ELSE
547972         MOVE 'NO PRENOTE FILE, NOT PRENOTED'
548080             TO WS-Release-Reason
548188     END-IF.
548296* A second new account released before the first one's prenote
548404* has cleared simply replaces it: the hold starts over
548512* against the account now on the master. The approval
548620* register line says the employee is paid by check for now.

548728 Check-Bank-Change.
548836     IF EmployeeBankRouting NOT = 0
548944         AND (EmployeeBankRouting NOT = WS-Prior-Bank-Routing
549052           OR EmployeeBankAccount NOT = WS-Prior-Bank-Account)
549160         PERFORM Queue-Prenote
549268     END-IF.
549376* A CHANGE that re-keys the same account, or only touches
549484* the name or salary, leaves the prenote status alone; a good
549592* account keyed after Bank-Returns-Processing zeroed the old
549700* routing number is a new account and is prenoted.

549808 Check-Prenote-Hold.
549916     IF WS-Prenote-File-Available
550024         MOVE EmployeeID TO PN-EmployeeID
550132         READ PrenoteFile
550240             INVALID KEY
550348                 CONTINUE
550456             NOT INVALID KEY
550564                 IF NOT PN-Cleared
550672                     SET WS-Prenote-Held TO TRUE
550780                 END-IF
550888         END-READ
550996     END-IF.
551104* No prenote record means an account that was on file before
551212* prenotes were kept, and it is paid by deposit as always. A
551320* record not yet cleared - waiting to go, sent and running
551428* down its hold, or returned - holds the employee to paper.
551536* The record stays in the buffer for Post-Prenote-Hold-Period.

551644 Post-Prenote-Hold-Period.
551752     IF PN-Awaiting-Send
551860         MOVE PN-EmployeeID TO WS-BP-EmployeeID
551968         MOVE PN-Routing    TO WS-BP-Routing
552076         MOVE PN-Account    TO WS-BP-Account
552184         WRITE BankPaymentRecord FROM WS-Bank-Prenote-Record
552292         ADD 1 TO WS-Prenote-Sent-Count
552400         SET PN-Sent TO TRUE
552508         MOVE WS-Run-Date TO PN-Sent-Date
552616         DISPLAY 'PRENOTE SENT FOR EMPLOYEEID: ' PN-EmployeeID
552724     END-IF
552832     IF PN-Sent
552940         IF PN-Periods-Remaining > 0
553048             SUBTRACT 1 FROM PN-Periods-Remaining
553156         END-IF
553264         IF PN-Periods-Remaining = 0
553372             SET PN-Cleared TO TRUE
553480             MOVE WS-Run-Date TO PN-Settled-Date
553588         END-IF
553696     END-IF
553804     REWRITE PrenoteRecord
553912         INVALID KEY
554020             DISPLAY 'PRENOTE REWRITE FAILED, FILE STATUS: '
554128                 WS-PrenoteFile-Status
554236     END-REWRITE.
554344* The prenote goes on this run's bank file with the first
554452* period the employee is paid by check, and every held
554560* period after it counts the hold down by one. When the
554668* count reaches zero with no return from the bank, the
554776* account is cleared and the next period goes by deposit. A
554884* returned prenote neither sends nor counts down: it waits
554992* for HR to key a good account.

555100 Process-Prenote-Return.
555208     ADD 1 TO WS-Returns-Read-Count
555316     MOVE SPACES TO WS-Returns-Detail-Line
555424     MOVE BR-EmployeeID-X  TO WS-BR-ID
555532     MOVE BR-Return-Reason TO WS-BR-Reason
555640     IF BR-EmployeeID-X NOT NUMERIC
555748         ADD 1 TO WS-Returns-Nomatch-Count
555856         MOVE 'UNREADABLE' TO WS-BR-Disposition
555964         PERFORM Write-Returns-Detail-Line
556072     ELSE
556180         MOVE 0 TO WS-BR-Amount
556288         MOVE 'PRENOTE RETURN' TO WS-Return-Disposition
556396         PERFORM Mark-Prenote-Returned
556504         IF WS-Prenote-Return-Current
556612             PERFORM Flag-Bank-Details-Unusable
556720         ELSE
556828             ADD 1 TO WS-Returns-Nomatch-Count
556936             MOVE 'OLD PRENOTE' TO WS-BR-Disposition
557044             PERFORM Write-Returns-Detail-Line
557152         END-IF
557260     END-IF.
557368* A returned prenote means the account HR keyed is bad, so it
557476* is pulled off the master through Flag-Bank-Details-Unusable
557584* the same as a bounced payment, and the employee stays on
557692* paper. A prenote for an account HR has since replaced is
557800* registered and touches nothing; the new account has a
557908* prenote of its own on the way.

558016 Mark-Prenote-Returned.
558124     SET WS-Prenote-Return-Current TO TRUE
558232     IF WS-Prenote-File-Available
558340         MOVE BR-EmployeeID TO PN-EmployeeID
558448         READ PrenoteFile
558556             INVALID KEY
558664                 CONTINUE
558772             NOT INVALID KEY
558880                 IF PN-Routing = BR-Routing
558988                     AND PN-Account = BR-Account
559096                     SET PN-Returned TO TRUE
559204                     MOVE WS-Run-Date TO PN-Settled-Date
559312                     REWRITE PrenoteRecord
559420                         INVALID KEY
559528                             DISPLAY 'PRENOTE REWRITE FAILED, '
559636                                 'FILE STATUS: '
559744                                 WS-PrenoteFile-Status
559852                     END-REWRITE
559960                 ELSE
560068                     MOVE 'N' TO WS-Prenote-Return-Flag
560176                 END-IF
560284         END-READ
560392     END-IF.
560500* Only a prenote record still carrying the returned account
560608* is marked; with no record to check against, the return is
560716* taken at its word, the same as a payment return that could
560824* not be matched to the file we sent.

560845 Open-Pending-Change-File.
560866     OPEN I-O PendingChangeFile
560887     IF WS-PendingChangeFile-Status = '35'
560908         OPEN OUTPUT PendingChangeFile
560929         CLOSE PendingChangeFile
560950         OPEN I-O PendingChangeFile
560971     END-IF
560992     IF WS-PendingChangeFile-Status = '00'
561013         SET WS-Pending-File-Available TO TRUE
561034         MOVE 0 TO PC-Pending-ID
561055         READ PendingChangeFile
561076             INVALID KEY
561097                 MOVE SPACES TO PendingControlRecord
561118                 MOVE 0 TO PCC-Control-Key
561139                 MOVE 0 TO PCC-Last-Pending-ID
561160                 MOVE 0 TO WS-Last-Pending-ID
561181                 WRITE PendingControlRecord
561202                     INVALID KEY
561223                         DISPLAY 'PENDING CONTROL WRITE FAILED, '
561244                             'FILE STATUS: '
561265                             WS-PendingChangeFile-Status
561286                 END-WRITE
561307             NOT INVALID KEY
561328                 MOVE PCC-Last-Pending-ID
561349                     TO WS-Last-Pending-ID
561370         END-READ
561391     ELSE
561412         MOVE 'N' TO WS-Pending-File-Flag
561433         DISPLAY 'PENDINGCHANGEFILE OPEN FAILED, FILE STATUS: '
561454             WS-PendingChangeFile-Status
561475         DISPLAY 'SALARY AND BANK CHANGES CANNOT BE HELD THIS RUN'
561496     END-IF.
561517* The same create-on-first-use pattern as Open-Check-Issue-
561538* File, with a control record keyed zero carrying the last
561559* pending number handed out, so numbering carries on across
561580* sessions. Without the file, maintenance still applies name,
561601* department, and terminate transactions; anything that has to
561622* be held is rejected instead of applied unapproved.

561643 Check-Hold-Allowed.
561664     IF WS-Audit-Operator-ID = SPACES
561685         SET WS-Record-Invalid TO TRUE
561706         MOVE 'OPERATOR ID REQUIRED TO HOLD CHANGE'
561727             TO WS-Error-Reason-Text
561748     ELSE
561769         IF NOT WS-Pending-File-Available
561790             SET WS-Record-Invalid TO TRUE
561811             MOVE 'PENDING FILE UNAVAILABLE, NOT HELD'
561832                 TO WS-Error-Reason-Text
561853         END-IF
561874     END-IF.
561895* A change is only held when it can be held properly: with the
561916* submitter's ID on it and somewhere to keep it. Either one
561937* missing rejects the whole transaction before anything is
561958* written, so HR rekeys it once the problem is put right.

561979 Split-Held-Change-Fields.
562000     MOVE 'N' TO WS-Change-Held-Flag
562021     IF EmployeeSalary NOT = WS-Prior-Salary
562042         OR EmployeePayType NOT = WS-Prior-Pay-Type
562063         OR EmployeeBankRouting NOT = WS-Prior-Bank-Routing
562084         OR EmployeeBankAccount NOT = WS-Prior-Bank-Account
562105         SET WS-Change-Held TO TRUE
562126         MOVE WS-Prior-Salary       TO EmployeeSalary
562147         MOVE WS-Prior-Pay-Type     TO EmployeePayType
562168         MOVE WS-Prior-Bank-Routing TO EmployeeBankRouting
562189         MOVE WS-Prior-Bank-Account TO EmployeeBankAccount
562210         PERFORM Edit-Employee-Record
562231         IF WS-Record-Valid
562252             PERFORM Check-Hold-Allowed
562273         END-IF
562294     END-IF.
562315* The changed record has already passed the edits with the new
562336* values in it, so what is held is known to be good. The money
562357* fields are then put back as they were on file and the record
562378* is edited again, so the name and department part of the
562399* CHANGE can be rewritten on its own.

562420 Hold-Add-For-Approval.
562441     PERFORM Check-Hold-Allowed
562462     IF WS-Record-Invalid
562483         SET WS-Transaction-Rejected TO TRUE
562504         MOVE WS-Error-Reason-Text TO WS-Transaction-Reason
562525     ELSE
562546         START EmployeeFile KEY IS EQUAL TO EmployeeID
562567             INVALID KEY
562588                 MOVE 0 TO WS-Prior-Salary
562609                 PERFORM Write-Pending-Change
562630             NOT INVALID KEY
562651                 SET WS-Transaction-Rejected TO TRUE
562672                 MOVE 'EMPLOYEEID ALREADY ON FILE'
562693                     TO WS-Transaction-Reason
562714         END-START
562735     END-IF.
562756* An ADD for an EmployeeID already on file is rejected now, the
562777* same as the direct WRITE would, rather than waiting for the
562798* approver to find out. The START only tests for the key; the
562819* record itself is not read.

562840 Hold-Change-For-Approval.
562861     PERFORM Write-Pending-Change.
562882* By now the name and department are on the master; the held
562903* fields go to the pending file under the same transaction.

562924 Write-Pending-Change.
562945     ADD 1 TO WS-Last-Pending-ID
562966     MOVE SPACES                TO PendingChangeRecord
562987     MOVE WS-Last-Pending-ID    TO PC-Pending-ID
563008     SET PC-Awaiting-Approval   TO TRUE
563029     MOVE WS-Audit-Operator-ID  TO PC-Submit-Operator
563050     MOVE WS-Run-Date           TO PC-Submit-Date
563071     MOVE 0                     TO PC-Decision-Date
563092     MOVE MaintenanceRecord     TO PC-Transaction
563113     MOVE WS-Prior-Salary       TO PC-Prior-Salary
563134     IF PC-Change-Action
563155         MOVE SPACES TO PC-Name
563176         MOVE SPACES TO PC-DepartmentCode
563197         MOVE SPACE  TO PC-Status
563218         MOVE SPACE  TO PC-Pay-Frequency
563239     END-IF
563260     WRITE PendingChangeRecord
563281         INVALID KEY
563302             SET WS-Transaction-Rejected TO TRUE
563323             MOVE 'PENDING WRITE FAILED, NOT HELD'
563344                 TO WS-Transaction-Reason
563365         NOT INVALID KEY
563386             SET WS-Transaction-Pending TO TRUE
563407             MOVE SPACES TO WS-Transaction-Reason
563428             STRING 'HELD FOR APPROVAL AS PENDING '
563449                     DELIMITED BY SIZE
563470                 PC-Pending-ID DELIMITED BY SIZE
563491                 INTO WS-Transaction-Reason
563512             END-STRING
563533             PERFORM Save-Last-Pending-ID
563554     END-WRITE.
563575* The transaction is kept exactly as HR keyed it, so the
563596* approver sees the request and not a copy of the master. A
563617* CHANGE keeps only its held fields; its name, department,
563638* status, and frequency were applied today and must not be
563659* applied a second time on release.

563680 Save-Last-Pending-ID.
563701     MOVE 0 TO PC-Pending-ID
563722     READ PendingChangeFile
563743         INVALID KEY
563764             DISPLAY 'PENDING CONTROL RECORD MISSING, '
563774                 'FILE STATUS: '
563785                 WS-PendingChangeFile-Status
563806         NOT INVALID KEY
563827             MOVE WS-Last-Pending-ID TO PCC-Last-Pending-ID
563848             REWRITE PendingControlRecord
563869                 INVALID KEY
563890                     DISPLAY 'PENDING CONTROL REWRITE FAILED, '
563911                         'FILE STATUS: '
563932                         WS-PendingChangeFile-Status
563953             END-REWRITE
563974     END-READ.
563995* The control record is brought up to date after every held
564016* transaction, so a session that abends part way leaves no
564037* pending number to be handed out twice.

564058 Pending-Approval-Processing.
564079     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
564100     DISPLAY 'Enter approving operator ID: '
564121     ACCEPT WS-Audit-Operator-ID
564142     IF WS-Audit-Operator-ID = SPACES
564163         DISPLAY 'OPERATOR ID REQUIRED, NOTHING RELEASED'
564184         MOVE 12 TO RETURN-CODE
564205     ELSE
564226         PERFORM Open-Pending-Change-File
564247         IF NOT WS-Pending-File-Available
564268             DISPLAY 'NOTHING TO APPROVE'
564289         ELSE
564310             OPEN I-O EmployeeFile
564331             IF WS-EmployeeFile-Status NOT = '00'
564352                 DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
564373                     WS-EmployeeFile-Status
564394             END-IF
564415             PERFORM Open-Department-File
564436             PERFORM Open-Prenote-File
564457             OPEN OUTPUT ApprovalRegisterFile
564478             IF WS-ApprovalRegisterFile-Status NOT = '00'
564499                 DISPLAY 'APPROVALREGISTERFILE OPEN FAILED, '
564520                     'FILE STATUS: '
564541                     WS-ApprovalRegisterFile-Status
564562             END-IF
564583             PERFORM Write-Approval-Headings
564604             MOVE 1 TO PC-Pending-ID
564625             START PendingChangeFile
564646                 KEY IS NOT LESS THAN PC-Pending-ID
564667                 INVALID KEY
564688                     MOVE 'Y' TO WS-Pending-EndOfFile
564709             END-START
564730             PERFORM UNTIL WS-Pending-EndOfFile = 'Y'
564751                 READ PendingChangeFile NEXT RECORD
564772                     AT END
564793                         MOVE 'Y' TO WS-Pending-EndOfFile
564814                     NOT AT END
564835                         IF PC-Awaiting-Approval
564856                             PERFORM Review-One-Pending-Change
564877                         END-IF
564898                 END-READ
564919             END-PERFORM
564940             PERFORM Write-Approval-Totals
564961             CLOSE ApprovalRegisterFile
564982             CLOSE EmployeeFile
565003             CLOSE PendingChangeFile
565024             IF WS-Department-Master-Available
565045                 CLOSE DepartmentFile
565066             END-IF
565087             IF WS-Prenote-File-Available
565108                 CLOSE PrenoteFile
565129             END-IF
565150             DISPLAY 'Approval complete, released: '
565171                 WS-Approval-Released-Count
565192                 ' rejected: ' WS-Approval-Rejected-Count
565213                 ' left pending: ' WS-Approval-Left-Count
565234             DISPLAY 'See approval-register.txt'
565255         END-IF
565276     END-IF.
565297* The approval run walks every item still awaiting a decision,
565318* oldest first, starting past the control record keyed zero.
565339* The approver's ID is required up front: without it the run
565360* cannot tell a second operator from the one who keyed the
565381* change, so nothing is released. EmployeeFile, the department
565402* master, and the prenote file are opened the way maintenance
565423* and the batch pass open them, because a release goes through
565444* the same edits and starts the same prenote hold.

565465 Review-One-Pending-Change.
565486     ADD 1 TO WS-Approval-Reviewed-Count
565507     MOVE SPACES TO WS-Release-Reason
565528     MOVE SPACE  TO WS-Approval-Decision
565549     DISPLAY 'PENDING ' PC-Pending-ID ' ' PC-Action
565570         ' EMPLOYEEID ' PC-EmployeeID
565591         ' SUBMITTED BY ' PC-Submit-Operator
565612         ' ON ' PC-Submit-Date
565633     IF PC-Salary-X NOT = SPACES
565654         DISPLAY '  SALARY FROM ' PC-Prior-Salary
565675             ' TO ' PC-Salary
565696     END-IF
565717     IF PC-Pay-Type NOT = SPACE
565738         DISPLAY '  PAY TYPE TO ' PC-Pay-Type
565759     END-IF
565780     IF PC-Bank-Routing-X NOT = SPACES
565801         OR PC-Bank-Account NOT = SPACES
565822         DISPLAY '  BANK TO ' PC-Bank-Routing-X
565843             ' ' PC-Bank-Account
565864     END-IF
565868     IF PC-Effective-Date-X NUMERIC
565872         AND PC-Effective-Date > 0
565876         DISPLAY '  EFFECTIVE ' PC-Effective-Date
565880     END-IF
565885     IF PC-Submit-Operator = WS-Audit-Operator-ID
565906         ADD 1 TO WS-Approval-Left-Count
565927         MOVE 'SUBMITTED BY THIS OPERATOR'
565948             TO WS-Release-Reason
565969         DISPLAY '  SUBMITTED BY THIS OPERATOR, LEFT PENDING'
565990     ELSE
566011         DISPLAY 'Release (R), reject (J), or Enter to leave: '
566032         ACCEPT WS-Approval-Decision
566053         EVALUATE TRUE
566074             WHEN WS-Approval-Release
566080                 IF PC-Effective-Date-X NUMERIC
566086                     AND PC-Effective-Date > 0
566092                     PERFORM Approve-Scheduled-Change
566098                 ELSE
566104                     PERFORM Release-Pending-Change
566110                 END-IF
566116             WHEN WS-Approval-Reject
566137                 SET PC-Rejected TO TRUE
566158                 ADD 1 TO WS-Approval-Rejected-Count
566179                 MOVE 'REJECTED BY APPROVER'
566200                     TO WS-Release-Reason
566221                 PERFORM Record-Pending-Decision
566242             WHEN OTHER
566263                 ADD 1 TO WS-Approval-Left-Count
566284         END-EVALUATE
566305     END-IF
566326     PERFORM Write-Approval-Line.
566347* An item the approver keyed is passed over untouched and
566368* stays pending for someone else; that is the whole point of
566389* the second operator. Anything but R or J leaves the item
566410* pending too, so a mistyped answer never releases money.
566414* A dated change is approved onto the schedule rather than
566418* applied, even once its date has come, so the batch pass
566422* applies it with the register line and audit record every
566426* scheduled change gets. Only an undated change is applied here.

566431 Release-Pending-Change.
566452     SET WS-Release-Done TO TRUE
566473     MOVE PC-EmployeeID TO EmployeeID
566494     IF PC-Add-Action
566515         PERFORM Release-Pending-Add
566536     ELSE
566557         PERFORM Release-Pending-Change-Fields
566578     END-IF
566599     IF WS-Release-Done
566620         SET PC-Released TO TRUE
566641         ADD 1 TO WS-Approval-Released-Count
566662     ELSE
566683         SET PC-Rejected TO TRUE
566704         ADD 1 TO WS-Approval-Rejected-Count
566725     END-IF
566746     PERFORM Record-Pending-Decision.
566767* A release that cannot be applied - the employee has since
566788* been added by someone else, or purged, or the department
566809* closed - is closed out as rejected with the reason on the
566830* register rather than left to fail again on the next run.

566851 Release-Pending-Add.
566872     MOVE PC-Name           TO EmployeeName
566893     MOVE PC-DepartmentCode TO EmployeeDepartmentCode
566914     IF PC-Salary-X = SPACES
566935         MOVE 0 TO EmployeeSalary
566956     ELSE
566977         MOVE PC-Salary TO EmployeeSalary
566998     END-IF
567019     IF PC-Status = SPACE
567040         MOVE 'A' TO EmployeeStatus
567061     ELSE
567082         MOVE PC-Status TO EmployeeStatus
567103     END-IF
567124     MOVE PC-Pay-Frequency TO EmployeePayFrequency
567145     MOVE PC-Pay-Type      TO EmployeePayType
567166     MOVE 0                TO EmployeeTerminationDate
567187     IF PC-Status = 'T'
567208         PERFORM Set-Pending-Termination-Date
567229     END-IF
567250     IF PC-Bank-Routing-X = SPACES
567271         MOVE 0 TO EmployeeBankRouting
567292         MOVE SPACES TO EmployeeBankAccount
567313     ELSE
567334         MOVE PC-Bank-Routing TO EmployeeBankRouting
567355         MOVE PC-Bank-Account TO EmployeeBankAccount
567376     END-IF
567397     MOVE 0      TO WS-Prior-Bank-Routing
567418     MOVE SPACES TO WS-Prior-Bank-Account
567439     PERFORM Edit-Employee-Record
567460     IF WS-Record-Valid
567481         WRITE EmployeeRecord
567502             INVALID KEY
567523                 SET WS-Release-Failed TO TRUE
567544                 MOVE 'EMPLOYEEID ALREADY ON FILE'
567565                     TO WS-Release-Reason
567586             NOT INVALID KEY
567607                 PERFORM Check-Bank-Change
567628         END-WRITE
567649     ELSE
567670         SET WS-Release-Failed TO TRUE
567691         MOVE WS-Error-Reason-Text TO WS-Release-Reason
567712     END-IF.
567733* The new employee is built exactly the way Apply-Add-
567754* Transaction builds one, from the transaction as keyed, and
567775* edited again in case the department master moved on since
567796* it was held. Any account it comes on file with is new, so
567817* it is prenoted.

567830 Release-Pending-Change-Fields.
567843     READ EmployeeFile
567856         INVALID KEY
567869             SET WS-Release-Failed TO TRUE
567882             MOVE 'EMPLOYEEID NOT ON FILE'
567895                 TO WS-Release-Reason
567908         NOT INVALID KEY
567921             MOVE EmployeeBankRouting TO WS-Prior-Bank-Routing
567934             MOVE EmployeeBankAccount TO WS-Prior-Bank-Account
567947             MOVE EmployeeSalary      TO WS-Audit-Old-Salary
567960             IF PC-Salary-X NOT = SPACES
567973                 MOVE PC-Salary TO EmployeeSalary
567986             END-IF
567999             IF PC-Pay-Type NOT = SPACE
568012                 MOVE PC-Pay-Type TO EmployeePayType
568025             END-IF
568038             IF PC-Bank-Routing-X NOT = SPACES
568051                 MOVE PC-Bank-Routing TO EmployeeBankRouting
568064             END-IF
568077             IF PC-Bank-Account NOT = SPACES
568090                 MOVE PC-Bank-Account TO EmployeeBankAccount
568103             END-IF
568116             IF PC-Name NOT = SPACES
568129                 MOVE PC-Name TO EmployeeName
568142             END-IF
568155             IF PC-DepartmentCode NOT = SPACES
568168                 MOVE PC-DepartmentCode TO EmployeeDepartmentCode
568181             END-IF
568194             IF PC-Status NOT = SPACE
568207                 MOVE PC-Status TO EmployeeStatus
568220                 IF PC-Status = 'T'
568233                     PERFORM Set-Pending-Termination-Date
568246                 END-IF
568259             END-IF
568272             IF PC-Pay-Frequency NOT = SPACE
568285                 MOVE PC-Pay-Frequency TO EmployeePayFrequency
568298             END-IF
568311             PERFORM Edit-Employee-Record
568324             IF WS-Record-Valid
568337                 REWRITE EmployeeRecord
568350                     INVALID KEY
568363                         SET WS-Release-Failed TO TRUE
568376                         MOVE 'REWRITE FAILED'
568389                             TO WS-Release-Reason
568402                     NOT INVALID KEY
568415                         PERFORM Check-Bank-Change
568428                 END-REWRITE
568441             ELSE
568454                 SET WS-Release-Failed TO TRUE
568467                 MOVE WS-Error-Reason-Text TO WS-Release-Reason
568480             END-IF
568493     END-READ.
568506* Only the held fields are laid onto the record as it stands
568519* today, so a name or department change applied since it was
568532* held is not undone. A new account goes on prenote hold
568545* through Check-Bank-Change, the same as it would have done
568558* had it been applied straight from maintenance.
568571* A scheduled CHANGE also carries the name, department, status,
568584* and frequency HR keyed, laid on the same way Apply-Change-
568597* Transaction lays them; a change held today has those blanked,
568610* having applied them already. WS-Audit-Old-Salary keeps the
568623* salary as it stood for the audit record a scheduled change
568636* writes.

568699 Record-Pending-Decision.
568720     MOVE WS-Audit-Operator-ID TO PC-Decision-Operator
568741     MOVE WS-Run-Date          TO PC-Decision-Date
568762     REWRITE PendingChangeRecord
568783         INVALID KEY
568804             DISPLAY 'PENDING REWRITE FAILED, FILE STATUS: '
568825                 WS-PendingChangeFile-Status
568846     END-REWRITE.
568867* The pending record is kept once decided, released or
568888* rejected, with who decided and when, as the audit trail of
568909* the two operators behind every salary and bank change.

568930 Write-Approval-Headings.
568951     MOVE WS-Run-Date          TO WS-AP-Run-Date
568972     MOVE WS-Audit-Operator-ID TO WS-AP-Approver
568993     WRITE ApprovalRegisterRecord
569014         FROM WS-Approval-Heading-1
569035         AFTER ADVANCING PAGE
569056     WRITE ApprovalRegisterRecord
569077         FROM WS-Approval-Heading-2
569098         AFTER ADVANCING 2 LINES
569119     WRITE ApprovalRegisterRecord FROM SPACES
569140         AFTER ADVANCING 1 LINE.

569161 Write-Approval-Line.
569182     MOVE PC-Pending-ID      TO WS-AP-Pending-ID
569203     MOVE PC-Action          TO WS-AP-Action
569224     MOVE PC-EmployeeID      TO WS-AP-ID
569245     MOVE 0                  TO WS-AP-Old-Salary
569266     MOVE 0                  TO WS-AP-New-Salary
569287     IF PC-Salary-X NOT = SPACES
569308         MOVE PC-Prior-Salary TO WS-AP-Old-Salary
569329         MOVE PC-Salary       TO WS-AP-New-Salary
569350     END-IF
569371     MOVE PC-Pay-Type        TO WS-AP-Pay-Type
569392     MOVE PC-Bank-Routing-X  TO WS-AP-Routing
569413     MOVE PC-Submit-Operator TO WS-AP-Submitter
569434     EVALUATE TRUE
569455         WHEN PC-Released
569476             MOVE 'RELEASED' TO WS-AP-Decision
569488         WHEN PC-Rejected
569500             MOVE 'REJECTED' TO WS-AP-Decision
569512         WHEN PC-Scheduled
569524             MOVE 'APPROVED' TO WS-AP-Decision
569539         WHEN OTHER
569560             MOVE 'PENDING'  TO WS-AP-Decision
569581     END-EVALUATE
569602     MOVE WS-Release-Reason  TO WS-AP-Reason
569623     IF WS-Release-Reason = SPACES
569644         AND PC-Bank-Routing-X = SPACES
569665         AND PC-Bank-Account NOT = SPACES
569686         MOVE 'ACCOUNT NUMBER CHANGE ONLY' TO WS-AP-Reason
569707     END-IF
569728     WRITE ApprovalRegisterRecord
569749         FROM WS-Approval-Detail-Line
569770         AFTER ADVANCING 1 LINE.
569791* Every item looked at gets a line, whatever became of it, so
569812* the register shows what was released, what was turned down,
569833* and what is still waiting.

569854 Write-Approval-Totals.
569875     WRITE ApprovalRegisterRecord FROM SPACES
569896         AFTER ADVANCING 1 LINE
569917     MOVE 'CHANGES RELEASED: '     TO WS-AP-Total-Label
569938     MOVE WS-Approval-Released-Count TO WS-AP-Total-Count
569959     WRITE ApprovalRegisterRecord
569980         FROM WS-Approval-Total-Line
570001         AFTER ADVANCING 1 LINE
570022     MOVE 'CHANGES REJECTED: '     TO WS-AP-Total-Label
570043     MOVE WS-Approval-Rejected-Count TO WS-AP-Total-Count
570064     WRITE ApprovalRegisterRecord
570085         FROM WS-Approval-Total-Line
570106         AFTER ADVANCING 1 LINE
570127     MOVE 'CHANGES LEFT PENDING: ' TO WS-AP-Total-Label
570148     MOVE WS-Approval-Left-Count   TO WS-AP-Total-Count
570169     WRITE ApprovalRegisterRecord
570190         FROM WS-Approval-Total-Line
570211         AFTER ADVANCING 1 LINE.
570232* Released plus rejected plus left pending always equals the
570253* items reviewed, the figure Set-Run-Log-Figures logs.

570274 Load-Employer-Rates.
570295     OPEN INPUT EmployerRatesFile
570316     IF WS-EmployerRatesFile-Status NOT = '00'
570337         DISPLAY 'EMPLOYERRATESFILE OPEN FAILED, FILE STATUS: '
570358             WS-EmployerRatesFile-Status
570379         DISPLAY 'NO EMPLOYER CONTRIBUTIONS COSTED'
570400     ELSE
570421         PERFORM UNTIL WS-Employer-Rates-EndOfFile = 'Y'
570442             READ EmployerRatesFile
570463                 AT END
570484                     MOVE 'Y' TO WS-Employer-Rates-EndOfFile
570505                 NOT AT END
570526                     PERFORM Load-One-Employer-Rate
570547             END-READ
570568         END-PERFORM
570589         CLOSE EmployerRatesFile
570610         DISPLAY 'EMPLOYER CONTRIBUTIONS LOADED: '
570631             WS-Employer-Count
570652     END-IF.
570673* The same treatment as the deduction rates: a missing table is
570694* diagnosed on the job log and the run still pays everyone, it
570715* simply costs and posts no employer contributions.

570736 Load-One-Employer-Rate.
570757     IF ER-Rate-X NOT NUMERIC
570778         DISPLAY 'NON-NUMERIC EMPLOYER RATE IGNORED: ' ER-Code
570799     ELSE
570820         IF ER-Wage-Ceiling-X NOT = SPACES
570841             AND ER-Wage-Ceiling-X NOT NUMERIC
570862             DISPLAY 'NON-NUMERIC WAGE CEILING IGNORED: ' ER-Code
570883         ELSE
570904             IF WS-Employer-Count < 10
570925                 ADD 1 TO WS-Employer-Count
570946                 MOVE ER-Code
570967                     TO WS-Employer-Code (WS-Employer-Count)
570988                 MOVE ER-Description
571009                     TO WS-Employer-Desc (WS-Employer-Count)
571030                 MOVE ER-Rate
571051                     TO WS-Employer-Rate (WS-Employer-Count)
571072                 IF ER-Wage-Ceiling-X = SPACES
571093                     MOVE 0
571114                         TO WS-Employer-Ceiling
571124                                         (WS-Employer-Count)
571135                 ELSE
571156                     MOVE ER-Wage-Ceiling
571177                         TO WS-Employer-Ceiling
571187                                         (WS-Employer-Count)
571198                 END-IF
571219                 MOVE 0
571240                     TO WS-Employer-Run-Total (WS-Employer-Count)
571261             ELSE
571282                 DISPLAY 'EMPLOYER TABLE FULL, RATE IGNORED: '
571303                     ER-Code
571324             END-IF
571345         END-IF
571366     END-IF.
571387* A contribution whose rate or ceiling is not a number is left
571408* out whole rather than costed on a guess; it would otherwise
571429* be posted with no limit, or no rate, and nobody would know.

571450 Compute-Employer-Cost.
571471     MOVE 0 TO WS-Employee-Employer-Total
571492     PERFORM VARYING WS-Emp-Er-Sub FROM 1 BY 1
571513         UNTIL WS-Emp-Er-Sub > 10
571534         MOVE 0 TO WS-Emp-Er-Amount (WS-Emp-Er-Sub)
571555     END-PERFORM
571576     PERFORM VARYING WS-Employer-Index FROM 1 BY 1
571597         UNTIL WS-Employer-Index > WS-Employer-Count
571618         MOVE EmployeeSalary TO WS-Employer-Wage-Base
571639         IF WS-Employer-Ceiling (WS-Employer-Index) > 0
571660             IF WS-Ytd-Prior-Salary
571681                     NOT < WS-Employer-Ceiling (WS-Employer-Index)
571702                 MOVE 0 TO WS-Employer-Wage-Base
571723             ELSE
571744                 SUBTRACT WS-Ytd-Prior-Salary
571765                     FROM WS-Employer-Ceiling (WS-Employer-Index)
571786                     GIVING WS-Employer-Room
571807                 IF WS-Employer-Room < WS-Employer-Wage-Base
571828                     MOVE WS-Employer-Room
571838                         TO WS-Employer-Wage-Base
571849                 END-IF
571870             END-IF
571891         END-IF
571912         MULTIPLY WS-Employer-Wage-Base
571933             BY WS-Employer-Rate (WS-Employer-Index)
571954             GIVING WS-Employer-Amount ROUNDED
571975         MOVE WS-Employer-Amount
571996             TO WS-Emp-Er-Amount (WS-Employer-Index)
572017         ADD WS-Employer-Amount TO WS-Employee-Employer-Total
572038         ADD WS-Employer-Amount
572059             TO WS-Employer-Run-Total (WS-Employer-Index)
572080     END-PERFORM
572101     ADD WS-Employee-Employer-Total TO WS-Employer-TotalCost.
572122* Each contribution applies its rate to this period's gross, or
572143* to only the part of it still under the contribution's annual
572164* wage ceiling when the year-to-date gross before this period
572185* is close to it, and to nothing once the ceiling is reached.
572206* Update-Ytd-Totals has already run for the period, which is
572227* why the ceiling is measured against WS-Ytd-Prior-Salary and
572248* not against the YTD record itself.

572250 Update-Department-Employer-Cost.
572252     PERFORM Find-Labor-Distribution
572254     IF WS-LD-Distributed
572256         PERFORM Split-Department-Employer-Cost
572258     ELSE
572260         PERFORM Add-Department-Employer-Cost
572262     END-IF.

572269 Add-Department-Employer-Cost.
572290     SET WS-Department-Index TO 1
572311     SEARCH WS-Department-Entry
572332         AT END
572353             CONTINUE
572374         WHEN WS-Department-Code (WS-Department-Index)
572395                                 = EmployeeDepartmentCode
572416             ADD WS-Employee-Employer-Total
572437                 TO WS-Department-Employer-Total
572458                                 (WS-Department-Index)
572479             PERFORM VARYING WS-Emp-Er-Sub FROM 1 BY 1
572500                 UNTIL WS-Emp-Er-Sub > WS-Employer-Count
572521                 ADD WS-Emp-Er-Amount (WS-Emp-Er-Sub)
572542                     TO WS-Department-Er-Amount
572563                             (WS-Department-Index, WS-Emp-Er-Sub)
572584             END-PERFORM
572605     END-SEARCH.
572626* The employee's department is already in the table, because
572647* Update-Department-Totals put it there for this same paid
572668* employee; the employer cost follows the gross into it.

572689 Write-Employer-Cost-Report.
572710     OPEN OUTPUT EmployerCostFile
572731     IF WS-EmployerCostFile-Status NOT = '00'
572752         DISPLAY 'EMPLOYERCOSTFILE OPEN FAILED, FILE STATUS: '
572773             WS-EmployerCostFile-Status
572794         DISPLAY 'EMPLOYER COST REPORT NOT PRINTED THIS RUN'
572815     ELSE
572836         PERFORM Write-Employer-Cost-Headings
572857         PERFORM VARYING WS-Department-Index FROM 1 BY 1
572878             UNTIL WS-Department-Index > WS-Department-Count
572899             PERFORM Print-Employer-Cost-Department
572920         END-PERFORM
572941         MOVE SPACES TO WS-EmpCost-Detail-Line
572962         MOVE 'ALL DEPARTMENTS' TO WS-EC-Dept-Name
572983         MOVE WS-Active-EmployeeCount TO WS-EC-Emp-Count
573004         MOVE 'GROSS PAY' TO WS-EC-Desc
573025         MOVE WS-Active-TotalSalary TO WS-EC-Amount
573046         PERFORM Write-Employer-Cost-Line
573067         MOVE SPACES TO WS-EC-Dept-Name
573088         MOVE 0 TO WS-EC-Emp-Count
573109         PERFORM VARYING WS-Employer-Index FROM 1 BY 1
573130             UNTIL WS-Employer-Index > WS-Employer-Count
573151             MOVE WS-Employer-Code (WS-Employer-Index)
573172                 TO WS-EC-Code
573193             MOVE WS-Employer-Desc (WS-Employer-Index)
573214                 TO WS-EC-Desc
573235             MOVE WS-Employer-Run-Total (WS-Employer-Index)
573256                 TO WS-EC-Amount
573277             PERFORM Write-Employer-Cost-Line
573298         END-PERFORM
573319         MOVE SPACES TO WS-EC-Code
573340         MOVE 'TOTAL EMPLOYER COST' TO WS-EC-Desc
573361         MOVE WS-Employer-TotalCost TO WS-EC-Amount
573382         PERFORM Write-Employer-Cost-Line
573403         CLOSE EmployerCostFile
573424         DISPLAY 'EMPLOYER COST TOTAL: ' WS-Employer-TotalCost
573445     END-IF.
573466* One block per department in the order the pay register
573487* subtotals them, then the run's totals per contribution, which
573508* are the same figures the journal credits to the ER liability
573529* accounts.

573550 Print-Employer-Cost-Department.
573571     MOVE SPACES TO WS-EmpCost-Detail-Line
573592     MOVE WS-Department-Code (WS-Department-Index)
573613         TO WS-EC-Dept-Code
573634     PERFORM Lookup-Employer-Cost-Dept-Name
573655     MOVE WS-Department-Emp-Count (WS-Department-Index)
573676         TO WS-EC-Emp-Count
573697     MOVE 'GROSS PAY' TO WS-EC-Desc
573718     MOVE WS-Department-Salary-Total (WS-Department-Index)
573739         TO WS-EC-Amount
573760     PERFORM Write-Employer-Cost-Line
573781     MOVE SPACES TO WS-EC-Dept-Code WS-EC-Dept-Name
573802     MOVE 0 TO WS-EC-Emp-Count
573823     PERFORM VARYING WS-Employer-Index FROM 1 BY 1
573844         UNTIL WS-Employer-Index > WS-Employer-Count
573865         MOVE WS-Employer-Code (WS-Employer-Index) TO WS-EC-Code
573886         MOVE WS-Employer-Desc (WS-Employer-Index) TO WS-EC-Desc
573907         MOVE WS-Department-Er-Amount
573928                         (WS-Department-Index, WS-Employer-Index)
573949             TO WS-EC-Amount
573970         PERFORM Write-Employer-Cost-Line
573991     END-PERFORM
574012     MOVE SPACES TO WS-EC-Code
574033     MOVE 'TOTAL EMPLOYER COST' TO WS-EC-Desc
574054     MOVE WS-Department-Employer-Total (WS-Department-Index)
574075         TO WS-EC-Amount
574096     PERFORM Write-Employer-Cost-Line
574117     WRITE EmployerCostRecord FROM SPACES
574138         AFTER ADVANCING 1 LINE
574159     ADD 1 TO WS-EC-Line-Count.
574180* The department's gross heads its block so the employer cost
574201* under it can be read as a share of what the department paid.

574222 Lookup-Employer-Cost-Dept-Name.
574243     IF WS-Department-Master-Available
574264         MOVE WS-EC-Dept-Code TO DepartmentCode
574285         READ DepartmentFile
574306             INVALID KEY
574327                 MOVE 'NOT ON DEPT MASTER' TO WS-EC-Dept-Name
574348             NOT INVALID KEY
574369                 MOVE DepartmentName TO WS-EC-Dept-Name
574390         END-READ
574411     ELSE
574432         MOVE 'NO DEPT MASTER' TO WS-EC-Dept-Name
574453     END-IF.
574474* The same stand-in names Lookup-Department-Name prints on the
574495* pay register subtotals.

574516 Write-Employer-Cost-Line.
574537     IF WS-EC-Line-Count NOT < WS-Report-Lines-Per-Page
574558         PERFORM Write-Employer-Cost-Headings
574579     END-IF
574600     WRITE EmployerCostRecord FROM WS-EmpCost-Detail-Line
574621         AFTER ADVANCING 1 LINE
574642     ADD 1 TO WS-EC-Line-Count.

574663 Write-Employer-Cost-Headings.
574684     MOVE WS-Run-Date           TO WS-EC-Run-Date
574705     MOVE WS-Current-Pay-Period TO WS-EC-Pay-Period
574726     WRITE EmployerCostRecord FROM WS-EmpCost-Heading-1
574747         AFTER ADVANCING PAGE
574768     WRITE EmployerCostRecord FROM WS-EmpCost-Heading-2
574789         AFTER ADVANCING 2 LINES
574810     WRITE EmployerCostRecord FROM SPACES
574831         AFTER ADVANCING 1 LINE
574852     MOVE 0 TO WS-EC-Line-Count.
574873* A fresh page whenever the page fills, headings repeated, the
574894* same as the pay register.

574914 Set-Run-Control-Figures.
574934     MOVE WS-Posting-Number      TO RC-Posting-Number
574954     MOVE 'N'                    TO RC-Year-Closed-Flag
574974     MOVE 'N'                    TO RC-Bank-Ack-Flag
574994     MOVE 0                      TO RC-Bank-Ack-Date
575014     MOVE WS-Active-EmployeeCount TO RC-Employee-Count
575034     MOVE WS-Active-TotalSalary  TO RC-Gross-Total
575054     MOVE WS-Order-Run-Total     TO RC-Garnish-Total
575074     MOVE WS-Net-TotalSalary     TO RC-Net-Total
575094     MOVE WS-Employer-TotalCost  TO RC-Employer-Total
575114     MOVE 0 TO RC-Deduction-Total
575134     PERFORM VARYING WS-Deduction-Index FROM 1 BY 1
575154         UNTIL WS-Deduction-Index > WS-Deduction-Count
575174         ADD WS-Deduction-Run-Total (WS-Deduction-Index)
575194             TO RC-Deduction-Total
575214     END-PERFORM.
575234* The posting's control totals, the same figures the pay
575254* register's totals print, kept on the period's record so a
575274* later reversal can prove it backed out exactly this much. A
575294* fresh posting is neither year-end closed nor acknowledged by
575314* the bank yet, whatever an earlier posting of the period was.

575334 Close-Run-Control-Year.
575354     PERFORM Open-Run-Control-File
575374     MOVE 'N' TO WS-RunControl-EndOfFile
575394     MOVE LOW-VALUES TO RC-Control-Key
575414     START RunControlFile KEY IS NOT LESS THAN RC-Control-Key
575434         INVALID KEY
575454             MOVE 'Y' TO WS-RunControl-EndOfFile
575474     END-START
575494     PERFORM UNTIL WS-RunControl-EndOfFile = 'Y'
575514         READ RunControlFile NEXT RECORD
575534             AT END
575554                 MOVE 'Y' TO WS-RunControl-EndOfFile
575574             NOT AT END
575594                 IF RC-Period-Complete
575614                     AND NOT RC-Year-End-Closed
575634                     AND RC-Completion-Date (1:4)
575654                         NOT > WS-Close-Year
575674                     SET RC-Year-End-Closed TO TRUE
575694                     REWRITE RunControlRecord
575714                     ADD 1 TO WS-Closed-Period-Count
575734                 END-IF
575754         END-READ
575774     END-PERFORM
575794     CLOSE RunControlFile
575814     DISPLAY 'PAY PERIODS MARKED YEAR-END CLOSED: '
575834         WS-Closed-Period-Count.
575854* Every period completed in or before the year being closed is
575874* marked, the same year test the YTD archive is stamped with;
575894* a reopened period was never completed again and is left
575914* alone, since there is nothing posted in it to protect.

575934 Mark-Bank-Acknowledged.
575954     IF WS-Sent-Pay-Period > 0
575974         PERFORM Open-Run-Control-File
575994         MOVE WS-Sent-Frequency  TO RC-Pay-Frequency
576014         MOVE WS-Sent-Pay-Period TO RC-Pay-Period
576034         READ RunControlFile
576054             INVALID KEY
576074                 CONTINUE
576094             NOT INVALID KEY
576114                 IF RC-Period-Complete
576134                     SET RC-Bank-Acknowledged TO TRUE
576154                     MOVE WS-Run-Date TO RC-Bank-Ack-Date
576174                     REWRITE RunControlRecord
576194                     DISPLAY 'BANK ACKNOWLEDGED PAY PERIOD: '
576214                         WS-Sent-Pay-Period
576234                 END-IF
576254         END-READ
576274         CLOSE RunControlFile
576294     END-IF.
576314* The payment file the returns answer names its own frequency
576334* and period in the header; a retro adjustment's file carries
576354* period zero and marks nothing.

576374 Period-Reversal-Processing.
576394     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
576414     PERFORM Check-Reversal-Allowed
576434     IF WS-Reversal-Refused
576454         DISPLAY '*** REVERSAL REFUSED, NOTHING REVERSED ***'
576474         MOVE 12 TO RETURN-CODE
576494     ELSE
576514         PERFORM Reverse-Posted-Period
576534     END-IF.
576554* A reversal backs out one whole posting of one pay frequency
576574* and period, or nothing at all: every check that can refuse it
576594* is made before a single file is touched.

576614 Check-Reversal-Allowed.
576634     MOVE 'N' TO WS-Reversal-Refused-Flag
576654     IF WS-CL-Pay-Frequency = 'W' OR 'M' OR SPACE
576674         MOVE WS-CL-Pay-Frequency TO WS-Run-Pay-Frequency
576694     ELSE
576714         DISPLAY 'UNKNOWN PAY FREQUENCY: ' WS-CL-Pay-Frequency
576734         SET WS-Reversal-Refused TO TRUE
576754     END-IF
576774     IF WS-CL-Pay-Period-X NOT NUMERIC
576794         OR WS-CL-Pay-Period = 0
576814         DISPLAY 'PAY PERIOD TO REVERSE REQUIRED IN COMMAND-LINE '
576834             'POSITIONS 2-3'
576854         SET WS-Reversal-Refused TO TRUE
576874     ELSE
576894         MOVE WS-CL-Pay-Period TO WS-Current-Pay-Period
576914     END-IF
576934* Unlike a batch pass, a reversal never defaults its period:
576954* backing out the wrong month is not a mistake to make by
576974* leaving the command line short.
576994     IF NOT WS-Reversal-Refused
577014         PERFORM Open-Run-Control-File
577034         MOVE WS-Run-Pay-Frequency  TO RC-Pay-Frequency
577054         MOVE WS-Current-Pay-Period TO RC-Pay-Period
577074         READ RunControlFile
577094             INVALID KEY
577114                 DISPLAY 'PAY PERIOD ' WS-Current-Pay-Period
577134                     ' FREQUENCY ' WS-Run-Pay-Frequency
577154                     ' WAS NEVER POSTED'
577174                 SET WS-Reversal-Refused TO TRUE
577194             NOT INVALID KEY
577214                 PERFORM Check-Reversal-Period
577234         END-READ
577254         CLOSE RunControlFile
577274     END-IF.
577294* Only a period on RunControlFile as completed can be
577314* reversed; one never run, or abended and waiting on its
577334* restart, has no finished posting to back out.

577354 Check-Reversal-Period.
577374     IF NOT RC-Period-Complete
577394         DISPLAY 'PAY PERIOD ' WS-Current-Pay-Period
577414             ' IS NOT COMPLETE, NOTHING TO REVERSE'
577434         SET WS-Reversal-Refused TO TRUE
577454     ELSE
577474         MOVE RC-Posting-Number  TO WS-Reversal-Posting-Number
577494         MOVE RC-Completion-Date TO WS-Reversal-Original-Date
577514         MOVE RC-Employee-Count  TO WS-Original-Count
577534         MOVE RC-Gross-Total     TO WS-Original-Gross
577554         MOVE RC-Deduction-Total TO WS-Original-Deductions
577574         MOVE RC-Garnish-Total   TO WS-Original-Garnish
577594         MOVE RC-Net-Total       TO WS-Original-Net
577614         MOVE RC-Employer-Total  TO WS-Original-Employer
577634         IF WS-Reversal-Posting-Number = 0
577654             DISPLAY 'PAY PERIOD ' WS-Current-Pay-Period
577674                 ' POSTED WITHOUT A POSTING NUMBER'
577694             DISPLAY 'ITS PAY HISTORY CANNOT BE PICKED OUT, '
577714                 'REVERSE IT BY HAND'
577734             SET WS-Reversal-Refused TO TRUE
577754         END-IF
577774     END-IF
577794     IF NOT WS-Reversal-Refused
577814         IF RC-Year-End-Closed
577834             SET WS-Reversal-Year-Closed TO TRUE
577854             DISPLAY '*** PAY PERIOD ' WS-Current-Pay-Period
577874                 ' IS IN A YEAR ALREADY CLOSED ***'
577894             PERFORM Check-Supervisor-Override
577914         END-IF
577934     END-IF
577954     IF NOT WS-Reversal-Refused
577974         IF RC-Bank-Acknowledged
577994             DISPLAY '*** PAY PERIOD ' WS-Current-Pay-Period
578014                 ' BANK FILE ACKNOWLEDGED ON '
578034                 RC-Bank-Ack-Date ' ***'
578054             PERFORM Check-Supervisor-Override
578074         END-IF
578094     END-IF.
578114* A closed year's YTD has been archived and zeroed, and money
578134* the bank has acknowledged has already moved; either one takes
578154* a supervisor's say-so, asked once even when both apply. In a
578174* closed year the YTD is left alone: that year's figures are on
578194* the YTD archive, and the running totals are the new year's.

578214 Check-Supervisor-Override.
578234     EVALUATE TRUE
578254         WHEN WS-Reversal-Supervisor-ID NOT = SPACES
578274             CONTINUE
578294         WHEN NOT WS-Supervisor-Override
578314             DISPLAY 'REVERSE DELIBERATELY WITH THE S OVERRIDE '
578334                 'IN COMMAND-LINE POSITION 4'
578354             SET WS-Reversal-Refused TO TRUE
578374         WHEN OTHER
578394             DISPLAY 'Enter supervisor ID for override: '
578414             ACCEPT WS-Reversal-Supervisor-ID
578434             IF WS-Reversal-Supervisor-ID = SPACES
578454                 DISPLAY 'NO SUPERVISOR ID KEYED'
578474                 SET WS-Reversal-Refused TO TRUE
578494             ELSE
578514                 DISPLAY 'SUPERVISOR OVERRIDE ACCEPTED: '
578534                     WS-Reversal-Supervisor-ID
578554             END-IF
578574     END-EVALUATE.
578594* The override is the 'S' in position 4 and a supervisor ID
578614* keyed at the console, the same operator prompt the approval
578634* run uses; the ID is printed on the reversal register.

578654 Reverse-Posted-Period.
578674     PERFORM Load-Deduction-Rates
578694     PERFORM Load-Employer-Rates
578714     PERFORM Open-Department-File
578734     PERFORM Open-Ytd-File
578754     PERFORM Open-Deduction-Orders-File
578764     PERFORM Open-Leave-Balance-File
578774     OPEN INPUT EmployeeFile
578794     IF WS-EmployeeFile-Status NOT = '00'
578814         DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
578834             WS-EmployeeFile-Status
578854     END-IF
578874     OPEN OUTPUT ReversalWorkFile
578894     IF WS-ReversalWorkFile-Status NOT = '00'
578914         DISPLAY 'REVERSALWORKFILE OPEN FAILED, FILE STATUS: '
578934             WS-ReversalWorkFile-Status
578954     END-IF
578974     OPEN OUTPUT ReversalRegisterFile
578994     IF WS-ReversalRegister-Status NOT = '00'
579014         DISPLAY 'REVERSALREGISTERFILE OPEN FAILED, '
579034             'FILE STATUS: ' WS-ReversalRegister-Status
579054     END-IF
579074     PERFORM Write-Reversal-Headings
579094     OPEN INPUT PayHistoryFile
579114     IF WS-PayHistoryFile-Status NOT = '00'
579134         DISPLAY 'NO PAY HISTORY ON FILE, STATUS: '
579154             WS-PayHistoryFile-Status
579174     ELSE
579194         PERFORM UNTIL WS-Reversal-EndOfFile = 'Y'
579214             READ PayHistoryFile
579234                 AT END
579254                     MOVE 'Y' TO WS-Reversal-EndOfFile
579274                 NOT AT END
579294                     ADD 1 TO WS-Reversal-Read-Count
579314                     IF PH-Regular-Pay-Record
579334                         AND PH-Pay-Period = WS-Current-Pay-Period
579354                         AND PH-Run-Frequency
579374                             = WS-Run-Pay-Frequency
579394                         AND PH-Posting-Number
579414                             = WS-Reversal-Posting-Number
579434                         PERFORM Reverse-One-Pay-History
579454                     END-IF
579474             END-READ
579494         END-PERFORM
579514         CLOSE PayHistoryFile
579534     END-IF
579554     CLOSE ReversalWorkFile
579574     CLOSE EmployeeFile
579594     SUBTRACT WS-Reversal-Check-Total FROM WS-Reversal-Net-Total
579614         GIVING WS-Reversal-Deposit-Total
579634     CLOSE YtdFile
579654     IF WS-Orders-Available
579674         CLOSE DeductionOrdersFile
579694     END-IF
579699     IF WS-Leave-File-Available
579704         CLOSE LeaveBalanceFile
579709     END-IF
579714* Only the posting being reversed is picked out of the archive:
579734* its period, its frequency, and its posting number, so a
579754* rerun's records and the posting it replaced are never
579774* confused with each other, and the same period number a year
579794* later has a posting number of its own run-control record.
579814     IF WS-Reversal-Count = 0
579834         DISPLAY 'NO PAY HISTORY FOUND FOR POSTING '
579854             WS-Reversal-Posting-Number ', NOTHING REVERSED'
579874         MOVE 12 TO RETURN-CODE
579894     ELSE
579914         PERFORM Append-Reversal-History
579934         PERFORM Write-Reversal-Gl-Journal
579954         PERFORM Reopen-Run-Control
579974     END-IF
579994     PERFORM Write-Reversal-Totals
580014     CLOSE ReversalRegisterFile
580034     IF WS-Department-Master-Available
580054         CLOSE DepartmentFile
580074     END-IF
580094     DISPLAY 'Reversal register written, '
580114         'see reversal-register.txt'.
580134* The reversing records are appended and the journal written
580154* only when something was reversed; the register is printed
580174* either way, as the evidence of what was or was not found.

580194 Reverse-One-Pay-History.
580214     ADD 1 TO WS-Reversal-Count
580234     MOVE PH-EmployeeID TO EmployeeID
580254     READ EmployeeFile
580274         INVALID KEY
580294             MOVE 'NOT ON EMPLOYEE FILE' TO EmployeeName
580314     END-READ
580334     IF WS-Reversal-Year-Closed
580354         CONTINUE
580374     ELSE
580394         PERFORM Reverse-Ytd-Posting
580414     END-IF
580434     IF PH-Garnish-Amount > 0
580454         PERFORM Reverse-Order-Posting
580474     END-IF
580484     PERFORM Reverse-Leave-Posting
580494     PERFORM Accumulate-Reversal-Totals
580514     PERFORM Write-Reversal-Detail-Line
580534     MOVE 'X'         TO PH-Adjustment-Flag
580554     MOVE WS-Run-Date TO PH-Reversal-Date
580574     WRITE ReversalWorkRecord FROM PayHistoryRecord.
580594* The reversing record is the original with its flag turned to
580614* 'X' and the reversal date stamped on it; the amounts stay as
580634* they were paid, to be read negative under the 'X'.

580654 Reverse-Ytd-Posting.
580674     MOVE PH-EmployeeID TO YtdEmployeeID
580694     READ YtdFile
580714         INVALID KEY
580734             ADD 1 TO WS-Reversal-Exception-Count
580754             DISPLAY 'NO YTD RECORD TO REVERSE, EMPLOYEEID: '
580774                 PH-EmployeeID
580794         NOT INVALID KEY
580814             IF YtdCumulativeSalary < PH-Gross-Pay
580834                 ADD 1 TO WS-Reversal-Exception-Count
580854                 DISPLAY 'YTD BELOW PERIOD GROSS, SET TO ZERO, '
580874                     'EMPLOYEEID: ' PH-EmployeeID
580894                 MOVE 0 TO YtdCumulativeSalary
580914             ELSE
580934                 SUBTRACT PH-Gross-Pay FROM YtdCumulativeSalary
580954             END-IF
580974             REWRITE YtdRecord
580994     END-READ.
581014* The period's gross comes back off the employee's running
581034* year-to-date; a figure that would go negative is stopped at
581054* zero and counted as an exception for payroll to look into.

581074 Reverse-Order-Posting.
581094     IF NOT WS-Orders-Available
581114         ADD 1 TO WS-Reversal-Exception-Count
581134         DISPLAY 'ORDER NOT REVERSED, NO ORDERS FILE, '
581154             'EMPLOYEEID: ' PH-EmployeeID
581174     ELSE
581194         MOVE PH-EmployeeID TO DO-EmployeeID
581214         READ DeductionOrdersFile
581234             INVALID KEY
581254                 ADD 1 TO WS-Reversal-Exception-Count
581274                 DISPLAY 'NO WITHHOLDING ORDER TO REVERSE, '
581294                     'EMPLOYEEID: ' PH-EmployeeID
581314             NOT INVALID KEY
581334                 IF DO-Withheld-To-Date < PH-Garnish-Amount
581354                     ADD 1 TO WS-Reversal-Exception-Count
581374                     DISPLAY 'ORDER WITHHELD BELOW PERIOD '
581394                         'AMOUNT, SET TO ZERO, EMPLOYEEID: '
581414                         PH-EmployeeID
581434                     MOVE 0 TO DO-Withheld-To-Date
581454                 ELSE
581474                     SUBTRACT PH-Garnish-Amount
581494                         FROM DO-Withheld-To-Date
581514                 END-IF
581534                 REWRITE DeductionOrderRecord
581554                     INVALID KEY
581574                         DISPLAY 'ORDER REWRITE FAILED, '
581594                             'FILE STATUS: '
581614                             WS-DeductionOrdersFile-Status
581634                             ' EMPLOYEEID: ' PH-EmployeeID
581654                 END-REWRITE
581674         END-READ
581694     END-IF.
581714* What the period withheld against the order is handed back to
581734* its withheld-to-date, so an order the period took to its goal
581754* starts taking again when the period is paid over.

581774 Accumulate-Reversal-Totals.
581794     ADD PH-Gross-Pay      TO WS-Reversal-Gross-Total
581814     ADD PH-Garnish-Amount TO WS-Reversal-Garnish-Total
581834     ADD PH-Net-Pay        TO WS-Reversal-Net-Total
581854     ADD PH-Employer-Cost  TO WS-Reversal-Employer-Total
581874     IF PH-Paid-By-Check
581894         ADD 1 TO WS-Reversal-Check-Count
581914         ADD PH-Net-Pay TO WS-Reversal-Check-Total
581934     END-IF
581954     MOVE 0 TO WS-Reversal-Emp-Ded
581974     PERFORM VARYING WS-Emp-Ded-Sub FROM 1 BY 1
581994         UNTIL WS-Emp-Ded-Sub > PH-Deduction-Count
582014             OR WS-Emp-Ded-Sub > 10
582034         ADD PH-Deduction-Amount (WS-Emp-Ded-Sub)
582054             TO WS-Reversal-Emp-Ded
582074         PERFORM Find-Reversal-Deduction
582094         IF WS-Reversal-Sub > 0
582114             ADD PH-Deduction-Amount (WS-Emp-Ded-Sub)
582134                 TO WS-Deduction-Run-Total (WS-Reversal-Sub)
582154         END-IF
582174     END-PERFORM
582194     ADD WS-Reversal-Emp-Ded TO WS-Reversal-Ded-Total
582214     PERFORM VARYING WS-Emp-Er-Sub FROM 1 BY 1
582234         UNTIL WS-Emp-Er-Sub > 10
582254         MOVE 0 TO WS-Emp-Er-Amount (WS-Emp-Er-Sub)
582274     END-PERFORM
582294     PERFORM VARYING WS-Emp-Er-Sub FROM 1 BY 1
582314         UNTIL WS-Emp-Er-Sub > PH-Employer-Count
582334             OR WS-Emp-Er-Sub > 10
582354         PERFORM Find-Reversal-Employer
582374         IF WS-Reversal-Sub > 0
582394             ADD PH-Employer-Amount (WS-Emp-Er-Sub)
582414                 TO WS-Employer-Run-Total (WS-Reversal-Sub)
582434             ADD PH-Employer-Amount (WS-Emp-Er-Sub)
582454                 TO WS-Emp-Er-Amount (WS-Reversal-Sub)
582474         END-IF
582494     END-PERFORM
582514     MOVE PH-Department-Code TO EmployeeDepartmentCode
582534     MOVE PH-Gross-Pay       TO EmployeeSalary
582554     MOVE PH-Employer-Cost   TO WS-Employee-Employer-Total
582564     PERFORM Load-Archived-Distribution
582574     PERFORM Update-Department-Totals
582594     PERFORM Update-Department-Employer-Cost.
582610* Every bucket, contribution, and department the period posted
582626* to is totaled back out of the records themselves, under the
582642* codes archived with them, so the journal reverses what was
582658* posted even if the rates file has changed since. The master
582674* record is in memory only - EmployeeFile is open INPUT - so
582690* the archived department and gross can stand in it for the
582706* department subtotal paragraphs. The labor distribution is the
582722* one archived on the record, not today's, so the shares land
582738* back on the departments the posting charged, to the penny.

582754 Find-Reversal-Deduction.
582774     MOVE 0 TO WS-Reversal-Sub
582794     SET WS-Deduction-Index TO 1
582814     SEARCH WS-Deduction-Entry
582834         AT END
582854             IF WS-Deduction-Count < 10
582874                 ADD 1 TO WS-Deduction-Count
582894                 MOVE PH-Deduction-Code (WS-Emp-Ded-Sub)
582914                     TO WS-Deduction-Code (WS-Deduction-Count)
582934                 MOVE 'NOT ON RATES FILE'
582954                     TO WS-Deduction-Desc (WS-Deduction-Count)
582974                 MOVE 0 TO WS-Deduction-Rate (WS-Deduction-Count)
582994                 MOVE 0 TO WS-Deduction-Run-Total
583014                               (WS-Deduction-Count)
583034                 MOVE WS-Deduction-Count TO WS-Reversal-Sub
583054             ELSE
583074                 ADD 1 TO WS-Reversal-Exception-Count
583094                 DISPLAY 'DEDUCTION TABLE FULL, NOT REVERSED: '
583114                     PH-Deduction-Code (WS-Emp-Ded-Sub)
583134             END-IF
583154         WHEN WS-Deduction-Code (WS-Deduction-Index)
583174                             = PH-Deduction-Code (WS-Emp-Ded-Sub)
583194             SET WS-Reversal-Sub TO WS-Deduction-Index
583214     END-SEARCH.
583234* A bucket code since dropped from the rates file still gets its
583254* own line to reverse under, named for why it has no
583274* description.

583294 Find-Reversal-Employer.
583314     MOVE 0 TO WS-Reversal-Sub
583334     SET WS-Employer-Index TO 1
583354     SEARCH WS-Employer-Entry
583374         AT END
583394             IF WS-Employer-Count < 10
583414                 ADD 1 TO WS-Employer-Count
583434                 MOVE PH-Employer-Code (WS-Emp-Er-Sub)
583454                     TO WS-Employer-Code (WS-Employer-Count)
583474                 MOVE 'NOT ON RATES FILE'
583494                     TO WS-Employer-Desc (WS-Employer-Count)
583514                 MOVE 0 TO WS-Employer-Rate (WS-Employer-Count)
583534                 MOVE 0 TO WS-Employer-Ceiling (WS-Employer-Count)
583554                 MOVE 0
583574                     TO WS-Employer-Run-Total (WS-Employer-Count)
583594                 MOVE WS-Employer-Count TO WS-Reversal-Sub
583614             ELSE
583634                 ADD 1 TO WS-Reversal-Exception-Count
583654                 DISPLAY 'EMPLOYER TABLE FULL, NOT REVERSED: '
583674                     PH-Employer-Code (WS-Emp-Er-Sub)
583694             END-IF
583714         WHEN WS-Employer-Code (WS-Employer-Index)
583734                             = PH-Employer-Code (WS-Emp-Er-Sub)
583754             SET WS-Reversal-Sub TO WS-Employer-Index
583774     END-SEARCH.
583794* The same for a contribution code no longer on the rates file.

583814 Write-Reversal-Headings.
583834     MOVE WS-Run-Date               TO WS-RV-Run-Date
583854     MOVE WS-Current-Pay-Period     TO WS-RV-Pay-Period
583874     MOVE WS-Run-Pay-Frequency      TO WS-RV-Frequency
583894     MOVE WS-Reversal-Original-Date TO WS-RV-Original-Date
583914     WRITE ReversalRegisterRecord FROM WS-Reversal-Heading-1
583934         AFTER ADVANCING PAGE
583954     WRITE ReversalRegisterRecord FROM WS-Reversal-Heading-2
583974         AFTER ADVANCING 2 LINES
583994     WRITE ReversalRegisterRecord FROM SPACES
584014         AFTER ADVANCING 1 LINE
584034     MOVE 0 TO WS-Reversal-Line-Count.
584054* The period, its frequency, and the date it was posted are on
584074* every page, so the filed register says which posting it undid.

584094 Write-Reversal-Detail-Line.
584114     IF WS-Reversal-Line-Count >= WS-Report-Lines-Per-Page
584134         PERFORM Write-Reversal-Headings
584154     END-IF
584174     MOVE PH-EmployeeID       TO WS-RV-ID
584194     MOVE EmployeeName        TO WS-RV-Name
584214     MOVE PH-Gross-Pay        TO WS-RV-Gross
584234     MOVE WS-Reversal-Emp-Ded TO WS-RV-Deductions
584254     MOVE PH-Garnish-Amount   TO WS-RV-Garnish
584274     MOVE PH-Net-Pay          TO WS-RV-Net
584294     MOVE PH-Employer-Cost    TO WS-RV-Employer
584314     IF PH-Paid-By-Check
584334         MOVE 'CHECK'         TO WS-RV-Method
584354         MOVE PH-Check-Number TO WS-RV-Check-Number
584374     ELSE
584394         MOVE 'DEPOSIT'       TO WS-RV-Method
584414         MOVE 0               TO WS-RV-Check-Number
584434     END-IF
584454     WRITE ReversalRegisterRecord FROM WS-Reversal-Detail-Line
584474         AFTER ADVANCING 1 LINE
584494     ADD 1 TO WS-Reversal-Line-Count.
584514* One line per employee backed out, with what the period paid
584534* and how it went out.

584554 Append-Reversal-History.
584574     PERFORM Open-Pay-History-File
584594     OPEN INPUT ReversalWorkFile
584614     IF WS-ReversalWorkFile-Status NOT = '00'
584634         DISPLAY 'REVERSALWORKFILE OPEN FAILED, FILE STATUS: '
584654             WS-ReversalWorkFile-Status
584674         DISPLAY '*** REVERSING PAY HISTORY NOT ARCHIVED ***'
584694         ADD 1 TO WS-Reversal-Exception-Count
584714     ELSE
584734         PERFORM UNTIL WS-Reversal-Work-EndOfFile = 'Y'
584754             READ ReversalWorkFile
584774                 AT END
584794                     MOVE 'Y' TO WS-Reversal-Work-EndOfFile
584814                 NOT AT END
584834                     WRITE PayHistoryRecord
584854                         FROM ReversalWorkRecord
584874                     IF WS-PayHistoryFile-Status NOT = '00'
584894                         DISPLAY 'PAY HISTORY WRITE FAILED, '
584914                             'FILE STATUS: '
584934                             WS-PayHistoryFile-Status
584954                         ADD 1 TO WS-Reversal-Exception-Count
584974                     END-IF
584994             END-READ
585014         END-PERFORM
585034         CLOSE ReversalWorkFile
585054     END-IF
585074     CLOSE PayHistoryFile.
585094* The archive is only ever appended to: the original records
585114* stay exactly as they were written, and the reversing records
585134* follow them, so the stub history and any later retro sweep
585154* see both and net the period to nothing.

585174 Write-Reversal-Gl-Journal.
585194     OPEN OUTPUT GlJournalFile
585214     IF WS-GlJournalFile-Status NOT = '00'
585234         DISPLAY 'GLJOURNALFILE OPEN FAILED, FILE STATUS: '
585254             WS-GlJournalFile-Status
585274         DISPLAY 'REVERSING GL JOURNAL NOT RELEASED THIS RUN'
585294         MOVE 16 TO RETURN-CODE
585314     ELSE
585334         MOVE WS-Run-Date           TO WS-GJH-Run-Date
585354         MOVE WS-Current-Pay-Period TO WS-GJH-Pay-Period
585374         MOVE 'R'                   TO WS-GJH-Entry-Type
585394         WRITE GlJournalRecord FROM WS-Gl-Header-Record
585414         PERFORM Write-Reversal-Credit-Lines
585434         PERFORM Write-Reversal-Debit-Lines
585454         PERFORM Write-Journal-Trailer
585474         CLOSE GlJournalFile
585494         DISPLAY 'Reversing GL journal written, '
585514             'see gl-journal.dat'
585524         PERFORM Archive-Gl-Journal
585534     END-IF.
585554* The reversing journal is the period's journal with every side
585574* turned over, to the same accounts, under an 'R' header.
585580* It is kept on GlHistoryFile like any other journal, so the
585586* quarter it falls in sees the liabilities it gives back.

585594 Write-Reversal-Credit-Lines.
585614     PERFORM VARYING WS-Department-Index FROM 1 BY 1
585634         UNTIL WS-Department-Index > WS-Department-Count
585654         MOVE 'CR' TO WS-GJD-Side
585674         PERFORM Lookup-Journal-Cost-Center
585694         MOVE WS-Department-Salary-Total
585714                         (WS-Department-Index)
585734             TO WS-GJD-Amount
585754         ADD WS-Department-Salary-Total
585774                         (WS-Department-Index)
585794             TO WS-Journal-Credit-Total
585814         WRITE GlJournalRecord FROM WS-Gl-Detail-Record
585834         IF WS-Department-Employer-Total (WS-Department-Index)
585854                 > 0
585874             MOVE 'CR' TO WS-GJD-Side
585894             PERFORM Lookup-Journal-Cost-Center
585914             MOVE 'EMPLOYER COST' TO WS-GJD-Description
585934             MOVE WS-Department-Employer-Total
585954                             (WS-Department-Index)
585974                 TO WS-GJD-Amount
585994             ADD WS-Department-Employer-Total
586014                             (WS-Department-Index)
586034                 TO WS-Journal-Credit-Total
586054             WRITE GlJournalRecord FROM WS-Gl-Detail-Record
586074         END-IF
586094     END-PERFORM.
586114* Each department's salary and employer cost expense comes back
586134* off its cost center.

586154 Write-Reversal-Debit-Lines.
586174     PERFORM VARYING WS-Deduction-Index FROM 1 BY 1
586194         UNTIL WS-Deduction-Index > WS-Deduction-Count
586214         IF WS-Deduction-Run-Total (WS-Deduction-Index) > 0
586234             MOVE 'DR' TO WS-GJD-Side
586254             MOVE WS-Deduction-Code (WS-Deduction-Index)
586274                 TO WS-GJD-Account
586294             MOVE WS-Deduction-Desc (WS-Deduction-Index)
586314                 TO WS-GJD-Description
586334             MOVE WS-Deduction-Run-Total (WS-Deduction-Index)
586354                 TO WS-GJD-Amount
586374             ADD WS-Deduction-Run-Total (WS-Deduction-Index)
586394                 TO WS-Journal-Debit-Total
586414             WRITE GlJournalRecord FROM WS-Gl-Detail-Record
586434         END-IF
586454     END-PERFORM
586474     PERFORM VARYING WS-Employer-Index FROM 1 BY 1
586494         UNTIL WS-Employer-Index > WS-Employer-Count
586514         IF WS-Employer-Run-Total (WS-Employer-Index) > 0
586534             MOVE 'DR' TO WS-GJD-Side
586554             MOVE SPACES TO WS-GJD-Account
586574             STRING 'ER' WS-Employer-Code (WS-Employer-Index)
586594                 DELIMITED BY SIZE INTO WS-GJD-Account
586614             END-STRING
586634             MOVE WS-Employer-Desc (WS-Employer-Index)
586654                 TO WS-GJD-Description
586674             MOVE WS-Employer-Run-Total (WS-Employer-Index)
586694                 TO WS-GJD-Amount
586714             ADD WS-Employer-Run-Total (WS-Employer-Index)
586734                 TO WS-Journal-Debit-Total
586754             WRITE GlJournalRecord FROM WS-Gl-Detail-Record
586774         END-IF
586794     END-PERFORM
586814* The liabilities the period set up are debited away again,
586834* bucket by bucket and contribution by contribution.
586854     IF WS-Reversal-Garnish-Total > 0
586874         MOVE 'DR'   TO WS-GJD-Side
586894         MOVE 'GARN' TO WS-GJD-Account
586914         MOVE 'WITHHOLDING ORDERS' TO WS-GJD-Description
586934         MOVE WS-Reversal-Garnish-Total TO WS-GJD-Amount
586954         ADD WS-Reversal-Garnish-Total TO WS-Journal-Debit-Total
586974         WRITE GlJournalRecord FROM WS-Gl-Detail-Record
586994     END-IF
587014     IF WS-Reversal-Check-Total > 0
587034         MOVE 'DR'     TO WS-GJD-Side
587054         MOVE 'CHKOUT' TO WS-GJD-Account
587074         MOVE 'NET PAY BY CHECK' TO WS-GJD-Description
587094         MOVE WS-Reversal-Check-Total TO WS-GJD-Amount
587114         ADD WS-Reversal-Check-Total TO WS-Journal-Debit-Total
587134         WRITE GlJournalRecord FROM WS-Gl-Detail-Record
587154     END-IF
587174     MOVE 'DR'   TO WS-GJD-Side
587194     MOVE 'CASH' TO WS-GJD-Account
587214     MOVE 'NET PAY DEPOSITED' TO WS-GJD-Description
587234     MOVE WS-Reversal-Deposit-Total TO WS-GJD-Amount
587254     ADD WS-Reversal-Deposit-Total TO WS-Journal-Debit-Total
587274     WRITE GlJournalRecord FROM WS-Gl-Detail-Record.
587294* The net is debited back to checks outstanding for the checks,
587314* which are voided through the 'C' mode, and to cash for the
587334* deposits, which payroll recalls with the bank.

587354 Reopen-Run-Control.
587374     PERFORM Open-Run-Control-File
587394     MOVE WS-Run-Pay-Frequency  TO RC-Pay-Frequency
587414     MOVE WS-Current-Pay-Period TO RC-Pay-Period
587434     READ RunControlFile
587454         INVALID KEY
587474             DISPLAY 'RUN-CONTROL RECORD GONE, PERIOD NOT '
587494                 'REOPENED: ' WS-Current-Pay-Period
587514             ADD 1 TO WS-Reversal-Exception-Count
587534         NOT INVALID KEY
587554             SET RC-Period-Reopened TO TRUE
587574             MOVE WS-Run-Date TO RC-Reversal-Date
587594             REWRITE RunControlRecord
587614             DISPLAY 'PAY PERIOD REOPENED FOR RERUN: '
587634                 WS-Current-Pay-Period
587654     END-READ
587674     CLOSE RunControlFile.
587694* A reopened period is no longer complete, so Check-Run-Control
587714* lets the corrected batch pass run it without the R override,
587734* under the next posting number.

587754 Write-Reversal-Totals.
587774     WRITE ReversalRegisterRecord FROM WS-Reversal-Tie-Heading
587794         AFTER ADVANCING 2 LINES
587814     MOVE 'EMPLOYEES'              TO WS-RV-Count-Label
587834     MOVE WS-Original-Count        TO WS-RV-Count-Original
587854     MOVE WS-Reversal-Count        TO WS-RV-Count-Reversed
587874     SUBTRACT WS-Reversal-Count FROM WS-Original-Count
587894         GIVING WS-Reversal-Difference
587914     MOVE WS-Reversal-Difference   TO WS-RV-Count-Difference
587934     IF WS-Reversal-Difference NOT = 0
587954         SET WS-Reversal-Out-Of-Tie TO TRUE
587974     END-IF
587994     WRITE ReversalRegisterRecord FROM WS-Reversal-Count-Line
588014         AFTER ADVANCING 1 LINE
588034     MOVE 'GROSS PAY'              TO WS-RV-Tie-Label
588054     MOVE WS-Original-Gross        TO WS-Reversal-Tie-Original
588074     MOVE WS-Reversal-Gross-Total  TO WS-Reversal-Tie-Reversed
588094     PERFORM Write-Reversal-Tie-Line
588114     MOVE 'DEDUCTIONS'             TO WS-RV-Tie-Label
588134     MOVE WS-Original-Deductions   TO WS-Reversal-Tie-Original
588154     MOVE WS-Reversal-Ded-Total    TO WS-Reversal-Tie-Reversed
588174     PERFORM Write-Reversal-Tie-Line
588194     MOVE 'WITHHOLDING ORDERS'     TO WS-RV-Tie-Label
588214     MOVE WS-Original-Garnish      TO WS-Reversal-Tie-Original
588234     MOVE WS-Reversal-Garnish-Total TO WS-Reversal-Tie-Reversed
588254     PERFORM Write-Reversal-Tie-Line
588274     MOVE 'NET PAY'                TO WS-RV-Tie-Label
588294     MOVE WS-Original-Net          TO WS-Reversal-Tie-Original
588314     MOVE WS-Reversal-Net-Total    TO WS-Reversal-Tie-Reversed
588334     PERFORM Write-Reversal-Tie-Line
588354     MOVE 'EMPLOYER COST'          TO WS-RV-Tie-Label
588374     MOVE WS-Original-Employer     TO WS-Reversal-Tie-Original
588394     MOVE WS-Reversal-Employer-Total TO WS-Reversal-Tie-Reversed
588414     PERFORM Write-Reversal-Tie-Line
588434* Every control total the original posting recorded, against
588454* what the reversal backed out of pay history, with the
588474* difference printed even when it is zero.
588494     MOVE SPACES TO WS-Reversal-Note-Line
588514     MOVE 'CHECKS TO VOID BY HAND' TO WS-RV-Note-Label
588534     MOVE WS-Reversal-Check-Count  TO WS-RV-Note-Count
588554     MOVE WS-Reversal-Check-Total  TO WS-RV-Note-Amount
588574     WRITE ReversalRegisterRecord FROM WS-Reversal-Note-Line
588594         AFTER ADVANCING 2 LINES
588614     MOVE SPACES TO WS-Reversal-Note-Line
588634     MOVE 'DEPOSITS TO RECALL'     TO WS-RV-Note-Label
588654     MOVE WS-Reversal-Deposit-Total TO WS-RV-Note-Amount
588674     WRITE ReversalRegisterRecord FROM WS-Reversal-Note-Line
588694         AFTER ADVANCING 1 LINE
588714     MOVE SPACES TO WS-Reversal-Note-Line
588734     MOVE 'EXCEPTIONS'             TO WS-RV-Note-Label
588754     MOVE WS-Reversal-Exception-Count TO WS-RV-Note-Count
588774     WRITE ReversalRegisterRecord FROM WS-Reversal-Note-Line
588794         AFTER ADVANCING 1 LINE
588814     IF WS-Reversal-Supervisor-ID NOT = SPACES
588834         MOVE SPACES TO WS-Reversal-Note-Line
588854         MOVE 'SUPERVISOR OVERRIDE'    TO WS-RV-Note-Label
588874         MOVE WS-Reversal-Supervisor-ID TO WS-RV-Note-Text
588894         WRITE ReversalRegisterRecord FROM WS-Reversal-Note-Line
588914             AFTER ADVANCING 1 LINE
588934     END-IF
588954     IF WS-Reversal-Year-Closed
588974         MOVE SPACES TO WS-Reversal-Note-Line
588994         MOVE 'YTD NOT REVERSED'       TO WS-RV-Note-Label
589014         MOVE 'YEAR ALREADY CLOSED'    TO WS-RV-Note-Text
589034         WRITE ReversalRegisterRecord FROM WS-Reversal-Note-Line
589054             AFTER ADVANCING 1 LINE
589074     END-IF
589094     IF WS-Reversal-Out-Of-Tie
589114         DISPLAY '*** REVERSAL DOES NOT TIE TO THE ORIGINAL '
589134             'POSTING ***'
589154         DISPLAY 'SEE THE DIFFERENCES ON reversal-register.txt'
589174         MOVE 16 TO RETURN-CODE
589194     END-IF
589214     DISPLAY 'PAY RECORDS REVERSED: ' WS-Reversal-Count
589234         ' EXCEPTIONS: ' WS-Reversal-Exception-Count.
589254* A reversal that does not tie is flagged with the same
589274* RETURN-CODE an out-of-balance journal gets: something was
589294* posted that pay history does not account for, or the other
589314* way round, and finance has to see it before anything is
589334* rerun.

589354 Write-Reversal-Tie-Line.
589374     MOVE WS-Reversal-Tie-Original TO WS-RV-Tie-Original
589394     MOVE WS-Reversal-Tie-Reversed TO WS-RV-Tie-Reversed
589414     SUBTRACT WS-Reversal-Tie-Reversed
589434         FROM WS-Reversal-Tie-Original
589454         GIVING WS-Reversal-Difference
589474     MOVE WS-Reversal-Difference   TO WS-RV-Tie-Difference
589494     IF WS-Reversal-Difference NOT = 0
589514         SET WS-Reversal-Out-Of-Tie TO TRUE
589534     END-IF
589554     WRITE ReversalRegisterRecord FROM WS-Reversal-Tie-Line
589574         AFTER ADVANCING 1 LINE.

589594 Write-Retro-Reversal-Line.
589614     IF WS-Retro-Line-Count >= WS-Report-Lines-Per-Page
589634         PERFORM Write-Retro-Headings
589654     END-IF
589674     SUBTRACT 1 FROM WS-Retro-Periods-Found
589694     MOVE PH-Pay-Period       TO WS-RW-Period
589714     MOVE PH-Run-Date         TO WS-RW-Hist-Date
589734     MOVE PH-Gross-Pay        TO WS-RW-Paid
589754     MOVE 0                   TO WS-RW-Adjusted
589774     SUBTRACT WS-Retro-New-Salary FROM PH-Gross-Pay
589794         GIVING WS-Retro-Period-Diff
589814     MOVE WS-Retro-Period-Diff TO WS-RW-Diff
589834     ADD WS-Retro-Period-Diff TO WS-Retro-Back-Pay
589854     WRITE RetroWorksheetRecord FROM WS-Retro-Detail-Line
589874         AFTER ADVANCING 1 LINE
589894     ADD 1 TO WS-Retro-Line-Count.
589914* The mirror of Write-Retro-Detail-Line for a reversed period:
589934* the paid column shows what was taken back, and the difference
589954* undoes the one the original line added, so the two lines
589974* together leave the back pay where it was.

589994 Schedule-Future-Transaction.
590014     MOVE MT-EmployeeID TO EmployeeID
590034     MOVE 0 TO WS-Prior-Salary
590054     EVALUATE TRUE
590074         WHEN MT-Add-Action
590094             START EmployeeFile KEY IS EQUAL TO EmployeeID
590114                 INVALID KEY
590134                     CONTINUE
590154                 NOT INVALID KEY
590174                     SET WS-Transaction-Rejected TO TRUE
590194                     MOVE 'EMPLOYEEID ALREADY ON FILE'
590214                         TO WS-Transaction-Reason
590234             END-START
590254         WHEN MT-Change-Action
590274         WHEN MT-Terminate-Action
590294             READ EmployeeFile
590314                 INVALID KEY
590334                     SET WS-Transaction-Rejected TO TRUE
590354                     MOVE 'EMPLOYEEID NOT ON FILE'
590374                         TO WS-Transaction-Reason
590394                 NOT INVALID KEY
590414                     MOVE EmployeeSalary TO WS-Prior-Salary
590434                     IF MT-Terminate-Action
590454                         AND EmployeeTerminated
590474                         SET WS-Transaction-Rejected TO TRUE
590494                         MOVE 'EMPLOYEE ALREADY TERMINATED'
590514                             TO WS-Transaction-Reason
590534                     END-IF
590554             END-READ
590574         WHEN OTHER
590594             SET WS-Transaction-Rejected TO TRUE
590614             MOVE 'INVALID ACTION CODE' TO WS-Transaction-Reason
590634     END-EVALUATE
590654     IF WS-Transaction-Applied
590674         AND MT-Salary-X NOT = SPACES
590694         AND MT-Salary-X NOT NUMERIC
590714         SET WS-Transaction-Rejected TO TRUE
590734         MOVE 'SALARY NOT NUMERIC' TO WS-Transaction-Reason
590754     END-IF
590774     IF WS-Transaction-Applied
590794         AND MT-Bank-Routing-X NOT = SPACES
590814         IF MT-Bank-Routing-X NOT NUMERIC
590834             SET WS-Transaction-Rejected TO TRUE
590854             MOVE 'BANK ROUTING NOT NUMERIC'
590874                 TO WS-Transaction-Reason
590894         ELSE
590914             MOVE MT-Bank-Routing TO WS-RT-Routing
590934             PERFORM Check-Routing-Digit
590954             IF WS-Routing-Digit-Bad
590974                 SET WS-Transaction-Rejected TO TRUE
590994                 MOVE 'BANK ROUTING CHECK DIGIT INVALID'
591014                     TO WS-Transaction-Reason
591034             END-IF
591054         END-IF
591074     END-IF
591094     IF WS-Transaction-Applied
591114         SET WS-Record-Valid TO TRUE
591134         PERFORM Check-Hold-Allowed
591154         IF WS-Record-Invalid
591174             SET WS-Transaction-Rejected TO TRUE
591194             MOVE WS-Error-Reason-Text TO WS-Transaction-Reason
591214         ELSE
591234             PERFORM Write-Scheduled-Change
591254         END-IF
591274     END-IF.
591294* A future-dated transaction gets the checks that can fairly be
591314* made today: the employee is or is not on file as the action
591334* needs, and the salary and routing number are well formed. The
591354* full Edit-Employee-Record runs when it is applied, against the
591374* record and department master as they stand on that day. It
591394* needs an operator ID and the pending file, the same as a held
591414* change, because it is kept in the same place.

591434 Write-Scheduled-Change.
591454     ADD 1 TO WS-Last-Pending-ID
591474     MOVE SPACES                TO PendingChangeRecord
591494     MOVE WS-Last-Pending-ID    TO PC-Pending-ID
591514     IF NOT MT-Terminate-Action
591534         AND (MT-Salary-X NOT = SPACES
591554              OR MT-Pay-Type NOT = SPACE
591574              OR MT-Bank-Routing-X NOT = SPACES
591594              OR MT-Bank-Account NOT = SPACES)
591614         SET PC-Awaiting-Approval TO TRUE
591634     ELSE
591654         SET PC-Scheduled TO TRUE
591674     END-IF
591694     MOVE WS-Audit-Operator-ID  TO PC-Submit-Operator
591714     MOVE WS-Run-Date           TO PC-Submit-Date
591734     MOVE 0                     TO PC-Decision-Date
591754     MOVE MaintenanceRecord     TO PC-Transaction
591774     MOVE WS-Prior-Salary       TO PC-Prior-Salary
591794     WRITE PendingChangeRecord
591814         INVALID KEY
591834             SET WS-Transaction-Rejected TO TRUE
591854             MOVE 'PENDING WRITE FAILED, NOT SCHEDULED'
591874                 TO WS-Transaction-Reason
591894         NOT INVALID KEY
591914             MOVE SPACES TO WS-Transaction-Reason
591934             IF PC-Awaiting-Approval
591954                 SET WS-Transaction-Pending TO TRUE
591974                 STRING 'PENDING ' DELIMITED BY SIZE
591994                     PC-Pending-ID DELIMITED BY SIZE
592014                     ', EFFECTIVE ' DELIMITED BY SIZE
592034                     PC-Effective-Date DELIMITED BY SIZE
592054                     INTO WS-Transaction-Reason
592074                 END-STRING
592094             ELSE
592114                 SET WS-Transaction-Scheduled TO TRUE
592134                 STRING 'SCHEDULED AS ' DELIMITED BY SIZE
592154                     PC-Pending-ID DELIMITED BY SIZE
592174                     ' FOR ' DELIMITED BY SIZE
592194                     PC-Effective-Date DELIMITED BY SIZE
592214                     INTO WS-Transaction-Reason
592234                 END-STRING
592254             END-IF
592274             PERFORM Save-Last-Pending-ID
592294     END-WRITE.
592314* The whole transaction is kept, every field as HR keyed it,
592334* since none of it has been applied yet. Any salary, pay type,
592354* or banking in it is a money decision, so it waits for a
592374* second operator first, whether or not it matches the master
592394* today; the master may not match it by the effective date.
592414* Everything else goes straight onto the schedule.

592434 Approve-Scheduled-Change.
592454     SET PC-Scheduled TO TRUE
592474     ADD 1 TO WS-Approval-Released-Count
592494     MOVE SPACES TO WS-Release-Reason
592514     STRING 'APPROVED, DUE ' DELIMITED BY SIZE
592534         PC-Effective-Date DELIMITED BY SIZE
592554         INTO WS-Release-Reason
592574     END-STRING
592594     PERFORM Record-Pending-Decision.
592614* The approver's ID and date stay on the record once the batch
592634* pass has applied it, so the two operators behind the change
592654* can still be told apart afterwards.

592674 Release-Pending-Terminate.
592694     READ EmployeeFile
592714         INVALID KEY
592734             SET WS-Release-Failed TO TRUE
592754             MOVE 'EMPLOYEEID NOT ON FILE'
592774                 TO WS-Release-Reason
592794         NOT INVALID KEY
592814             MOVE EmployeeSalary TO WS-Audit-Old-Salary
592834             IF EmployeeTerminated
592854                 SET WS-Release-Failed TO TRUE
592874                 MOVE 'EMPLOYEE ALREADY TERMINATED'
592894                     TO WS-Release-Reason
592914             ELSE
592934                 SET EmployeeTerminated TO TRUE
592954                 PERFORM Set-Pending-Termination-Date
592974                 REWRITE EmployeeRecord
592994                     INVALID KEY
593014                         SET WS-Release-Failed TO TRUE
593034                         MOVE 'REWRITE FAILED'
593054                             TO WS-Release-Reason
593074                 END-REWRITE
593094             END-IF
593114     END-READ.
593134* The same as Apply-Terminate-Transaction, but stamped with
593154* the date the termination was keyed to take effect.

593155 Set-Pending-Termination-Date.
593156     IF PC-Effective-Date-X NUMERIC
593157         AND PC-Effective-Date > 0
593158         MOVE PC-Effective-Date TO EmployeeTerminationDate
593159     ELSE
593160         MOVE WS-Run-Date TO EmployeeTerminationDate
593161     END-IF.
593162* A held or scheduled termination is dated the day it was keyed
593163* to take effect, not the day a later pass got round to it, so
593164* the final pay prorates salary to the right day. Only a change
593165* keyed without an effective date takes the date it applies.

593174 Apply-Scheduled-Changes.
593194     MOVE 0 TO WS-Schedule-Applied-Count
593214     MOVE 0 TO WS-Schedule-Failed-Count
593234     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
593254     OPEN I-O PendingChangeFile
593274     IF WS-PendingChangeFile-Status = '00'
593294         OPEN I-O EmployeeFile
593314         IF WS-EmployeeFile-Status NOT = '00'
593334             DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
593354                 WS-EmployeeFile-Status
593374         END-IF
593394         PERFORM Open-Department-File
593414         PERFORM Open-Prenote-File
593434         PERFORM Open-Correction-Audit-File
593454         OPEN EXTEND TransactionRegisterFile
593474         IF WS-TransactionRegisterFile-Status = '35'
593494             OPEN OUTPUT TransactionRegisterFile
593514             CLOSE TransactionRegisterFile
593534             OPEN EXTEND TransactionRegisterFile
593554         END-IF
593574         IF WS-TransactionRegisterFile-Status NOT = '00'
593594             DISPLAY 'TRANSACTIONREGISTERFILE OPEN FAILED, '
593614                 'FILE STATUS: ' WS-TransactionRegisterFile-Status
593634         END-IF
593645         MOVE 'N' TO WS-Pending-EndOfFile
593656         IF WS-CorrectionAuditFile-Status NOT = '00'
593667             DISPLAY 'AUDIT TRAIL UNAVAILABLE, SCHEDULED CHANGES '
593678                 'NOT APPLIED'
593689             MOVE 'Y' TO WS-Pending-EndOfFile
593700         ELSE
593711             MOVE 1 TO PC-Pending-ID
593722             START PendingChangeFile
593733                 KEY IS NOT LESS THAN PC-Pending-ID
593744                 INVALID KEY
593755                     MOVE 'Y' TO WS-Pending-EndOfFile
593766             END-START
593777         END-IF
593794         PERFORM UNTIL WS-Pending-EndOfFile = 'Y'
593814             READ PendingChangeFile NEXT RECORD
593834                 AT END
593854                     MOVE 'Y' TO WS-Pending-EndOfFile
593874                 NOT AT END
593894                     IF PC-Scheduled
593914                         AND PC-Effective-Date NOT > WS-Run-Date
593934                         PERFORM Apply-One-Scheduled-Change
593954                     END-IF
593974             END-READ
593994         END-PERFORM
594014         IF WS-Schedule-Applied-Count > 0
594034             OR WS-Schedule-Failed-Count > 0
594054             MOVE WS-Schedule-Applied-Count TO WS-RG-Applied-Count
594074             MOVE WS-Schedule-Failed-Count
594094                 TO WS-RG-Rejected-Count
594114             MOVE 0 TO WS-RG-Pending-Count
594134             MOVE 0 TO WS-RG-Scheduled-Count
594154             WRITE TransactionRegisterRecord
594174                 FROM WS-Register-Total-Line
594194         END-IF
594214         CLOSE TransactionRegisterFile
594234         CLOSE CorrectionAuditFile
594254         CLOSE EmployeeFile
594274         CLOSE PendingChangeFile
594294         IF WS-Department-Master-Available
594314             CLOSE DepartmentFile
594334         END-IF
594354         MOVE 'N' TO WS-Department-Master-Flag
594374         IF WS-Prenote-File-Available
594394             CLOSE PrenoteFile
594414         END-IF
594434         MOVE 'N' TO WS-Prenote-File-Flag
594454         DISPLAY 'Scheduled changes applied: '
594474             WS-Schedule-Applied-Count
594494             ' not applied: ' WS-Schedule-Failed-Count
594514     END-IF.
594527* Every change scheduled for today or earlier is applied before
594540* the pay period is run, through the same release paragraphs
594553* the approval run uses, so it gets the same edits and prenote
594566* hold it would have had if keyed today. The register is
594579* extended rather than replaced, so the lines follow that day's
594592* maintenance, and the files are closed again so Batch-
594605* Processing opens them its own way. No pending file means
594618* nothing has ever been scheduled, and the pass goes on as
594631* before. Like Single-Record-Correction, nothing is applied
594644* without the audit trail open to record it; the changes stay
594657* scheduled for the next pass. Batch-Processing does not call
594670* this while a checkpointed pass is waiting to restart, so
594683* changes that fell due meanwhile wait until the restarted
594696* period has finished and are applied by the pass after it.

594714 Apply-One-Scheduled-Change.
594734     SET WS-Release-Done TO TRUE
594754     MOVE SPACES TO WS-Release-Reason
594774     MOVE 0 TO WS-Audit-Old-Salary
594794     MOVE PC-EmployeeID TO EmployeeID
594814     EVALUATE TRUE
594834         WHEN PC-Add-Action
594854             PERFORM Release-Pending-Add
594874         WHEN PC-Terminate-Action
594894             PERFORM Release-Pending-Terminate
594914         WHEN OTHER
594934             PERFORM Release-Pending-Change-Fields
594954     END-EVALUATE
594974     MOVE PC-Action     TO WS-RG-Action
594994     MOVE PC-EmployeeID TO WS-RG-ID
595014     IF WS-Release-Done
595034         SET PC-Released TO TRUE
595054         ADD 1 TO WS-Schedule-Applied-Count
595074         MOVE 'APPLIED'  TO WS-RG-Disposition
595094         MOVE SPACES TO WS-RG-Reason
595114         STRING 'SCHEDULED ' DELIMITED BY SIZE
595134             PC-Pending-ID DELIMITED BY SIZE
595154             ' EFFECTIVE ' DELIMITED BY SIZE
595174             PC-Effective-Date DELIMITED BY SIZE
595194             INTO WS-RG-Reason
595214         END-STRING
595234         MOVE PC-EmployeeID      TO WS-Correction-EmployeeID
595254         MOVE EmployeeSalary     TO WS-Correction-New-Salary
595274         MOVE PC-Submit-Operator TO WS-Audit-Operator-ID
595294         PERFORM Write-Correction-Audit
595314     ELSE
595334         SET PC-Rejected TO TRUE
595354         ADD 1 TO WS-Schedule-Failed-Count
595374         MOVE 'REJECTED' TO WS-RG-Disposition
595394         MOVE WS-Release-Reason TO WS-RG-Reason
595414         DISPLAY 'SCHEDULED CHANGE ' PC-Pending-ID
595434             ' NOT APPLIED: ' WS-Release-Reason
595454     END-IF
595474     WRITE TransactionRegisterRecord
595494         FROM WS-Register-Detail-Line
595514     IF PC-Decision-Operator = SPACES
595534         MOVE 'BATCH' TO WS-Audit-Operator-ID
595554         PERFORM Record-Pending-Decision
595574     ELSE
595594         REWRITE PendingChangeRecord
595614             INVALID KEY
595634                 DISPLAY 'PENDING REWRITE FAILED, FILE STATUS: '
595654                     WS-PendingChangeFile-Status
595674         END-REWRITE
595694     END-IF
595714     MOVE SPACES TO WS-Audit-Operator-ID.
595734* The register line and audit record read as if HR had keyed the
595754* change that morning, under the ID of whoever keyed it. One
595774* that can no longer be applied - the employee purged, already
595794* terminated, or the department closed - is closed out as
595814* rejected with the reason, never retried. A change nobody had
595834* to approve is marked decided by BATCH; an approved one keeps
595854* its approver.

595874 Scheduled-Change-Processing.
595894     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
595914     MOVE 0 TO WS-Schedule-Listed-Count
595934     MOVE 0 TO WS-Schedule-Later-Count
595954     MOVE 0 TO WS-Schedule-Cancel-Count
595974     DISPLAY 'Enter operator ID (blank to list only): '
595994     ACCEPT WS-Audit-Operator-ID
596014     DISPLAY 'Enter pay periods ahead to list (0 for 3): '
596034     ACCEPT WS-Schedule-Periods
596054     IF WS-Schedule-Periods = 0
596074         MOVE 3 TO WS-Schedule-Periods
596094     END-IF
596114     PERFORM Set-Schedule-Horizon
596134     OPEN I-O PendingChangeFile
596154     IF WS-PendingChangeFile-Status NOT = '00'
596174         DISPLAY 'NO SCHEDULED CHANGES ON FILE, FILE STATUS: '
596194             WS-PendingChangeFile-Status
596214     ELSE
596234         OPEN OUTPUT ScheduleReportFile
596254         IF WS-ScheduleReportFile-Status NOT = '00'
596274             DISPLAY 'SCHEDULEREPORTFILE OPEN FAILED, '
596294                 'FILE STATUS: '
596314                 WS-ScheduleReportFile-Status
596334         END-IF
596354         PERFORM Write-Schedule-Headings
596374         MOVE 'N' TO WS-Pending-EndOfFile
596394         MOVE 1 TO PC-Pending-ID
596414         START PendingChangeFile
596434             KEY IS NOT LESS THAN PC-Pending-ID
596454             INVALID KEY
596474                 MOVE 'Y' TO WS-Pending-EndOfFile
596494         END-START
596514         PERFORM UNTIL WS-Pending-EndOfFile = 'Y'
596534             READ PendingChangeFile NEXT RECORD
596554                 AT END
596574                     MOVE 'Y' TO WS-Pending-EndOfFile
596594                 NOT AT END
596614                     PERFORM List-One-Scheduled-Change
596634             END-READ
596654         END-PERFORM
596674         PERFORM Cancel-Scheduled-Changes
596694         PERFORM Write-Schedule-Totals
596714         CLOSE ScheduleReportFile
596734         CLOSE PendingChangeFile
596754         DISPLAY 'Scheduled changes listed: '
596774             WS-Schedule-Listed-Count
596794             ' beyond horizon: ' WS-Schedule-Later-Count
596814             ' cancelled: ' WS-Schedule-Cancel-Count
596834         DISPLAY 'See scheduled-changes.txt'
596854     END-IF.
596874* The report covers every change still to take effect, approved
596894* or still awaiting approval, falling before the horizon; later
596914* ones are only counted so the listing stays to the periods
596934* payroll is about to run. Cancelling comes after the listing,
596954* so the operator works from the numbers just printed.

596974 Set-Schedule-Horizon.
596994     MOVE WS-Run-Date TO WS-Schedule-Horizon-Date
597014     COMPUTE WS-Schedule-Month-Count =
597034         WS-Schedule-Horizon-Month + WS-Schedule-Periods
597054     PERFORM UNTIL WS-Schedule-Month-Count NOT > 12
597074         SUBTRACT 12 FROM WS-Schedule-Month-Count
597094         ADD 1 TO WS-Schedule-Horizon-Year
597114     END-PERFORM
597134     MOVE WS-Schedule-Month-Count TO WS-Schedule-Horizon-Month
597154     MOVE 1 TO WS-Schedule-Horizon-Day.
597174* A pay period is taken as a calendar month, the longest cycle
597194* paid, so three periods ahead lists this month and the next
597214* two whatever frequency an employee is paid on.

597234 List-One-Scheduled-Change.
597254     IF PC-Scheduled
597274         OR (PC-Awaiting-Approval
597294             AND PC-Effective-Date-X NUMERIC
597314             AND PC-Effective-Date > WS-Run-Date)
597334         IF PC-Effective-Date < WS-Schedule-Horizon-Date
597354             ADD 1 TO WS-Schedule-Listed-Count
597374             PERFORM Write-Schedule-Detail-Line
597394         ELSE
597414             ADD 1 TO WS-Schedule-Later-Count
597434         END-IF
597454     END-IF.
597474* A held change with no effective date, or one already due, is
597494* ordinary approval work and belongs on the approval register.

597514 Cancel-Scheduled-Changes.
597534     MOVE 1 TO WS-Schedule-Cancel-ID
597554     PERFORM UNTIL WS-Schedule-Cancel-ID = 0
597574         DISPLAY 'Enter scheduled change number to cancel '
597594             '(0 to end): '
597614         ACCEPT WS-Schedule-Cancel-ID
597634         IF WS-Schedule-Cancel-ID NOT = 0
597654             PERFORM Cancel-One-Scheduled-Change
597674         END-IF
597694     END-PERFORM.

597714 Cancel-One-Scheduled-Change.
597734     IF WS-Audit-Operator-ID = SPACES
597754         DISPLAY 'OPERATOR ID REQUIRED, NOT CANCELLED'
597774     ELSE
597794         MOVE WS-Schedule-Cancel-ID TO PC-Pending-ID
597814         READ PendingChangeFile
597834             INVALID KEY
597854                 DISPLAY 'NO SCHEDULED CHANGE '
597874                     WS-Schedule-Cancel-ID
597894             NOT INVALID KEY
597914                 IF PC-Scheduled
597934                     OR (PC-Awaiting-Approval
597954                         AND PC-Effective-Date-X NUMERIC
597974                         AND PC-Effective-Date > WS-Run-Date)
597994                     SET PC-Cancelled TO TRUE
598014                     PERFORM Record-Pending-Decision
598034                     ADD 1 TO WS-Schedule-Cancel-Count
598054                     PERFORM Write-Schedule-Detail-Line
598074                     DISPLAY '  CHANGE ' PC-Pending-ID
598094                         ' CANCELLED'
598114                 ELSE
598134                     DISPLAY '  CHANGE ' PC-Pending-ID
598154                         ' IS NOT SCHEDULED, NOT CANCELLED'
598174                 END-IF
598194         END-READ
598214     END-IF.
598234* Only a change that has not yet taken effect can be cancelled;
598254* one already applied is undone with a new maintenance
598274* transaction like any other. The cancelling operator goes on
598294* the record as the decision, and the change is printed again
598314* as CANCELLED on the report.

598334 Write-Schedule-Headings.
598354     MOVE WS-Run-Date              TO WS-SC-Run-Date
598374     MOVE WS-Schedule-Horizon-Date TO WS-SC-Horizon-Date
598394     WRITE ScheduleReportRecord FROM WS-Schedule-Heading-1
598414         AFTER ADVANCING PAGE
598434     WRITE ScheduleReportRecord FROM WS-Schedule-Heading-2
598454         AFTER ADVANCING 2 LINES
598474     WRITE ScheduleReportRecord FROM SPACES
598494         AFTER ADVANCING 1 LINE
598514     MOVE 0 TO WS-Schedule-Line-Count.

598534 Write-Schedule-Detail-Line.
598554     IF WS-Schedule-Line-Count >= WS-Report-Lines-Per-Page
598574         PERFORM Write-Schedule-Headings
598594     END-IF
598614     MOVE PC-Pending-ID      TO WS-SC-Pending-ID
598634     MOVE PC-Action          TO WS-SC-Action
598654     MOVE PC-EmployeeID      TO WS-SC-ID
598674     MOVE PC-Name            TO WS-SC-Name
598694     MOVE PC-DepartmentCode  TO WS-SC-Dept
598714     IF PC-Salary-X NUMERIC
598734         MOVE PC-Salary      TO WS-SC-Salary
598754     ELSE
598774         MOVE 0              TO WS-SC-Salary
598794     END-IF
598814     MOVE PC-Effective-Date  TO WS-SC-Effective-Date
598834     MOVE PC-Submit-Operator TO WS-SC-Submitter
598854     EVALUATE TRUE
598874         WHEN PC-Cancelled
598894             MOVE 'CANCELLED'         TO WS-SC-Status
598914         WHEN PC-Awaiting-Approval
598934             MOVE 'AWAITING APPROVAL' TO WS-SC-Status
598954         WHEN OTHER
598974             MOVE 'SCHEDULED'         TO WS-SC-Status
598994     END-EVALUATE
599014     WRITE ScheduleReportRecord FROM WS-Schedule-Detail-Line
599034         AFTER ADVANCING 1 LINE
599054     ADD 1 TO WS-Schedule-Line-Count.
599074* A change still awaiting approval is listed so payroll knows it
599094* is coming, but it will not be applied until it is released.

599114 Write-Schedule-Totals.
599134     WRITE ScheduleReportRecord FROM SPACES
599154         AFTER ADVANCING 1 LINE
599174     MOVE 'CHANGES DUE BEFORE HORIZON'  TO WS-SC-Total-Label
599194     MOVE WS-Schedule-Listed-Count     TO WS-SC-Total-Count
599214     WRITE ScheduleReportRecord FROM WS-Schedule-Total-Line
599234         AFTER ADVANCING 1 LINE
599254     MOVE 'SCHEDULED BEYOND HORIZON'    TO WS-SC-Total-Label
599274     MOVE WS-Schedule-Later-Count      TO WS-SC-Total-Count
599294     WRITE ScheduleReportRecord FROM WS-Schedule-Total-Line
599314         AFTER ADVANCING 1 LINE
599334     MOVE 'CANCELLED THIS RUN'          TO WS-SC-Total-Label
599354     MOVE WS-Schedule-Cancel-Count     TO WS-SC-Total-Count
599374     WRITE ScheduleReportRecord FROM WS-Schedule-Total-Line
599394         AFTER ADVANCING 1 LINE.

599415 Open-Leave-Balance-File.
599436     OPEN I-O LeaveBalanceFile
599457     IF WS-LeaveBalanceFile-Status = '35'
599478         OPEN OUTPUT LeaveBalanceFile
599499         CLOSE LeaveBalanceFile
599520         OPEN I-O LeaveBalanceFile
599541     END-IF
599562     IF WS-LeaveBalanceFile-Status = '00'
599583         SET WS-Leave-File-Available TO TRUE
599604     ELSE
599625         MOVE 'N' TO WS-Leave-File-Flag
599646         DISPLAY 'LEAVEBALANCEFILE OPEN FAILED, FILE STATUS: '
599667             WS-LeaveBalanceFile-Status
599688         DISPLAY 'NO LEAVE ACCRUED OR VALUED, LEAVE TAKEN '
599709             'GOES TO EXCEPTIONS'
599730     END-IF.
599751* The same create-on-first-use pattern as Open-Prenote-File. A
599772* run without the file still pays everyone, but with no balance
599793* to draw on none of the leave on the timesheets is paid; every
599814* hour of it lands on the exceptions list instead.

599835 Load-Leave-Rules.
599856     OPEN INPUT LeaveRulesFile
599877     IF WS-LeaveRulesFile-Status NOT = '00'
599898         DISPLAY 'LEAVERULESFILE OPEN FAILED, FILE STATUS: '
599919             WS-LeaveRulesFile-Status
599940         DISPLAY 'NO LEAVE ACCRUED THIS RUN'
599961     ELSE
599982         PERFORM UNTIL WS-Leave-Rules-EndOfFile = 'Y'
600003             READ LeaveRulesFile
600024                 AT END
600045                     MOVE 'Y' TO WS-Leave-Rules-EndOfFile
600066                 NOT AT END
600087                     PERFORM Load-One-Leave-Rule
600108             END-READ
600129         END-PERFORM
600150         CLOSE LeaveRulesFile
600171         DISPLAY 'LEAVE RULES LOADED: ' WS-Leave-Rule-Count
600192     END-IF.
600213* The same treatment as the employer rates: a missing table is
600234* diagnosed on the job log and the run still pays everyone and
600255* still lets leave be taken; it simply accrues none.

600276 Load-One-Leave-Rule.
600297     IF LR-Vacation-Cap-X = SPACES
600318         MOVE 0 TO LR-Vacation-Cap
600339     END-IF
600360     IF LR-Sick-Cap-X = SPACES
600381         MOVE 0 TO LR-Sick-Cap
600402     END-IF
600423     IF LR-Period-Hours-X = SPACES
600444         MOVE 0 TO LR-Period-Hours
600465     END-IF
600486     IF LR-Pay-Type NOT = 'H' AND LR-Pay-Type NOT = 'S'
600507         DISPLAY 'UNKNOWN PAY TYPE, LEAVE RULE IGNORED: '
600528             LR-Pay-Frequency LR-Pay-Type
600549     ELSE
600570         IF LR-Vacation-Rate-X NOT NUMERIC
600591             OR LR-Sick-Rate-X NOT NUMERIC
600612             OR LR-Vacation-Cap-X NOT NUMERIC
600633             OR LR-Sick-Cap-X NOT NUMERIC
600654             OR LR-Period-Hours-X NOT NUMERIC
600675             DISPLAY 'NON-NUMERIC LEAVE RULE IGNORED: '
600696                 LR-Pay-Frequency LR-Pay-Type
600717         ELSE
600738             IF WS-Leave-Rule-Count < 10
600759                 ADD 1 TO WS-Leave-Rule-Count
600780                 MOVE LR-Pay-Frequency
600801                     TO WS-Leave-Rule-Frequency
600822                                     (WS-Leave-Rule-Count)
600843                 MOVE LR-Pay-Type
600864                     TO WS-Leave-Rule-Pay-Type
600885                                     (WS-Leave-Rule-Count)
600906                 MOVE LR-Vacation-Rate
600927                     TO WS-Leave-Rule-Vac-Rate
600948                                     (WS-Leave-Rule-Count)
600969                 MOVE LR-Sick-Rate
600990                     TO WS-Leave-Rule-Sick-Rate
601011                                     (WS-Leave-Rule-Count)
601032                 MOVE LR-Vacation-Cap
601053                     TO WS-Leave-Rule-Vac-Cap
601074                                     (WS-Leave-Rule-Count)
601095                 MOVE LR-Sick-Cap
601116                     TO WS-Leave-Rule-Sick-Cap
601137                                     (WS-Leave-Rule-Count)
601158                 MOVE LR-Period-Hours
601179                     TO WS-Leave-Rule-Period-Hours
601200                                     (WS-Leave-Rule-Count)
601221             ELSE
601242                 DISPLAY 'LEAVE RULE TABLE FULL, RULE IGNORED: '
601263                     LR-Pay-Frequency LR-Pay-Type
601284             END-IF
601305         END-IF
601326     END-IF.
601347* A blank cap means no cap and a blank standard-hours figure
601368* means the rule is not used for valuing salaried leave; any
601389* other figure that is not a number leaves the whole rule out
601410* rather than accruing on a guess.

601431 Find-Leave-Rule.
601452     MOVE 'N' TO WS-Leave-Rule-Flag
601473     IF EmployeeHourlyPaid
601494         MOVE 'H' TO WS-Leave-Pay-Type
601515     ELSE
601536         MOVE 'S' TO WS-Leave-Pay-Type
601557     END-IF
601578     SET WS-Leave-Rule-Index TO 1
601599     SEARCH WS-Leave-Rule-Entry
601620         AT END
601641             CONTINUE
601662         WHEN WS-Leave-Rule-Frequency (WS-Leave-Rule-Index)
601683                 = EmployeePayFrequency
601704             AND WS-Leave-Rule-Pay-Type (WS-Leave-Rule-Index)
601725                 = WS-Leave-Pay-Type
601746             SET WS-Leave-Rule-Found TO TRUE
601767     END-SEARCH.
601788* An employee with no pay type on file is salaried here, the
601809* same way Determine-Gross-Pay treats one. The index is left on
601830* the matched rule.

601851 Check-Leave-Taken.
601872     MOVE 0 TO WS-Leave-Vacation-Taken WS-Leave-Sick-Taken
601893               WS-Leave-Vacation-Accrued WS-Leave-Sick-Accrued
601914               WS-Leave-Worked-Hours WS-Leave-Paid-Hours
601935     MOVE WS-Run-Pay-Frequency  TO WS-LP-Frequency
601956     MOVE WS-Current-Pay-Period TO WS-LP-Pay-Period
601977     MOVE WS-Posting-Number     TO WS-LP-Posting-Number
601998     PERFORM Read-Leave-Balance
602019     IF WS-Timesheet-Found
602040         MOVE WS-Timesheet-Reg-Hours (WS-Timesheet-Index)
602061             TO WS-Leave-Worked-Hours
602082         IF WS-Leave-Already-Posted
602103             MOVE LB-Last-Vacation-Taken
602124                 TO WS-Leave-Vacation-Taken
602145             MOVE LB-Last-Sick-Taken TO WS-Leave-Sick-Taken
602166         ELSE
602187             PERFORM Approve-Leave-Taken
602208         END-IF
602229         ADD WS-Leave-Vacation-Taken WS-Leave-Sick-Taken
602250             GIVING WS-Leave-Paid-Hours
602271     END-IF.
602292* The hours worked are kept for the hourly accrual, because
602313* Process-Active-Record has put the gross over EmployeeSalary
602334* by the time the accrual is posted. An employee this posting
602355* has already moved - met again by a restarted pass - is paid
602376* for the leave the first pass approved, not the balance left
602397* after it.

602418 Read-Leave-Balance.
602439     MOVE 'N' TO WS-Leave-Balance-Flag
602460     MOVE 'N' TO WS-Leave-Posted-Flag
602481     MOVE EmployeeID TO LB-EmployeeID
602502     IF WS-Leave-File-Available
602523         READ LeaveBalanceFile
602544             INVALID KEY
602565                 CONTINUE
602586             NOT INVALID KEY
602607                 SET WS-Leave-Balance-Found TO TRUE
602628         END-READ
602649     END-IF
602670     IF WS-Leave-Balance-Found
602691         IF WS-Leave-Posting-Run
602712             AND LB-Last-Posting = WS-Leave-Posting-Key
602733             SET WS-Leave-Already-Posted TO TRUE
602754         END-IF
602775     ELSE
602796         MOVE EmployeeID TO LB-EmployeeID
602817         MOVE 0 TO LB-Vacation-Balance LB-Sick-Balance
602838                   LB-Last-Accrual-Date LB-Liability-Booked
602859                   LB-Last-Vacation-Taken LB-Last-Vacation-Accrued
602880                   LB-Last-Sick-Taken LB-Last-Sick-Accrued
602901         MOVE SPACES TO LB-Last-Posting
602922     END-IF.
602943* An employee with no balance record yet starts from zero, and
602964* Post-Leave-Accrual writes the record the first time there is
602985* anything to put on it.

603006 Approve-Leave-Taken.
603027     IF WS-Timesheet-Vac-Hours (WS-Timesheet-Index)
603048             > LB-Vacation-Balance
603069         MOVE LB-Vacation-Balance TO WS-Leave-Vacation-Taken
603090         MOVE 'VACATION TAKEN OVER BALANCE' TO WS-TX-Reason
603111         PERFORM Note-Leave-Exception
603132     ELSE
603153         MOVE WS-Timesheet-Vac-Hours (WS-Timesheet-Index)
603174             TO WS-Leave-Vacation-Taken
603195     END-IF
603216     IF WS-Timesheet-Sick-Hours (WS-Timesheet-Index)
603237             > LB-Sick-Balance
603258         MOVE LB-Sick-Balance TO WS-Leave-Sick-Taken
603279         MOVE 'SICK TAKEN OVER BALANCE' TO WS-TX-Reason
603300         PERFORM Note-Leave-Exception
603321     ELSE
603342         MOVE WS-Timesheet-Sick-Hours (WS-Timesheet-Index)
603363             TO WS-Leave-Sick-Taken
603384     END-IF.
603405* Leave is paid only as far as the balance covers it. The rest
603426* is neither paid nor taken off the balance; it goes on the
603447* exceptions list for payroll to settle with the department.

603468 Note-Leave-Exception.
603489     IF WS-Leave-Posting-Run
603510         ADD 1 TO WS-Leave-Exception-Count
603531         MOVE EmployeeID TO WS-DisplayID
603552         MOVE EmployeeName TO WS-DisplayName
603573         DISPLAY 'Leave over balance, paid to balance: '
603594             WS-DisplayID ' ' WS-DisplayName
603615         PERFORM Write-Timesheet-Exception-Line
603636     END-IF.
603657* Only the batch pass lists the exception; the department
603678* detail report makes the same cut silently so its gross
603699* agrees with the register.

603720 Post-Leave-Accrual.
603741     IF WS-Leave-File-Available
603762         AND NOT WS-Leave-Already-Posted
603783         PERFORM Find-Leave-Rule
603804         IF WS-Leave-Rule-Found
603825             PERFORM Compute-Leave-Accrual
603846         END-IF
603867         SUBTRACT WS-Leave-Vacation-Taken FROM LB-Vacation-Balance
603888         SUBTRACT WS-Leave-Sick-Taken FROM LB-Sick-Balance
603909         IF WS-Leave-Rule-Found
603930             PERFORM Apply-Leave-Caps
603951         END-IF
603972         ADD WS-Leave-Vacation-Accrued TO LB-Vacation-Balance
603993         ADD WS-Leave-Sick-Accrued TO LB-Sick-Balance
604014         PERFORM Store-Leave-Balance
604035     END-IF
604056     IF WS-Leave-Already-Posted
604077         MOVE LB-Last-Vacation-Accrued
604098             TO WS-Leave-Vacation-Accrued
604119         MOVE LB-Last-Sick-Accrued TO WS-Leave-Sick-Accrued
604140     END-IF.
604161* Taken first, then accrued, so the cap is measured against the
604182* balance the employee is actually left with. A restarted pass
604203* leaves an already-posted balance alone and archives the
604224* accrual the first pass gave it.

604245 Compute-Leave-Accrual.
604266     IF EmployeeHourlyPaid
604287         MULTIPLY WS-Leave-Rule-Vac-Rate (WS-Leave-Rule-Index)
604308             BY WS-Leave-Worked-Hours
604329             GIVING WS-Leave-Vacation-Accrued ROUNDED
604350             ON SIZE ERROR
604371                 MOVE 0 TO WS-Leave-Vacation-Accrued
604392                 DISPLAY 'VACATION ACCRUAL TOO LARGE, NONE '
604413                     'ACCRUED: ' EmployeeID
604434         END-MULTIPLY
604455         MULTIPLY WS-Leave-Rule-Sick-Rate (WS-Leave-Rule-Index)
604476             BY WS-Leave-Worked-Hours
604497             GIVING WS-Leave-Sick-Accrued ROUNDED
604518             ON SIZE ERROR
604539                 MOVE 0 TO WS-Leave-Sick-Accrued
604560                 DISPLAY 'SICK ACCRUAL TOO LARGE, NONE '
604581                     'ACCRUED: ' EmployeeID
604602         END-MULTIPLY
604623     ELSE
604644         MOVE WS-Leave-Rule-Vac-Rate (WS-Leave-Rule-Index)
604665             TO WS-Leave-Vacation-Accrued
604686         MOVE WS-Leave-Rule-Sick-Rate (WS-Leave-Rule-Index)
604707             TO WS-Leave-Sick-Accrued
604728     END-IF.
604749* Hourly staff earn on the regular hours worked, so overtime
604770* and leave hours earn nothing; salaried staff earn the rule's
604791* flat hours every period they are paid.

604812 Apply-Leave-Caps.
604833     IF WS-Leave-Rule-Vac-Cap (WS-Leave-Rule-Index) > 0
604854         IF LB-Vacation-Balance NOT <
604875                 WS-Leave-Rule-Vac-Cap (WS-Leave-Rule-Index)
604896             MOVE 0 TO WS-Leave-Vacation-Accrued
604917         ELSE
604938             SUBTRACT LB-Vacation-Balance
604959                 FROM WS-Leave-Rule-Vac-Cap (WS-Leave-Rule-Index)
604980                 GIVING WS-Leave-Room
605001             IF WS-Leave-Vacation-Accrued > WS-Leave-Room
605022                 MOVE WS-Leave-Room TO WS-Leave-Vacation-Accrued
605043             END-IF
605064         END-IF
605085     END-IF
605106     IF WS-Leave-Rule-Sick-Cap (WS-Leave-Rule-Index) > 0
605127         IF LB-Sick-Balance NOT <
605148                 WS-Leave-Rule-Sick-Cap (WS-Leave-Rule-Index)
605169             MOVE 0 TO WS-Leave-Sick-Accrued
605190         ELSE
605211             SUBTRACT LB-Sick-Balance
605232                 FROM WS-Leave-Rule-Sick-Cap (WS-Leave-Rule-Index)
605253                 GIVING WS-Leave-Room
605274             IF WS-Leave-Sick-Accrued > WS-Leave-Room
605295                 MOVE WS-Leave-Room TO WS-Leave-Sick-Accrued
605316             END-IF
605337         END-IF
605358     END-IF.
605379* The cap stops accrual, never takes hours away: a balance
605400* already over a cap lowered since it was earned keeps its
605421* hours and simply earns no more until it is drawn below.

605442 Store-Leave-Balance.
605463     MOVE WS-Run-Date                TO LB-Last-Accrual-Date
605484     MOVE WS-Leave-Posting-Key       TO LB-Last-Posting
605505     MOVE WS-Leave-Vacation-Taken    TO LB-Last-Vacation-Taken
605526     MOVE WS-Leave-Vacation-Accrued  TO LB-Last-Vacation-Accrued
605547     MOVE WS-Leave-Sick-Taken        TO LB-Last-Sick-Taken
605568     MOVE WS-Leave-Sick-Accrued      TO LB-Last-Sick-Accrued
605589     IF WS-Leave-Balance-Found
605610         REWRITE LeaveBalanceRecord
605631             INVALID KEY
605652                 DISPLAY 'LEAVE BALANCE NOT POSTED, EMPLOYEEID: '
605673                     EmployeeID
605694         END-REWRITE
605715     ELSE
605736         IF WS-Leave-Vacation-Accrued > 0
605757             OR WS-Leave-Sick-Accrued > 0
605778             WRITE LeaveBalanceRecord
605799                 INVALID KEY
605820                     DISPLAY 'LEAVE BALANCE NOT POSTED, '
605841                         'EMPLOYEEID: ' EmployeeID
605862             END-WRITE
605883         END-IF
605904     END-IF.
605925* An employee with nothing accrued and no record yet is not
605946* given an empty one; nothing could have been taken from a
605967* balance that did not exist.

605988 Write-Leave-Liability-Report.
606009     IF WS-Leave-File-Available
606030         OPEN OUTPUT LeaveLiabilityFile
606051         IF WS-LeaveLiabilityFile-Status NOT = '00'
606072             DISPLAY 'LEAVELIABILITYFILE OPEN FAILED, FILE '
606093                 'STATUS: ' WS-LeaveLiabilityFile-Status
606114             DISPLAY 'LEAVE LIABILITY NOT VALUED THIS RUN'
606135         ELSE
606156             OPEN INPUT EmployeeFile
606177             IF WS-EmployeeFile-Status NOT = '00'
606198                 DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
606219                     WS-EmployeeFile-Status
606240             END-IF
606261             PERFORM Write-Leave-Liability-Headings
606282             MOVE 0 TO LB-EmployeeID
606303             START LeaveBalanceFile
606324                 KEY IS GREATER THAN LB-EmployeeID
606345                 INVALID KEY
606366                     MOVE 'Y' TO WS-Leave-Balances-EndOfFile
606387             END-START
606408             PERFORM UNTIL WS-Leave-Balances-EndOfFile = 'Y'
606429                 READ LeaveBalanceFile NEXT RECORD
606450                     AT END
606471                         MOVE 'Y' TO WS-Leave-Balances-EndOfFile
606492                     NOT AT END
606513                         PERFORM Value-One-Leave-Balance
606534                 END-READ
606555             END-PERFORM
606576             PERFORM Write-Leave-Liability-Totals
606597             CLOSE EmployeeFile
606618             CLOSE LeaveLiabilityFile
606639             DISPLAY 'LEAVE LIABILITY: ' WS-Leave-Total-Liability
606660                 ', see leave-liability.txt'
606670             SET WS-Leave-Valuation-Done TO TRUE
606681         END-IF
606723     END-IF.
606744* Every balance on file is valued, not just those of employees
606765* paid this run: a terminated employee's unused vacation is
606786* still owed. EmployeeFile was closed at the end of the pass
606807* and is opened again here, read only, for the rates.
606812* The valuation only reads the balances; LeaveBalanceFile is
606817* left open for Book-Leave-Liability to book the figures once
606822* the journal carrying the change has been written.

606828 Value-One-Leave-Balance.
606849     MOVE SPACES TO WS-LeaveLiab-Detail-Line
606870     MOVE 'N' TO WS-Leave-Valued-Flag
606891     MOVE LB-EmployeeID       TO EmployeeID WS-LL-Emp-ID
606912     MOVE LB-Vacation-Balance TO WS-LL-Vacation-Hours
606933     MOVE LB-Sick-Balance     TO WS-LL-Sick-Hours
606954     READ EmployeeFile
606975         INVALID KEY
606996             MOVE 'NOT ON EMPLOYEE FILE' TO WS-LL-Name
607017         NOT INVALID KEY
607038             MOVE EmployeeDepartmentCode TO WS-LL-Dept-Code
607059             MOVE EmployeeName TO WS-LL-Name
607080             PERFORM Compute-Leave-Liability
607101     END-READ
607122     IF WS-Leave-Valued
607143         PERFORM Total-Leave-Liability
607164     ELSE
607185         ADD 1 TO WS-Leave-Unvalued-Count
607206         DISPLAY 'LEAVE BALANCE NOT VALUED, EMPLOYEEID: '
607227             LB-EmployeeID
607248     END-IF
607269     PERFORM Write-Leave-Liability-Line.
607290* A balance that cannot be valued - its employee gone from the
607311* master, no salaried rule with standard hours for its
607332* frequency, or no room left in the department table - is
607353* printed with its hours, counted, and left unbooked, so the
607374* GL keeps the figure it last had for it.

607390 Compute-Leave-Liability.
607406     PERFORM Value-Leave-Hour
607422     IF WS-Leave-Valued
607438         MULTIPLY LB-Vacation-Balance BY WS-Leave-Hourly-Value
607454             GIVING WS-Leave-Liability ROUNDED
607470         PERFORM Find-Leave-Department
607486     END-IF.
607502* Only vacation is a liability: sick leave is not paid out when
607518* an employee leaves, so its hours are printed for information
607534* and valued at nothing. The value is today's rate, so a raise
607550* revalues the whole balance the period it takes effect.

607566 Value-Leave-Hour.
607582     MOVE 'N' TO WS-Leave-Valued-Flag
607598     IF EmployeeHourlyPaid
607614         MOVE EmployeeSalary TO WS-Leave-Hourly-Value
607630         SET WS-Leave-Valued TO TRUE
607646     ELSE
607662         PERFORM Find-Leave-Rule
607678         IF WS-Leave-Rule-Found
607694             IF WS-Leave-Rule-Period-Hours (WS-Leave-Rule-Index)
607710                     > 0
607726                 DIVIDE EmployeeSalary
607742                     BY WS-Leave-Rule-Period-Hours
607758                                     (WS-Leave-Rule-Index)
607774                     GIVING WS-Leave-Hourly-Value ROUNDED
607790                 SET WS-Leave-Valued TO TRUE
607806             END-IF
607822         END-IF
607838     END-IF.
607854* One hour of leave is worth the hourly rate, or a salaried
607870* employee's salary over the standard hours in the rule for
607886* the employee's frequency. The liability report and the
607902* final-pay vacation payout both value leave here, so what
607918* is booked is what is paid out.

607941 Find-Leave-Department.
607962     SET WS-Leave-Dept-Index TO 1
607983     SEARCH WS-Leave-Dept-Entry
608004         AT END
608025             IF WS-Leave-Dept-Count < 50
608046                 ADD 1 TO WS-Leave-Dept-Count
608067                 SET WS-Leave-Dept-Index TO WS-Leave-Dept-Count
608088                 MOVE EmployeeDepartmentCode
608109                     TO WS-Leave-Dept-Code (WS-Leave-Dept-Index)
608130                 MOVE 0 TO WS-Leave-Dept-Emp-Count
608151                                     (WS-Leave-Dept-Index)
608172                 MOVE 0 TO WS-Leave-Dept-Vacation
608193                                     (WS-Leave-Dept-Index)
608214                 MOVE 0 TO WS-Leave-Dept-Sick
608235                                     (WS-Leave-Dept-Index)
608256                 MOVE 0 TO WS-Leave-Dept-Liability
608277                                     (WS-Leave-Dept-Index)
608298                 MOVE 0 TO WS-Leave-Dept-Change
608319                                     (WS-Leave-Dept-Index)
608340             ELSE
608361                 MOVE 'N' TO WS-Leave-Valued-Flag
608382                 DISPLAY 'LEAVE DEPARTMENT TABLE FULL, NOT '
608403                     'BOOKED: ' EmployeeDepartmentCode
608424             END-IF
608445         WHEN WS-Leave-Dept-Code (WS-Leave-Dept-Index)
608466                 = EmployeeDepartmentCode
608487             CONTINUE
608508     END-SEARCH.
608529* The index is left on the employee's department for
608550* Total-Leave-Liability to add into.

608558 Total-Leave-Liability.
608566     SUBTRACT LB-Liability-Booked FROM WS-Leave-Liability
608574         GIVING WS-Leave-Change
608582     MOVE WS-Leave-Liability TO WS-LL-Liability
608590     MOVE WS-Leave-Change    TO WS-LL-Change
608598     ADD 1 TO WS-Leave-Dept-Emp-Count (WS-Leave-Dept-Index)
608606     ADD LB-Vacation-Balance
608614         TO WS-Leave-Dept-Vacation (WS-Leave-Dept-Index)
608622     ADD LB-Sick-Balance
608630         TO WS-Leave-Dept-Sick (WS-Leave-Dept-Index)
608638     ADD WS-Leave-Liability
608646         TO WS-Leave-Dept-Liability (WS-Leave-Dept-Index)
608654     ADD WS-Leave-Change
608662         TO WS-Leave-Dept-Change (WS-Leave-Dept-Index)
608670     ADD 1 TO WS-Leave-Valued-Count
608678     ADD LB-Vacation-Balance TO WS-Leave-Total-Vacation
608686     ADD LB-Sick-Balance     TO WS-Leave-Total-Sick
608694     ADD WS-Leave-Liability  TO WS-Leave-Total-Liability
608702     ADD WS-Leave-Change     TO WS-Leave-Total-Change.
608710* The change is journaled against the department the employee
608718* is in now. It is the difference from the figure last booked;
608726* nothing is booked here.

608734 Book-Leave-Liability.
608742     OPEN INPUT EmployeeFile
608750     IF WS-EmployeeFile-Status NOT = '00'
608758         DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
608766             WS-EmployeeFile-Status
608774         DISPLAY 'LEAVE LIABILITY NOT BOOKED THIS RUN'
608782     ELSE
608790         MOVE 'N' TO WS-Leave-Balances-EndOfFile
608798         MOVE 0 TO LB-EmployeeID
608806         START LeaveBalanceFile
608814             KEY IS GREATER THAN LB-EmployeeID
608822             INVALID KEY
608830                 MOVE 'Y' TO WS-Leave-Balances-EndOfFile
608838         END-START
608846         PERFORM UNTIL WS-Leave-Balances-EndOfFile = 'Y'
608854             READ LeaveBalanceFile NEXT RECORD
608862                 AT END
608870                     MOVE 'Y' TO WS-Leave-Balances-EndOfFile
608878                 NOT AT END
608886                     PERFORM Book-One-Leave-Balance
608894             END-READ
608902         END-PERFORM
608910         CLOSE EmployeeFile
608918     END-IF.
608926* Booking the new figure on the balance record is what makes the
608934* valuation safe to run again: a rerun, or the pass after a
608942* reversal, journals only what has moved since. It is done only
608950* once the journal carrying the change is written, so a journal
608958* that never went out leaves the old figure booked and the next
608966* valuation journals the whole movement.

608974 Book-One-Leave-Balance.
608982     MOVE LB-EmployeeID TO EmployeeID
608990     MOVE 'N' TO WS-Leave-Valued-Flag
608998     READ EmployeeFile
609006         INVALID KEY
609014             CONTINUE
609022         NOT INVALID KEY
609030             PERFORM Compute-Leave-Liability
609038     END-READ
609046     IF WS-Leave-Valued
609054         MOVE WS-Leave-Liability TO LB-Liability-Booked
609062         REWRITE LeaveBalanceRecord
609070         IF WS-LeaveBalanceFile-Status NOT = '00'
609078             DISPLAY 'LEAVE LIABILITY NOT BOOKED, FILE STATUS: '
609086                 WS-LeaveBalanceFile-Status ' EMPLOYEEID: '
609094                 LB-EmployeeID
609102         END-IF
609110     END-IF.
609118* Each balance is valued again the way the report valued it,
609126* from the same files, so the figure booked is the one the
609134* journal carried. A balance the report could not value is left
609142* as it was booked.

609201 Write-Leave-Liability-Line.
609222     IF WS-LL-Line-Count NOT < WS-Report-Lines-Per-Page
609243         PERFORM Write-Leave-Liability-Headings
609264     END-IF
609285     WRITE LeaveLiabilityRecord FROM WS-LeaveLiab-Detail-Line
609306         AFTER ADVANCING 1 LINE
609327     ADD 1 TO WS-LL-Line-Count.

609348 Write-Leave-Liability-Headings.
609369     MOVE WS-Run-Date           TO WS-LL-Run-Date
609390     MOVE WS-Current-Pay-Period TO WS-LL-Pay-Period
609411     WRITE LeaveLiabilityRecord FROM WS-LeaveLiab-Heading-1
609432         AFTER ADVANCING PAGE
609453     WRITE LeaveLiabilityRecord FROM WS-LeaveLiab-Heading-2
609474         AFTER ADVANCING 2 LINES
609495     WRITE LeaveLiabilityRecord FROM SPACES
609516         AFTER ADVANCING 1 LINE
609537     MOVE 0 TO WS-LL-Line-Count.

609558 Write-Leave-Liability-Totals.
609579     WRITE LeaveLiabilityRecord FROM SPACES
609600         AFTER ADVANCING 1 LINE
609621     ADD 1 TO WS-LL-Line-Count
609642     PERFORM VARYING WS-Leave-Dept-Index FROM 1 BY 1
609663         UNTIL WS-Leave-Dept-Index > WS-Leave-Dept-Count
609684         MOVE SPACES TO WS-LeaveLiab-Detail-Line
609705         MOVE WS-Leave-Dept-Code (WS-Leave-Dept-Index)
609726             TO WS-LL-Dept-Code
609747         MOVE 'DEPARTMENT TOTAL' TO WS-LL-Name
609768         MOVE WS-Leave-Dept-Vacation (WS-Leave-Dept-Index)
609789             TO WS-LL-Vacation-Hours
609810         MOVE WS-Leave-Dept-Sick (WS-Leave-Dept-Index)
609831             TO WS-LL-Sick-Hours
609852         MOVE WS-Leave-Dept-Liability (WS-Leave-Dept-Index)
609873             TO WS-LL-Liability
609894         MOVE WS-Leave-Dept-Change (WS-Leave-Dept-Index)
609915             TO WS-LL-Change
609936         PERFORM Write-Leave-Liability-Line
609957     END-PERFORM
609978     MOVE SPACES TO WS-LeaveLiab-Detail-Line
609999     MOVE 'ALL DEPARTMENTS'        TO WS-LL-Name
610020     MOVE WS-Leave-Total-Vacation  TO WS-LL-Vacation-Hours
610041     MOVE WS-Leave-Total-Sick      TO WS-LL-Sick-Hours
610062     MOVE WS-Leave-Total-Liability TO WS-LL-Liability
610083     MOVE WS-Leave-Total-Change    TO WS-LL-Change
610104     PERFORM Write-Leave-Liability-Line
610125     MOVE 'BALANCES VALUED: '      TO WS-LL-Count-Label
610146     MOVE WS-Leave-Valued-Count    TO WS-LL-Count
610167     WRITE LeaveLiabilityRecord FROM WS-LeaveLiab-Count-Line
610188         AFTER ADVANCING 2 LINES
610209     MOVE 'BALANCES NOT VALUED: '  TO WS-LL-Count-Label
610230     MOVE WS-Leave-Unvalued-Count  TO WS-LL-Count
610251     WRITE LeaveLiabilityRecord FROM WS-LeaveLiab-Count-Line
610272         AFTER ADVANCING 1 LINE.
610293* Each department's change is the figure Write-Journal-Leave-
610314* Lines posts for it, and the ALL DEPARTMENTS change is the net
610335* movement on the LVLIAB account.

610356 Write-Journal-Leave-Lines.
610377     PERFORM VARYING WS-Leave-Dept-Index FROM 1 BY 1
610398         UNTIL WS-Leave-Dept-Index > WS-Leave-Dept-Count
610419         IF WS-Leave-Dept-Change (WS-Leave-Dept-Index) > 0
610440             MOVE WS-Leave-Dept-Change (WS-Leave-Dept-Index)
610461                 TO WS-GJD-Amount
610482             MOVE 'DR' TO WS-GJD-Side
610503             PERFORM Write-Journal-Leave-Expense
610524             MOVE 'CR' TO WS-GJD-Side
610545             PERFORM Write-Journal-Leave-Liability
610566         END-IF
610587         IF WS-Leave-Dept-Change (WS-Leave-Dept-Index) < 0
610608             SUBTRACT WS-Leave-Dept-Change (WS-Leave-Dept-Index)
610629                 FROM 0 GIVING WS-GJD-Amount
610650             MOVE 'DR' TO WS-GJD-Side
610671             PERFORM Write-Journal-Leave-Liability
610692             MOVE 'CR' TO WS-GJD-Side
610713             PERFORM Write-Journal-Leave-Expense
610734         END-IF
610755     END-PERFORM.
610776* One balanced pair per department whose vacation liability
610797* moved: a growing liability debits the department's cost
610818* center and credits LVLIAB, a shrinking one - leave taken,
610839* paid out, or reversed - the other way round.

610860 Write-Journal-Leave-Expense.
610881     IF WS-Department-Master-Available
610902         MOVE WS-Leave-Dept-Code (WS-Leave-Dept-Index)
610923             TO DepartmentCode
610944         READ DepartmentFile
610965             INVALID KEY
610986                 MOVE WS-Leave-Dept-Code (WS-Leave-Dept-Index)
611007                     TO WS-GJD-Account
611028             NOT INVALID KEY
611049                 MOVE DepartmentCostCenter TO WS-GJD-Account
611070         END-READ
611091     ELSE
611112         MOVE WS-Leave-Dept-Code (WS-Leave-Dept-Index)
611133             TO WS-GJD-Account
611154     END-IF
611175     MOVE 'LEAVE ACCRUAL' TO WS-GJD-Description
611196     PERFORM Write-Journal-Leave-Line.
611217* The cost center comes off the department master the same way
611238* Lookup-Journal-Cost-Center finds it, with the bare department
611259* code standing in when the master cannot name it.

611280 Write-Journal-Leave-Liability.
611301     MOVE 'LVLIAB' TO WS-GJD-Account
611322     MOVE 'LEAVE LIABILITY' TO WS-GJD-Description
611343     PERFORM Write-Journal-Leave-Line.

611364 Write-Journal-Leave-Line.
611385     IF WS-GJD-Side = 'DR'
611406         ADD WS-GJD-Amount TO WS-Journal-Debit-Total
611427     ELSE
611448         ADD WS-GJD-Amount TO WS-Journal-Credit-Total
611469     END-IF
611490     WRITE GlJournalRecord FROM WS-Gl-Detail-Record.

611511 Reverse-Leave-Posting.
611532     IF PH-Vacation-Accrued > 0 OR PH-Vacation-Taken > 0
611553         OR PH-Sick-Accrued > 0 OR PH-Sick-Taken > 0
611574         IF NOT WS-Leave-File-Available
611595             ADD 1 TO WS-Reversal-Exception-Count
611616             DISPLAY 'LEAVE NOT REVERSED, NO BALANCE FILE, '
611637                 'EMPLOYEEID: ' PH-EmployeeID
611658         ELSE
611679             MOVE PH-EmployeeID TO LB-EmployeeID
611700             READ LeaveBalanceFile
611721                 INVALID KEY
611742                     ADD 1 TO WS-Reversal-Exception-Count
611763                     DISPLAY 'NO LEAVE BALANCE TO REVERSE, '
611784                         'EMPLOYEEID: ' PH-EmployeeID
611805                 NOT INVALID KEY
611826                     PERFORM Reverse-Leave-Balance
611847             END-READ
611868         END-IF
611889     END-IF.
611910* The period's leave goes back the way it came: the hours taken
611931* return to the balance and the hours accrued come off it.

611952 Reverse-Leave-Balance.
611973     ADD PH-Vacation-Taken TO LB-Vacation-Balance
611994     ADD PH-Sick-Taken     TO LB-Sick-Balance
612015     IF LB-Vacation-Balance < PH-Vacation-Accrued
612036         ADD 1 TO WS-Reversal-Exception-Count
612057         DISPLAY 'VACATION BELOW PERIOD ACCRUAL, SET TO ZERO, '
612078             'EMPLOYEEID: ' PH-EmployeeID
612099         MOVE 0 TO LB-Vacation-Balance
612120     ELSE
612141         SUBTRACT PH-Vacation-Accrued FROM LB-Vacation-Balance
612162     END-IF
612183     IF LB-Sick-Balance < PH-Sick-Accrued
612204         ADD 1 TO WS-Reversal-Exception-Count
612225         DISPLAY 'SICK BELOW PERIOD ACCRUAL, SET TO ZERO, '
612246             'EMPLOYEEID: ' PH-EmployeeID
612267         MOVE 0 TO LB-Sick-Balance
612288     ELSE
612309         SUBTRACT PH-Sick-Accrued FROM LB-Sick-Balance
612330     END-IF
612351     MOVE SPACES TO LB-Last-Posting
612372     REWRITE LeaveBalanceRecord.
612393* The same floor at zero, counted as an exception, that
612414* Reverse-Ytd-Posting applies. The liability booked is left
612435* alone: the next period-end valuation journals whatever the
612456* reversal moved.

612477 Off-Cycle-Final-Pay.
612498     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
612519     MOVE WS-Run-Date (5:2) TO WS-Current-Pay-Period
612540* Final pay posts in the current period, defaulted from the
612561* run month the way the retro adjustment defaults it; the
612582* batch pass's run control is neither checked nor moved.
612603     MOVE 0 TO WS-Checkpoint-EmployeeID
612624     OPEN INPUT CheckpointFile
612645     IF WS-CheckpointFile-Status = '00'
612666         READ CheckpointFile
612687             AT END
612708                 CONTINUE
612729             NOT AT END
612750                 MOVE CheckpointEmployeeID
612771                     TO WS-Checkpoint-EmployeeID
612792         END-READ
612813         CLOSE CheckpointFile
612834     END-IF
612855     IF WS-Checkpoint-EmployeeID > 0
612876         DISPLAY '*** BATCH RESTART PENDING AFTER '
612897             'EMPLOYEEID: ' WS-Checkpoint-EmployeeID ' ***'
612918         DISPLAY '*** FINAL PAY REFUSED, RESTART THE BATCH '
612939             'PASS FIRST ***'
612960         MOVE 12 TO RETURN-CODE
612981     ELSE
613002         PERFORM Off-Cycle-Session
613023     END-IF.
613044* The same restart probe Retro-Adjustment-Processing makes,
613065* for the same reason: the final pays checkpoint through
613086* Write-Bank-Payment-Detail and clear the checkpoint at the
613107* end, which would throw away an abended batch pass's place.

613128 Off-Cycle-Session.
613149     OPEN INPUT EmployeeFile
613170     IF WS-EmployeeFile-Status NOT = '00'
613191         DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
613212             WS-EmployeeFile-Status
613233     END-IF
613254     PERFORM Load-Leave-Rules
613275     PERFORM Open-Leave-Balance-File
613296     MOVE 1 TO WS-FP-Keyed-EmployeeID
613317     PERFORM UNTIL WS-FP-Keyed-EmployeeID = 0
613338         DISPLAY 'Enter EmployeeID for final pay (0 to end): '
613359         ACCEPT WS-FP-Keyed-EmployeeID
613380         IF WS-FP-Keyed-EmployeeID NOT = 0
613401             ADD 1 TO WS-FP-Requested-Count
613422             PERFORM Work-Out-Final-Pay
613443         END-IF
613464     END-PERFORM
613485     IF WS-FP-Count = 0
613506         DISPLAY 'NO FINAL PAY DUE, NOTHING PAID'
613527     ELSE
613548         PERFORM Pay-Final-Pay-List
613569     END-IF
613590     IF WS-Leave-File-Available
613611         CLOSE LeaveBalanceFile
613632     END-IF
613653     CLOSE EmployeeFile
613674     IF WS-FP-Refused-Count > 0
613695         DISPLAY 'FINAL PAYS REFUSED: ' WS-FP-Refused-Count
613716         MOVE 12 TO RETURN-CODE
613737     END-IF.
613758* The operator keys the terminated employees one at a time and
613779* each is worked out and shown on the console as it is keyed;
613800* the money moves only after the list is closed with 0. Any
613821* employee refused sets the same RETURN-CODE a refused retro
613842* uses, so the scheduler sees that not everyone keyed was paid.

613863 Work-Out-Final-Pay.
613884     MOVE 'N' TO WS-FP-Pay-Flag
613905     MOVE WS-FP-Keyed-EmployeeID TO EmployeeID
613926     READ EmployeeFile
613947         INVALID KEY
613968             DISPLAY 'EmployeeID not on file: '
613989                 WS-FP-Keyed-EmployeeID
614010         NOT INVALID KEY
614031             PERFORM Check-Final-Pay-Allowed
614052     END-READ
614073     IF WS-FP-Payable
614094         PERFORM Compute-Final-Pay
614115     END-IF
614136     IF WS-FP-Payable
614157         PERFORM Keep-Final-Pay
614178     ELSE
614199         ADD 1 TO WS-FP-Refused-Count
614220     END-IF.

614241 Check-Final-Pay-Allowed.
614262     SET WS-FP-Index TO 1
614283     SEARCH WS-FP-Entry
614304         AT END
614325             CONTINUE
614346         WHEN WS-FP-EmployeeID (WS-FP-Index) = EmployeeID
614367             MOVE 'D' TO WS-FP-Pay-Flag
614388     END-SEARCH
614409     EVALUATE TRUE
614430         WHEN WS-FP-Pay-Flag = 'D'
614451             DISPLAY 'ALREADY KEYED THIS RUN, NOT PAID TWICE: '
614472                 EmployeeID
614493             MOVE 'N' TO WS-FP-Pay-Flag
614514         WHEN NOT EmployeeTerminated
614535             DISPLAY 'NOT TERMINATED, NO FINAL PAY: ' EmployeeID
614556         WHEN EmployeeTerminationDate = 0
614577             DISPLAY 'NO TERMINATION DATE ON FILE, NO FINAL '
614598                 'PAY: ' EmployeeID
614619         WHEN WS-FP-Count >= 50
614640             DISPLAY 'FINAL PAY LIST FULL, RUN AGAIN FOR: '
614661                 EmployeeID
614682         WHEN OTHER
614703             PERFORM Sweep-Final-Pay-History
614724             IF WS-FP-Prior-Count > 0
614745                 AND NOT WS-Rerun-Override
614766                 DISPLAY '*** FINAL PAY ALREADY MADE: '
614787                     WS-FP-Prior-Count ' EMPLOYEEID: '
614808                     EmployeeID ' ***'
614829                 DISPLAY '*** FINAL PAY REFUSED, NOTHING PAID ***'
614850                 DISPLAY 'RERUN DELIBERATELY WITH THE R OVERRIDE '
614871                     'IN COMMAND-LINE POSITION 4'
614892             ELSE
614913                 IF WS-FP-Prior-Count > 0
614934                     DISPLAY 'PRIOR FINAL PAYS ON FILE: '
614955                         WS-FP-Prior-Count
614976                         ', RERUN OVERRIDE ACCEPTED'
614997                 END-IF
615018                 SET WS-FP-Payable TO TRUE
615039             END-IF
615060     END-EVALUATE.
615081* Only an employee TERMINATE has already closed out can be
615102* paid off-cycle: an active employee's pay belongs to the
615123* batch pass. A final pay already on the archive refuses a
615144* second one unless the operator gives the 'R' override, the
615165* same guard the retro puts on a repeat adjustment.

615186 Sweep-Final-Pay-History.
615207     MOVE 0 TO WS-FP-Prior-Count
615228     MOVE 0 TO WS-FP-Last-Paid-Date
615249     MOVE 'N' TO WS-FP-EndOfFile
615270     OPEN INPUT PayHistoryFile
615291     IF WS-PayHistoryFile-Status = '00'
615312         PERFORM UNTIL WS-FP-EndOfFile = 'Y'
615333             READ PayHistoryFile
615354                 AT END
615375                     MOVE 'Y' TO WS-FP-EndOfFile
615396                 NOT AT END
615417                     IF PH-EmployeeID = EmployeeID
615438                         PERFORM Note-Final-Pay-History
615459                     END-IF
615480             END-READ
615501         END-PERFORM
615522         CLOSE PayHistoryFile
615543     END-IF.
615564* No pay history at all is not an error: the employee may
615585* have left before a first payday, and is then owed from the
615606* start of the termination month.

615627 Note-Final-Pay-History.
615648     EVALUATE TRUE
615669         WHEN PH-OffCycle-Record
615690             ADD 1 TO WS-FP-Prior-Count
615711             DISPLAY 'PRIOR FINAL PAY ' PH-Run-Date
615732                 ' GROSS ' PH-Gross-Pay
615753         WHEN PH-Regular-Pay-Record
615774             IF PH-Run-Date > WS-FP-Last-Paid-Date
615795                 MOVE PH-Run-Date TO WS-FP-Last-Paid-Date
615816             END-IF
615837         WHEN OTHER
615858             CONTINUE
615879     END-EVALUATE.
615900* Only regular pay moves the paid-to date: a retro adjustment
615921* corrects periods already counted, and a reversal record is
615942* a copy of one.

615963 Compute-Final-Pay.
615984     MOVE 0 TO WS-FP-Salary-Pay
616005     MOVE 0 TO WS-FP-Payout-Hours
616026     MOVE 0 TO WS-FP-Payout-Amount
616047     IF EmployeeHourlyPaid
616068         PERFORM Compute-Final-Hourly-Pay
616089     ELSE
616110         PERFORM Compute-Final-Salary-Pay
616131     END-IF
616152     PERFORM Compute-Vacation-Payout
616173     ADD WS-FP-Salary-Pay WS-FP-Payout-Amount
616194         GIVING WS-FP-Final-Gross
616215     DISPLAY 'FINAL PAY EMPLOYEEID: ' EmployeeID
616236         ' SALARY/HOURS: ' WS-FP-Salary-Pay
616257         ' VACATION: ' WS-FP-Payout-Amount
616278         ' GROSS: ' WS-FP-Final-Gross
616299     IF WS-FP-Final-Gross = 0
616320         DISPLAY 'NOTHING OWED, NOTHING PAID: ' EmployeeID
616341         MOVE 'N' TO WS-FP-Pay-Flag
616362     END-IF
616383     IF WS-FP-Final-Gross > 999999.99
616404         DISPLAY 'FINAL PAY EXCEEDS ONE PAYMENT MAXIMUM, '
616425             'PAY MANUALLY: ' WS-FP-Final-Gross
616446         MOVE 'N' TO WS-FP-Pay-Flag
616467     END-IF.
616488* The final gross is the pay still owed up to the termination
616509* date plus the unused vacation, and has to fit EmployeeSalary
616530* for the gross-to-net path the same as a retro's back pay.

616551 Compute-Final-Hourly-Pay.
616572     DISPLAY 'Enter regular hours worked to termination date: '
616593     ACCEPT WS-FP-Regular-Hours
616614     DISPLAY 'Enter overtime hours worked to termination date: '
616635     ACCEPT WS-FP-Overtime-Hours
616656     MULTIPLY EmployeeSalary BY WS-FP-Regular-Hours
616677         GIVING WS-Regular-Pay ROUNDED
616698     MULTIPLY EmployeeSalary BY WS-FP-Overtime-Hours
616719         GIVING WS-Overtime-Pay ROUNDED
616740     MULTIPLY WS-Overtime-Pay BY 1.5
616761         GIVING WS-Overtime-Pay ROUNDED
616782     ADD WS-Regular-Pay WS-Overtime-Pay
616803         GIVING WS-FP-Salary-Pay.
616824* An hourly employee's last hours are not on a timesheet the
616845* batch pass will ever read again, so the operator keys them
616866* from the final time card and they are paid exactly as
616887* Compute-Hourly-Gross pays a period's hours.

616908 Compute-Final-Salary-Pay.
616929     MOVE EmployeeTerminationDate TO WS-DN-Date
616950     PERFORM Compute-Day-Number
616971     MOVE WS-DN-Day-Number TO WS-FP-Term-Day-Number
616992     IF WS-FP-Last-Paid-Date = 0
617013         MOVE EmployeeTerminationDate TO WS-DN-Date
617034         MOVE 0 TO WS-DN-Date-Day
617055     ELSE
617076         MOVE WS-FP-Last-Paid-Date TO WS-DN-Date
617097     END-IF
617118     PERFORM Compute-Day-Number
617139     SUBTRACT WS-DN-Day-Number FROM WS-FP-Term-Day-Number
617160         GIVING WS-FP-Days-Unpaid
617181     IF WS-FP-Days-Unpaid < 0
617202         MOVE 0 TO WS-FP-Days-Unpaid
617223     END-IF
617244     PERFORM Set-Final-Period-Days
617265     IF WS-FP-Days-Unpaid > WS-FP-Period-Days
617286         DISPLAY 'MORE THAN ONE PERIOD UNPAID, CHECK BEFORE '
617307             'RELEASE: ' EmployeeID ' DAYS: ' WS-FP-Days-Unpaid
617328     END-IF
617349     COMPUTE WS-FP-Salary-Pay ROUNDED =
617370         EmployeeSalary * WS-FP-Days-Unpaid / WS-FP-Period-Days
617391     DISPLAY 'LAST PAID: ' WS-FP-Last-Paid-Date
617412         ' TERMINATED: ' EmployeeTerminationDate
617433         ' DAYS OWED: ' WS-FP-Days-Unpaid.
617454* Salary is prorated by calendar day: the days after the
617475* employee's last regular payday up to and including the
617496* termination date, over the days in the pay period. With no
617517* regular pay on file the employee is owed from the first of
617538* the termination month.

617559 Set-Final-Period-Days.
617580     IF EmployeeWeeklyPaid
617601         MOVE 7 TO WS-FP-Period-Days
617622     ELSE
617643         MOVE EmployeeTerminationDate TO WS-DN-Date
617664         MOVE 1 TO WS-DN-Date-Day
617685         PERFORM Compute-Day-Number
617706         MOVE WS-DN-Day-Number TO WS-FP-Month-Start
617727         IF WS-DN-Date-Month = 12
617748             ADD 1 TO WS-DN-Date-Year
617769             MOVE 1 TO WS-DN-Date-Month
617790         ELSE
617811             ADD 1 TO WS-DN-Date-Month
617832         END-IF
617853         PERFORM Compute-Day-Number
617874         SUBTRACT WS-FP-Month-Start FROM WS-DN-Day-Number
617895             GIVING WS-FP-Period-Days
617916     END-IF.
617937* A weekly period is seven days; a monthly period is the
617958* days in the termination month itself, so a full month
617979* unpaid is exactly one month's salary whatever its length.

618000 Compute-Day-Number.
618021     MOVE WS-DN-Date-Year  TO WS-DN-Year
618042     MOVE WS-DN-Date-Month TO WS-DN-Month
618063     IF WS-DN-Month < 3
618084         SUBTRACT 1 FROM WS-DN-Year
618105         ADD 12 TO WS-DN-Month
618126     END-IF
618147     DIVIDE WS-DN-Year BY 4 GIVING WS-DN-Leap-Days
618168     DIVIDE WS-DN-Year BY 100 GIVING WS-DN-Work
618189     SUBTRACT WS-DN-Work FROM WS-DN-Leap-Days
618210     DIVIDE WS-DN-Year BY 400 GIVING WS-DN-Work
618231     ADD WS-DN-Work TO WS-DN-Leap-Days
618252     COMPUTE WS-DN-Work = (153 * (WS-DN-Month - 3) + 2) / 5
618273     COMPUTE WS-DN-Day-Number = 365 * WS-DN-Year
618294         + WS-DN-Leap-Days + WS-DN-Work + WS-DN-Date-Day.
618315* The year is counted from March, so the leap day falls at
618336* the end of the counted year and every month before it has
618357* a fixed length: 153 days for each five months from March.

618378 Compute-Vacation-Payout.
618399     IF WS-Leave-File-Available
618420         MOVE EmployeeID TO LB-EmployeeID
618441         READ LeaveBalanceFile
618462             INVALID KEY
618483                 CONTINUE
618504             NOT INVALID KEY
618525                 IF LB-Vacation-Balance > 0
618546                     PERFORM Value-Vacation-Payout
618567                 END-IF
618588         END-READ
618609     END-IF.

618630 Value-Vacation-Payout.
618651     PERFORM Value-Leave-Hour
618672     EVALUATE TRUE
618693         WHEN NOT WS-Leave-Valued
618714             DISPLAY 'UNUSED VACATION NOT VALUED, PAY OUT BY '
618735                 'HAND: ' EmployeeID ' HOURS: '
618756                 LB-Vacation-Balance
618777         WHEN LB-Vacation-Balance > 999.99
618798             DISPLAY 'UNUSED VACATION OVER 999.99 HOURS, PAY '
618819                 'OUT BY HAND: ' EmployeeID ' HOURS: '
618840                 LB-Vacation-Balance
618861         WHEN OTHER
618882             MOVE LB-Vacation-Balance TO WS-FP-Payout-Hours
618903             MULTIPLY WS-FP-Payout-Hours BY WS-Leave-Hourly-Value
618924                 GIVING WS-FP-Payout-Amount ROUNDED
618945     END-EVALUATE.
618966* Unused vacation is paid out at the same hourly value the
618987* leave-liability report books it at. A balance that cannot
619008* be valued, or is too big for the pay-history field, is left
619029* on the balance file and paid by hand; the salary part of the
619050* final pay still goes.

619071 Keep-Final-Pay.
619092     ADD 1 TO WS-FP-Count
619113     SET WS-FP-Index TO WS-FP-Count
619134     MOVE EmployeeID TO WS-FP-EmployeeID (WS-FP-Index)
619155     MOVE WS-FP-Salary-Pay
619176         TO WS-FP-Entry-Salary-Pay (WS-FP-Index)
619197     MOVE WS-FP-Payout-Hours
619218         TO WS-FP-Entry-Payout-Hours (WS-FP-Index)
619239     MOVE WS-FP-Payout-Amount
619260         TO WS-FP-Entry-Payout-Amount (WS-FP-Index)
619281     MOVE WS-FP-Final-Gross
619302         TO WS-FP-Entry-Gross (WS-FP-Index).

619323 Pay-Final-Pay-List.
619344     PERFORM Load-Deduction-Rates
619365     PERFORM Load-Employer-Rates
619386     PERFORM Open-Deduction-Orders-File
619407     SET WS-Order-Posting-Run TO TRUE
619428     PERFORM Open-Department-File
619438     PERFORM Load-Labor-Distribution
619449     PERFORM Open-Ytd-File
619470     PERFORM Open-Check-Issue-File
619491     PERFORM Open-Prenote-File
619512     OPEN OUTPUT PayRegisterFile
619533     IF WS-PayRegisterFile-Status NOT = '00'
619554         DISPLAY 'PAYREGISTERFILE OPEN FAILED, FILE STATUS: '
619575             WS-PayRegisterFile-Status
619596     END-IF
619617     OPEN OUTPUT BankPaymentFile
619638     IF WS-BankPaymentFile-Status NOT = '00'
619659         DISPLAY 'BANKPAYMENTFILE OPEN FAILED, FILE STATUS: '
619680             WS-BankPaymentFile-Status
619701     END-IF
619722     OPEN OUTPUT CheckRegisterFile
619743     IF WS-CheckRegisterFile-Status NOT = '00'
619764         DISPLAY 'CHECKREGISTERFILE OPEN FAILED, FILE STATUS: '
619785             WS-CheckRegisterFile-Status
619806     END-IF
619827     OPEN OUTPUT PositivePayFile
619848     IF WS-PositivePayFile-Status NOT = '00'
619869         DISPLAY 'POSITIVEPAYFILE OPEN FAILED, FILE STATUS: '
619890             WS-PositivePayFile-Status
619911     END-IF
619932     PERFORM Write-Pay-Register-Headings
619953     PERFORM Write-Check-Register-Headings
619974     PERFORM Write-Positive-Pay-Header
619995     PERFORM Write-Bank-Header
620016     PERFORM VARYING WS-FP-Index FROM 1 BY 1
620037         UNTIL WS-FP-Index > WS-FP-Count
620058         PERFORM Pay-One-Final-Pay
620079     END-PERFORM
620100     PERFORM Write-Pay-Register-Totals
620121     CLOSE PayRegisterFile
620142     PERFORM Write-Bank-Trailer
620163     CLOSE BankPaymentFile
620184     PERFORM Write-Positive-Pay-Trailer
620205     CLOSE PositivePayFile
620226     PERFORM Write-Check-Register-Totals
620247     CLOSE CheckRegisterFile
620268     IF WS-Check-File-Available
620289         CLOSE CheckIssueFile
620310     END-IF
620331     IF WS-Prenote-File-Available
620352         CLOSE PrenoteFile
620373     END-IF
620394     CLOSE YtdFile
620415     PERFORM Clear-Checkpoint
620436     PERFORM Write-Gl-Journal
620457     PERFORM Write-Remittance-Register
620478     IF WS-Department-Master-Available
620499         CLOSE DepartmentFile
620520     END-IF
620541     IF WS-Orders-Available
620562         CLOSE DeductionOrdersFile
620583     END-IF
620604     DISPLAY 'FINAL PAYS MADE: ' WS-FP-Paid-Count
620625         ' GROSS: ' WS-Active-TotalSalary
620646         ' NET: ' WS-Net-TotalSalary.
620667* The final pays go out as one small pay run of their own:
620688* register, bank file, checks and positive-pay, and a GL
620709* journal debiting each department's cost center, all
620730* written fresh the way the retro writes its payment. The
620751* register and bank file of the regular run must be released
620772* before an off-cycle run overwrites them. The checkpoint
620793* Write-Bank-Payment-Detail leaves behind is cleared the way
620814* the retro clears it.

620835 Pay-One-Final-Pay.
620856     MOVE WS-FP-EmployeeID (WS-FP-Index) TO EmployeeID
620877     READ EmployeeFile
620898         INVALID KEY
620919             DISPLAY 'EMPLOYEE GONE BEFORE FINAL PAY, NOT PAID: '
620940                 WS-FP-EmployeeID (WS-FP-Index)
620961         NOT INVALID KEY
620982             PERFORM Post-Final-Pay
621003     END-READ.

621024 Post-Final-Pay.
621045     MOVE WS-FP-Entry-Gross (WS-FP-Index) TO EmployeeSalary
621066     MOVE 0 TO WS-Leave-Vacation-Accrued WS-Leave-Sick-Accrued
621087               WS-Leave-Sick-Taken
621108     MOVE WS-FP-Entry-Payout-Hours (WS-FP-Index)
621129         TO WS-Leave-Vacation-Taken
621150     ADD 1 TO WS-FP-Paid-Count
621171     ADD 1 TO WS-Active-EmployeeCount
621192     ADD EmployeeSalary TO WS-Active-TotalSalary
621213     PERFORM Update-Department-Totals
621234     PERFORM Compute-Employee-Net-Pay
621255     PERFORM Assign-Payment-Method
621276     PERFORM Update-Ytd-Totals
621297     PERFORM Compute-Employer-Cost
621318     PERFORM Update-Department-Employer-Cost
621339     PERFORM Write-Pay-Register-Detail
621360     PERFORM Write-Bank-Payment-Detail
621381     PERFORM Open-Pay-History-File
621402     PERFORM Write-Pay-History-Record
621423     CLOSE PayHistoryFile
621444     IF WS-Leave-Vacation-Taken > 0
621465         PERFORM Clear-Vacation-Balance
621486     END-IF
621507     DISPLAY 'Final pay made for EmployeeID: ' EmployeeID
621528         ' GROSS: ' EmployeeSalary
621549         ' NET: ' WS-Employee-Net-Pay.
621570* The final gross goes through the same gross-to-net path a
621591* period's salary takes, overlaid on EmployeeSalary in memory
621612* only, exactly as the retro pays its back pay; the
621633* department subtotals it adds to are what the GL journal
621654* debits.

621675 Clear-Vacation-Balance.
621696     MOVE EmployeeID TO LB-EmployeeID
621717     READ LeaveBalanceFile
621738         INVALID KEY
621759             DISPLAY 'LEAVE BALANCE GONE, NOT CLEARED: '
621780                 EmployeeID
621801         NOT INVALID KEY
621822             MOVE 0 TO LB-Vacation-Balance
621843             REWRITE LeaveBalanceRecord
621864                 INVALID KEY
621885                     DISPLAY 'LEAVE BALANCE REWRITE FAILED, '
621906                         'FILE STATUS: '
621927                         WS-LeaveBalanceFile-Status
621948                         ' EMPLOYEEID: ' EmployeeID
621969             END-REWRITE
621990     END-READ.
622011* The vacation paid out comes off the balance. The liability
622032* booked for it stays on the record, so the next valuation
622053* sees the balance gone and releases it through the journal.

622074 Load-Labor-Distribution.
622095     MOVE 0 TO WS-LD-Count
622116     MOVE 0 TO WS-LD-Loaded-Count
622137     MOVE 0 TO WS-LD-Rejected-Count
622158     MOVE 'N' TO WS-LD-EndOfFile
622179     OPEN INPUT LaborDistributionFile
622200     IF WS-LaborDistFile-Status NOT = '00'
622221         DISPLAY 'NO LABOR DISTRIBUTION LOADED, FILE STATUS: '
622242             WS-LaborDistFile-Status
622263         DISPLAY 'EVERY EMPLOYEE CHARGED TO THEIR OWN DEPARTMENT'
622284     ELSE
622305         IF NOT WS-Department-Master-Available
622326             DISPLAY 'NO DEPARTMENT MASTER TO CHECK THE LABOR '
622347                 'DISTRIBUTION AGAINST'
622368             DISPLAY 'EVERY EMPLOYEE CHARGED TO THEIR OWN '
622389                 'DEPARTMENT'
622410         ELSE
622431             PERFORM UNTIL WS-LD-EndOfFile = 'Y'
622452                 READ LaborDistributionFile
622473                     AT END
622494                         MOVE 'Y' TO WS-LD-EndOfFile
622515                     NOT AT END
622536                         PERFORM Load-One-Labor-Split
622557                 END-READ
622578             END-PERFORM
622599             PERFORM Check-Labor-Distributions
622620             DISPLAY 'LABOR DISTRIBUTIONS LOADED: '
622641                 WS-LD-Loaded-Count ' REJECTED: '
622662                 WS-LD-Rejected-Count
622683         END-IF
622704         CLOSE LaborDistributionFile
622725     END-IF.
622746* A split that cannot be checked against the department master
622767* is not used at all: charging a share to a department that
622788* may not exist would put money on a cost center nobody owns.

622809 Load-One-Labor-Split.
622830     IF LD-EmployeeID-X NOT NUMERIC
622851         DISPLAY 'NON-NUMERIC EMPLOYEEID, LABOR DISTRIBUTION '
622872             'LINE IGNORED: ' LD-EmployeeID-X
622893     ELSE
622914         MOVE 'Y' TO WS-LD-Entry-Flag
622935         SET WS-LD-Index TO 1
622956         SEARCH WS-LD-Entry
622977             AT END
622998                 PERFORM Add-Labor-Dist-Employee
623019             WHEN WS-LD-EmployeeID (WS-LD-Index) = LD-EmployeeID
623040                 CONTINUE
623061         END-SEARCH
623082         IF WS-LD-Entry-Located
623103             PERFORM Edit-Labor-Split
623124         END-IF
623145     END-IF.

623166 Add-Labor-Dist-Employee.
623187     IF WS-LD-Count < 200
623208         ADD 1 TO WS-LD-Count
623229         SET WS-LD-Index TO WS-LD-Count
623250         MOVE LD-EmployeeID TO WS-LD-EmployeeID (WS-LD-Index)
623271         MOVE 'Y' TO WS-LD-Valid-Flag (WS-LD-Index)
623292         MOVE 0 TO WS-LD-Split-Count (WS-LD-Index)
623313         MOVE 0 TO WS-LD-Percent-Total (WS-LD-Index)
623334     ELSE
623355         MOVE 'N' TO WS-LD-Entry-Flag
623376         DISPLAY 'LABOR DISTRIBUTION TABLE FULL, CHARGED TO OWN '
623397             'DEPARTMENT: ' LD-EmployeeID
623418     END-IF.

623439 Edit-Labor-Split.
623460     MOVE SPACES TO WS-LD-Reject-Reason
623481     PERFORM VARYING WS-LD-Sub FROM 1 BY 1
623502         UNTIL WS-LD-Sub > WS-LD-Split-Count (WS-LD-Index)
623523         IF WS-LD-Dept-Code (WS-LD-Index, WS-LD-Sub)
623544                 = LD-Department-Code
623565             MOVE 'DEPARTMENT GIVEN TWICE' TO WS-LD-Reject-Reason
623586         END-IF
623607     END-PERFORM
623628     EVALUATE TRUE
623649         WHEN WS-LD-Reject-Reason NOT = SPACES
623670             CONTINUE
623691         WHEN LD-Percent-X NOT NUMERIC
623712             MOVE 'PERCENT NOT NUMERIC' TO WS-LD-Reject-Reason
623733         WHEN LD-Percent = 0
623754             MOVE 'PERCENT IS ZERO' TO WS-LD-Reject-Reason
623775         WHEN WS-LD-Split-Count (WS-LD-Index) >= 5
623796             MOVE 'MORE THAN FIVE DEPARTMENTS'
623817                 TO WS-LD-Reject-Reason
623838         WHEN OTHER
623859             MOVE LD-Department-Code TO DepartmentCode
623880             READ DepartmentFile
623901                 INVALID KEY
623922                     MOVE 'DEPARTMENT NOT ON MASTER'
623943                         TO WS-LD-Reject-Reason
623964             END-READ
623985     END-EVALUATE
624006     IF WS-LD-Reject-Reason = SPACES
624027         ADD 1 TO WS-LD-Split-Count (WS-LD-Index)
624048         MOVE WS-LD-Split-Count (WS-LD-Index) TO WS-LD-Sub
624069         MOVE LD-Department-Code
624090             TO WS-LD-Dept-Code (WS-LD-Index, WS-LD-Sub)
624111         MOVE LD-Percent TO WS-LD-Percent (WS-LD-Index, WS-LD-Sub)
624132         ADD LD-Percent TO WS-LD-Percent-Total (WS-LD-Index)
624153     ELSE
624174         MOVE 'N' TO WS-LD-Valid-Flag (WS-LD-Index)
624195         DISPLAY 'LABOR DISTRIBUTION REJECTED, EMPLOYEEID: '
624216             LD-EmployeeID ' DEPT: ' LD-Department-Code
624237             ' ' WS-LD-Reject-Reason
624258     END-IF.
624279* One bad line rejects the employee's whole distribution: the
624300* lines that passed would no longer add up to the employee's
624321* pay.

624342 Check-Labor-Distributions.
624363     PERFORM VARYING WS-LD-Index FROM 1 BY 1
624384         UNTIL WS-LD-Index > WS-LD-Count
624405         IF WS-LD-Valid (WS-LD-Index)
624426             AND WS-LD-Percent-Total (WS-LD-Index) NOT = 100
624447             MOVE 'N' TO WS-LD-Valid-Flag (WS-LD-Index)
624468             DISPLAY 'LABOR DISTRIBUTION NOT 100 PERCENT, '
624489                 'EMPLOYEEID: ' WS-LD-EmployeeID (WS-LD-Index)
624510                 ' TOTAL: ' WS-LD-Percent-Total (WS-LD-Index)
624531         END-IF
624552         IF WS-LD-Valid (WS-LD-Index)
624573             ADD 1 TO WS-LD-Loaded-Count
624594         ELSE
624615             ADD 1 TO WS-LD-Rejected-Count
624636             DISPLAY 'CHARGED TO OWN DEPARTMENT: '
624657                 WS-LD-EmployeeID (WS-LD-Index)
624678         END-IF
624699     END-PERFORM.
624720* The 100 percent test waits until the whole file is in, since
624741* an employee's lines need not be next to each other.

624751 Find-Labor-Distribution.
624761     MOVE 'N' TO WS-LD-Found-Flag
624771     SET WS-LD-Index TO 1
624781     SEARCH WS-LD-Entry
624791         AT END
624801             CONTINUE
624811         WHEN WS-LD-EmployeeID (WS-LD-Index) = EmployeeID
624821             IF WS-LD-Valid (WS-LD-Index)
624831                 SET WS-LD-Distributed TO TRUE
624841             END-IF
624851     END-SEARCH.
624861* Leaves WS-LD-Index on the employee's entry for the split
624871* paragraphs that follow.

624881 Set-Pay-History-Split.
624891     MOVE 0 TO PH-Split-Count
624901     PERFORM Find-Labor-Distribution
624911     IF WS-LD-Distributed
624921         MOVE WS-LD-Split-Count (WS-LD-Index) TO PH-Split-Count
624931     END-IF
624941     PERFORM VARYING WS-LD-Split-Sub FROM 1 BY 1
624951         UNTIL WS-LD-Split-Sub > 5
624961         IF WS-LD-Split-Sub > PH-Split-Count
624971             MOVE SPACES TO PH-Split-Department (WS-LD-Split-Sub)
624981             MOVE 0      TO PH-Split-Percent (WS-LD-Split-Sub)
624991         ELSE
625001             MOVE WS-LD-Dept-Code (WS-LD-Index, WS-LD-Split-Sub)
625011                 TO PH-Split-Department (WS-LD-Split-Sub)
625021             MOVE WS-LD-Percent (WS-LD-Index, WS-LD-Split-Sub)
625031                 TO PH-Split-Percent (WS-LD-Split-Sub)
625041         END-IF
625051     END-PERFORM.
625061* The split archived is the one Update-Department-Totals just
625071* charged this employee by. A run that never loads the
625081* distribution - the retro, which posts no journal - archives
625091* none.

625101 Load-Archived-Distribution.
625111     MOVE 1 TO WS-LD-Count
625121     MOVE PH-EmployeeID TO WS-LD-EmployeeID (1)
625131     MOVE 'N' TO WS-LD-Valid-Flag (1)
625141     MOVE 0   TO WS-LD-Split-Count (1)
625151     MOVE 0   TO WS-LD-Percent-Total (1)
625161     IF PH-Split-Count NUMERIC
625171         IF PH-Split-Count > 0
625181             MOVE PH-Split-Count TO WS-LD-Split-Count (1)
625191             MOVE 'Y' TO WS-LD-Valid-Flag (1)
625201             PERFORM VARYING WS-LD-Split-Sub FROM 1 BY 1
625211                 UNTIL WS-LD-Split-Sub > PH-Split-Count
625221                     OR WS-LD-Split-Sub > 5
625231                 MOVE PH-Split-Department (WS-LD-Split-Sub)
625241                     TO WS-LD-Dept-Code (1, WS-LD-Split-Sub)
625251                 MOVE PH-Split-Percent (WS-LD-Split-Sub)
625261                     TO WS-LD-Percent (1, WS-LD-Split-Sub)
625271                 ADD PH-Split-Percent (WS-LD-Split-Sub)
625281                     TO WS-LD-Percent-Total (1)
625291             END-PERFORM
625301         END-IF
625311     END-IF.
625321* The reversal's distribution table holds just the record in
625331* hand, rebuilt from the split archived on it, so
625341* Update-Department-Totals and Update-Department-Employer-Cost
625351* split the reversed gross and employer cost by exactly the
625361* percentages the posting used, and Allocate-Labor-Shares puts
625371* every rounding penny back where it went. A record with no
625381* split, or from before the split was archived, reverses whole
625391* against its own department.

625401 Allocate-Labor-Shares.
625411     MOVE 0 TO WS-LD-Allocated
625421     PERFORM VARYING WS-LD-Sub FROM 1 BY 1
625431         UNTIL WS-LD-Sub > WS-LD-Split-Count (WS-LD-Index)
625441         IF WS-LD-Sub = WS-LD-Split-Count (WS-LD-Index)
625451             SUBTRACT WS-LD-Allocated FROM WS-LD-Amount
625461                 GIVING WS-LD-Share-Amount (WS-LD-Sub)
625471         ELSE
625481             COMPUTE WS-LD-Share-Amount (WS-LD-Sub) ROUNDED =
625491                 WS-LD-Amount
625501                 * WS-LD-Percent (WS-LD-Index, WS-LD-Sub) / 100
625511             IF WS-LD-Share-Amount (WS-LD-Sub)
625521                     > WS-LD-Amount - WS-LD-Allocated
625531                 SUBTRACT WS-LD-Allocated FROM WS-LD-Amount
625541                     GIVING WS-LD-Share-Amount (WS-LD-Sub)
625551             END-IF
625561             ADD WS-LD-Share-Amount (WS-LD-Sub) TO WS-LD-Allocated
625571         END-IF
625581     END-PERFORM.
625591* The last department takes the remainder, and no share may
625601* take more than is left, so pennies lost or gained to
625611* rounding never unbalance the journal.

625621 Allocate-Employer-Shares.
625631     MOVE ZEROS TO WS-LD-Er-Shares
625641     PERFORM VARYING WS-LD-Er-Sub FROM 1 BY 1
625651         UNTIL WS-LD-Er-Sub > WS-Employer-Count
625661             OR WS-LD-Er-Sub > 10
625671         MOVE WS-Emp-Er-Amount (WS-LD-Er-Sub) TO WS-LD-Amount
625681         PERFORM Allocate-Labor-Shares
625691         PERFORM VARYING WS-LD-Sub FROM 1 BY 1
625701             UNTIL WS-LD-Sub > WS-LD-Split-Count (WS-LD-Index)
625711             MOVE WS-LD-Share-Amount (WS-LD-Sub)
625721                 TO WS-LD-Er-Share (WS-LD-Sub, WS-LD-Er-Sub)
625731         END-PERFORM
625741     END-PERFORM.

625751 Split-Department-Totals.
625791     MOVE EmployeeDepartmentCode TO WS-LD-Saved-Code
625812     MOVE EmployeeSalary TO WS-LD-Saved-Salary
625833     MOVE EmployeeSalary TO WS-LD-Amount
625854     PERFORM Allocate-Labor-Shares
625875     PERFORM VARYING WS-LD-Split-Sub FROM 1 BY 1
625896         UNTIL WS-LD-Split-Sub > WS-LD-Split-Count (WS-LD-Index)
625917         MOVE WS-LD-Dept-Code (WS-LD-Index, WS-LD-Split-Sub)
625938             TO EmployeeDepartmentCode
625959         MOVE WS-LD-Share-Amount (WS-LD-Split-Sub)
625980             TO EmployeeSalary
626001         PERFORM Add-Department-Totals
626022     END-PERFORM
626043     MOVE WS-LD-Saved-Code TO EmployeeDepartmentCode
626064     MOVE WS-LD-Saved-Salary TO EmployeeSalary.
626085* Each share is posted through Add-Department-Totals with the
626106* department and salary overlaid in the record buffer, then
626127* the employee's own figures go back before anything else
626148* reads them.

626169 Split-Department-Employer-Cost.
626190     MOVE EmployeeDepartmentCode TO WS-LD-Saved-Code
626211     MOVE WS-Employee-Employer-Total TO WS-LD-Saved-Er-Total
626232     PERFORM VARYING WS-LD-Er-Sub FROM 1 BY 1
626253         UNTIL WS-LD-Er-Sub > 10
626274         MOVE WS-Emp-Er-Amount (WS-LD-Er-Sub)
626295             TO WS-LD-Saved-Er-Amount (WS-LD-Er-Sub)
626316     END-PERFORM
626337     PERFORM Allocate-Employer-Shares
626358     MOVE WS-LD-Saved-Er-Total TO WS-LD-Amount
626379     PERFORM Allocate-Labor-Shares
626400     PERFORM VARYING WS-LD-Split-Sub FROM 1 BY 1
626421         UNTIL WS-LD-Split-Sub > WS-LD-Split-Count (WS-LD-Index)
626442         MOVE WS-LD-Dept-Code (WS-LD-Index, WS-LD-Split-Sub)
626463             TO EmployeeDepartmentCode
626484         MOVE WS-LD-Share-Amount (WS-LD-Split-Sub)
626505             TO WS-Employee-Employer-Total
626526         PERFORM VARYING WS-LD-Er-Sub FROM 1 BY 1
626547             UNTIL WS-LD-Er-Sub > 10
626568             MOVE WS-LD-Er-Share (WS-LD-Split-Sub, WS-LD-Er-Sub)
626589                 TO WS-Emp-Er-Amount (WS-LD-Er-Sub)
626610         END-PERFORM
626631         PERFORM Add-Department-Employer-Cost
626652     END-PERFORM
626673     MOVE WS-LD-Saved-Code TO EmployeeDepartmentCode
626694     MOVE WS-LD-Saved-Er-Total TO WS-Employee-Employer-Total
626715     PERFORM VARYING WS-LD-Er-Sub FROM 1 BY 1
626736         UNTIL WS-LD-Er-Sub > 10
626757         MOVE WS-LD-Saved-Er-Amount (WS-LD-Er-Sub)
626778             TO WS-Emp-Er-Amount (WS-LD-Er-Sub)
626799     END-PERFORM.
626820* The employer total is split on its own, not summed from the
626841* split contributions, so the department debits in the
626862* journal add back exactly to the employer cost the credits
626883* carry. Pay history is written after this and must see the
626904* employee's whole cost, so every figure is put back.

626925 Find-Department-Share.
626946     MOVE 'N' TO WS-LD-Share-Flag
626967     MOVE 0 TO WS-LD-Share-Sub
626988     PERFORM Find-Labor-Distribution
627009     IF WS-LD-Distributed
627030         PERFORM VARYING WS-LD-Sub FROM 1 BY 1
627051             UNTIL WS-LD-Sub > WS-LD-Split-Count (WS-LD-Index)
627072             IF WS-LD-Dept-Code (WS-LD-Index, WS-LD-Sub)
627093                     = DepartmentCode
627114                 SET WS-LD-Share-Found TO TRUE
627135                 MOVE WS-LD-Sub TO WS-LD-Share-Sub
627156             END-IF
627177         END-PERFORM
627198     ELSE
627219         IF EmployeeDepartmentCode = DepartmentCode
627240             SET WS-LD-Share-Found TO TRUE
627261         END-IF
627282     END-IF.
627303* An employee belongs on a department's page when the
627324* department carries a share of their pay; without a
627345* distribution, when it is their own department.

627366 Take-Department-Share.
627387     MOVE EmployeeSalary TO WS-LD-Amount
627408     PERFORM Allocate-Labor-Shares
627429     MOVE WS-LD-Share-Amount (WS-LD-Share-Sub) TO EmployeeSalary
627450     MOVE WS-Employee-Net-Pay TO WS-LD-Amount
627471     PERFORM Allocate-Labor-Shares
627492     MOVE WS-LD-Share-Amount (WS-LD-Share-Sub)
627513         TO WS-Employee-Net-Pay
627534     MOVE WS-Employee-Employer-Total TO WS-LD-Amount
627555     PERFORM Allocate-Labor-Shares
627576     MOVE WS-LD-Share-Amount (WS-LD-Share-Sub)
627597         TO WS-Employee-Employer-Total.
627618* The same allocation the batch pass posts with, so a split
627639* employee's shares on the department pages add back to the
627660* whole and agree with the journal to the penny.

627680 Open-Gl-History-File.
627700     OPEN EXTEND GlHistoryFile
627720     IF WS-GlHistoryFile-Status = '35'
627740         OPEN OUTPUT GlHistoryFile
627760         CLOSE GlHistoryFile
627780         OPEN EXTEND GlHistoryFile
627800     END-IF
627820     IF WS-GlHistoryFile-Status NOT = '00'
627840         DISPLAY 'GLHISTORYFILE OPEN FAILED, FILE STATUS: '
627860             WS-GlHistoryFile-Status
627880     END-IF.
627900* Like the pay-history archive, the journal history is only
627920* ever appended to, and is laid down empty the first time.

627940 Archive-Gl-Journal.
627960     MOVE 0   TO WS-GH-Archived-Count
627980     MOVE 'N' TO WS-GH-EndOfFile
628000     OPEN INPUT GlJournalFile
628020     IF WS-GlJournalFile-Status NOT = '00'
628040         DISPLAY 'GLJOURNALFILE OPEN FAILED, FILE STATUS: '
628060             WS-GlJournalFile-Status
628080         DISPLAY 'GL JOURNAL NOT KEPT ON GL-HISTORY.DAT'
628100     ELSE
628120         PERFORM Open-Gl-History-File
628140         IF WS-GlHistoryFile-Status NOT = '00'
628160             DISPLAY 'GL JOURNAL NOT KEPT ON GL-HISTORY.DAT'
628180         ELSE
628200             PERFORM UNTIL WS-GH-EndOfFile = 'Y'
628220                 READ GlJournalFile
628240                     AT END
628260                         MOVE 'Y' TO WS-GH-EndOfFile
628280                     NOT AT END
628300                         WRITE GlHistoryRecord
628320                             FROM GlJournalRecord
628340                         ADD 1 TO WS-GH-Archived-Count
628360                 END-READ
628380             END-PERFORM
628400             CLOSE GlHistoryFile
628420             DISPLAY 'GL JOURNAL RECORDS KEPT ON GL-HISTORY.DAT: '
628440                 WS-GH-Archived-Count
628460         END-IF
628480         CLOSE GlJournalFile
628500     END-IF.
628520* The journal just closed is read back and copied record for
628540* record, so the history holds exactly what finance was given.
628560* A journal that could not be kept is announced on the console;
628580* the quarterly summary then shows its quarter short on the GL
628600* side, which is where it has to be put right.

628620 Quarterly-Tax-Summary.
628640     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
628660     COMPUTE WS-QT-Run-Year = WS-Run-Date / 10000
628680     DISPLAY 'Enter tax year (YYYY): '
628700     ACCEPT WS-QT-Year
628720     DISPLAY 'Enter quarter (1-4): '
628740     ACCEPT WS-QT-Quarter
628760     IF WS-QT-Year < 1900
628780             OR WS-QT-Year > WS-QT-Run-Year
628800             OR WS-QT-Quarter < 1
628820             OR WS-QT-Quarter > 4
628840         DISPLAY '*** TAX YEAR OR QUARTER NOT VALID: '
628860             WS-QT-Year ' ' WS-QT-Quarter ' ***'
628880         DISPLAY '*** QUARTERLY SUMMARY NOT PRODUCED ***'
628900         MOVE 12 TO RETURN-CODE
628920     ELSE
628940         SET WS-QT-Input-Valid TO TRUE
628960         PERFORM Quarterly-Tax-Session
628980     END-IF.
629000* The year and quarter are keyed at the console, the way the
629020* run-log report takes its dates. A year still to come or a
629040* quarter outside 1-4 is refused with the same RETURN-CODE as
629060* any other refused run. A quarter not yet over may be run; it
629080* summarizes the quarter to date.

629100 Quarterly-Tax-Session.
629120     COMPUTE WS-QT-First-Month = (WS-QT-Quarter - 1) * 3 + 1
629140     COMPUTE WS-QT-From-Date = WS-QT-Year * 10000
629160         + WS-QT-First-Month * 100 + 1
629180     COMPUTE WS-QT-To-Date = WS-QT-Year * 10000
629200         + (WS-QT-First-Month + 2) * 100 + 31
629220     PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
629240         UNTIL WS-QT-Month-Sub > 3
629260         MOVE 0 TO WS-QT-Month-Gross (WS-QT-Month-Sub)
629280         MOVE 0 TO WS-QT-Month-Withheld (WS-QT-Month-Sub)
629300         MOVE 0 TO WS-QT-Month-Paid-Count (WS-QT-Month-Sub)
629320         MOVE 0 TO WS-QT-Twelfth-Count (WS-QT-Month-Sub)
629340     END-PERFORM
629360     PERFORM Load-Deduction-Rates
629380     PERFORM Sum-Quarter-Pay-History
629400     PERFORM Sum-Quarter-Gl-History
629420     PERFORM Load-Quarter-Ytd
629440     PERFORM Total-Quarter-Employees
629460     PERFORM Reconcile-Quarter
629480     PERFORM Write-Quarterly-Report
629500     DISPLAY 'EMPLOYEES PAID IN THE QUARTER: ' WS-QT-Paid-Count
629520     IF WS-QT-Exception-Count > 0
629540         DISPLAY 'QUARTERLY EXCEPTIONS: ' WS-QT-Exception-Count
629560     END-IF
629580     IF WS-QT-Out-Of-Tie
629600         DISPLAY '*** QUARTER OUT OF TIE WITH THE GL OR YTD, '
629620             'SEE THE EXCEPTIONS ***'
629640         MOVE 16 TO RETURN-CODE
629660     ELSE
629680         DISPLAY 'QUARTER IN TIE WITH THE GL AND YTD'
629700     END-IF.
629720* The quarter runs from the first of its first month to the 31st
629740* of its last; a record's date is only ever a real date, so the
629760* 31st of a 30-day month costs nothing. The rates file is loaded
629780* for the deduction descriptions and to know a liability account
629800* when the journals are read. Nothing is posted: the run only
629820* reads, prints and writes the extract. Out of tie gives the
629840* RETURN-CODE a reconciliation failure gives anywhere else.

629860 Sum-Quarter-Pay-History.
629880     OPEN INPUT PayHistoryFile
629900     IF WS-PayHistoryFile-Status NOT = '00'
629920         DISPLAY 'PAYHISTORYFILE OPEN FAILED, FILE STATUS: '
629940             WS-PayHistoryFile-Status
629960         DISPLAY 'NO PAY HISTORY, QUARTERLY SUMMARY IS EMPTY'
629980     ELSE
630000         PERFORM UNTIL WS-QT-History-EndOfFile = 'Y'
630020             READ PayHistoryFile
630040                 AT END
630060                     MOVE 'Y' TO WS-QT-History-EndOfFile
630080                 NOT AT END
630100                     PERFORM Sum-Quarter-Pay-Record
630120             END-READ
630140         END-PERFORM
630160         CLOSE PayHistoryFile
630180         DISPLAY 'PAY HISTORY RECORDS READ: ' WS-QT-Records-Read
630200             ' FOR THE TAX YEAR: ' WS-QT-Records-Used
630220     END-IF.
630240* One pass over the whole archive, the same whole-file-filtered
630260* pattern as the stub history; everything dated in the tax year
630280* is taken, since the YTD tie needs the whole year.

630300 Sum-Quarter-Pay-Record.
630320     ADD 1 TO WS-QT-Records-Read
630340     MOVE PH-Run-Date TO WS-QT-Paid-Date
630360     EVALUATE TRUE
630380         WHEN PH-Reversal-Record
630400             MOVE PH-Reversal-Date TO WS-QT-Record-Date
630420             MOVE -1 TO WS-QT-Sign
630440         WHEN PH-Regular-Pay-Record
630460         WHEN PH-Adjustment-Record
630480         WHEN PH-OffCycle-Record
630500             MOVE PH-Run-Date TO WS-QT-Record-Date
630520             MOVE 1 TO WS-QT-Sign
630540         WHEN OTHER
630560             MOVE 0 TO WS-QT-Record-Date
630580             MOVE 0 TO WS-QT-Sign
630600     END-EVALUATE
630620     IF WS-QT-Sign NOT = 0
630640         IF WS-QT-Record-Year = WS-QT-Year
630660                 OR (WS-QT-Paid-Date NOT < WS-QT-From-Date
630680                     AND WS-QT-Paid-Date NOT > WS-QT-To-Date)
630700             MOVE PH-EmployeeID TO WS-QT-Employee-Key
630720             PERFORM Find-Quarter-Employee
630740             IF WS-QT-Emp-Located
630760                 ADD 1 TO WS-QT-Records-Used
630780                 PERFORM Post-Quarter-Pay-Record
630800             END-IF
630820         END-IF
630840     END-IF.
630860* Regular, retro adjustment and off-cycle records count on the
630880* day they were run. A reversing record counts against the day
630900* the reversal was made: that is the day the reversing journal
630920* is dated, and the quarter the money came back in. A reversal
630940* of pay from this quarter made after it ended is still needed
630960* for the head count at the 12th, which goes by the pay period.

630980 Post-Quarter-Pay-Record.
631000     IF WS-QT-Record-Year = WS-QT-Year
631020         COMPUTE WS-QT-Amount = PH-Gross-Pay * WS-QT-Sign
631040         IF WS-QT-Record-Date NOT > WS-QT-To-Date
631060             ADD WS-QT-Amount TO WS-QE-Ytd-Thru (WS-QE-Index)
631080         END-IF
631100         IF NOT PH-Reversal-Record
631120                 OR WS-QT-Paid-Year = WS-QT-Year
631140             ADD WS-QT-Amount TO WS-QE-Ytd-Basis (WS-QE-Index)
631160         END-IF
631180         IF WS-QT-Record-Date NOT < WS-QT-From-Date
631200                 AND WS-QT-Record-Date NOT > WS-QT-To-Date
631220             PERFORM Post-Quarter-Amounts
631240         END-IF
631260     END-IF
631280     IF PH-Regular-Pay-Record OR PH-Reversal-Record
631300         PERFORM Tally-Quarter-Twelfth
631320     END-IF.
631340* WS-QE-Ytd-Basis counts the year the way YTD is kept: a
631360* reversal backs YTD out only when it is made in the year the
631380* pay was, and leaves a closed year alone, so a reversal across
631400* a year end is left out of both years' figures here too.

631420 Post-Quarter-Amounts.
631440     MOVE 'Y' TO WS-QE-Paid-Flag (WS-QE-Index)
631460     COMPUTE WS-QT-Month-Sub =
631480         WS-QT-Record-Month - WS-QT-First-Month + 1
631500     ADD WS-QT-Amount TO WS-QE-Gross (WS-QE-Index)
631520     ADD WS-QT-Amount
631540         TO WS-QE-Month-Gross (WS-QE-Index, WS-QT-Month-Sub)
631560     ADD WS-QT-Amount TO WS-QT-Gross-Total
631580     ADD WS-QT-Amount TO WS-QT-Month-Gross (WS-QT-Month-Sub)
631600     IF PH-Reversal-Record
631620             AND WS-QT-Paid-Date < WS-QT-From-Date
631640         ADD WS-QT-Amount TO WS-QE-Prior-Reversal (WS-QE-Index)
631660     END-IF
631680     PERFORM VARYING WS-QT-Ded-Sub FROM 1 BY 1
631700         UNTIL WS-QT-Ded-Sub > PH-Deduction-Count
631720             OR WS-QT-Ded-Sub > 10
631740         IF PH-Deduction-Amount (WS-QT-Ded-Sub) > 0
631760             PERFORM Post-Quarter-Deduction
631780         END-IF
631800     END-PERFORM.
631820* The gross goes to the employee, the month it was paid in and
631840* the quarter, then each deduction bucket the record carries to
631860* its code.

631880 Post-Quarter-Deduction.
631900     MOVE PH-Deduction-Code (WS-QT-Ded-Sub) TO WS-QT-Code-Key
631920     PERFORM Find-Quarter-Code
631940     IF NOT WS-QT-Code-Located
631960         PERFORM Add-Quarter-Code
631980     END-IF
632000     IF WS-QT-Code-Located
632020         COMPUTE WS-QT-Ded-Amount =
632040             PH-Deduction-Amount (WS-QT-Ded-Sub) * WS-QT-Sign
632060         ADD WS-QT-Ded-Amount
632080             TO WS-QE-Ded-Amount (WS-QE-Index, WS-QT-Code-Sub)
632100         ADD WS-QT-Ded-Amount TO WS-QC-Total (WS-QT-Code-Sub)
632120         ADD WS-QT-Ded-Amount
632140             TO WS-QC-Month (WS-QT-Code-Sub, WS-QT-Month-Sub)
632160         ADD WS-QT-Ded-Amount TO WS-QT-Withheld-Total
632180         ADD WS-QT-Ded-Amount
632200             TO WS-QT-Month-Withheld (WS-QT-Month-Sub)
632220         IF PH-Adjustment-Record
632240             ADD WS-QT-Ded-Amount TO WS-QC-Retro (WS-QT-Code-Sub)
632260         END-IF
632280     END-IF.
632300* Withholding on a retro adjustment is also kept apart, because
632320* the retro run writes no GL journal and its withholding can
632340* never be found among the journal credits.

632360 Tally-Quarter-Twelfth.
632380     IF WS-QT-Paid-Date NOT < WS-QT-From-Date
632400             AND WS-QT-Paid-Date NOT > WS-QT-To-Date
632420         IF PH-Run-Frequency NOT = 'W'
632440                 OR (WS-QT-Paid-Day NOT < 12
632460                     AND WS-QT-Paid-Day NOT > 18)
632480             COMPUTE WS-QT-Month-Sub =
632500                 WS-QT-Paid-Month - WS-QT-First-Month + 1
632520             IF PH-Reversal-Record
632540                 SUBTRACT 1 FROM
632560                     WS-QE-Twelfth (WS-QE-Index, WS-QT-Month-Sub)
632580             ELSE
632600                 ADD 1 TO
632620                     WS-QE-Twelfth (WS-QE-Index, WS-QT-Month-Sub)
632640             END-IF
632660         END-IF
632680     END-IF.
632700* Only a regular period's pay says which pay period was paid.
632720* A weekly run's period is the seven days ending on its run
632740* date, so it takes in the 12th only when run on the 12th to the
632760* 18th; a monthly or every-run pass pays the month it is run in.
632780* A reversed period is taken back off the count.

632800 Find-Quarter-Employee.
632820     MOVE 'N' TO WS-QT-Emp-Flag
632840     SET WS-QE-Index TO 1
632860     SEARCH WS-QE-Entry
632880         AT END
632900             PERFORM Add-Quarter-Employee
632920         WHEN WS-QE-EmployeeID (WS-QE-Index) = WS-QT-Employee-Key
632940             SET WS-QT-Emp-Located TO TRUE
632960     END-SEARCH.

632980 Add-Quarter-Employee.
633000     IF WS-QE-Count NOT < 1000
633020         ADD 1 TO WS-QT-Emp-Overflow-Count
633040         IF WS-QT-Emp-Overflow-Count = 1
633060             DISPLAY 'QUARTER EMPLOYEE TABLE FULL AT EMPLOYEEID: '
633080                 WS-QT-Employee-Key
633100         END-IF
633120     ELSE
633140         MOVE WS-QE-Count TO WS-QT-Sub
633160         ADD 1 TO WS-QE-Count
633180         MOVE 'N' TO WS-QT-Slot-Flag
633200         PERFORM UNTIL WS-QT-Slot-Found
633220             IF WS-QT-Sub = 0
633240                 SET WS-QT-Slot-Found TO TRUE
633260             ELSE
633280                 IF WS-QE-EmployeeID (WS-QT-Sub)
633300                         < WS-QT-Employee-Key
633320                     SET WS-QT-Slot-Found TO TRUE
633340                 ELSE
633360                     COMPUTE WS-QT-Next-Sub = WS-QT-Sub + 1
633380                     MOVE WS-QE-Entry (WS-QT-Sub)
633400                         TO WS-QE-Entry (WS-QT-Next-Sub)
633420                     SUBTRACT 1 FROM WS-QT-Sub
633440                 END-IF
633460             END-IF
633480         END-PERFORM
633500         ADD 1 TO WS-QT-Sub
633520         PERFORM Clear-Quarter-Employee
633540         SET WS-QE-Index TO WS-QT-Sub
633560         SET WS-QT-Emp-Located TO TRUE
633580     END-IF.
633600* A new employee is slotted in EmployeeID order, the entries
633620* above moving up one, so the summary prints in EmployeeID
633640* order without a sort. Pay history is written in EmployeeID
633660* order run by run, so the new entry nearly always goes on the
633680* end. Past the thousandth employee the record is counted and
633700* left out, and the summary says it is incomplete.

633720 Clear-Quarter-Employee.
633740     MOVE WS-QT-Employee-Key TO WS-QE-EmployeeID (WS-QT-Sub)
633760     MOVE 'N' TO WS-QE-Paid-Flag (WS-QT-Sub)
633780     MOVE 0   TO WS-QE-Gross (WS-QT-Sub)
633800     MOVE 0   TO WS-QE-Ytd-Thru (WS-QT-Sub)
633820     MOVE 0   TO WS-QE-Ytd-Basis (WS-QT-Sub)
633840     MOVE 0   TO WS-QE-Ytd-File (WS-QT-Sub)
633860     MOVE 0   TO WS-QE-Prior-Reversal (WS-QT-Sub)
633880     PERFORM VARYING WS-QT-Clear-Sub FROM 1 BY 1
633900         UNTIL WS-QT-Clear-Sub > 3
633920         MOVE 0 TO WS-QE-Month-Gross (WS-QT-Sub, WS-QT-Clear-Sub)
633940         MOVE 0 TO WS-QE-Twelfth (WS-QT-Sub, WS-QT-Clear-Sub)
633960     END-PERFORM
633980     PERFORM VARYING WS-QT-Clear-Sub FROM 1 BY 1
634000         UNTIL WS-QT-Clear-Sub > 10
634020         MOVE 0 TO WS-QE-Ded-Amount (WS-QT-Sub, WS-QT-Clear-Sub)
634040     END-PERFORM.

634060 Find-Quarter-Code.
634080     MOVE 'N' TO WS-QT-Code-Flag
634100     SET WS-QC-Index TO 1
634120     SEARCH WS-QC-Entry
634140         AT END
634160             CONTINUE
634180         WHEN WS-QC-Code (WS-QC-Index) = WS-QT-Code-Key
634200             SET WS-QT-Code-Located TO TRUE
634220             SET WS-QT-Code-Sub TO WS-QC-Index
634240     END-SEARCH.

634260 Find-Rates-Code.
634280     MOVE 'N' TO WS-QT-Rates-Flag
634300     SET WS-Deduction-Index TO 1
634320     SEARCH WS-Deduction-Entry
634340         AT END
634360             CONTINUE
634380         WHEN WS-Deduction-Code (WS-Deduction-Index)
634400                 = WS-QT-Code-Key
634420             SET WS-QT-Rates-Code TO TRUE
634440     END-SEARCH.

634460 Add-Quarter-Code.
634480     IF WS-QC-Count NOT < 10
634500         ADD 1 TO WS-QT-Code-Overflow-Count
634520         IF WS-QT-Code-Overflow-Count = 1
634540             DISPLAY 'QUARTER CODE TABLE FULL AT CODE: '
634560                 WS-QT-Code-Key
634580         END-IF
634600     ELSE
634620         ADD 1 TO WS-QC-Count
634640         MOVE WS-QC-Count    TO WS-QT-Code-Sub
634660         MOVE WS-QT-Code-Key TO WS-QC-Code (WS-QT-Code-Sub)
634680         PERFORM Find-Rates-Code
634700         IF WS-QT-Rates-Code
634720             MOVE WS-Deduction-Desc (WS-Deduction-Index)
634740                 TO WS-QC-Desc (WS-QT-Code-Sub)
634760         ELSE
634780             MOVE 'NOT ON RATES FILE'
634800                 TO WS-QC-Desc (WS-QT-Code-Sub)
634820         END-IF
634840         MOVE 0 TO WS-QC-Total (WS-QT-Code-Sub)
634860         MOVE 0 TO WS-QC-Month (WS-QT-Code-Sub, 1)
634880         MOVE 0 TO WS-QC-Month (WS-QT-Code-Sub, 2)
634900         MOVE 0 TO WS-QC-Month (WS-QT-Code-Sub, 3)
634920         MOVE 0 TO WS-QC-Gl-Amount (WS-QT-Code-Sub)
634940         MOVE 0 TO WS-QC-Retro (WS-QT-Code-Sub)
634960         MOVE 0 TO WS-QC-Difference (WS-QT-Code-Sub)
634980         SET WS-QT-Code-Located TO TRUE
635000     END-IF.
635020* A code no longer on the rates file is still summed - it was
635040* withheld - under a description that says why it has no name.

635060 Sum-Quarter-Gl-History.
635080     OPEN INPUT GlHistoryFile
635100     IF WS-GlHistoryFile-Status NOT = '00'
635120         DISPLAY 'NO GL JOURNAL HISTORY ON FILE, STATUS: '
635140             WS-GlHistoryFile-Status
635160     ELSE
635180         SET WS-QT-Gl-History-Read TO TRUE
635200         PERFORM UNTIL WS-QT-Gl-EndOfFile = 'Y'
635220             READ GlHistoryFile
635240                 AT END
635260                     MOVE 'Y' TO WS-QT-Gl-EndOfFile
635280                 NOT AT END
635300                     PERFORM Sum-Quarter-Gl-Record
635320             END-READ
635340         END-PERFORM
635360         CLOSE GlHistoryFile
635380         DISPLAY 'GL JOURNALS IN THE QUARTER: '
635400             WS-QT-Journal-Count
635420     END-IF.

635440 Sum-Quarter-Gl-Record.
635460     EVALUATE GH-Record-Type
635480         WHEN 'H'
635500             MOVE GlHistoryRecord TO WS-Gl-Header-Record
635520             MOVE 'N' TO WS-QT-Span-Flag
635540             IF WS-GJH-Run-Date NOT < WS-QT-From-Date
635560                     AND WS-GJH-Run-Date NOT > WS-QT-To-Date
635580                 SET WS-QT-Gl-In-Span TO TRUE
635600                 ADD 1 TO WS-QT-Journal-Count
635620             END-IF
635640         WHEN 'D'
635660             IF WS-QT-Gl-In-Span
635680                 MOVE GlHistoryRecord TO WS-Gl-Detail-Record
635700                 PERFORM Post-Quarter-Gl-Line
635720             END-IF
635740         WHEN OTHER
635760             CONTINUE
635780     END-EVALUATE.
635800* A journal belongs to the quarter its header's run date falls
635820* in; its lines follow the header, so the header decides for
635840* every line up to the next one.

635860 Post-Quarter-Gl-Line.
635880     IF WS-GJD-Account (5:2) = SPACES
635900         MOVE WS-GJD-Account (1:4) TO WS-QT-Code-Key
635920         PERFORM Find-Quarter-Code
635940         IF NOT WS-QT-Code-Located
635960             PERFORM Find-Rates-Code
635980             IF WS-QT-Rates-Code
636000                 PERFORM Add-Quarter-Code
636020             END-IF
636040         END-IF
636060         IF WS-QT-Code-Located
636080             IF WS-GJD-Side = 'CR'
636100                 ADD WS-GJD-Amount
636120                     TO WS-QC-Gl-Amount (WS-QT-Code-Sub)
636140             ELSE
636160                 IF WS-GJH-Entry-Type = 'R'
636180                     SUBTRACT WS-GJD-Amount
636200                         FROM WS-QC-Gl-Amount (WS-QT-Code-Sub)
636220                 END-IF
636240             END-IF
636260         END-IF
636280     END-IF.
636300* A deduction's liability account is its bucket code, so a line
636320* to a code withheld in the quarter, or to one on the rates
636340* file, is a withholding line. It is a credit on a pay journal
636360* and a debit on a reversing one; the debit side of a pay
636380* journal is cost centers, which are never counted.

636400 Load-Quarter-Ytd.
636420     OPEN INPUT YtdHistoryFile
636440     IF WS-YtdHistoryFile-Status = '00'
636460         PERFORM UNTIL WS-QT-Ytd-EndOfFile = 'Y'
636480             READ YtdHistoryFile
636500                 AT END
636520                     MOVE 'Y' TO WS-QT-Ytd-EndOfFile
636540                 NOT AT END
636560                     IF YH-Close-Year = WS-QT-Year
636580                         SET WS-QT-Ytd-Closed-Year TO TRUE
636600                         MOVE YH-EmployeeID TO WS-QT-Employee-Key
636620                         MOVE YH-CumulativeSalary
636640                             TO WS-QT-Ytd-Amount
636660                         PERFORM Post-Quarter-Ytd
636680                     END-IF
636700             END-READ
636720         END-PERFORM
636740         CLOSE YtdHistoryFile
636760     END-IF
636780     IF NOT WS-QT-Ytd-Closed-Year
636800         IF WS-QT-Year = WS-QT-Run-Year
636820                 OR WS-QT-Year + 1 = WS-QT-Run-Year
636840             PERFORM Load-Quarter-Open-Ytd
636860         END-IF
636880     END-IF
636900     IF WS-QT-Ytd-Unavailable
636920         DISPLAY 'NO YTD FIGURES HELD FOR ' WS-QT-Year
636940             ', YTD NOT RECONCILED'
636960     END-IF.
636980* A closed year's YTD is on the archive Year-End-Close wrote. A
637000* year not closed yet is still on YtdFile - this year, or last
637020* year in the days before the close is run. Any older year not
637040* on the archive cannot be tied, which is an exception.

637060 Load-Quarter-Open-Ytd.
637080     OPEN INPUT YtdFile
637100     IF WS-YtdFile-Status NOT = '00'
637120         DISPLAY 'YTDFILE OPEN FAILED, FILE STATUS: '
637140             WS-YtdFile-Status
637160     ELSE
637180         SET WS-QT-Ytd-Open-Year TO TRUE
637200         MOVE 'N' TO WS-QT-Ytd-EndOfFile
637220         PERFORM UNTIL WS-QT-Ytd-EndOfFile = 'Y'
637240             READ YtdFile NEXT RECORD
637260                 AT END
637280                     MOVE 'Y' TO WS-QT-Ytd-EndOfFile
637300                 NOT AT END
637320                     MOVE YtdEmployeeID TO WS-QT-Employee-Key
637340                     MOVE YtdCumulativeSalary TO WS-QT-Ytd-Amount
637360                     PERFORM Post-Quarter-Ytd
637380             END-READ
637400         END-PERFORM
637420         CLOSE YtdFile
637440     END-IF.

637460 Post-Quarter-Ytd.
637480     IF WS-QT-Ytd-Amount > 0
637500         PERFORM Find-Quarter-Employee
637520         IF WS-QT-Emp-Located
637540             MOVE WS-QT-Ytd-Amount TO WS-QE-Ytd-File (WS-QE-Index)
637560         END-IF
637580     END-IF.
637600* A YTD figure with no pay history behind it still gets an
637620* entry, so the tie finds it; a zero figure has nothing to tie.

637640 Total-Quarter-Employees.
637660     PERFORM VARYING WS-QE-Index FROM 1 BY 1
637680         UNTIL WS-QE-Index > WS-QE-Count
637700         IF WS-QE-Paid-In-Quarter (WS-QE-Index)
637720             ADD 1 TO WS-QT-Paid-Count
637740         END-IF
637760         PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
637780             UNTIL WS-QT-Month-Sub > 3
637800             IF WS-QE-Month-Gross (WS-QE-Index, WS-QT-Month-Sub)
637820                     NOT = 0
637840                 ADD 1 TO WS-QT-Month-Paid-Count (WS-QT-Month-Sub)
637860             END-IF
637880             IF WS-QE-Twelfth (WS-QE-Index, WS-QT-Month-Sub) > 0
637900                 ADD 1 TO WS-QT-Twelfth-Count (WS-QT-Month-Sub)
637920             END-IF
637940         END-PERFORM
637960         ADD WS-QE-Ytd-Thru (WS-QE-Index)
637980             TO WS-QT-Ytd-Thru-Total
638000         ADD WS-QE-Ytd-Basis (WS-QE-Index)
638020             TO WS-QT-Ytd-Basis-Total
638040         ADD WS-QE-Ytd-File (WS-QE-Index)
638060             TO WS-QT-Ytd-File-Total
638080         IF WS-QE-Ytd-Basis (WS-QE-Index)
638100                 NOT = WS-QE-Ytd-File (WS-QE-Index)
638120             ADD 1 TO WS-QT-Ytd-Diff-Count
638140         END-IF
638160     END-PERFORM.
638180* The head counts count employees, not pay periods: anyone paid
638200* in a month, or for a period taking in its 12th, counts once.

638220 Reconcile-Quarter.
638240     PERFORM VARYING WS-QT-Code-Sub FROM 1 BY 1
638260         UNTIL WS-QT-Code-Sub > WS-QC-Count
638280         COMPUTE WS-QC-Difference (WS-QT-Code-Sub) =
638300             WS-QC-Total (WS-QT-Code-Sub)
638320             - WS-QC-Gl-Amount (WS-QT-Code-Sub)
638340         IF WS-QC-Difference (WS-QT-Code-Sub)
638360                 NOT = WS-QC-Retro (WS-QT-Code-Sub)
638380             SET WS-QT-Out-Of-Tie TO TRUE
638400         END-IF
638420     END-PERFORM
638440     IF WS-QT-Ytd-Unavailable
638460             OR WS-QT-Ytd-Diff-Count > 0
638480             OR WS-QT-Emp-Overflow-Count > 0
638500             OR WS-QT-Code-Overflow-Count > 0
638520         SET WS-QT-Out-Of-Tie TO TRUE
638540     END-IF.
638560* Each code's withholding must equal what the journals credited
638580* to it, give or take the retro withholding no journal carries.
638600* The YTD tie is employee by employee, so two differences that
638620* happen to cancel out still show.

638640 Write-Quarterly-Report.
638660     OPEN OUTPUT QuarterlyTaxFile
638680     IF WS-QuarterlyTaxFile-Status NOT = '00'
638700         DISPLAY 'QUARTERLYTAXFILE OPEN FAILED, FILE STATUS: '
638720             WS-QuarterlyTaxFile-Status
638740         DISPLAY 'QUARTERLY SUMMARY AND EXTRACT NOT WRITTEN'
638760     ELSE
638780         OPEN OUTPUT QuarterlyExtractFile
638800         IF WS-QuarterlyExtract-Status NOT = '00'
638820             DISPLAY 'QUARTERLYEXTRACTFILE OPEN FAILED, FILE '
638840                 'STATUS: ' WS-QuarterlyExtract-Status
638860             DISPLAY 'QUARTERLY FILING EXTRACT NOT WRITTEN'
638880         ELSE
638900             SET WS-QT-Extract-Open TO TRUE
638920             PERFORM Write-Quarter-Extract-Header
638940         END-IF
638960         OPEN INPUT EmployeeFile
638980         IF WS-EmployeeFile-Status NOT = '00'
639000             DISPLAY 'EMPLOYEEFILE OPEN FAILED, FILE STATUS: '
639020                 WS-EmployeeFile-Status
639040         END-IF
639060         PERFORM Write-Quarterly-Headings
639080         PERFORM VARYING WS-QE-Index FROM 1 BY 1
639100             UNTIL WS-QE-Index > WS-QE-Count
639120             IF WS-QE-Paid-In-Quarter (WS-QE-Index)
639140                 PERFORM Print-Quarter-Employee
639160             END-IF
639180         END-PERFORM
639200         PERFORM Write-Quarterly-Totals
639220         PERFORM Write-Quarterly-Reconciliation
639240         PERFORM Write-Quarterly-Exceptions
639260         PERFORM Write-Quarter-Extract-Trailer
639280         CLOSE EmployeeFile
639300         CLOSE QuarterlyTaxFile
639320         DISPLAY 'Quarterly tax summary written, '
639340             'see quarterly-tax.txt'
639360     END-IF.
639380* The employee lines and the extract's employee records are
639400* written in the same pass, so the two can never disagree.
639420* EmployeeFile is opened read only for the names.

639440 Print-Quarter-Employee.
639460     MOVE SPACES TO WS-Qtr-Detail-Line
639480     MOVE WS-QE-EmployeeID (WS-QE-Index) TO EmployeeID
639500     MOVE EmployeeID TO WS-QD-Emp-ID
639520     READ EmployeeFile
639540         INVALID KEY
639560             MOVE 'NOT ON EMPLOYEE FILE' TO WS-QD-Name
639580         NOT INVALID KEY
639600             MOVE EmployeeName TO WS-QD-Name
639620     END-READ
639640     MOVE WS-QE-Gross (WS-QE-Index) TO WS-QD-Gross
639660     PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
639680         UNTIL WS-QT-Month-Sub > 3
639700         MOVE WS-QE-Month-Gross (WS-QE-Index, WS-QT-Month-Sub)
639720             TO WS-QD-Month (WS-QT-Month-Sub)
639740     END-PERFORM
639760     MOVE WS-QE-Ytd-Thru (WS-QE-Index) TO WS-QD-Ytd
639780     IF WS-QE-Prior-Reversal (WS-QE-Index) NOT = 0
639800         MOVE 'REVERSAL' TO WS-QD-Note
639820     END-IF
639840     MOVE WS-Qtr-Detail-Line TO WS-Qtr-Print-Line
639860     PERFORM Write-Quarterly-Line
639880     PERFORM VARYING WS-QT-Code-Sub FROM 1 BY 1
639900         UNTIL WS-QT-Code-Sub > WS-QC-Count
639920         IF WS-QE-Ded-Amount (WS-QE-Index, WS-QT-Code-Sub)
639940                 NOT = 0
639960             MOVE SPACES TO WS-Qtr-Code-Line
639980             MOVE WS-QC-Code (WS-QT-Code-Sub) TO WS-QK-Code
640000             MOVE WS-QC-Desc (WS-QT-Code-Sub) TO WS-QK-Desc
640020             MOVE WS-QE-Ded-Amount (WS-QE-Index, WS-QT-Code-Sub)
640040                 TO WS-QK-Amount
640060             MOVE WS-Qtr-Code-Line TO WS-Qtr-Print-Line
640080             PERFORM Write-Quarterly-Line
640100         END-IF
640120     END-PERFORM
640140     PERFORM Write-Quarter-Extract-Employee.
640160* The employee's gross line, then one line per code withheld
640180* from them in the quarter. REVERSAL in the note column points
640200* at an exception below: pay from an earlier quarter reversed
640220* in this one.

640240 Write-Quarterly-Line.
640260     IF WS-QT-Line-Count NOT < WS-Report-Lines-Per-Page
640280         PERFORM Write-Quarterly-Headings
640300     END-IF
640320     WRITE QuarterlyTaxRecord FROM WS-Qtr-Print-Line
640340         AFTER ADVANCING 1 LINE
640360     ADD 1 TO WS-QT-Line-Count.

640380 Write-Quarterly-Headings.
640400     MOVE WS-QT-Year    TO WS-QH-Year
640420     MOVE WS-QT-Quarter TO WS-QH-Quarter
640440     MOVE WS-Run-Date   TO WS-QH-Run-Date
640460     WRITE QuarterlyTaxRecord FROM WS-Qtr-Heading-1
640480         AFTER ADVANCING PAGE
640500     WRITE QuarterlyTaxRecord FROM WS-Qtr-Heading-2
640520         AFTER ADVANCING 2 LINES
640540     WRITE QuarterlyTaxRecord FROM SPACES
640560         AFTER ADVANCING 1 LINE
640580     MOVE 0 TO WS-QT-Line-Count.

640600 Write-Quarterly-Section.
640620     MOVE SPACES TO WS-Qtr-Print-Line
640640     PERFORM Write-Quarterly-Line
640660     MOVE WS-Qtr-Section-Line TO WS-Qtr-Print-Line
640680     PERFORM Write-Quarterly-Line.
640700* A blank line and the section title held in WS-QS-Title.

640720 Write-Quarterly-Totals.
640740     MOVE 'QUARTER TOTALS' TO WS-QS-Title
640760     PERFORM Write-Quarterly-Section
640780     MOVE SPACES TO WS-Qtr-Detail-Line
640800     MOVE 'GROSS PAY' TO WS-QD-Name
640820     MOVE WS-QT-Gross-Total TO WS-QD-Gross
640840     PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
640860         UNTIL WS-QT-Month-Sub > 3
640880         MOVE WS-QT-Month-Gross (WS-QT-Month-Sub)
640900             TO WS-QD-Month (WS-QT-Month-Sub)
640920     END-PERFORM
640940     MOVE WS-QT-Ytd-Thru-Total TO WS-QD-Ytd
640960     MOVE WS-Qtr-Detail-Line TO WS-Qtr-Print-Line
640980     PERFORM Write-Quarterly-Line
641000     PERFORM VARYING WS-QT-Code-Sub FROM 1 BY 1
641020         UNTIL WS-QT-Code-Sub > WS-QC-Count
641040         MOVE SPACES TO WS-Qtr-Code-Line
641060         MOVE WS-QC-Code (WS-QT-Code-Sub)  TO WS-QK-Code
641080         MOVE WS-QC-Desc (WS-QT-Code-Sub)  TO WS-QK-Desc
641100         MOVE WS-QC-Total (WS-QT-Code-Sub) TO WS-QK-Amount
641120         PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
641140             UNTIL WS-QT-Month-Sub > 3
641160             MOVE WS-QC-Month (WS-QT-Code-Sub, WS-QT-Month-Sub)
641180                 TO WS-QK-Month (WS-QT-Month-Sub)
641200         END-PERFORM
641220         MOVE WS-Qtr-Code-Line TO WS-Qtr-Print-Line
641240         PERFORM Write-Quarterly-Line
641260     END-PERFORM
641280     MOVE SPACES TO WS-Qtr-Code-Line
641300     MOVE 'TOTAL WITHHELD' TO WS-QK-Desc
641320     MOVE WS-QT-Withheld-Total TO WS-QK-Amount
641340     PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
641360         UNTIL WS-QT-Month-Sub > 3
641380         MOVE WS-QT-Month-Withheld (WS-QT-Month-Sub)
641400             TO WS-QK-Month (WS-QT-Month-Sub)
641420     END-PERFORM
641440     MOVE WS-Qtr-Code-Line TO WS-Qtr-Print-Line
641460     PERFORM Write-Quarterly-Line
641480     MOVE SPACES TO WS-Qtr-Count-Line
641500     MOVE 'EMPLOYEES PAID' TO WS-QN-Label
641520     MOVE WS-QT-Paid-Count TO WS-QN-Total
641540     PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
641560         UNTIL WS-QT-Month-Sub > 3
641580         MOVE WS-QT-Month-Paid-Count (WS-QT-Month-Sub)
641600             TO WS-QN-Month (WS-QT-Month-Sub)
641620     END-PERFORM
641640     MOVE WS-Qtr-Count-Line TO WS-Qtr-Print-Line
641660     PERFORM Write-Quarterly-Line
641680     MOVE SPACES TO WS-Qtr-Count-Line
641700     MOVE 'EMPLOYEES PAID FOR THE 12TH' TO WS-QN-Label
641720     PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
641740         UNTIL WS-QT-Month-Sub > 3
641760         MOVE WS-QT-Twelfth-Count (WS-QT-Month-Sub)
641780             TO WS-QN-Month (WS-QT-Month-Sub)
641800     END-PERFORM
641820     MOVE WS-Qtr-Count-Line TO WS-Qtr-Print-Line
641840     PERFORM Write-Quarterly-Line.
641860* The figures the return is filled in from: gross and each
641880* code's withholding for the quarter and month by month - the
641900* monthly withholding is the deposit schedule - and the head
641920* counts.

641940 Write-Quarterly-Reconciliation.
641960     MOVE 'RECONCILIATION TO GL JOURNAL CREDITS AND YTD'
641980         TO WS-QS-Title
642000     PERFORM Write-Quarterly-Section
642020     MOVE WS-Qtr-Recon-Heading TO WS-Qtr-Print-Line
642040     PERFORM Write-Quarterly-Line
642060     PERFORM VARYING WS-QT-Code-Sub FROM 1 BY 1
642080         UNTIL WS-QT-Code-Sub > WS-QC-Count
642100         MOVE SPACES TO WS-Qtr-Recon-Line
642120         MOVE WS-QC-Code (WS-QT-Code-Sub)       TO WS-QR-Code
642140         MOVE WS-QC-Desc (WS-QT-Code-Sub)       TO WS-QR-Desc
642160         MOVE WS-QC-Total (WS-QT-Code-Sub)      TO WS-QR-History
642180         MOVE WS-QC-Gl-Amount (WS-QT-Code-Sub)  TO WS-QR-Ledger
642200         MOVE WS-QC-Retro (WS-QT-Code-Sub)      TO WS-QR-Retro
642220         MOVE WS-QC-Difference (WS-QT-Code-Sub)
642240             TO WS-QR-Difference
642260         EVALUATE TRUE
642280             WHEN WS-QC-Difference (WS-QT-Code-Sub) = 0
642300                 MOVE 'IN TIE' TO WS-QR-Note
642320             WHEN WS-QC-Difference (WS-QT-Code-Sub)
642340                     = WS-QC-Retro (WS-QT-Code-Sub)
642360                 MOVE 'RETRO ONLY' TO WS-QR-Note
642380             WHEN OTHER
642400                 MOVE 'OUT OF TIE' TO WS-QR-Note
642420         END-EVALUATE
642440         MOVE WS-Qtr-Recon-Line TO WS-Qtr-Print-Line
642460         PERFORM Write-Quarterly-Line
642480     END-PERFORM
642500     MOVE SPACES TO WS-Qtr-Recon-Line
642520     MOVE 'YEAR GROSS TO YTD' TO WS-QR-Desc
642540     MOVE WS-QT-Ytd-Basis-Total TO WS-QR-History
642560     IF WS-QT-Ytd-Unavailable
642580         MOVE 'NO YTD HELD' TO WS-QR-Note
642600     ELSE
642620         COMPUTE WS-QT-Difference =
642640             WS-QT-Ytd-Basis-Total - WS-QT-Ytd-File-Total
642660         MOVE WS-QT-Ytd-File-Total TO WS-QR-Ledger
642680         MOVE WS-QT-Difference     TO WS-QR-Difference
642700         IF WS-QT-Ytd-Diff-Count > 0
642720             MOVE 'OUT OF TIE' TO WS-QR-Note
642740         ELSE
642760             MOVE 'IN TIE' TO WS-QR-Note
642780         END-IF
642800     END-IF
642820     MOVE WS-Qtr-Recon-Line TO WS-Qtr-Print-Line
642840     PERFORM Write-Quarterly-Line
642860     MOVE SPACES TO WS-Qtr-Count-Line
642880     MOVE 'GL JOURNALS IN THE QUARTER' TO WS-QN-Label
642900     MOVE WS-QT-Journal-Count TO WS-QN-Total
642920     MOVE WS-Qtr-Count-Line TO WS-Qtr-Print-Line
642940     PERFORM Write-Quarterly-Line.
642960* The GL side is what the quarter's journals credited to each
642980* code's liability account, less what reversing journals gave
643000* back. The YTD line compares the whole tax year, because YTD is
643020* only ever kept for the year to date: pay history for the year
643040* against the YTD figures, closed-year archive or open YtdFile.

643060 Write-Quarterly-Exceptions.
643080     MOVE 'EXCEPTIONS' TO WS-QS-Title
643100     PERFORM Write-Quarterly-Section
643120     IF WS-QT-Journal-Count = 0
643140             AND WS-QT-Withheld-Total NOT = 0
643160         MOVE SPACES TO WS-Qtr-Exception-Line
643180         MOVE 'NO GL JOURNAL ON GL-HISTORY.DAT IN THE QUARTER'
643200             TO WS-QX-Text
643220         PERFORM Write-Quarter-Exception
643240     END-IF
643260     PERFORM VARYING WS-QT-Code-Sub FROM 1 BY 1
643280         UNTIL WS-QT-Code-Sub > WS-QC-Count
643300         IF WS-QC-Difference (WS-QT-Code-Sub) NOT = 0
643320             MOVE SPACES TO WS-Qtr-Exception-Line
643340             MOVE WS-QC-Code (WS-QT-Code-Sub) TO WS-QX-Code
643360             IF WS-QC-Difference (WS-QT-Code-Sub)
643380                     = WS-QC-Retro (WS-QT-Code-Sub)
643400                 MOVE 'WITHHELD ON RETRO PAY, NOT JOURNALED'
643420                     TO WS-QX-Text
643440             ELSE
643460                 MOVE 'WITHHOLDING DIFFERS FROM GL CREDITS'
643480                     TO WS-QX-Text
643500             END-IF
643520             MOVE WS-QC-Total (WS-QT-Code-Sub) TO WS-QX-Amount-1
643540             MOVE WS-QC-Gl-Amount (WS-QT-Code-Sub)
643560                 TO WS-QX-Amount-2
643580             PERFORM Write-Quarter-Exception
643600         END-IF
643620     END-PERFORM
643640     IF WS-QT-Ytd-Unavailable
643660         MOVE SPACES TO WS-Qtr-Exception-Line
643680         MOVE 'NO YTD FIGURES HELD FOR THE TAX YEAR' TO WS-QX-Text
643700         PERFORM Write-Quarter-Exception
643720     END-IF
643740     PERFORM VARYING WS-QE-Index FROM 1 BY 1
643760         UNTIL WS-QE-Index > WS-QE-Count
643780         PERFORM Note-Quarter-Employee-Exceptions
643800     END-PERFORM
643820     IF WS-QT-Emp-Overflow-Count > 0
643840         MOVE SPACES TO WS-Qtr-Exception-Line
643860         MOVE 'OVER 1000 EMPLOYEES, PAY HISTORY NOT ALL SUMMED'
643880             TO WS-QX-Text
643900         PERFORM Write-Quarter-Exception
643920     END-IF
643940     IF WS-QT-Code-Overflow-Count > 0
643960         MOVE SPACES TO WS-Qtr-Exception-Line
643980         MOVE 'OVER 10 DEDUCTION CODES, NOT ALL SUMMED'
644000             TO WS-QX-Text
644020         PERFORM Write-Quarter-Exception
644040     END-IF
644060     MOVE SPACES TO WS-Qtr-Count-Line
644080     MOVE 'EXCEPTIONS' TO WS-QN-Label
644100     MOVE WS-QT-Exception-Count TO WS-QN-Total
644120     MOVE WS-Qtr-Count-Line TO WS-Qtr-Print-Line
644140     PERFORM Write-Quarterly-Line.
644160* Everything to be cleared, or at least understood, before the
644180* returns are signed. A retro-only difference is listed but
644200* does not put the quarter out of tie; a reversal of an earlier
644220* quarter's pay does not either, but that quarter's return will
644240* need correcting.

644260 Note-Quarter-Employee-Exceptions.
644280     IF NOT WS-QT-Ytd-Unavailable
644300             AND WS-QE-Ytd-Basis (WS-QE-Index)
644320                 NOT = WS-QE-Ytd-File (WS-QE-Index)
644340         MOVE SPACES TO WS-Qtr-Exception-Line
644360         MOVE WS-QE-EmployeeID (WS-QE-Index) TO WS-QX-Emp-ID
644380         MOVE 'YEAR GROSS ON PAY HISTORY DIFFERS FROM YTD'
644400             TO WS-QX-Text
644420         MOVE WS-QE-Ytd-Basis (WS-QE-Index) TO WS-QX-Amount-1
644440         MOVE WS-QE-Ytd-File (WS-QE-Index)  TO WS-QX-Amount-2
644460         PERFORM Write-Quarter-Exception
644480     END-IF
644500     IF WS-QE-Prior-Reversal (WS-QE-Index) NOT = 0
644520         MOVE SPACES TO WS-Qtr-Exception-Line
644540         MOVE WS-QE-EmployeeID (WS-QE-Index) TO WS-QX-Emp-ID
644560         MOVE 'REVERSES PAY FROM AN EARLIER QUARTER'
644580             TO WS-QX-Text
644600         MOVE WS-QE-Prior-Reversal (WS-QE-Index)
644620             TO WS-QX-Amount-1
644640         PERFORM Write-Quarter-Exception
644660     END-IF
644680     IF WS-QE-Gross (WS-QE-Index) < 0
644700         MOVE SPACES TO WS-Qtr-Exception-Line
644720         MOVE WS-QE-EmployeeID (WS-QE-Index) TO WS-QX-Emp-ID
644740         MOVE 'GROSS FOR THE QUARTER IS NEGATIVE' TO WS-QX-Text
644760         MOVE WS-QE-Gross (WS-QE-Index) TO WS-QX-Amount-1
644780         PERFORM Write-Quarter-Exception
644800     END-IF.

644820 Write-Quarter-Exception.
644840     MOVE WS-Qtr-Exception-Line TO WS-Qtr-Print-Line
644860     PERFORM Write-Quarterly-Line
644880     ADD 1 TO WS-QT-Exception-Count.

644900 Write-Quarter-Extract-Header.
644920     MOVE WS-QT-Year           TO WS-QXH-Year
644940     MOVE WS-QT-Quarter        TO WS-QXH-Quarter
644960     MOVE WS-Run-Date          TO WS-QXH-Run-Date
644980     MOVE WS-QT-Paid-Count     TO WS-QXH-Employee-Count
645000     MOVE WS-QT-Gross-Total    TO WS-QXH-Gross
645020     MOVE WS-QT-Withheld-Total TO WS-QXH-Withheld
645040     PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
645060         UNTIL WS-QT-Month-Sub > 3
645080         MOVE WS-QT-Twelfth-Count (WS-QT-Month-Sub)
645100             TO WS-QXH-Twelfth-Count (WS-QT-Month-Sub)
645120         MOVE WS-QT-Month-Gross (WS-QT-Month-Sub)
645140             TO WS-QXH-Month-Gross (WS-QT-Month-Sub)
645160         MOVE WS-QT-Month-Withheld (WS-QT-Month-Sub)
645180             TO WS-QXH-Month-Withheld (WS-QT-Month-Sub)
645200     END-PERFORM
645220     WRITE QuarterlyExtractRecord FROM WS-Qtr-Extract-Header.

645240 Write-Quarter-Extract-Employee.
645260     IF WS-QT-Extract-Open
645280         MOVE WS-QE-EmployeeID (WS-QE-Index) TO WS-QXE-EmployeeID
645300         MOVE WS-QD-Name                     TO WS-QXE-Name
645320         MOVE WS-QE-Gross (WS-QE-Index)      TO WS-QXE-Gross
645340         MOVE WS-QE-Ytd-Thru (WS-QE-Index)   TO WS-QXE-Ytd-Gross
645360         PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
645380             UNTIL WS-QT-Month-Sub > 3
645400             MOVE WS-QE-Month-Gross (WS-QE-Index, WS-QT-Month-Sub)
645420                 TO WS-QXE-Month-Gross (WS-QT-Month-Sub)
645440             IF WS-QE-Twelfth (WS-QE-Index, WS-QT-Month-Sub) > 0
645460                 MOVE 'Y' TO WS-QXE-Twelfth-Flag (WS-QT-Month-Sub)
645480             ELSE
645500                 MOVE 'N' TO WS-QXE-Twelfth-Flag (WS-QT-Month-Sub)
645520             END-IF
645540         END-PERFORM
645560         MOVE WS-QC-Count TO WS-QXE-Code-Count
645580         PERFORM VARYING WS-QT-Code-Sub FROM 1 BY 1
645600             UNTIL WS-QT-Code-Sub > 10
645620             IF WS-QT-Code-Sub > WS-QC-Count
645640                 MOVE SPACES TO WS-QXE-Code (WS-QT-Code-Sub)
645660                 MOVE 0      TO WS-QXE-Amount (WS-QT-Code-Sub)
645680             ELSE
645700                 MOVE WS-QC-Code (WS-QT-Code-Sub)
645720                     TO WS-QXE-Code (WS-QT-Code-Sub)
645740                 MOVE WS-QE-Ded-Amount
645760                         (WS-QE-Index, WS-QT-Code-Sub)
645780                     TO WS-QXE-Amount (WS-QT-Code-Sub)
645800             END-IF
645820         END-PERFORM
645840         WRITE QuarterlyExtractRecord FROM WS-Qtr-Extract-Employee
645860         ADD 1 TO WS-QT-Extract-Count
645880     END-IF.
645900* The ten code slots are a plain OCCURS, every record the same
645920* length, with the unused slots blank and zero - the same
645940* layout decision as the deduction slots on PayHistoryRecord.

645960 Write-Quarter-Extract-Trailer.
645980     IF WS-QT-Extract-Open
646000         PERFORM VARYING WS-QT-Code-Sub FROM 1 BY 1
646020             UNTIL WS-QT-Code-Sub > WS-QC-Count
646040             MOVE WS-QC-Code (WS-QT-Code-Sub)  TO WS-QXC-Code
646060             MOVE WS-QC-Desc (WS-QT-Code-Sub)  TO WS-QXC-Desc
646080             MOVE WS-QC-Total (WS-QT-Code-Sub) TO WS-QXC-Amount
646100             PERFORM VARYING WS-QT-Month-Sub FROM 1 BY 1
646120                 UNTIL WS-QT-Month-Sub > 3
646140                 MOVE WS-QC-Month
646160                         (WS-QT-Code-Sub, WS-QT-Month-Sub)
646180                     TO WS-QXC-Month (WS-QT-Month-Sub)
646200             END-PERFORM
646220             WRITE QuarterlyExtractRecord FROM WS-Qtr-Extract-Code
646240         END-PERFORM
646260         MOVE WS-QT-Extract-Count  TO WS-QXT-Employee-Records
646280         MOVE WS-QC-Count          TO WS-QXT-Code-Records
646300         MOVE WS-QT-Gross-Total    TO WS-QXT-Gross
646320         MOVE WS-QT-Withheld-Total TO WS-QXT-Withheld
646340         WRITE QuarterlyExtractRecord FROM WS-Qtr-Extract-Trailer
646360         CLOSE QuarterlyExtractFile
646380         DISPLAY 'Quarterly filing extract written, '
646400             'see quarterly-tax-extract.dat'
646420     END-IF.
646440* The code totals and the trailer's counts let the filing side
646460* prove the extract whole before it is sent, the same
646480* control-total discipline as the bank file's trailer.





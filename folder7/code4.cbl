        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Archive-Status.

*>  Back-dated rate changes EmployeeMaintenance applied after the
*>  periods they reach back into were already paid; the next regular
*>  run pays the difference and empties the file.
    SELECT OPTIONAL RetroPendFile ASSIGN TO "RETROPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RetroPend-Status.

*>  Per-period retro register for the payroll office, rewritten by
*>  every regular run.
    SELECT RetroRegisterFile ASSIGN TO "RETROREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RetroReg-Status.

*>  Every period a retro line has already brought up to a new rate,
*>  appended run after run, so a second back-dated change reaching
*>  the same period pays only what is still owed.
    SELECT RetroHistFile ASSIGN TO "RETROHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RetroHist-Status.

*>  Counter work for the void run: V lines void a paycheck already on
*>  PAYHIST, M lines record a manual check written at the counter.
    SELECT VoidTransFile ASSIGN TO "VOIDTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VoidTrans-Status.

*>  One record of run totals for PayrollBalance: how the run's net pay
*>  went out, and what it took back.
    SELECT PayTotalsFile ASSIGN TO "PAYTOTALS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PayTotals-Status.

*>  Withholding brackets, supplemental rates and employer taxes by
*>  jurisdiction and effective date, loaded at start-up so a new
*>  year's rates or another state is a data change, not a program one.
    SELECT TaxTableFile ASSIGN TO "TAXTABLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TaxTable-Status.

*>  Project charge codes time can be booked to, and the department
*>  whose ledger carries each one. Departments need no row.
    SELECT OPTIONAL ChargeCodeFile ASSIGN TO "CHGCODES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ChargeCode-Status.

*>  How each worked-time paycheck was split across charge codes,
*>  appended run after run for cost accounting and for the void run.
    SELECT OPTIONAL LaborHistFile ASSIGN TO "LABORHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LaborHist-Status.

*>  Per-period labor-distribution report, rewritten by every regular
*>  run.
    SELECT LaborReportFile ASSIGN TO "LABORRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LaborRpt-Status.

*>  Preview run output: the register the live run would print, and
*>  each employee's pay set against their last regular pay on PAYHIST.
    SELECT PreviewRegisterFile ASSIGN TO "PAYPREVIEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Preview-Status.

    SELECT VarianceReportFile ASSIGN TO "PAYVARIANCE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Variance-Status.

*>  Employees with no bank account on the master are paid by printed
*>  check. The next check number lives on a one-record control file
*>  carried from run to run; the checks themselves go to the print
*>  file, and the bank's positive-pay file lists every check issued
*>  (and every printed check voided) so nothing else clears.
    SELECT OPTIONAL CheckControlFile ASSIGN TO "CHECKCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CheckCtl-Status.

    SELECT CheckPrintFile ASSIGN TO "CHECKPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CheckPrt-Status.

    SELECT PositivePayFile ASSIGN TO "POSPAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PosPay-Status.

*>  Earnings statements: one page per employee paid by a regular or
*>  supplemental run, put in department order through a sort work file
*>  so they can be handed out department by department.
    SELECT EarningsStatementFile ASSIGN TO "EARNSTMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EarnStmt-Status.

    SELECT StatementSortFile ASSIGN TO "STMTWORK".

    SELECT RunLogFile ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunLog-Status.

*>  Shared registry of every input transmission consumed: file name,
*>  record count, control total, and the date and run that took it.
    SELECT XmitRegFile ASSIGN TO "XMITREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XmitReg-Status.

*>  Optional control-card dataset, one KEYWORD=VALUE per line, so
*>  the scheduler can submit the run hands-off; when it is absent
*>  the console prompts ask exactly as they always did.
*> hours. The transmission is wrapped in an H header (transmission
*> date) and a T trailer (record count, total hours) that the run
*> verifies before any processing, so a truncated file fails
*> instead of part-paying. An optional fourth field is the charge
*> code - a department, or a project on CHGCODES - the hours are
*> booked to; blank books them to the home department. One employee
*> may send several worked-time records, one per charge code, and is
*> paid once on all of them.
FD EmployeeFile.
01 EmployeeFile-Record.
   05 Employee-ID-FD       PIC 9(6).
*> keyed through the maintenance program: the new rate and the date
*> it takes force. The pay run picks whichever rate is in force on
*> the PAYPERIOD end date, so a raise keyed on Tuesday does not
*> silently apply to the period being paid on Wednesday. Last comes
*> the two-letter state the employee works in, which picks the state
*> withholding table.
FD EmployeeMasterFile.
01 EmployeeMaster-Record.
   05 EmpMast-ID           PIC 9(6).
   05 EmpMast-Pend-Rate    PIC 9(5)V99.
   05 FILLER               PIC X(1).
   05 EmpMast-Pend-Date    PIC 9(8).
   05 FILLER               PIC X(1).
   05 EmpMast-Work-State   PIC X(2).

*> Repaired rejects from the repair program, in EMPFILE's detail
*> shape, paid behind the day's transmission. They ride outside the
FD ControlCardFile.
01 ControlCard-Record PIC X(80).

*> One line per transmission consumed. Disposition LOADED for a
*> first load, OVERRIDE for one taken again on a DUPOK= card.
FD XmitRegFile.
01 XmitReg-Record.
   05 XR-File-Name          PIC X(10).
   05 FILLER                PIC X(1).
   05 XR-Record-Count       PIC 9(9).
   05 FILLER                PIC X(1).
   05 XR-Hash-Total         PIC 9(15).
   05 FILLER                PIC X(1).
   05 XR-Run-Date           PIC 9(8).
   05 FILLER                PIC X(1).
   05 XR-Run-Time           PIC 9(8).
   05 FILLER                PIC X(1).
   05 XR-Program-Id         PIC X(8).
   05 FILLER                PIC X(1).
   05 XR-Disposition        PIC X(8).

*> One row per employee deduction, comma-delimited: employee ID,
*> deduction code, F(lat)/P(ercent of gross), amount or percent,
*> priority (low number taken first), and the GL liability account
   05 PH-Ded               PIC 9(9)V99.
   05 PH-Sep7              PIC X(1).
   05 PH-Net               PIC 9(9)V99.
*>  What was paid and how: P regular time, S supplemental bonus, R
*>  retro line, with the regular and overtime hours and the hourly
*>  rate behind a P record. History written before these columns
*>  existed reads back with a blank type and no hours.
   05 PH-Sep8              PIC X(1).
   05 PH-Pay-Type          PIC X(1).
      88 PH-Type-Regular   VALUE 'P'.
      88 PH-Type-Bonus     VALUE 'S'.
      88 PH-Type-Retro     VALUE 'R'.
      88 PH-Type-Manual    VALUE 'M'.
      88 PH-Type-Void      VALUE 'V'.
   05 PH-Sep9              PIC X(1).
   05 PH-Reg-Hours         PIC 9(5).
   05 PH-Sep10             PIC X(1).
   05 PH-OT-Hours          PIC 9(5).
   05 PH-Sep11             PIC X(1).
   05 PH-Rate              PIC 9(5)V99.
*>  Enough of the paycheck to take it back exactly: the hours type
*>  (W/V/S) so leave drawn can be restored, the department the GL was
*>  charged, the employer tax, and each deduction by code. A V record
*>  voids an earlier paycheck - its amounts are that paycheck's, to be
*>  taken away, and it names the voided paycheck's type and period
*>  end so the same paycheck cannot be voided twice.
   05 PH-Sep12             PIC X(1).
   05 PH-Hours-Type        PIC X(1).
   05 PH-Sep13             PIC X(1).
   05 PH-Dept              PIC X(4).
   05 PH-Sep14             PIC X(1).
   05 PH-ER-Tax            PIC 9(9)V99.
   05 PH-Sep15             PIC X(1).
   05 PH-Orig-Type         PIC X(1).
   05 PH-Sep16             PIC X(1).
   05 PH-Orig-End-Date     PIC 9(8).
   05 PH-Sep17             PIC X(1).
   05 PH-Ded-Count         PIC 9(2).
   05 PH-Ded-Entry OCCURS 10 TIMES.
      10 PH-Ded-Sep1       PIC X(1).
      10 PH-Ded-Code       PIC X(4).
      10 PH-Ded-Sep2       PIC X(1).
      10 PH-Ded-Acct       PIC 9(6).
      10 PH-Ded-Sep3       PIC X(1).
      10 PH-Ded-Amount     PIC 9(8)V99.
*>  The work state the paycheck was taxed for, so filings can be cut
*>  by state; blank on history written before it was carried.
   05 PH-Sep18             PIC X(1).
   05 PH-Work-State        PIC X(2).
*>  The printed check the net went out on; zero when it went to the
*>  bank, or on history written before checks were printed.
   05 PH-Sep19             PIC X(1).
   05 PH-Check-No          PIC 9(8).

*> One pending retro request per back-dated rate change: employee,
*> rate before the change, the new rate, the date it took force and
*> the date it was keyed.
FD RetroPendFile.
01 RetroPend-Record.
   05 RP-Employee-ID       PIC 9(6).
   05 FILLER               PIC X(1).
   05 RP-Old-Rate          PIC 9(5)V99.
   05 FILLER               PIC X(1).
   05 RP-New-Rate          PIC 9(5)V99.
   05 FILLER               PIC X(1).
   05 RP-Eff-Date          PIC 9(8).
   05 FILLER               PIC X(1).
   05 RP-Keyed-Date        PIC 9(8).

FD VoidTransFile.
01 VoidTrans-Record         PIC X(100).

*> One row per line of a jurisdiction's table: FED or a two-letter
*> state, the date the table takes force, the kind of row and its
*> limit and rate. B is a withholding bracket - the rate applies to
*> the whole period gross up to the limit. S is the flat rate for
*> supplemental pay. E is an employer tax, charged up to an annual
*> wage base in the limit (zero for no base).
FD TaxTableFile.
01 TaxTable-Record.
   05 TT-Jurisdiction      PIC X(4).
   05 FILLER               PIC X(1).
   05 TT-Eff-Date          PIC 9(8).
   05 FILLER               PIC X(1).
   05 TT-Kind              PIC X(1).
   05 FILLER               PIC X(1).
   05 TT-Limit             PIC 9(7)V99.
   05 FILLER               PIC X(1).
   05 TT-Rate              PIC 9V9999.

FD PayTotalsFile.
01 PayTotals-Record.
   05 PT-Run-Type          PIC X(1).
   05 PT-Sep1              PIC X(1).
   05 PT-Period            PIC 9(2).
   05 PT-Sep2              PIC X(1).
   05 PT-End-Date          PIC 9(8).
   05 PT-Sep3              PIC X(1).
   05 PT-Total-Net         PIC 9(10)V99.
   05 PT-Sep4              PIC X(1).
   05 PT-DD-Total          PIC 9(10)V99.
   05 PT-Sep5              PIC X(1).
   05 PT-Manual-Total      PIC 9(10)V99.
   05 PT-Sep6              PIC X(1).
   05 PT-Void-Total        PIC 9(10)V99.
   05 PT-Sep7              PIC X(1).
   05 PT-Check-Total       PIC 9(10)V99.

FD RetroRegisterFile.
01 RetroRegister-Record    PIC X(132).

*> Employee, the period-end date that was made good, the rate it was
*> brought up to, and the period-end date of the run that paid it.
FD RetroHistFile.
01 RetroHist-Record.
   05 RH-Employee-ID       PIC 9(6).
   05 RH-Sep1              PIC X(1).
   05 RH-For-End-Date      PIC 9(8).
   05 RH-Sep2              PIC X(1).
   05 RH-Rate              PIC 9(5)V99.
   05 RH-Sep3              PIC X(1).
   05 RH-Paid-End-Date     PIC 9(8).

FD QuarterlyReportFile.
01 QuarterlyReportRecord   PIC X(160).
   05 DD-Ctl-Total-Amount  PIC 9(10)V99.
   05 FILLER               PIC X(38).

*> One row per project charge code: the code, the department whose
*> ledger carries the project's cost, and A(ctive)/C(losed) - blank
*> counts as active. Time cannot be booked to a closed project.
FD ChargeCodeFile.
01 ChargeCode-Record.
   05 CC-Code              PIC X(8).
   05 FILLER               PIC X(1).
   05 CC-Dept              PIC X(4).
   05 FILLER               PIC X(1).
   05 CC-Status            PIC X(1).

*> One line per charge code per worked-time paycheck: the paycheck
*> (employee, pay type, its period-end date and gross), the charge
*> code and the department it posts to, and that code's share of the
*> hours, pay and employer tax. A void appends the voided paycheck's
*> lines again as V lines dated to the void run, the way PAYHIST does.
FD LaborHistFile.
01 LaborHist-Record.
   05 LH-Employee-ID       PIC 9(6).
   05 LH-Sep1              PIC X(1).
   05 LH-End-Date          PIC 9(8).
   05 LH-Sep2              PIC X(1).
   05 LH-Pay-Type          PIC X(1).
   05 LH-Sep3              PIC X(1).
   05 LH-Check-End-Date    PIC 9(8).
   05 LH-Sep4              PIC X(1).
   05 LH-Check-Gross       PIC 9(9)V99.
   05 LH-Sep5              PIC X(1).
   05 LH-Charge-Code       PIC X(8).
   05 LH-Sep6              PIC X(1).
   05 LH-Dept              PIC X(4).
   05 LH-Sep7              PIC X(1).
   05 LH-Reg-Hours         PIC 9(5)V99.
   05 LH-Sep8              PIC X(1).
   05 LH-OT-Hours          PIC 9(5)V99.
   05 LH-Sep9              PIC X(1).
   05 LH-Reg-Pay           PIC 9(8)V99.
   05 LH-Sep10             PIC X(1).
   05 LH-OT-Pay            PIC 9(8)V99.
   05 LH-Sep11             PIC X(1).
   05 LH-ER-Tax            PIC 9(8)V99.

FD LaborReportFile.
01 LaborReport-Record     PIC X(132).

FD PreviewRegisterFile.
01 PreviewRegister-Record PIC X(132).

FD VarianceReportFile.
01 VarianceReport-Record  PIC X(160).

*> Next check number to print and the check date it was last used on.
FD CheckControlFile.
01 CheckControl-Record.
   05 CKC-Next-Check-No    PIC 9(8).
   05 CKC-Sep1             PIC X(1).
   05 CKC-Last-Check-Date  PIC 9(8).

FD CheckPrintFile.
01 CheckPrint-Record      PIC X(132).

FD EarningsStatementFile.
01 EarningsStatement-Record PIC X(132).

*> Statement sort key: department, employee, and the employee's slot
*> in Emp-Entry, where the run's figures are kept.
SD StatementSortFile.
01 StatementSort-Record.
   05 SS-Dept              PIC X(4).
   05 SS-Employee-ID       PIC 9(6).
   05 SS-Emp-Sub           PIC 9(4).

*> Bank positive-pay issue file, fixed positions like the deposit
*> upload: an I detail per check printed, a V detail per printed check
*> voided, and one T record with the count and total of each.
FD PositivePayFile.
01 PositivePay-Record.
   05 PP-Record-Type       PIC X(1).
   05 PP-Sep1              PIC X(1).
   05 PP-Check-No          PIC 9(8).
   05 PP-Sep2              PIC X(1).
   05 PP-Amount            PIC 9(8)V99.
   05 PP-Sep3              PIC X(1).
   05 PP-Check-Date        PIC 9(8).
   05 PP-Sep4              PIC X(1).
   05 PP-Payee             PIC X(30).
01 PositivePay-Control REDEFINES PositivePay-Record.
   05 PP-Ctl-Record-Type   PIC X(1).
   05 PP-Ctl-Sep1          PIC X(1).
   05 PP-Ctl-Issue-Count   PIC 9(6).
   05 PP-Ctl-Sep2          PIC X(1).
   05 PP-Ctl-Issue-Total   PIC 9(10)V99.
   05 PP-Ctl-Sep3          PIC X(1).
   05 PP-Ctl-Void-Count    PIC 9(6).
   05 PP-Ctl-Sep4          PIC X(1).
   05 PP-Ctl-Void-Total    PIC 9(10)V99.
   05 FILLER               PIC X(20).

WORKING-STORAGE SECTION.
01 Employee-Record.
   05 Employee-Name        PIC X(50).
01 WS-GL-Status             PIC XX.
01 WS-DD-Status             PIC XX.
01 WS-DD-Record-Count       PIC 9(6) VALUE 0.
01 WS-DD-Total-Amount       PIC 9(10)V99 VALUE 0.
01 WS-DedMast-Status        PIC XX.
01 WS-DedMast-EOF-Flag      PIC X VALUE 'N'.
   88 WS-DedMast-EOF       VALUE 'Y'.
01 WS-PayPer-Check-Date     PIC 9(8).

*> Supplemental run work fields. Bonuses are taxed at the flat
*> supplemental rates on the tax table, not the graduated brackets.
01 WS-Bonus-Status          PIC XX.
01 WS-Bonus-EOF-Flag        PIC X VALUE 'N'.
   88 WS-Bonus-EOF          VALUE 'Y'.
   05 WS-Bonus-Amt-Num      PIC 9(7)V99.
   05 FILLER                PIC X(3).
01 WS-Bonus-Field-Count     PIC 9.

*> Tax tables from TAXTABLE. Every row is loaded; the rows carrying a
*> jurisdiction's latest effective date on or before the period end
*> are that jurisdiction's table in force and are marked so.
01 WS-TaxTable-Status       PIC XX.
01 WS-TaxTable-EOF-Flag     PIC X VALUE 'N'.
   88 WS-TaxTable-EOF       VALUE 'Y'.
01 Tax-Table.
   05 Tax-Row OCCURS 300 TIMES.
      10 Tax-Jurisdiction   PIC X(4).
      10 Tax-Eff-Date       PIC 9(8).
      10 Tax-Kind           PIC X(1).
      10 Tax-Limit          PIC 9(7)V99.
      10 Tax-Rate           PIC 9V9999.
      10 Tax-In-Force-Flag  PIC X(1).
         88 Tax-In-Force    VALUE 'Y'.
01 Tax-Used-Count           PIC 9(4) COMP VALUE 0.
01 WS-Tax-Sub               PIC 9(4) COMP.
01 WS-Tax-Other             PIC 9(4) COMP.
01 WS-Tax-Jurisdiction      PIC X(4).
01 WS-Tax-Found-Rate        PIC 9V9999.
01 WS-Tax-Found-Flag        PIC X VALUE 'N'.
   88 WS-Tax-Found          VALUE 'Y'.
01 WS-Tax-Fit-Flag          PIC X VALUE 'N'.
   88 WS-Tax-Fit            VALUE 'Y'.
01 WS-Tax-Bracket-Limit     PIC 9(7)V99.
01 WS-Tax-Top-Limit         PIC 9(7)V99.
01 WS-Tax-YTD-Before        PIC 9(9)V99.
01 WS-Tax-Room              PIC S9(9)V99.
01 WS-Tax-Taxable           PIC 9(8)V99.
01 WS-Tax-Employer-Part     PIC 9(8)V99.
01 WS-Tax-Bad-Count         PIC 9(4) VALUE 0.
01 WS-Work-State            PIC X(2).

*> Labor distribution. A regular run holds every worked-time record
*> in Time-Stage until EMPFILE and PAYRESUB have both been read, then
*> pays each employee once on all of them, so overtime is measured on
*> the period's total hours, not record by record.
01 WS-ChargeCode-Status     PIC XX.
01 WS-ChargeCode-EOF-Flag   PIC X VALUE 'N'.
   88 WS-ChargeCode-EOF     VALUE 'Y'.
01 WS-LaborHist-Status      PIC XX.
01 WS-LaborHist-EOF-Flag    PIC X VALUE 'N'.
   88 WS-LaborHist-EOF      VALUE 'Y'.
01 WS-LaborRpt-Status       PIC XX.
01 WS-Labor-Report-Flag     PIC X VALUE 'N'.
   88 WS-Labor-Report-Open  VALUE 'Y'.

*> Preview run. PV-Entry shares Emp-Entry's subscript: the employee's
*> last regular pay on PAYHIST (net of any void of it) beside what
*> this run would pay. A move in gross or net beyond
*> WS-Variance-Pct-Limit percent (VARPCT= on PAYCTL) is flagged.
01 WS-Preview-Status        PIC XX.
01 WS-Variance-Status       PIC XX.
01 WS-Register-Title        PIC X(17) VALUE "PAYCHECK REGISTER".
01 Preview-Variance-Table.
   05 PV-Entry OCCURS 500 TIMES.
      10 PV-Prior-End-Date  PIC 9(8).
      10 PV-Prior-Gross     PIC S9(9)V99.
      10 PV-Prior-Net       PIC S9(9)V99.
      10 PV-Cur-Gross       PIC 9(9)V99.
      10 PV-Cur-Net         PIC 9(9)V99.
      10 PV-Cur-Checks      PIC 9(3).
      10 PV-Zero-Checks     PIC 9(3).
01 WS-PV-Sub                PIC 9(4) COMP.
01 WS-Variance-Pct-Limit    PIC 9(3) VALUE 20.
01 WS-PV-Gross-Pct          PIC S9(5)V9.
01 WS-PV-Net-Pct            PIC S9(5)V9.
01 WS-PV-Flag-Text          PIC X(40).
01 WS-PV-Over-Count         PIC 9(6) VALUE 0.
01 WS-PV-New-Count          PIC 9(6) VALUE 0.
01 WS-PV-Missing-Count      PIC 9(6) VALUE 0.
01 WS-PV-Zero-Count         PIC 9(6) VALUE 0.
01 WS-PV-Prior-Gross-Ed     PIC -(9)9.99.
01 WS-PV-Gross-Ed           PIC Z(9)9.99.
01 WS-PV-Prior-Net-Ed       PIC -(9)9.99.
01 WS-PV-Net-Ed             PIC Z(9)9.99.
01 WS-PV-Gross-Pct-Ed       PIC -(5)9.9.
01 WS-PV-Net-Pct-Ed         PIC -(5)9.9.

*> Printed checks. WS-Check-Number is the check the current paycheck
*> went out on (zero for a deposit); the control record is rewritten
*> at the end of any run that printed one.
01 WS-CheckCtl-Status       PIC XX.
01 WS-CheckPrt-Status       PIC XX.
01 WS-PosPay-Status         PIC XX.
01 WS-Next-Check-No         PIC 9(8) VALUE 1.
01 WS-Check-Number          PIC 9(8) VALUE 0.
01 WS-Check-Count           PIC 9(6) VALUE 0.
*> Positive-pay issues: printed checks and manual checks together.
01 WS-PP-Issue-Count        PIC 9(6) VALUE 0.
01 WS-PP-Issue-Total        PIC 9(10)V99 VALUE 0.
01 WS-PP-Void-Count         PIC 9(6) VALUE 0.
01 WS-PP-Void-Total         PIC 9(10)V99 VALUE 0.
01 WS-PP-Void-Date          PIC 9(8).
01 WS-Check-Amount-Ed       PIC **,***,**9.99.
01 WS-Check-Pay-Desc        PIC X(20).
01 WS-Check-YTD-Gross       PIC 9(9)V99.
01 WS-Check-YTD-Net         PIC 9(9)V99.

*> Amount in words for the check face, built a three-digit group at
*> a time: millions, thousands, then units, and the cents as /100.
01 WS-Words-Amount.
   05 WS-Words-Millions     PIC 9(2).
   05 WS-Words-Thousands    PIC 9(3).
   05 WS-Words-Units        PIC 9(3).
   05 WS-Words-Cents        PIC 9(2).
01 WS-Words-Amount-Num REDEFINES WS-Words-Amount PIC 9(8)V99.
01 WS-Words-Group           PIC 9(3).
01 WS-Words-Hundreds        PIC 9(1).
01 WS-Words-Rest            PIC 9(2).
01 WS-Words-Tens            PIC 9(1).
01 WS-Words-Ones            PIC 9(1).
01 WS-Amount-Words          PIC X(120).
01 WS-Words-Ptr             PIC 9(3) COMP.
01 WS-Word                  PIC X(20).
01 WS-Ones-Word-Values.
   05 FILLER PIC X(9) VALUE "ONE".
   05 FILLER PIC X(9) VALUE "TWO".
   05 FILLER PIC X(9) VALUE "THREE".
   05 FILLER PIC X(9) VALUE "FOUR".
   05 FILLER PIC X(9) VALUE "FIVE".
   05 FILLER PIC X(9) VALUE "SIX".
   05 FILLER PIC X(9) VALUE "SEVEN".
   05 FILLER PIC X(9) VALUE "EIGHT".
   05 FILLER PIC X(9) VALUE "NINE".
   05 FILLER PIC X(9) VALUE "TEN".
   05 FILLER PIC X(9) VALUE "ELEVEN".
   05 FILLER PIC X(9) VALUE "TWELVE".
   05 FILLER PIC X(9) VALUE "THIRTEEN".
   05 FILLER PIC X(9) VALUE "FOURTEEN".
   05 FILLER PIC X(9) VALUE "FIFTEEN".
   05 FILLER PIC X(9) VALUE "SIXTEEN".
   05 FILLER PIC X(9) VALUE "SEVENTEEN".
   05 FILLER PIC X(9) VALUE "EIGHTEEN".
   05 FILLER PIC X(9) VALUE "NINETEEN".
01 WS-Ones-Words REDEFINES WS-Ones-Word-Values.
   05 WS-Ones-Word          PIC X(9) OCCURS 19 TIMES.
01 WS-Tens-Word-Values.
   05 FILLER PIC X(7) VALUE "TWENTY".
   05 FILLER PIC X(7) VALUE "THIRTY".
   05 FILLER PIC X(7) VALUE "FORTY".
   05 FILLER PIC X(7) VALUE "FIFTY".
   05 FILLER PIC X(7) VALUE "SIXTY".
   05 FILLER PIC X(7) VALUE "SEVENTY".
   05 FILLER PIC X(7) VALUE "EIGHTY".
   05 FILLER PIC X(7) VALUE "NINETY".
01 WS-Tens-Words REDEFINES WS-Tens-Word-Values.
   05 WS-Tens-Word          PIC X(7) OCCURS 8 TIMES.
*> Earnings statements. ES-Entry shares Emp-Entry's subscript and
*> gathers everything an employee was paid this run, whatever the
*> number of paychecks; deductions are merged by DEDMAST code.
01 WS-EarnStmt-Status       PIC XX.
01 Earnings-Statements.
   05 ES-Entry OCCURS 500 TIMES.
      10 ES-Checks          PIC 9(3).
      10 ES-Reg-Hours       PIC 9(5).
      10 ES-OT-Hours        PIC 9(5).
      10 ES-Vac-Hours       PIC 9(5).
      10 ES-Sick-Hours      PIC 9(5).
      10 ES-Reg-Pay         PIC 9(8)V99.
      10 ES-OT-Pay          PIC 9(8)V99.
      10 ES-Vac-Pay         PIC 9(8)V99.
      10 ES-Sick-Pay        PIC 9(8)V99.
      10 ES-Bonus-Pay       PIC 9(8)V99.
      10 ES-Retro-Pay       PIC 9(8)V99.
      10 ES-Gross           PIC 9(8)V99.
      10 ES-Fed-Tax         PIC 9(8)V99.
      10 ES-State-Tax       PIC 9(8)V99.
      10 ES-Net             PIC 9(8)V99.
      10 ES-Ded-Count       PIC 9(2).
      10 ES-Ded-Entry OCCURS 10 TIMES.
         15 ES-Ded-Code     PIC X(4).
         15 ES-Ded-Amount   PIC 9(8)V99.
01 WS-ES-Sub                PIC 9(4) COMP.
01 WS-ES-Ded-Sub            PIC 9(2) COMP.
01 WS-ES-Ded-Found          PIC 9(2) COMP.
01 WS-ES-Sort-EOF-Flag      PIC X VALUE 'N'.
   88 WS-ES-Sort-EOF        VALUE 'Y'.
01 WS-ES-Page-Number        PIC 9(4) VALUE 0.
01 WS-ES-Run-Desc           PIC X(12).
01 WS-ES-Label              PIC X(24).
01 WS-ES-Hours-Ed           PIC Z(4)9.
01 WS-ES-Amount-Ed          PIC Z(7)9.99.
01 WS-ES-YTD-Gross-Ed       PIC Z(8)9.99.
01 WS-ES-YTD-Tax-Ed         PIC Z(8)9.99.
01 WS-ES-YTD-Ded-Ed         PIC Z(8)9.99.
01 WS-ES-YTD-Net-Ed         PIC Z(8)9.99.
01 WS-ES-Vac-Bal-Ed         PIC Z(4)9.
01 WS-ES-Sick-Bal-Ed        PIC Z(4)9.
01 WS-Charge-Code-FD        PIC X(10).
01 WS-Charge-Code           PIC X(8).
01 WS-Charge-Dept           PIC X(4).
01 Charge-Codes.
   05 CC-Entry OCCURS 500 TIMES.
      10 CC-Tab-Code        PIC X(8).
      10 CC-Tab-Dept        PIC X(4).
      10 CC-Tab-Status      PIC X(1).
01 CC-Used-Count            PIC 9(4) COMP VALUE 0.
01 WS-CC-Sub                PIC 9(4) COMP.
01 Time-Stage.
   05 TS-Entry OCCURS 2000 TIMES.
      10 TS-Employee-ID     PIC 9(6).
      10 TS-Rate            PIC 9(5)V99.
      10 TS-Charge-Code     PIC X(8).
      10 TS-Dept            PIC X(4).
      10 TS-Hours           PIC 9(5).
      10 TS-Raw-Record      PIC X(100).
      10 TS-Done-Flag       PIC X(1).
         88 TS-Done         VALUE 'Y'.
01 TS-Used-Count            PIC 9(4) COMP VALUE 0.
01 WS-TS-Sub                PIC 9(4) COMP.
01 WS-TS-Other              PIC 9(4) COMP.
01 WS-TS-Emp-Records        PIC 9(4) COMP.
01 WS-TS-Total-Hours        PIC 9(6).
*> The current paycheck's split, one line per charge code. Each line
*> takes its hours' share of regular and overtime hours, pay and
*> employer tax; the shares are cut from running totals so they add
*> back to the paycheck to the cent.
01 Labor-Lines.
   05 LL-Entry OCCURS 20 TIMES.
      10 LL-Charge-Code     PIC X(8).
      10 LL-Dept            PIC X(4).
      10 LL-Hours           PIC 9(5).
      10 LL-Reg-Hours       PIC 9(5)V99.
      10 LL-OT-Hours        PIC 9(5)V99.
      10 LL-Reg-Pay         PIC 9(8)V99.
      10 LL-OT-Pay          PIC 9(8)V99.
      10 LL-ER-Tax          PIC 9(8)V99.
01 Labor-Line-Count         PIC 9(2) COMP VALUE 0.
01 WS-LL-Sub                PIC 9(2) COMP.
01 WS-LL-Found-Idx          PIC 9(2) COMP.
01 WS-Labor-Cum-Hours       PIC 9(6).
01 WS-Labor-Cum.
   05 WS-Labor-Cum-Reg-Hours PIC 9(5)V99.
   05 WS-Labor-Cum-OT-Hours PIC 9(5)V99.
   05 WS-Labor-Cum-Reg-Pay  PIC 9(8)V99.
   05 WS-Labor-Cum-OT-Pay   PIC 9(8)V99.
   05 WS-Labor-Cum-ER-Tax   PIC 9(8)V99.
01 WS-Labor-Prev.
   05 WS-Labor-Prev-Reg-Hours PIC 9(5)V99.
   05 WS-Labor-Prev-OT-Hours PIC 9(5)V99.
   05 WS-Labor-Prev-Reg-Pay PIC 9(8)V99.
   05 WS-Labor-Prev-OT-Pay  PIC 9(8)V99.
   05 WS-Labor-Prev-ER-Tax  PIC 9(8)V99.
*> The run's labor-distribution report: every paycheck line by charge
*> code, and each code's totals.
01 WS-LR-Line.
   05 WS-LR-Charge-Code     PIC X(8).
   05 WS-LR-Dept            PIC X(4).
   05 WS-LR-Hours-Type      PIC X(1).
   05 WS-LR-Reg-Hours       PIC 9(5)V99.
   05 WS-LR-OT-Hours        PIC 9(5)V99.
   05 WS-LR-Reg-Pay         PIC 9(8)V99.
   05 WS-LR-OT-Pay          PIC 9(8)V99.
   05 WS-LR-ER-Tax          PIC 9(8)V99.
01 Labor-Detail.
   05 LD-Entry OCCURS 3000 TIMES.
      10 LD-Charge-Code     PIC X(8).
      10 LD-Emp-ID          PIC 9(6).
      10 LD-Name            PIC X(15).
      10 LD-Hours-Type      PIC X(1).
      10 LD-Reg-Hours       PIC 9(5)V99.
      10 LD-OT-Hours        PIC 9(5)V99.
      10 LD-Reg-Pay         PIC 9(8)V99.
      10 LD-OT-Pay          PIC 9(8)V99.
      10 LD-ER-Tax          PIC 9(8)V99.
01 LD-Used-Count            PIC 9(4) COMP VALUE 0.
01 WS-LD-Sub                PIC 9(4) COMP.
01 Labor-Charge-Totals.
   05 LC-Entry OCCURS 200 TIMES.
      10 LC-Charge-Code     PIC X(8).
      10 LC-Dept            PIC X(4).
      10 LC-Reg-Hours       PIC 9(7)V99.
      10 LC-OT-Hours        PIC 9(7)V99.
      10 LC-Reg-Pay         PIC 9(10)V99.
      10 LC-OT-Pay          PIC 9(10)V99.
      10 LC-Gross           PIC 9(10)V99.
      10 LC-ER-Tax          PIC 9(10)V99.
01 LC-Used-Count            PIC 9(4) COMP VALUE 0.
01 WS-LC-Sub                PIC 9(4) COMP.
01 WS-LC-Found-Idx          PIC 9(4) COMP.
01 WS-LD-Overflow-Flag      PIC X VALUE 'N'.
   88 WS-LD-Overflow        VALUE 'Y'.
01 WS-LR-Total-Gross        PIC 9(10)V99 VALUE 0.
01 WS-LR-Total-ER-Tax       PIC 9(10)V99 VALUE 0.

*> What the current paycheck is, for the history record and the GL
*> roll-up.
01 WS-Pay-Type              PIC X VALUE 'P'.
   88 WS-Pay-Type-Regular   VALUE 'P'.
   88 WS-Pay-Type-Bonus     VALUE 'S'.
   88 WS-Pay-Type-Retro     VALUE 'R'.
   88 WS-Pay-Type-Manual    VALUE 'M'.
   88 WS-Pay-Type-Void      VALUE 'V'.

*> Retro pay work areas. Requests come from RETROPEND; each paid
*> period found in PAYHIST on or after a request's effective date
*> is repriced at the rate then in force, the difference summed per
*> employee and paid as one retro line, taxed like a supplemental
*> payment.
01 WS-RetroPend-Status      PIC XX.
01 WS-RetroPend-EOF-Flag    PIC X VALUE 'N'.
   88 WS-RetroPend-EOF      VALUE 'Y'.
01 WS-RetroReg-Status       PIC XX.
01 WS-RetroHist-Status      PIC XX.
01 WS-RetroHist-EOF-Flag    PIC X VALUE 'N'.
   88 WS-RetroHist-EOF      VALUE 'Y'.
01 Retro-Requests.
   05 Retro-Req-Entry OCCURS 200 TIMES.
      10 Retro-Req-Emp-ID   PIC 9(6).
      10 Retro-Req-Old-Rate PIC 9(5)V99.
      10 Retro-Req-New-Rate PIC 9(5)V99.
      10 Retro-Req-Eff-Date PIC 9(8).
01 Retro-Req-Used-Count     PIC 9(4) COMP VALUE 0.
01 WS-Retro-Req-Sub         PIC 9(4) COMP.
01 WS-Retro-Req-Best-Idx    PIC 9(4) COMP.
01 Retro-Paid.
   05 Retro-Paid-Entry OCCURS 1000 TIMES.
      10 Retro-Paid-Emp-ID  PIC 9(6).
      10 Retro-Paid-For-Date PIC 9(8).
      10 Retro-Paid-Rate    PIC 9(5)V99.
01 Retro-Paid-Used-Count    PIC 9(4) COMP VALUE 0.
01 WS-Retro-Paid-Sub        PIC 9(4) COMP.
*> Periods repriced this run, kept to append to RETROHIST once the
*> employee's retro line is actually paid.
01 Retro-Detail.
   05 Retro-Det-Entry OCCURS 1000 TIMES.
      10 Retro-Det-Emp-ID   PIC 9(6).
      10 Retro-Det-For-Date PIC 9(8).
      10 Retro-Det-Rate     PIC 9(5)V99.
01 Retro-Det-Used-Count     PIC 9(4) COMP VALUE 0.
01 WS-Retro-Det-Sub         PIC 9(4) COMP.
01 Retro-Emp-Totals.
   05 Retro-Emp-Entry OCCURS 200 TIMES.
      10 Retro-Emp-ID       PIC 9(6).
      10 Retro-Emp-Amount   PIC S9(8)V99.
      10 Retro-Emp-Periods  PIC 9(3).
01 Retro-Emp-Used-Count     PIC 9(4) COMP VALUE 0.
01 WS-Retro-Emp-Sub         PIC 9(4) COMP.
01 WS-Retro-Emp-Found-Idx   PIC 9(4) COMP.
01 WS-Retro-Paid-Rate       PIC 9(5)V99.
01 WS-Retro-New-Rate        PIC 9(5)V99.
01 WS-Retro-Diff            PIC S9(8)V99.
01 WS-Retro-Periods         PIC 9(3).
01 WS-Retro-Overflow-Flag   PIC X VALUE 'N'.
   88 WS-Retro-Overflow     VALUE 'Y'.
*> Set when RETROHIST holds more for the requested employees than the
*> paid table takes. A dropped entry would make a period already
*> brought up look unpaid, so no retro is paid that run and RETROPEND
*> is kept for the next.
01 WS-Retro-Held-Flag       PIC X VALUE 'N'.
   88 WS-Retro-Held         VALUE 'Y'.
01 WS-Retro-Paid-Count      PIC 9(5) VALUE 0.
01 WS-Retro-Paid-Total      PIC 9(10)V99 VALUE 0.
01 WS-Retro-Req-Count-Out   PIC 9(4).
01 WS-Retro-Det-Count-Out   PIC 9(4).
01 WS-Retro-Rate-Edited     PIC ZZZZ9.99.
01 WS-Retro-Rate-Edited-2   PIC ZZZZ9.99.
01 WS-Retro-Amt-Edited      PIC -(8)9.99.

*> Void and manual-check run. The GL sides are fields so a void can
*> post the very lines a pay run posts with debit and credit swapped.
01 WS-GL-Debit-Side         PIC X(2) VALUE "DR".
01 WS-GL-Credit-Side        PIC X(2) VALUE "CR".
01 WS-VoidTrans-Status      PIC XX.
01 WS-VoidTrans-EOF-Flag    PIC X VALUE 'N'.
   88 WS-VoidTrans-EOF      VALUE 'Y'.
01 WS-PayTotals-Status      PIC XX.
01 WS-Manual-Net-Total      PIC 9(10)V99 VALUE 0.
01 WS-Check-Net-Total       PIC 9(10)V99 VALUE 0.
01 WS-Void-Net-Total        PIC 9(10)V99 VALUE 0.
01 WS-Void-Gross-Total      PIC 9(10)V99 VALUE 0.
01 WS-Void-Count            PIC 9(5) VALUE 0.
01 WS-Void-Txn-Action       PIC X(2).
01 WS-Void-Txn-ID-X.
   05 WS-Void-Txn-ID-Num    PIC 9(6).
   05 FILLER                PIC X(4).
01 WS-Void-Txn-Field3       PIC X(10).
01 WS-Void-Txn-Field4       PIC X(10).
01 WS-Void-Txn-Field5       PIC X(30).
01 WS-Void-Field-Count      PIC 9(2).
01 WS-Manual-Check-No.
   05 WS-Manual-Check-Num   PIC 9(8).
   05 FILLER                PIC X(2).
*> The paychecks the V lines ask for, found on PAYHIST before the
*> run appends anything to it.
01 Void-Requests.
   05 Void-Req-Entry OCCURS 200 TIMES.
      10 Void-Req-Emp-ID    PIC 9(6).
      10 Void-Req-End-Date  PIC 9(8).
      10 Void-Req-Type      PIC X(1).
      10 Void-Req-Reason    PIC X(30).
      10 Void-Req-Seq       PIC 9(3).
      10 Void-Req-Seen      PIC 9(3).
      10 Void-Req-Found-Flag PIC X(1).
         88 Void-Req-Found  VALUE 'Y'.
      10 Void-Req-History   PIC X(400).
01 Void-Req-Used-Count      PIC 9(4) COMP VALUE 0.
01 WS-Void-Req-Sub          PIC 9(4) COMP.
01 WS-Void-Req-Other        PIC 9(4) COMP.
01 WS-Void-Seen-Count       PIC 9(3).
01 WS-Void-Orig-Type        PIC X(1) VALUE SPACE.

01 WS-LeaveMast-In-Status   PIC XX.
01 WS-LeaveMast-Out-Status  PIC XX.
01 Qtr-Totals.
   05 Qtr-Entry OCCURS 500 TIMES.
      10 Qtr-Employee-ID  PIC 9(6).
      10 Qtr-Gross        PIC S9(10)V99.
      10 Qtr-Fed          PIC S9(10)V99.
      10 Qtr-State        PIC S9(10)V99.
      10 Qtr-Ded          PIC S9(10)V99.
      10 Qtr-Net          PIC S9(10)V99.
01 Qtr-Used-Count           PIC 9(4) COMP VALUE 0.
01 WS-Qtr-Sub               PIC 9(4) COMP.
01 WS-Qtr-Found-Idx         PIC 9(4) COMP.
01 WS-Qtr-Co-Gross          PIC S9(11)V99 VALUE 0.
01 WS-Qtr-Co-Fed            PIC S9(11)V99 VALUE 0.
01 WS-Qtr-Co-State          PIC S9(11)V99 VALUE 0.
01 WS-Qtr-Co-Ded            PIC S9(11)V99 VALUE 0.
01 WS-Qtr-Co-Net            PIC S9(11)V99 VALUE 0.

*> Wages and tax per employee per work state, for the state lines of
*> the quarterly report and the wage-and-tax statements, and the
*> company's totals by state. History from before the work state
*> was carried counts under state ??.
01 State-Wage-Totals.
   05 SW-Entry OCCURS 1000 TIMES.
      10 SW-Employee-ID    PIC 9(6).
      10 SW-State          PIC X(2).
      10 SW-Gross          PIC S9(10)V99.
      10 SW-Fed            PIC S9(10)V99.
      10 SW-State-Tax      PIC S9(10)V99.
01 SW-Used-Count            PIC 9(4) COMP VALUE 0.
01 WS-SW-Sub                PIC 9(4) COMP.
01 WS-SW-Found-Idx          PIC 9(4) COMP.
01 WS-SW-State              PIC X(2).
01 State-Co-Totals.
   05 SC-Entry OCCURS 60 TIMES.
      10 SC-State          PIC X(2).
      10 SC-Gross          PIC S9(11)V99.
      10 SC-Fed            PIC S9(11)V99.
      10 SC-State-Tax      PIC S9(11)V99.
01 SC-Used-Count            PIC 9(4) COMP VALUE 0.
01 WS-SC-Sub                PIC 9(4) COMP.
01 WS-SC-Found-Idx          PIC 9(4) COMP.

01 WS-W2-Status             PIC XX.
01 WS-Archive-Status        PIC XX.
   88 WS-Run-Type-Year-End VALUE 'Y'.
   88 WS-Run-Type-Quarterly VALUE 'Q'.
   88 WS-Run-Type-Supplemental VALUE 'S'.
   88 WS-Run-Type-Void      VALUE 'V'.
   88 WS-Run-Type-Preview   VALUE 'T'.
01 WS-W2-Year               PIC 9(4).
01 WS-W2-Page-Number        PIC 9(3) VALUE 0.

*> Graduated withholding-tax brackets, Federal and State computed
*> separately and then summed into the combined figure the rest of
*> the program (YTD master, reports, GL extract) already works with.
01 WS-Federal-Tax-Rate      PIC 9V9999.
01 WS-State-Tax-Rate        PIC 9V9999.
01 Withholding-Tax          PIC 9(8)V99.
01 Net-Pay                  PIC 9(8)V99.

*> Employer's matching payroll tax, computed per paycheck alongside
*> the employee withholding. It never touches the employee's net -
*> it is the company's own expense, accrued as a liability.
01 Employer-Tax             PIC 9(8)V99.

01 Total-Overtime-Pay       PIC 9(10)V99 VALUE 0.
      10 Emp-Account      PIC X(10).
      10 Emp-Pend-Rate    PIC 9(5)V99.
      10 Emp-Pend-Date    PIC 9(8).
      10 Emp-Work-State   PIC X(2).

01 Emp-Used-Count           PIC 9(4) COMP VALUE 0.
01 WS-Emp-Found-Idx         PIC 9(4) COMP VALUE 0.
      10 GL-Dept-Tax     PIC 9(10)V99.
      10 GL-Dept-Net     PIC 9(10)V99.
      10 GL-Dept-ER-Tax  PIC 9(10)V99.
      10 GL-Dept-Retro   PIC 9(10)V99.
*>    Y once an employee of the department has been paid: only then
*>    does it carry the tax and net-pay liability lines. A department
*>    that only had time charged to it gets its expense lines alone.
      10 GL-Dept-Home-Flag PIC X(1).
         88 GL-Dept-Home   VALUE 'Y'.

01 GL-Dept-Used-Count       PIC 9(4) COMP VALUE 0.
01 WS-GL-Dept-Found-Idx     PIC 9(4) COMP VALUE 0.
01 WS-GL-Post-Dept          PIC X(4).

01 WS-Current-YYYYMMDD      PIC 9(8).

01 WS-RL-Rejected-Count     PIC 9(6) VALUE 0.
01 WS-RL-Run-Status         PIC X(4) VALUE "OK".

*> Request to the operator authority check, in oprauth's own layout.
01 WS-Auth-Request.
   05 WS-Auth-Program       PIC X(8).
   05 WS-Auth-Function      PIC X(8).
   05 WS-Auth-Amount        PIC 9(9)V99.
   05 WS-Auth-Quantity      PIC 9(7).
   05 WS-Auth-Reference     PIC X(40).
   05 WS-Auth-User          PIC X(8).
   05 WS-Auth-Result        PIC X(1).
      88 WS-Auth-Allowed    VALUE 'Y'.
   05 WS-Auth-Reason        PIC X(30).

*> Transmission registry work: the name, count and control total of
*> the file this run is about to consume, and what XMITREG says about
*> it.
01 WS-XmitReg-Status        PIC XX.
01 WS-XR-EOF-Flag           PIC X VALUE 'N'.
   88 WS-XR-EOF             VALUE 'Y'.
01 WS-XR-File-Name          PIC X(10) VALUE SPACES.
01 WS-XR-Override-File      PIC X(10) VALUE SPACES.
01 WS-XR-Count              PIC 9(9) VALUE 0.
01 WS-XR-Hash               PIC 9(15) VALUE 0.
01 WS-XR-Hash-Work          PIC 9(15).
01 WS-XR-Rec-Sum            PIC 9(11).
01 WS-XR-Weight             PIC 9(4).
01 WS-XR-Quotient           PIC 9(15).
01 WS-XR-Record             PIC X(132).
01 WS-XR-Length             PIC 9(4) COMP.
01 WS-XR-Pos                PIC 9(4) COMP.
01 WS-XR-Byte-Pair.
   05 WS-XR-Byte-Hi         PIC X VALUE LOW-VALUE.
   05 WS-XR-Byte-Lo         PIC X.
01 WS-XR-Byte-Value REDEFINES WS-XR-Byte-Pair PIC 9(4) COMP.
01 WS-XR-Dup-Flag           PIC X VALUE 'N'.
   88 WS-XR-Duplicate       VALUE 'Y'.
01 WS-XR-Prior-Date         PIC 9(8).
01 WS-XR-Prior-Program      PIC X(8).
01 WS-XR-Disposition        PIC X(8).
01 WS-XR-Log-Label          PIC X(9).
01 WS-XR-Today              PIC 9(8).
01 WS-XR-Time               PIC 9(8).

*> Paycheck report pagination.
01 WS-Report-Page-Number    PIC 9(3) VALUE 0.
01 WS-Report-Line-Count     PIC 9(3) VALUE 99.
MAIN-PARAGRAPH.
    PERFORM WRITE-RUNLOG-START.
    PERFORM GET-RUN-OPTIONS.
    PERFORM CHECK-RUN-AUTHORITY.

    IF WS-Run-Type-Year-End
        PERFORM YEAR-END-PROCESSING
        STOP RUN
    END-IF.

    IF WS-Run-Type-Void
        PERFORM VOID-PROCESSING
        STOP RUN
    END-IF.

    IF WS-Run-Type-Preview
        PERFORM PREVIEW-PROCESSING
        STOP RUN
    END-IF.

    PERFORM LOAD-PAY-PERIOD-CONTROL.
    PERFORM VERIFY-EMPFILE-CONTROLS.
    PERFORM CHECK-TRANSMISSION-REGISTRY.

    OPEN INPUT EmployeeFile.
    IF WS-Employee-Status NOT = "00"
        STOP RUN
    END-IF.

    OPEN OUTPUT CheckPrintFile.
    IF WS-CheckPrt-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN CHECKPRT, STATUS=" WS-CheckPrt-Status
        STOP RUN
    END-IF.

    OPEN OUTPUT PositivePayFile.
    IF WS-PosPay-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN POSPAY, STATUS=" WS-PosPay-Status
        STOP RUN
    END-IF.

    OPEN OUTPUT LaborReportFile.
    IF WS-LaborRpt-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN LABORRPT, STATUS="
            WS-LaborRpt-Status
        STOP RUN
    END-IF.
    MOVE 'Y' TO WS-Labor-Report-Flag.

    OPEN EXTEND LaborHistFile.
    IF WS-LaborHist-Status NOT = "00" AND NOT = "05"
        DISPLAY "ERROR: CANNOT OPEN LABORHIST, STATUS="
            WS-LaborHist-Status
        STOP RUN
    END-IF.

    PERFORM LOAD-EMPLOYEE-MASTER.
    PERFORM LOAD-TAX-TABLE.
    PERFORM LOAD-CHARGE-CODES.
    PERFORM LOAD-DEDUCTION-MASTER.
    PERFORM LOAD-YTD-MASTER.
    PERFORM LOAD-LEAVE-MASTER.
    PERFORM LOAD-CHECK-CONTROL.
    INITIALIZE Earnings-Statements.
    PERFORM CALCULATE-RETRO-PAY.
    PERFORM OPEN-PAY-HISTORY.

    PERFORM READ-EMPLOYEE-RECORD
    END-PERFORM.

    PERFORM PROCESS-RESUBMITTED-RECORDS.
    PERFORM PAY-STAGED-WORKED-TIME.
    PERFORM PAY-RETRO-LINES.

    PERFORM WRITE-GL-SUMMARY-RECORDS.
    PERFORM WRITE-PAYCHECK-SUMMARY-RECORD.
    PERFORM WRITE-DIRECT-DEPOSIT-CONTROL.
    PERFORM WRITE-POSITIVE-PAY-CONTROL.
    PERFORM WRITE-LABOR-DISTRIBUTION.

    CLOSE EmployeeFile.
    CLOSE RejectFile.
    CLOSE PaycheckReportFile.
    CLOSE GLExtractFile.
    CLOSE DirectDepositFile.
    CLOSE CheckPrintFile.
    CLOSE PositivePayFile.
    CLOSE PayHistoryFile.
    CLOSE LaborHistFile.
    CLOSE LaborReportFile.

    PERFORM SAVE-CHECK-CONTROL.
    PERFORM SAVE-YTD-MASTER.
    PERFORM ACCRUE-LEAVE-BALANCES.
    PERFORM SAVE-LEAVE-MASTER.
    PERFORM WRITE-EARNINGS-STATEMENTS.
    PERFORM CLEAR-RETRO-REQUESTS.
    PERFORM WRITE-PAY-TOTALS.
    PERFORM CLOSE-PAY-PERIOD.
    IF WS-RL-Run-Status NOT = "FAIL"
        PERFORM RECORD-TRANSMISSION
    END-IF.

    MOVE Employee-Count TO WS-RL-Written-Count.
    PERFORM WRITE-RUNLOG-END.
    STOP RUN.

*> RUNTYPE= (plus YEAR= for a year-end, QUARTER=/YEAR= for a
*> quarterly run and VARPCT= for a preview) from the PAYCTL control
*> card when one is present, console prompts when it is not.
GET-RUN-OPTIONS.
    MOVE 'N' TO WS-Card-Type-Found-Flag.
    MOVE 'N' TO WS-Card-Year-Found-Flag.
    END-IF.
    IF NOT WS-Card-Type-Found
        DISPLAY "Select run type - (P)ayroll, (Y)ear-end, "
            "(Q)uarterly report, (S)upplemental, "
            "(V)oid/manual check or (T)rial preview: "
        ACCEPT WS-Run-Type
    END-IF.

    END-UNSTRING.
    EVALUATE WS-Card-Key
        WHEN "RUNTYPE"
*>          PREVIEW spelled out must not be taken for P, a live run.
            IF WS-Card-Value = "PREVIEW"
                MOVE 'T' TO WS-Run-Type
            ELSE
                MOVE WS-Card-Value(1:1) TO WS-Run-Type
            END-IF
            MOVE 'Y' TO WS-Card-Type-Found-Flag
        WHEN "YEAR"
            IF WS-Card-Value(1:4) IS NUMERIC
                MOVE WS-Card-Value(1:1) TO WS-Card-Quarter
                MOVE 'Y' TO WS-Card-Qtr-Found-Flag
            END-IF
        WHEN "VARPCT"
            EVALUATE TRUE
                WHEN WS-Card-Value(1:3) IS NUMERIC
                    MOVE WS-Card-Value(1:3) TO WS-Variance-Pct-Limit
                WHEN WS-Card-Value(1:2) IS NUMERIC
                        AND WS-Card-Value(3:1) = SPACE
                    MOVE WS-Card-Value(1:2) TO WS-Variance-Pct-Limit
                WHEN WS-Card-Value(1:1) IS NUMERIC
                        AND WS-Card-Value(2:1) = SPACE
                    MOVE WS-Card-Value(1:1) TO WS-Variance-Pct-Limit
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
*>      Takes the named input file again although XMITREG shows it
*>      already loaded.
        WHEN "DUPOK"
            MOVE WS-Card-Value TO WS-XR-Override-File
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Control total for the transmission registry: every byte of the
*> record weighted by its column, and each record by its place in
*> the file, so the same records reordered or with one figure
*> changed give a different total.
XMIT-HASH-RECORD.
    ADD 1 TO WS-XR-Count.
    MOVE ZERO TO WS-XR-Rec-Sum.
    PERFORM VARYING WS-XR-Pos FROM 1 BY 1
            UNTIL WS-XR-Pos > WS-XR-Length
        MOVE WS-XR-Record(WS-XR-Pos:1) TO WS-XR-Byte-Lo
        COMPUTE WS-XR-Rec-Sum = WS-XR-Rec-Sum
            + WS-XR-Byte-Value * WS-XR-Pos
    END-PERFORM.
    DIVIDE WS-XR-Count BY 1000 GIVING WS-XR-Quotient
        REMAINDER WS-XR-Weight.
    COMPUTE WS-XR-Hash-Work =
        WS-XR-Hash + WS-XR-Rec-Sum * (WS-XR-Weight + 1).
    DIVIDE WS-XR-Hash-Work BY 999999999989 GIVING WS-XR-Quotient
        REMAINDER WS-XR-Hash.

*> A transmission already on XMITREG under the same name, record
*> count and control total has been consumed before. The run is
*> refused with STATUS=DUPL on RUNLOG unless a DUPOK= control card
*> names the file, in which case it goes ahead and the override is
*> logged on RUNLOG and registered. An empty file is not checked.
CHECK-TRANSMISSION-REGISTRY.
    MOVE 'N' TO WS-XR-Dup-Flag.
    MOVE 'N' TO WS-XR-EOF-Flag.
    MOVE "LOADED" TO WS-XR-Disposition.
    IF WS-XR-Count > ZERO
        OPEN INPUT XmitRegFile
        IF WS-XmitReg-Status = "00"
            PERFORM READ-XMITREG-RECORD
            PERFORM UNTIL WS-XR-EOF
                IF XR-File-Name = WS-XR-File-Name
                        AND XR-Record-Count = WS-XR-Count
                        AND XR-Hash-Total = WS-XR-Hash
                    MOVE 'Y' TO WS-XR-Dup-Flag
                    MOVE XR-Run-Date TO WS-XR-Prior-Date
                    MOVE XR-Program-Id TO WS-XR-Prior-Program
                END-IF
                PERFORM READ-XMITREG-RECORD
            END-PERFORM
            CLOSE XmitRegFile
        END-IF
    END-IF.
    IF WS-XR-Duplicate
        IF WS-XR-Override-File = WS-XR-File-Name
            DISPLAY "WARNING: " WS-XR-File-Name
                " WAS ALREADY LOADED ON " WS-XR-Prior-Date
                " BY " WS-XR-Prior-Program
                " - TAKEN AGAIN ON DUPOK OVERRIDE."
            MOVE "OVERRIDE" TO WS-XR-Disposition
            MOVE "OVERRIDE" TO WS-XR-Log-Label
            PERFORM WRITE-XMITREG-RUNLOG
        ELSE
            DISPLAY "ERROR: " WS-XR-File-Name
                " WAS ALREADY LOADED ON " WS-XR-Prior-Date
                " BY " WS-XR-Prior-Program " - RUN REFUSED. DUPOK="
                WS-XR-File-Name " ON THE CONTROL CARD TAKES IT AGAIN."
            MOVE "DUPLICATE" TO WS-XR-Log-Label
            PERFORM WRITE-XMITREG-RUNLOG
            MOVE "DUPL" TO WS-RL-Run-Status
            PERFORM WRITE-RUNLOG-END
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

READ-XMITREG-RECORD.
    READ XmitRegFile
        AT END
            MOVE 'Y' TO WS-XR-EOF-Flag
    END-READ.

WRITE-XMITREG-RUNLOG.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        CLOSE RunLogFile
        OPEN OUTPUT RunLogFile
    END-IF.
    ACCEPT WS-XR-Today FROM DATE YYYYMMDD.
    ACCEPT WS-XR-Time FROM TIME.
    MOVE SPACES TO RunLog-Record.
    STRING WS-XR-Log-Label
           " PGM=" WS-RL-Program-Id
           " DATE=" WS-XR-Today
           " TIME=" WS-XR-Time
           " FILE=" WS-XR-File-Name
           " COUNT=" WS-XR-Count
           " HASH=" WS-XR-Hash
           " LOADED=" WS-XR-Prior-Date
           " BY=" WS-XR-Prior-Program
        DELIMITED BY SIZE INTO RunLog-Record
    END-STRING.
    WRITE RunLog-Record.
    CLOSE RunLogFile.

*> Registers the transmission once the run has consumed it.
RECORD-TRANSMISSION.
    IF WS-XR-Count > ZERO
        OPEN EXTEND XmitRegFile
        IF WS-XmitReg-Status = "35"
            CLOSE XmitRegFile
            OPEN OUTPUT XmitRegFile
        END-IF
        IF WS-XmitReg-Status = "00"
            ACCEPT WS-XR-Today FROM DATE YYYYMMDD
            ACCEPT WS-XR-Time FROM TIME
            MOVE SPACES TO XmitReg-Record
            MOVE WS-XR-File-Name    TO XR-File-Name
            MOVE WS-XR-Count        TO XR-Record-Count
            MOVE WS-XR-Hash         TO XR-Hash-Total
            MOVE WS-XR-Today        TO XR-Run-Date
            MOVE WS-XR-Time         TO XR-Run-Time
            MOVE WS-RL-Program-Id   TO XR-Program-Id
            MOVE WS-XR-Disposition  TO XR-Disposition
            WRITE XmitReg-Record
            CLOSE XmitRegFile
        ELSE
            DISPLAY "WARNING: CANNOT OPEN XMITREG, STATUS="
                WS-XmitReg-Status " - " WS-XR-File-Name
                " IS NOT REGISTERED AS LOADED."
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

*> The submitting user must hold RUN authority for the run type
*> asked for (RUN * covers every type) or the run stops here, before
*> anything is opened, with STATUS=DENY on RUNLOG.
CHECK-RUN-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE SPACES TO WS-Auth-Function.
    STRING "RUN " WS-Run-Type
        DELIMITED BY SIZE INTO WS-Auth-Function
    END-STRING.
    MOVE ZERO TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        DISPLAY "ERROR: USER " WS-Auth-User " MAY NOT RUN RUNTYPE "
            WS-Run-Type " - " WS-Auth-Reason
        MOVE "DENY" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-RUNLOG-START.
    OPEN EXTEND RunLogFile.
    IF WS-RunLog-Status = "35"
        END-PERFORM
        CLOSE PayResubFile
*>      the swept records are paid - truncate the file so the same
*>      repaired time record cannot be paid again tomorrow. A preview
*>      paid nothing, so they stay for the live run.
        IF NOT WS-Run-Type-Preview
            OPEN OUTPUT PayResubFile
            CLOSE PayResubFile
        END-IF
    END-IF.

READ-PAYRESUB-RECORD.
    MOVE 0   TO WS-Field-Count.
    MOVE 'N' TO WS-Unstring-Overflow-Flag.
    MOVE SPACES TO WS-Hours-Type-FD.
    MOVE SPACES TO WS-Charge-Code-FD.
    UNSTRING WS-Employee-Record DELIMITED BY ','
        INTO Employee-ID-FD
             Hours-Worked-FD
             WS-Hours-Type-FD
             WS-Charge-Code-FD
        TALLYING IN WS-Field-Count
        ON OVERFLOW
            MOVE 'Y' TO WS-Unstring-Overflow-Flag
    END-IF.

    PERFORM VALIDATE-EMPLOYEE-RECORD.
*>  In the void run the same record is a manual check - paid across
*>  the counter, so it never goes to the bank.
    IF WS-Run-Type-Void
        MOVE 'M' TO WS-Pay-Type
    ELSE
        MOVE 'P' TO WS-Pay-Type
    END-IF.

*>  Worked time in a regular run waits in Time-Stage for the
*>  employee's other records; leave and manual checks are paid as
*>  they come, charged to the home department.
    MOVE ZERO TO Labor-Line-Count.
    IF WS-Record-Valid
        IF WS-Pay-Type-Regular AND WS-Hours-Type-Worked
            PERFORM STAGE-WORKED-TIME
        ELSE
            PERFORM PAY-ONE-TIME-RECORD
        END-IF
    ELSE
        PERFORM WRITE-REJECT-RECORD
    END-IF.

*> One paycheck from time records. When Labor-Lines holds a split,
*> the gross, overtime and employer tax are shared out across it
*> before anything is posted.
PAY-ONE-TIME-RECORD.
    PERFORM CALCULATE-GROSS-PAY.
    PERFORM CALCULATE-WITHHOLDING-TAX.
    IF Labor-Line-Count > ZERO
        PERFORM DISTRIBUTE-LABOR-COST
    END-IF.
    PERFORM CALCULATE-DEDUCTIONS.
    PERFORM UPDATE-YTD-MASTER.
    PERFORM WRITE-PAYCHECK-REPORT-RECORD.
    IF WS-Run-Type-Preview
        PERFORM ADD-PAYCHECK-TO-PREVIEW
    ELSE
        IF WS-Pay-Type-Manual
            PERFORM WRITE-MANUAL-CHECK-LINE
        ELSE
            PERFORM WRITE-DIRECT-DEPOSIT-DETAIL
        END-IF
        PERFORM WRITE-PAY-HISTORY-RECORD
        IF Labor-Line-Count > ZERO
            PERFORM WRITE-LABOR-HISTORY-LINES
        END-IF
        PERFORM ADD-PAYCHECK-TO-STATEMENT
    END-IF.
    PERFORM ACCUMULATE-GL-DEPT-TOTALS.
    PERFORM ACCUMULATE-PAYROLL-TOTALS.
    IF WS-Labor-Report-Open
        PERFORM ADD-PAYCHECK-TO-LABOR-REPORT
    END-IF.
    MOVE ZERO TO Labor-Line-Count.

*> A worked-time record that passed validation, held until every
*> record of the run has been read. An employee's records are capped
*> at the size of Labor-Lines so the split always fits.
STAGE-WORKED-TIME.
    MOVE ZERO TO WS-TS-Emp-Records.
    PERFORM VARYING WS-TS-Sub FROM 1 BY 1
            UNTIL WS-TS-Sub > TS-Used-Count
        IF TS-Employee-ID(WS-TS-Sub) = Employee-ID
            ADD 1 TO WS-TS-Emp-Records
        END-IF
    END-PERFORM.
    IF TS-Used-Count >= 2000
        MOVE "TIME TABLE FULL - RESUBMIT NEXT RUN"
            TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.
    IF WS-TS-Emp-Records >= 20
        MOVE "OVER 20 TIME RECORDS FOR ONE EMPLOYEE"
            TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TS-Used-Count.
    MOVE Employee-ID        TO TS-Employee-ID(TS-Used-Count).
    MOVE WS-Hourly-Rate     TO TS-Rate(TS-Used-Count).
    MOVE WS-Charge-Code     TO TS-Charge-Code(TS-Used-Count).
    MOVE WS-Charge-Dept     TO TS-Dept(TS-Used-Count).
    MOVE WS-Hours-Worked    TO TS-Hours(TS-Used-Count).
    MOVE WS-Employee-Record TO TS-Raw-Record(TS-Used-Count).
    MOVE 'N'                TO TS-Done-Flag(TS-Used-Count).

*> Each employee with staged time gets one paycheck on the total of
*> their records, split by charge code.
PAY-STAGED-WORKED-TIME.
    PERFORM VARYING WS-TS-Sub FROM 1 BY 1
            UNTIL WS-TS-Sub > TS-Used-Count
        IF NOT TS-Done(WS-TS-Sub)
            PERFORM PAY-ONE-STAGED-EMPLOYEE
        END-IF
    END-PERFORM.

*> The hours ceiling is checked again on the total: several records
*> that each pass can still add up to more hours than the period has,
*> and then every one of them is rejected for the repair desk.
PAY-ONE-STAGED-EMPLOYEE.
    MOVE TS-Employee-ID(WS-TS-Sub) TO Employee-ID.
    MOVE ZERO TO Labor-Line-Count.
    MOVE ZERO TO WS-TS-Total-Hours.
    PERFORM VARYING WS-TS-Other FROM WS-TS-Sub BY 1
            UNTIL WS-TS-Other > TS-Used-Count
        IF TS-Employee-ID(WS-TS-Other) = Employee-ID
            MOVE 'Y' TO TS-Done-Flag(WS-TS-Other)
            ADD TS-Hours(WS-TS-Other) TO WS-TS-Total-Hours
            PERFORM ADD-STAGED-LABOR-LINE
        END-IF
    END-PERFORM.

    IF WS-TS-Total-Hours > WS-Max-Hours-Limit
        MOVE "TOTAL HOURS FOR THE PERIOD ARE INVALID" TO ErrorMessage
        PERFORM VARYING WS-TS-Other FROM WS-TS-Sub BY 1
                UNTIL WS-TS-Other > TS-Used-Count
            IF TS-Employee-ID(WS-TS-Other) = Employee-ID
                MOVE TS-Raw-Record(WS-TS-Other) TO WS-Employee-Record
                PERFORM WRITE-REJECT-RECORD
            END-IF
        END-PERFORM
        MOVE ZERO TO Labor-Line-Count
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-EMPLOYEE-BY-ID.
    MOVE Emp-Name(WS-Emp-Found-Idx)       TO Employee-Name.
    MOVE Emp-Dept(WS-Emp-Found-Idx)       TO Employee-Dept.
    MOVE Emp-Work-State(WS-Emp-Found-Idx) TO WS-Work-State.
    MOVE TS-Rate(WS-TS-Sub)               TO WS-Hourly-Rate.
    MOVE WS-Hourly-Rate                   TO Hourly-Rate.
    MOVE WS-TS-Total-Hours                TO WS-Hours-Worked.
    MOVE WS-Hours-Worked                  TO Hours-Worked.
    MOVE 'W' TO WS-Hours-Type.
    MOVE 'P' TO WS-Pay-Type.
    PERFORM PAY-ONE-TIME-RECORD.

*> Records for the same charge code are one line of the split.
ADD-STAGED-LABOR-LINE.
    MOVE ZERO TO WS-LL-Found-Idx.
    PERFORM VARYING WS-LL-Sub FROM 1 BY 1
            UNTIL WS-LL-Sub > Labor-Line-Count
        IF LL-Charge-Code(WS-LL-Sub) = TS-Charge-Code(WS-TS-Other)
            MOVE WS-LL-Sub TO WS-LL-Found-Idx
        END-IF
    END-PERFORM.
    IF WS-LL-Found-Idx = ZERO
        ADD 1 TO Labor-Line-Count
        MOVE Labor-Line-Count TO WS-LL-Found-Idx
        MOVE TS-Charge-Code(WS-TS-Other)
            TO LL-Charge-Code(WS-LL-Found-Idx)
        MOVE TS-Dept(WS-TS-Other) TO LL-Dept(WS-LL-Found-Idx)
        MOVE ZERO TO LL-Hours(WS-LL-Found-Idx)
    END-IF.
    ADD TS-Hours(WS-TS-Other) TO LL-Hours(WS-LL-Found-Idx).

*> Each line's share is its hours over the paycheck's hours. The
*> shares are taken off running totals - the amount owed up to and
*> including this line less the amount owed before it - so rounding
*> never loses or invents a cent and the last line closes exactly.
DISTRIBUTE-LABOR-COST.
    MOVE ZERO TO WS-Labor-Cum-Hours.
    MOVE ZERO TO WS-Labor-Prev-Reg-Hours WS-Labor-Prev-OT-Hours
                 WS-Labor-Prev-Reg-Pay WS-Labor-Prev-OT-Pay
                 WS-Labor-Prev-ER-Tax.
    PERFORM VARYING WS-LL-Sub FROM 1 BY 1
            UNTIL WS-LL-Sub > Labor-Line-Count
        ADD LL-Hours(WS-LL-Sub) TO WS-Labor-Cum-Hours
        IF WS-Hours-Worked = ZERO
            MOVE ZERO TO WS-Labor-Cum-Reg-Hours WS-Labor-Cum-OT-Hours
                         WS-Labor-Cum-Reg-Pay WS-Labor-Cum-OT-Pay
                         WS-Labor-Cum-ER-Tax
        ELSE
            COMPUTE WS-Labor-Cum-Reg-Hours ROUNDED =
                WS-Regular-Hours * WS-Labor-Cum-Hours
                    / WS-Hours-Worked
            COMPUTE WS-Labor-Cum-OT-Hours ROUNDED =
                WS-Overtime-Hours * WS-Labor-Cum-Hours
                    / WS-Hours-Worked
            COMPUTE WS-Labor-Cum-Reg-Pay ROUNDED =
                WS-Regular-Pay * WS-Labor-Cum-Hours / WS-Hours-Worked
            COMPUTE WS-Labor-Cum-OT-Pay ROUNDED =
                WS-Overtime-Pay * WS-Labor-Cum-Hours / WS-Hours-Worked
            COMPUTE WS-Labor-Cum-ER-Tax ROUNDED =
                Employer-Tax * WS-Labor-Cum-Hours / WS-Hours-Worked
        END-IF
        COMPUTE LL-Reg-Hours(WS-LL-Sub) =
            WS-Labor-Cum-Reg-Hours - WS-Labor-Prev-Reg-Hours
        COMPUTE LL-OT-Hours(WS-LL-Sub) =
            WS-Labor-Cum-OT-Hours - WS-Labor-Prev-OT-Hours
        COMPUTE LL-Reg-Pay(WS-LL-Sub) =
            WS-Labor-Cum-Reg-Pay - WS-Labor-Prev-Reg-Pay
        COMPUTE LL-OT-Pay(WS-LL-Sub) =
            WS-Labor-Cum-OT-Pay - WS-Labor-Prev-OT-Pay
        COMPUTE LL-ER-Tax(WS-LL-Sub) =
            WS-Labor-Cum-ER-Tax - WS-Labor-Prev-ER-Tax
        MOVE WS-Labor-Cum TO WS-Labor-Prev
    END-PERFORM.

WRITE-LABOR-HISTORY-LINES.
    PERFORM VARYING WS-LL-Sub FROM 1 BY 1
            UNTIL WS-LL-Sub > Labor-Line-Count
        MOVE ","                TO LH-Sep1 LH-Sep2 LH-Sep3 LH-Sep4
                                   LH-Sep5 LH-Sep6 LH-Sep7 LH-Sep8
                                   LH-Sep9 LH-Sep10 LH-Sep11
        MOVE Employee-ID        TO LH-Employee-ID
        MOVE WS-PayPer-End-Date TO LH-End-Date
        MOVE WS-Pay-Type        TO LH-Pay-Type
        MOVE WS-PayPer-End-Date TO LH-Check-End-Date
        MOVE Gross-Pay          TO LH-Check-Gross
        PERFORM MOVE-LABOR-LINE-TO-HISTORY
        WRITE LaborHist-Record
    END-PERFORM.

MOVE-LABOR-LINE-TO-HISTORY.
    MOVE LL-Charge-Code(WS-LL-Sub) TO LH-Charge-Code.
    MOVE LL-Dept(WS-LL-Sub)        TO LH-Dept.
    MOVE LL-Reg-Hours(WS-LL-Sub)   TO LH-Reg-Hours.
    MOVE LL-OT-Hours(WS-LL-Sub)    TO LH-OT-Hours.
    MOVE LL-Reg-Pay(WS-LL-Sub)     TO LH-Reg-Pay.
    MOVE LL-OT-Pay(WS-LL-Sub)      TO LH-OT-Pay.
    MOVE LL-ER-Tax(WS-LL-Sub)      TO LH-ER-Tax.

*> Every paycheck of a regular run lands on the labor-distribution
*> report: a split paycheck line by line, anything else - leave, retro
*> - whole, under the home department.
ADD-PAYCHECK-TO-LABOR-REPORT.
    IF WS-Pay-Type-Retro
        MOVE 'R' TO WS-LR-Hours-Type
    ELSE
        MOVE WS-Hours-Type TO WS-LR-Hours-Type
    END-IF.
    IF Labor-Line-Count = ZERO
        MOVE Employee-Dept     TO WS-LR-Charge-Code
        MOVE Employee-Dept     TO WS-LR-Dept
        MOVE WS-Regular-Hours  TO WS-LR-Reg-Hours
        MOVE WS-Overtime-Hours TO WS-LR-OT-Hours
        COMPUTE WS-LR-Reg-Pay = Gross-Pay - WS-Overtime-Pay
        MOVE WS-Overtime-Pay   TO WS-LR-OT-Pay
        MOVE Employer-Tax      TO WS-LR-ER-Tax
        PERFORM ADD-ONE-LABOR-REPORT-LINE
    ELSE
        PERFORM VARYING WS-LL-Sub FROM 1 BY 1
                UNTIL WS-LL-Sub > Labor-Line-Count
            MOVE LL-Charge-Code(WS-LL-Sub) TO WS-LR-Charge-Code
            MOVE LL-Dept(WS-LL-Sub)        TO WS-LR-Dept
            MOVE LL-Reg-Hours(WS-LL-Sub)   TO WS-LR-Reg-Hours
            MOVE LL-OT-Hours(WS-LL-Sub)    TO WS-LR-OT-Hours
            MOVE LL-Reg-Pay(WS-LL-Sub)     TO WS-LR-Reg-Pay
            MOVE LL-OT-Pay(WS-LL-Sub)      TO WS-LR-OT-Pay
            MOVE LL-ER-Tax(WS-LL-Sub)      TO WS-LR-ER-Tax
            PERFORM ADD-ONE-LABOR-REPORT-LINE
        END-PERFORM
    END-IF.

ADD-ONE-LABOR-REPORT-LINE.
    MOVE ZERO TO WS-LC-Found-Idx.
    PERFORM VARYING WS-LC-Sub FROM 1 BY 1
            UNTIL WS-LC-Sub > LC-Used-Count
        IF LC-Charge-Code(WS-LC-Sub) = WS-LR-Charge-Code
            MOVE WS-LC-Sub TO WS-LC-Found-Idx
            MOVE LC-Used-Count TO WS-LC-Sub
        END-IF
    END-PERFORM.
    IF WS-LC-Found-Idx = ZERO
        IF LC-Used-Count >= 200
            DISPLAY "WARNING: labor charge table is full, cannot add "
                WS-LR-Charge-Code
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO LC-Used-Count
        MOVE LC-Used-Count TO WS-LC-Found-Idx
        MOVE WS-LR-Charge-Code TO LC-Charge-Code(WS-LC-Found-Idx)
        MOVE WS-LR-Dept        TO LC-Dept(WS-LC-Found-Idx)
        MOVE ZERO TO LC-Reg-Hours(WS-LC-Found-Idx)
                     LC-OT-Hours(WS-LC-Found-Idx)
                     LC-Reg-Pay(WS-LC-Found-Idx)
                     LC-OT-Pay(WS-LC-Found-Idx)
                     LC-Gross(WS-LC-Found-Idx)
                     LC-ER-Tax(WS-LC-Found-Idx)
    END-IF.
    ADD WS-LR-Reg-Hours TO LC-Reg-Hours(WS-LC-Found-Idx).
    ADD WS-LR-OT-Hours  TO LC-OT-Hours(WS-LC-Found-Idx).
    ADD WS-LR-Reg-Pay   TO LC-Reg-Pay(WS-LC-Found-Idx)
                           LC-Gross(WS-LC-Found-Idx).
    ADD WS-LR-OT-Pay    TO LC-OT-Pay(WS-LC-Found-Idx)
                           LC-Gross(WS-LC-Found-Idx).
    ADD WS-LR-ER-Tax    TO LC-ER-Tax(WS-LC-Found-Idx).

    IF LD-Used-Count >= 3000
        MOVE 'Y' TO WS-LD-Overflow-Flag
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO LD-Used-Count.
    MOVE WS-LR-Charge-Code  TO LD-Charge-Code(LD-Used-Count).
    MOVE Employee-ID        TO LD-Emp-ID(LD-Used-Count).
    MOVE Employee-Name      TO LD-Name(LD-Used-Count).
    MOVE WS-LR-Hours-Type   TO LD-Hours-Type(LD-Used-Count).
    MOVE WS-LR-Reg-Hours    TO LD-Reg-Hours(LD-Used-Count).
    MOVE WS-LR-OT-Hours     TO LD-OT-Hours(LD-Used-Count).
    MOVE WS-LR-Reg-Pay      TO LD-Reg-Pay(LD-Used-Count).
    MOVE WS-LR-OT-Pay       TO LD-OT-Pay(LD-Used-Count).
    MOVE WS-LR-ER-Tax       TO LD-ER-Tax(LD-Used-Count).

*> The labor-distribution report: for each charge code the
*> department it posts to, its paycheck lines and its totals, then
*> the distributed gross and employer tax against the run's own
*> totals - they must agree, or the GL expense lines will not.
WRITE-LABOR-DISTRIBUTION.
    MOVE SPACES TO LaborReport-Record.
    STRING "LABOR DISTRIBUTION  PERIOD=" WS-PayPer-Number
           " PERIOD-END=" WS-PayPer-End-Date
        DELIMITED BY SIZE INTO LaborReport-Record
    END-STRING.
    WRITE LaborReport-Record.
    MOVE ZERO TO WS-LR-Total-Gross.
    MOVE ZERO TO WS-LR-Total-ER-Tax.

    PERFORM VARYING WS-LC-Sub FROM 1 BY 1
            UNTIL WS-LC-Sub > LC-Used-Count
        MOVE SPACES TO LaborReport-Record
        WRITE LaborReport-Record
        MOVE SPACES TO LaborReport-Record
        STRING "CHARGE=" LC-Charge-Code(WS-LC-Sub)
               " POSTS TO DEPT=" LC-Dept(WS-LC-Sub)
            DELIMITED BY SIZE INTO LaborReport-Record
        END-STRING
        WRITE LaborReport-Record
        PERFORM VARYING WS-LD-Sub FROM 1 BY 1
                UNTIL WS-LD-Sub > LD-Used-Count
            IF LD-Charge-Code(WS-LD-Sub) = LC-Charge-Code(WS-LC-Sub)
                MOVE SPACES TO LaborReport-Record
                STRING "  EMP="    LD-Emp-ID(WS-LD-Sub)
                       " NAME="    LD-Name(WS-LD-Sub)
                       " TYPE="    LD-Hours-Type(WS-LD-Sub)
                       " REG-HRS=" LD-Reg-Hours(WS-LD-Sub)
                       " OT-HRS="  LD-OT-Hours(WS-LD-Sub)
                       " REG-PAY=" LD-Reg-Pay(WS-LD-Sub)
                       " OT-PAY="  LD-OT-Pay(WS-LD-Sub)
                       " ER-TAX="  LD-ER-Tax(WS-LD-Sub)
                    DELIMITED BY SIZE INTO LaborReport-Record
                END-STRING
                WRITE LaborReport-Record
            END-IF
        END-PERFORM
        MOVE SPACES TO LaborReport-Record
        STRING "  CHARGE TOTAL REG-HRS=" LC-Reg-Hours(WS-LC-Sub)
               " OT-HRS="  LC-OT-Hours(WS-LC-Sub)
               " REG-PAY=" LC-Reg-Pay(WS-LC-Sub)
               " OT-PAY="  LC-OT-Pay(WS-LC-Sub)
               " GROSS="   LC-Gross(WS-LC-Sub)
               " ER-TAX="  LC-ER-Tax(WS-LC-Sub)
            DELIMITED BY SIZE INTO LaborReport-Record
        END-STRING
        WRITE LaborReport-Record
        ADD LC-Gross(WS-LC-Sub)  TO WS-LR-Total-Gross
        ADD LC-ER-Tax(WS-LC-Sub) TO WS-LR-Total-ER-Tax
    END-PERFORM.

    MOVE SPACES TO LaborReport-Record.
    WRITE LaborReport-Record.
    IF WS-LD-Overflow
        MOVE SPACES TO LaborReport-Record
        MOVE "DETAIL TABLE FULL - NOT EVERY PAYCHECK LINE IS LISTED"
            TO LaborReport-Record
        WRITE LaborReport-Record
    END-IF.
    MOVE SPACES TO LaborReport-Record.
    STRING "DISTRIBUTED GROSS=" WS-LR-Total-Gross
           " ER-TAX=" WS-LR-Total-ER-Tax
           " RUN GROSS=" Total-Gross-Pay
           " RUN ER-TAX=" Total-Employer-Tax
        DELIMITED BY SIZE INTO LaborReport-Record
    END-STRING.
    WRITE LaborReport-Record.
    MOVE SPACES TO LaborReport-Record.
    IF WS-LR-Total-Gross = Total-Gross-Pay
            AND WS-LR-Total-ER-Tax = Total-Employer-Tax
        MOVE "DISTRIBUTION IN BALANCE WITH THE RUN"
            TO LaborReport-Record
    ELSE
        MOVE "DISTRIBUTION OUT OF BALANCE WITH THE RUN - BREAK"
            TO LaborReport-Record
    END-IF.
    WRITE LaborReport-Record.

*> The UNSTRING above has no way to signal a bad input record on its
*> own, so the field count and every target field are checked, and
                                TO WS-Hourly-Rate
                        END-IF
                        MOVE WS-Hourly-Rate TO Hourly-Rate
                        MOVE Emp-Work-State(WS-Emp-Found-Idx)
                            TO WS-Work-State
                        IF WS-Work-State = SPACES
                            MOVE 'N' TO WS-Valid-Flag
                            MOVE "NO WORK STATE ON EMPLOYEE MASTER"
                                TO ErrorMessage
                        ELSE
                            PERFORM VALIDATE-HOURS-TYPE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    END-IF.
    IF WS-Record-Valid
        PERFORM VALIDATE-CHARGE-CODE
    END-IF.

*> A blank charge code books the hours to the home department. A code
*> is either a project on CHGCODES, which names the department that
*> carries it, or a department some employee on the master belongs
*> to. Leave is a cost of the home department and is never charged
*> elsewhere.
VALIDATE-CHARGE-CODE.
    MOVE Employee-Dept TO WS-Charge-Code.
    MOVE Employee-Dept TO WS-Charge-Dept.
    IF WS-Charge-Code-FD = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF WS-Charge-Code-FD(9:2) NOT = SPACES
        MOVE 'N' TO WS-Valid-Flag
        MOVE "CHARGE CODE IS LONGER THAN 8 CHARACTERS" TO ErrorMessage
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-Charge-Code-FD TO WS-Charge-Code.
    IF WS-Hours-Leave AND WS-Charge-Code NOT = Employee-Dept
        MOVE 'N' TO WS-Valid-Flag
        MOVE "LEAVE MUST BE CHARGED TO HOME DEPARTMENT"
            TO ErrorMessage
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-Charge-Dept.
    PERFORM VARYING WS-CC-Sub FROM 1 BY 1
            UNTIL WS-CC-Sub > CC-Used-Count
        IF CC-Tab-Code(WS-CC-Sub) = WS-Charge-Code
            IF CC-Tab-Status(WS-CC-Sub) = 'C'
                MOVE 'N' TO WS-Valid-Flag
                MOVE "CHARGE CODE IS CLOSED" TO ErrorMessage
            ELSE
                MOVE CC-Tab-Dept(WS-CC-Sub) TO WS-Charge-Dept
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF WS-Charge-Code(5:4) = SPACES
        PERFORM VARYING Emp-Idx FROM 1 BY 1
                UNTIL Emp-Idx > Emp-Used-Count
            IF Emp-Dept(Emp-Idx) = WS-Charge-Code(1:4)
                MOVE WS-Charge-Code(1:4) TO WS-Charge-Dept
                SET Emp-Idx TO Emp-Used-Count
            END-IF
        END-PERFORM
    END-IF.
    IF WS-Charge-Dept = SPACES
        MOVE 'N' TO WS-Valid-Flag
        MOVE "CHARGE CODE NOT ON FILE" TO ErrorMessage
    END-IF.

FIND-EMPLOYEE-BY-ID.
    MOVE ZERO TO WS-Emp-Found-Idx.
        ELSE
            MOVE EmpMast-Pend-Date TO Emp-Pend-Date(Emp-Idx)
        END-IF
        MOVE EmpMast-Work-State TO Emp-Work-State(Emp-Idx)
        PERFORM READ-EMPLOYEE-MASTER-RECORD
        END-IF
    END-PERFORM.
    CLOSE EmployeeMasterFile.

READ-EMPLOYEE-MASTER-RECORD.
*>  Clear the trailing pending pair and work state first - a record
*>  written before the columns existed is shorter and would otherwise
*>  show the previous record's values.
    MOVE ZERO TO EmpMast-Pend-Rate.
    MOVE ZERO TO EmpMast-Pend-Date.
    MOVE SPACES TO EmpMast-Work-State.
    READ EmployeeMasterFile
        AT END
            MOVE 'Y' TO WS-EmpMast-EOF-Flag
    MOVE WS-Employee-Record TO Reject-Raw-Data
    MOVE " - "              TO Reject-Separator
    MOVE ErrorMessage       TO Reject-Reason
*>  A preview leaves PAYREJECT to the live run's repair desk and shows
*>  the reject on the preview register instead.
    IF WS-Run-Type-Preview
        IF WS-Report-Line-Count >= WS-Lines-Per-Page
            PERFORM WRITE-PAYCHECK-REPORT-HEADERS
        END-IF
        MOVE SPACES TO PaycheckReportRecord
        STRING "REJECT " WS-Employee-Record(1:40)
               " - " ErrorMessage
            DELIMITED BY SIZE INTO PaycheckReportRecord
        END-STRING
        PERFORM PUT-PAYCHECK-REPORT-LINE
        ADD 1 TO WS-Report-Line-Count
    ELSE
        WRITE RejectRecord
    END-IF.

*> Hours beyond WS-Regular-Hours-Limit are paid at the overtime
*> factor; Gross-Pay keeps its original meaning as the sum of both
        WS-Overtime-Hours * WS-Hourly-Rate * WS-Overtime-Factor.
    COMPUTE Gross-Pay = WS-Regular-Pay + WS-Overtime-Pay.

*> Graduated Federal and State withholding-tax brackets, taken from
*> the federal table and the table for the employee's work state in
*> force on the period-end date. The two are computed independently
*> and summed into Withholding-Tax for the YTD master, paycheck
*> report, and GL extract, which all still work off the one combined
*> figure.
CALCULATE-WITHHOLDING-TAX.
    MOVE "FED" TO WS-Tax-Jurisdiction.
    PERFORM FIND-BRACKET-RATE.
    MOVE WS-Tax-Found-Rate TO WS-Federal-Tax-Rate.
    MOVE WS-Work-State TO WS-Tax-Jurisdiction.
    PERFORM FIND-BRACKET-RATE.
    MOVE WS-Tax-Found-Rate TO WS-State-Tax-Rate.

    COMPUTE Federal-Withholding-Tax ROUNDED =
        Gross-Pay * WS-Federal-Tax-Rate.
        Federal-Withholding-Tax + State-Withholding-Tax.
*>  The employer's matching tax rides on the same gross but stays
*>  out of the employee's net pay arithmetic.
    PERFORM CALCULATE-EMPLOYER-TAX.
    COMPUTE Net-Pay = Gross-Pay - Withholding-Tax.

*> Bonuses and retro lines: the flat supplemental rate where the
*> jurisdiction's table has one, its brackets where it does not.
CALCULATE-SUPPLEMENTAL-TAX.
    MOVE "FED" TO WS-Tax-Jurisdiction.
    PERFORM FIND-SUPPLEMENTAL-RATE.
    MOVE WS-Tax-Found-Rate TO WS-Federal-Tax-Rate.
    MOVE WS-Work-State TO WS-Tax-Jurisdiction.
    PERFORM FIND-SUPPLEMENTAL-RATE.
    MOVE WS-Tax-Found-Rate TO WS-State-Tax-Rate.

    COMPUTE Federal-Withholding-Tax ROUNDED =
        Gross-Pay * WS-Federal-Tax-Rate.
    COMPUTE State-Withholding-Tax ROUNDED =
        Gross-Pay * WS-State-Tax-Rate.
    COMPUTE Withholding-Tax =
        Federal-Withholding-Tax + State-Withholding-Tax.
    PERFORM CALCULATE-EMPLOYER-TAX.

*> Every employer tax in force federally and for the work state, each
*> charged on this paycheck's gross only as far as the employee's
*> year-to-date gross is still under that tax's annual wage base.
CALCULATE-EMPLOYER-TAX.
    MOVE ZERO TO Employer-Tax.
    PERFORM FIND-YTD-BY-EMPLOYEE-ID.
    IF WS-YTD-Found-Idx = ZERO
        MOVE ZERO TO WS-Tax-YTD-Before
    ELSE
        MOVE YTD-Gross(WS-YTD-Found-Idx) TO WS-Tax-YTD-Before
    END-IF.
    PERFORM VARYING WS-Tax-Sub FROM 1 BY 1
            UNTIL WS-Tax-Sub > Tax-Used-Count
        IF Tax-In-Force(WS-Tax-Sub) AND Tax-Kind(WS-Tax-Sub) = 'E'
           AND (Tax-Jurisdiction(WS-Tax-Sub) = "FED"
                OR Tax-Jurisdiction(WS-Tax-Sub) = WS-Work-State)
            PERFORM ADD-ONE-EMPLOYER-TAX
        END-IF
    END-PERFORM.

ADD-ONE-EMPLOYER-TAX.
    MOVE Gross-Pay TO WS-Tax-Taxable.
    IF Tax-Limit(WS-Tax-Sub) > ZERO
        COMPUTE WS-Tax-Room = Tax-Limit(WS-Tax-Sub) - WS-Tax-YTD-Before
        IF WS-Tax-Room < ZERO
            MOVE ZERO TO WS-Tax-Room
        END-IF
        IF WS-Tax-Room < WS-Tax-Taxable
            MOVE WS-Tax-Room TO WS-Tax-Taxable
        END-IF
    END-IF.
    COMPUTE WS-Tax-Employer-Part ROUNDED =
        WS-Tax-Taxable * Tax-Rate(WS-Tax-Sub).
    ADD WS-Tax-Employer-Part TO Employer-Tax.

*> The bracket of WS-Tax-Jurisdiction's table in force whose limit is
*> the lowest one still at or above the gross; a gross past every
*> limit takes the top bracket's rate.
FIND-BRACKET-RATE.
    MOVE 'N' TO WS-Tax-Found-Flag.
    MOVE 'N' TO WS-Tax-Fit-Flag.
    MOVE ZERO TO WS-Tax-Found-Rate.
    MOVE ZERO TO WS-Tax-Bracket-Limit.
    MOVE ZERO TO WS-Tax-Top-Limit.
    PERFORM VARYING WS-Tax-Sub FROM 1 BY 1
            UNTIL WS-Tax-Sub > Tax-Used-Count
        IF Tax-In-Force(WS-Tax-Sub) AND Tax-Kind(WS-Tax-Sub) = 'B'
           AND Tax-Jurisdiction(WS-Tax-Sub) = WS-Tax-Jurisdiction
            IF Tax-Limit(WS-Tax-Sub) >= Gross-Pay
                IF NOT WS-Tax-Fit
                   OR Tax-Limit(WS-Tax-Sub) < WS-Tax-Bracket-Limit
                    MOVE 'Y' TO WS-Tax-Fit-Flag
                    MOVE Tax-Limit(WS-Tax-Sub) TO WS-Tax-Bracket-Limit
                    MOVE Tax-Rate(WS-Tax-Sub)  TO WS-Tax-Found-Rate
                END-IF
            ELSE
                IF NOT WS-Tax-Fit
                   AND (NOT WS-Tax-Found
                        OR Tax-Limit(WS-Tax-Sub) > WS-Tax-Top-Limit)
                    MOVE Tax-Limit(WS-Tax-Sub) TO WS-Tax-Top-Limit
                    MOVE Tax-Rate(WS-Tax-Sub)  TO WS-Tax-Found-Rate
                END-IF
            END-IF
            MOVE 'Y' TO WS-Tax-Found-Flag
        END-IF
    END-PERFORM.

FIND-SUPPLEMENTAL-RATE.
    MOVE 'N' TO WS-Tax-Found-Flag.
    PERFORM VARYING WS-Tax-Sub FROM 1 BY 1
            UNTIL WS-Tax-Sub > Tax-Used-Count
        IF Tax-In-Force(WS-Tax-Sub) AND Tax-Kind(WS-Tax-Sub) = 'S'
           AND Tax-Jurisdiction(WS-Tax-Sub) = WS-Tax-Jurisdiction
            MOVE Tax-Rate(WS-Tax-Sub) TO WS-Tax-Found-Rate
            MOVE 'Y' TO WS-Tax-Found-Flag
        END-IF
    END-PERFORM.
    IF NOT WS-Tax-Found
        PERFORM FIND-BRACKET-RATE
    END-IF.

*> The run is refused when the federal table, or the table for any
*> active employee's work state, does not reach back to the period
*> end - no paycheck is taxed from last year's rates by default. A
*> bad row fails the run the same way rather than being skipped.
LOAD-TAX-TABLE.
    MOVE ZERO TO Tax-Used-Count.
    MOVE ZERO TO WS-Tax-Bad-Count.
    OPEN INPUT TaxTableFile.
    IF WS-TaxTable-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN TAXTABLE, STATUS="
            WS-TaxTable-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    MOVE 'N' TO WS-TaxTable-EOF-Flag.
    PERFORM READ-TAX-TABLE-RECORD.
    PERFORM UNTIL WS-TaxTable-EOF
        PERFORM TAKE-ONE-TAX-ROW
        PERFORM READ-TAX-TABLE-RECORD
    END-PERFORM.
    CLOSE TaxTableFile.

    PERFORM VARYING WS-Tax-Sub FROM 1 BY 1
            UNTIL WS-Tax-Sub > Tax-Used-Count
        PERFORM MARK-TAX-ROW-IN-FORCE
    END-PERFORM.

    MOVE "FED" TO WS-Tax-Jurisdiction.
    PERFORM CHECK-TAX-TABLE-COVERAGE.
    PERFORM VARYING Emp-Idx FROM 1 BY 1 UNTIL Emp-Idx > Emp-Used-Count
        IF Emp-Status(Emp-Idx) = 'A'
           AND Emp-Work-State(Emp-Idx) NOT = SPACES
            MOVE Emp-Work-State(Emp-Idx) TO WS-Tax-Jurisdiction
            PERFORM CHECK-TAX-TABLE-COVERAGE
        END-IF
    END-PERFORM.
    IF WS-Tax-Bad-Count > ZERO
        DISPLAY "ERROR: TAX TABLES DO NOT COVER PERIOD ENDING "
            WS-PayPer-End-Date " - RUN REFUSED."
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.

READ-TAX-TABLE-RECORD.
    READ TaxTableFile
        AT END
            MOVE 'Y' TO WS-TaxTable-EOF-Flag
    END-READ.

TAKE-ONE-TAX-ROW.
    IF TaxTable-Record = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF TT-Jurisdiction = SPACES
       OR TT-Eff-Date NOT NUMERIC
       OR (TT-Kind NOT = 'B' AND NOT = 'S' AND NOT = 'E')
       OR TT-Limit NOT NUMERIC
       OR TT-Rate NOT NUMERIC
        DISPLAY "ERROR: BAD TAXTABLE ROW: " TaxTable-Record
        ADD 1 TO WS-Tax-Bad-Count
        EXIT PARAGRAPH
    END-IF.
    IF Tax-Used-Count >= 300
        DISPLAY "ERROR: TAX TABLE IS FULL AT: " TaxTable-Record
        ADD 1 TO WS-Tax-Bad-Count
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO Tax-Used-Count.
    MOVE TT-Jurisdiction TO Tax-Jurisdiction(Tax-Used-Count).
    MOVE TT-Eff-Date     TO Tax-Eff-Date(Tax-Used-Count).
    MOVE TT-Kind         TO Tax-Kind(Tax-Used-Count).
    MOVE TT-Limit        TO Tax-Limit(Tax-Used-Count).
    MOVE TT-Rate         TO Tax-Rate(Tax-Used-Count).
    MOVE 'N'             TO Tax-In-Force-Flag(Tax-Used-Count).

MARK-TAX-ROW-IN-FORCE.
    MOVE 'N' TO Tax-In-Force-Flag(WS-Tax-Sub).
    IF Tax-Eff-Date(WS-Tax-Sub) > WS-PayPer-End-Date
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO Tax-In-Force-Flag(WS-Tax-Sub).
    PERFORM VARYING WS-Tax-Other FROM 1 BY 1
            UNTIL WS-Tax-Other > Tax-Used-Count
        IF Tax-Jurisdiction(WS-Tax-Other)
                = Tax-Jurisdiction(WS-Tax-Sub)
           AND Tax-Eff-Date(WS-Tax-Other) <= WS-PayPer-End-Date
           AND Tax-Eff-Date(WS-Tax-Other) > Tax-Eff-Date(WS-Tax-Sub)
            MOVE 'N' TO Tax-In-Force-Flag(WS-Tax-Sub)
        END-IF
    END-PERFORM.

*> A jurisdiction is covered when its table in force has brackets.
CHECK-TAX-TABLE-COVERAGE.
    MOVE ZERO TO Gross-Pay.
    PERFORM FIND-BRACKET-RATE.
    IF NOT WS-Tax-Found
        DISPLAY "ERROR: NO " WS-Tax-Jurisdiction
            " WITHHOLDING TABLE IN FORCE ON " WS-PayPer-End-Date
        ADD 1 TO WS-Tax-Bad-Count
    END-IF.

*> Project charge codes from CHGCODES. The file is optional - without
*> it time can still be booked to any department. A row without a
*> department is skipped, so time booked to it is rejected.
LOAD-CHARGE-CODES.
    MOVE ZERO TO CC-Used-Count.
    OPEN INPUT ChargeCodeFile.
    IF WS-ChargeCode-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-ChargeCode-EOF-Flag.
    PERFORM READ-CHARGE-CODE-RECORD.
    PERFORM UNTIL WS-ChargeCode-EOF
        IF ChargeCode-Record NOT = SPACES
            IF CC-Code = SPACES OR CC-Dept = SPACES
                DISPLAY "WARNING: BAD CHGCODES ROW SKIPPED: "
                    ChargeCode-Record
            ELSE
                IF CC-Used-Count >= 500
                    DISPLAY "WARNING: charge code table is full, "
                        "cannot add " CC-Code
                ELSE
                    ADD 1 TO CC-Used-Count
                    MOVE CC-Code   TO CC-Tab-Code(CC-Used-Count)
                    MOVE CC-Dept   TO CC-Tab-Dept(CC-Used-Count)
                    MOVE CC-Status TO CC-Tab-Status(CC-Used-Count)
                END-IF
            END-IF
        END-IF
        PERFORM READ-CHARGE-CODE-RECORD
    END-PERFORM.
    CLOSE ChargeCodeFile.

READ-CHARGE-CODE-RECORD.
    READ ChargeCodeFile
        AT END
            MOVE 'Y' TO WS-ChargeCode-EOF-Flag
    END-READ.

*> Deductions come out of pay after withholding tax, lowest priority
*> number first, each one capped at whatever net is still left so
*> the paycheck can never go negative. The detail is kept for the
*> report lines and the withheld money is rolled up by code for the
*> GL liability credits.
CALCULATE-DEDUCTIONS.
    MOVE ZERO TO Employee-Deductions.
    MOVE ZERO TO WS-Emp-Ded-Count.
    COMPUTE WS-Remaining-Net = Gross-Pay - Withholding-Tax.

    PERFORM VARYING WS-Ded-Priority FROM 0 BY 1
            UNTIL WS-Ded-Priority > 99
        PERFORM VARYING WS-Ded-Sub FROM 1 BY 1
                UNTIL WS-Ded-Sub > Ded-Used-Count
            IF Ded-Employee-ID(WS-Ded-Sub) = Employee-ID
                    AND Ded-Priority(WS-Ded-Sub) = WS-Ded-Priority
                PERFORM APPLY-ONE-DEDUCTION
            END-IF
        END-PERFORM
    END-PERFORM.

    COMPUTE Net-Pay = Gross-Pay - Withholding-Tax
                    - Employee-Deductions.

APPLY-ONE-DEDUCTION.
    IF Ded-Type(WS-Ded-Sub) = 'P'
        COMPUTE WS-Ded-This-Amount ROUNDED =
            Gross-Pay * Ded-Amount(WS-Ded-Sub) / 100
    ELSE
        MOVE Ded-Amount(WS-Ded-Sub) TO WS-Ded-This-Amount
    END-IF.

    IF WS-Ded-This-Amount > WS-Remaining-Net
        MOVE WS-Remaining-Net TO WS-Ded-This-Amount
    END-IF.

    IF WS-Ded-This-Amount > ZERO
        CLOSE YTDMasterOutFile
    END-IF.

*> Every register line goes through here: PAYREPORT in a live run,
*> PAYPREVIEW in a preview.
PUT-PAYCHECK-REPORT-LINE.
    IF WS-Run-Type-Preview
        WRITE PreviewRegister-Record FROM PaycheckReportRecord
    ELSE
        WRITE PaycheckReportRecord
    END-IF.

*> Starts a new report page: title line, column headings, and a reset
*> line counter. Called the first time through and whenever the page
*> fills up.
WRITE-PAYCHECK-REPORT-HEADERS.
    ADD 1 TO WS-Report-Page-Number.
    MOVE SPACES TO PaycheckReportRecord.
    STRING WS-Register-Title
           "                                        PAGE "
           WS-Report-Page-Number
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "PERIOD=" WS-PayPer-Number
           " CHECK-DATE=" WS-PayPer-Check-Date
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "EMP-ID NAME REG-HRS OT-HRS RATE REG-PAY OT-PAY"
           " GROSS TAX NET"
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE 0 TO WS-Report-Line-Count.

           " NET="      Net-Pay
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.
    ADD 1 TO WS-Report-Line-Count.

    PERFORM VARYING WS-Emp-Ded-Sub FROM 1 BY 1
               " AMT="  WS-Emp-Ded-Amount(WS-Emp-Ded-Sub)
            DELIMITED BY SIZE INTO PaycheckReportRecord
        END-STRING
        PERFORM PUT-PAYCHECK-REPORT-LINE
        ADD 1 TO WS-Report-Line-Count
    END-PERFORM.

*> to the console now live on the report itself.
WRITE-PAYCHECK-SUMMARY-RECORD.
    MOVE SPACES TO PaycheckReportRecord.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "RUN SUMMARY" DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL EMPLOYEES=" Employee-Count
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL GROSS PAY=" Total-Gross-Pay
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL OVERTIME PAY=" Total-Overtime-Pay
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL WITHHOLDING TAX=" Total-Withholding-Tax
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL EMPLOYER TAX=" Total-Employer-Tax
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL DEDUCTIONS=" Total-Deductions
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL NET PAY=" Total-Net-Pay
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    PERFORM PUT-PAYCHECK-REPORT-LINE.

    IF NOT WS-Run-Type-Preview
        MOVE SPACES TO PaycheckReportRecord
        STRING "TOTAL DIRECT DEPOSIT=" WS-DD-Total-Amount
               " PRINTED CHECKS=" WS-Check-Count
               " CHECK NET PAY=" WS-Check-Net-Total
            DELIMITED BY SIZE INTO PaycheckReportRecord
        END-STRING
        PERFORM PUT-PAYCHECK-REPORT-LINE
    END-IF.

*> One bank detail per paid employee, carrying the account reference
*> from the employee master entry validation just resolved. With no
*> account on the master the bank would bounce it - that employee is
*> paid by printed check.
WRITE-DIRECT-DEPOSIT-DETAIL.
    MOVE ZERO TO WS-Check-Number.
    IF Emp-Account(WS-Emp-Found-Idx) = SPACES
        PERFORM WRITE-PRINTED-CHECK
        EXIT PARAGRAPH
    END-IF.
    MOVE 'D'         TO DD-Record-Type.
    MOVE Employee-ID TO DD-Employee-ID.
    MOVE Emp-Account(WS-Emp-Found-Idx) TO DD-Account-Ref.
    MOVE Employee-Name TO DD-Employee-Name.
    WRITE DirectDeposit-Record.
    ADD 1 TO WS-DD-Record-Count.
    ADD Net-Pay TO WS-DD-Total-Amount.

*> Batch control record the bank balances the upload against: the
*> detail count and the detail total - Total-Net-Pay less whatever
*> the run paid by printed or manual check.
WRITE-DIRECT-DEPOSIT-CONTROL.
    MOVE SPACES TO DirectDeposit-Record.
    MOVE 'T'                 TO DD-Ctl-Record-Type.
    MOVE WS-DD-Record-Count  TO DD-Ctl-Record-Count.
    MOVE WS-DD-Total-Amount  TO DD-Ctl-Total-Amount.
    WRITE DirectDeposit-Record.

*> Net pay for an employee with no bank account on the master goes
*> out on a printed check instead of a deposit: the next number off
*> the check control record, the amount in figures and in words, the
*> stub, and an issue line on the positive-pay file. A paycheck that
*> comes to nothing prints as a non-negotiable stub and uses no
*> check number.
WRITE-PRINTED-CHECK.
    EVALUATE TRUE
        WHEN WS-Pay-Type-Bonus
            MOVE "SUPPLEMENTAL BONUS" TO WS-Check-Pay-Desc
        WHEN WS-Pay-Type-Retro
            MOVE "RETRO PAY" TO WS-Check-Pay-Desc
        WHEN WS-Hours-Type = 'V'
            MOVE "VACATION PAY" TO WS-Check-Pay-Desc
        WHEN WS-Hours-Type = 'S'
            MOVE "SICK PAY" TO WS-Check-Pay-Desc
        WHEN OTHER
            MOVE "REGULAR PAY" TO WS-Check-Pay-Desc
    END-EVALUATE.
    MOVE ALL "=" TO CheckPrint-Record(1:80).
    MOVE SPACES  TO CheckPrint-Record(81:).
    WRITE CheckPrint-Record.

    IF Net-Pay > ZERO
        MOVE WS-Next-Check-No TO WS-Check-Number
        ADD 1 TO WS-Next-Check-No
        ADD 1 TO WS-Check-Count
        ADD Net-Pay TO WS-Check-Net-Total
        MOVE Net-Pay TO WS-Check-Amount-Ed
        MOVE SPACES TO CheckPrint-Record
        STRING "CHECK NO=" WS-Check-Number
               "    CHECK DATE=" WS-PayPer-Check-Date
               "    AMOUNT=" WS-Check-Amount-Ed
            DELIMITED BY SIZE INTO CheckPrint-Record
        END-STRING
        WRITE CheckPrint-Record
        MOVE SPACES TO CheckPrint-Record
        STRING "PAY TO THE ORDER OF " Employee-Name
            DELIMITED BY SIZE INTO CheckPrint-Record
        END-STRING
        WRITE CheckPrint-Record
        PERFORM CONVERT-AMOUNT-TO-WORDS
        MOVE SPACES TO CheckPrint-Record
        STRING "*** " WS-Amount-Words
            DELIMITED BY SIZE INTO CheckPrint-Record
        END-STRING
        WRITE CheckPrint-Record
        PERFORM WRITE-POSITIVE-PAY-ISSUE
    ELSE
        MOVE SPACES TO CheckPrint-Record
        STRING "NON-NEGOTIABLE - NO NET PAY    CHECK DATE="
               WS-PayPer-Check-Date
            DELIMITED BY SIZE INTO CheckPrint-Record
        END-STRING
        WRITE CheckPrint-Record
    END-IF.

    MOVE SPACES TO CheckPrint-Record.
    WRITE CheckPrint-Record.
    MOVE SPACES TO CheckPrint-Record.
    STRING "EMP=" Employee-ID
           " NAME=" Employee-Name(1:30)
           " DEPT=" Employee-Dept
           " PERIOD=" WS-PayPer-Number
           " PERIOD-END=" WS-PayPer-End-Date
           " " WS-Check-Pay-Desc
        DELIMITED BY SIZE INTO CheckPrint-Record
    END-STRING.
    WRITE CheckPrint-Record.
    MOVE SPACES TO CheckPrint-Record.
    STRING "REG-HRS="  WS-Regular-Hours
           " OT-HRS="  WS-Overtime-Hours
           " RATE="    Hourly-Rate
           " REG-PAY=" WS-Regular-Pay
           " OT-PAY="  WS-Overtime-Pay
           " GROSS="   Gross-Pay
        DELIMITED BY SIZE INTO CheckPrint-Record
    END-STRING.
    WRITE CheckPrint-Record.
    MOVE SPACES TO CheckPrint-Record.
    STRING "FED-TAX="  Federal-Withholding-Tax
           " ST-TAX="  State-Withholding-Tax
           " DED="     Employee-Deductions
           " NET="     Net-Pay
        DELIMITED BY SIZE INTO CheckPrint-Record
    END-STRING.
    WRITE CheckPrint-Record.
    PERFORM VARYING WS-Emp-Ded-Sub FROM 1 BY 1
            UNTIL WS-Emp-Ded-Sub > WS-Emp-Ded-Count
        MOVE SPACES TO CheckPrint-Record
        STRING "   DED CODE=" WS-Emp-Ded-Code(WS-Emp-Ded-Sub)
               " AMT=" WS-Emp-Ded-Amount(WS-Emp-Ded-Sub)
            DELIMITED BY SIZE INTO CheckPrint-Record
        END-STRING
        WRITE CheckPrint-Record
    END-PERFORM.
    PERFORM FIND-YTD-BY-EMPLOYEE-ID.
    IF WS-YTD-Found-Idx = ZERO
        MOVE ZERO TO WS-Check-YTD-Gross WS-Check-YTD-Net
    ELSE
        MOVE YTD-Gross(WS-YTD-Found-Idx) TO WS-Check-YTD-Gross
        MOVE YTD-Net(WS-YTD-Found-Idx)   TO WS-Check-YTD-Net
    END-IF.
    MOVE SPACES TO CheckPrint-Record.
    STRING "YTD GROSS=" WS-Check-YTD-Gross
           " YTD NET="  WS-Check-YTD-Net
        DELIMITED BY SIZE INTO CheckPrint-Record
    END-STRING.
    WRITE CheckPrint-Record.

*> Net pay spelt out for the check face, e.g. ONE THOUSAND TWENTY-FOUR
*> AND 05/100 DOLLARS.
CONVERT-AMOUNT-TO-WORDS.
    MOVE Net-Pay TO WS-Words-Amount-Num.
    MOVE SPACES TO WS-Amount-Words.
    MOVE 1 TO WS-Words-Ptr.
    IF WS-Words-Millions > ZERO
        MOVE WS-Words-Millions TO WS-Words-Group
        PERFORM SPELL-WORDS-GROUP
        MOVE "MILLION" TO WS-Word
        PERFORM APPEND-WORD
    END-IF.
    IF WS-Words-Thousands > ZERO
        MOVE WS-Words-Thousands TO WS-Words-Group
        PERFORM SPELL-WORDS-GROUP
        MOVE "THOUSAND" TO WS-Word
        PERFORM APPEND-WORD
    END-IF.
    IF WS-Words-Units > ZERO
        MOVE WS-Words-Units TO WS-Words-Group
        PERFORM SPELL-WORDS-GROUP
    END-IF.
    IF WS-Words-Amount-Num < 1
        MOVE "ZERO" TO WS-Word
        PERFORM APPEND-WORD
    END-IF.
    MOVE "AND" TO WS-Word.
    PERFORM APPEND-WORD.
    MOVE SPACES TO WS-Word.
    STRING WS-Words-Cents "/100" DELIMITED BY SIZE INTO WS-Word
    END-STRING.
    PERFORM APPEND-WORD.
    MOVE "DOLLARS" TO WS-Word.
    PERFORM APPEND-WORD.

SPELL-WORDS-GROUP.
    COMPUTE WS-Words-Hundreds = WS-Words-Group / 100.
    COMPUTE WS-Words-Rest = WS-Words-Group - WS-Words-Hundreds * 100.
    IF WS-Words-Hundreds > ZERO
        MOVE WS-Ones-Word(WS-Words-Hundreds) TO WS-Word
        PERFORM APPEND-WORD
        MOVE "HUNDRED" TO WS-Word
        PERFORM APPEND-WORD
    END-IF.
    IF WS-Words-Rest = ZERO
        EXIT PARAGRAPH
    END-IF.
    IF WS-Words-Rest < 20
        MOVE WS-Ones-Word(WS-Words-Rest) TO WS-Word
    ELSE
        COMPUTE WS-Words-Tens = WS-Words-Rest / 10
        COMPUTE WS-Words-Ones = WS-Words-Rest - WS-Words-Tens * 10
        MOVE SPACES TO WS-Word
        IF WS-Words-Ones = ZERO
            MOVE WS-Tens-Word(WS-Words-Tens - 1) TO WS-Word
        ELSE
            STRING WS-Tens-Word(WS-Words-Tens - 1) DELIMITED BY SPACE
                   "-"                             DELIMITED BY SIZE
                   WS-Ones-Word(WS-Words-Ones)     DELIMITED BY SPACE
                INTO WS-Word
            END-STRING
        END-IF
    END-IF.
    PERFORM APPEND-WORD.

APPEND-WORD.
    IF WS-Words-Ptr > 1
        STRING " " DELIMITED BY SIZE
            INTO WS-Amount-Words WITH POINTER WS-Words-Ptr
        END-STRING
    END-IF.
    STRING WS-Word DELIMITED BY SPACE
        INTO WS-Amount-Words WITH POINTER WS-Words-Ptr
    END-STRING.

WRITE-POSITIVE-PAY-ISSUE.
    MOVE SPACES         TO PositivePay-Record.
    MOVE 'I'            TO PP-Record-Type.
    MOVE ","            TO PP-Sep1 PP-Sep2 PP-Sep3 PP-Sep4.
    MOVE WS-Check-Number TO PP-Check-No.
    MOVE Net-Pay        TO PP-Amount.
    MOVE WS-PayPer-Check-Date TO PP-Check-Date.
    MOVE Employee-Name  TO PP-Payee.
    WRITE PositivePay-Record.
    ADD 1       TO WS-PP-Issue-Count.
    ADD Net-Pay TO WS-PP-Issue-Total.

*> A voided paycheck that went out on a printed check is stopped at
*> the bank: a V line with the check's number and amount, dated the
*> day the void was posted.
WRITE-POSITIVE-PAY-VOID.
    MOVE SPACES         TO PositivePay-Record.
    MOVE 'V'            TO PP-Record-Type.
    MOVE ","            TO PP-Sep1 PP-Sep2 PP-Sep3 PP-Sep4.
    MOVE PH-Check-No    TO PP-Check-No.
    MOVE PH-Net         TO PP-Amount.
    ACCEPT WS-PP-Void-Date FROM DATE YYYYMMDD.
    MOVE WS-PP-Void-Date TO PP-Check-Date.
    MOVE Employee-Name  TO PP-Payee.
    WRITE PositivePay-Record.
    ADD 1      TO WS-PP-Void-Count.
    ADD PH-Net TO WS-PP-Void-Total.

WRITE-POSITIVE-PAY-CONTROL.
    MOVE SPACES              TO PositivePay-Record.
    MOVE 'T'                 TO PP-Ctl-Record-Type.
    MOVE ","                 TO PP-Ctl-Sep1 PP-Ctl-Sep2 PP-Ctl-Sep3
                                PP-Ctl-Sep4.
    MOVE WS-PP-Issue-Count   TO PP-Ctl-Issue-Count.
    MOVE WS-PP-Issue-Total   TO PP-Ctl-Issue-Total.
    MOVE WS-PP-Void-Count    TO PP-Ctl-Void-Count.
    MOVE WS-PP-Void-Total    TO PP-Ctl-Void-Total.
    WRITE PositivePay-Record.

*> The next check number. No control record yet means no check has
*> ever been printed, and numbering starts at 1; a record that is
*> there but unreadable stops the run before a number is reused.
LOAD-CHECK-CONTROL.
    MOVE 1 TO WS-Next-Check-No.
    OPEN INPUT CheckControlFile.
    IF WS-CheckCtl-Status NOT = "00" AND NOT = "05"
        DISPLAY "ERROR: CANNOT OPEN CHECKCTL, STATUS="
            WS-CheckCtl-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    READ CheckControlFile
        AT END
            DISPLAY "INFO: No check control record, checks start at 1."
        NOT AT END
            IF CKC-Next-Check-No NOT NUMERIC
                    OR CKC-Next-Check-No = ZERO
                DISPLAY "ERROR: CHECKCTL NEXT CHECK NUMBER IS INVALID."
                CLOSE CheckControlFile
                MOVE "FAIL" TO WS-RL-Run-Status
                PERFORM WRITE-RUNLOG-END
                STOP RUN
            END-IF
            MOVE CKC-Next-Check-No TO WS-Next-Check-No
    END-READ.
    CLOSE CheckControlFile.

SAVE-CHECK-CONTROL.
    IF WS-Check-Count = ZERO
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT CheckControlFile.
    IF WS-CheckCtl-Status NOT = "00" AND NOT = "05"
        DISPLAY "ERROR: CANNOT REWRITE CHECKCTL, STATUS="
            WS-CheckCtl-Status " - NEXT CHECK NO IS " WS-Next-Check-No
        MOVE "FAIL" TO WS-RL-Run-Status
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-Next-Check-No     TO CKC-Next-Check-No.
    MOVE ","                  TO CKC-Sep1.
    MOVE WS-PayPer-Check-Date TO CKC-Last-Check-Date.
    WRITE CheckControl-Record.
    CLOSE CheckControlFile.

*> Every paycheck of a regular or supplemental run, added into the
*> employee's earnings statement: hours and pay by kind, the taxes,
*> each deduction by its DEDMAST code, and net.
ADD-PAYCHECK-TO-STATEMENT.
    IF WS-Emp-Found-Idx = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-Emp-Found-Idx TO WS-ES-Sub.
    ADD 1 TO ES-Checks(WS-ES-Sub).
    EVALUATE TRUE
        WHEN WS-Pay-Type-Bonus
            ADD Gross-Pay TO ES-Bonus-Pay(WS-ES-Sub)
        WHEN WS-Pay-Type-Retro
            ADD Gross-Pay TO ES-Retro-Pay(WS-ES-Sub)
        WHEN WS-Hours-Vacation
            ADD WS-Regular-Hours TO ES-Vac-Hours(WS-ES-Sub)
            ADD WS-Regular-Pay   TO ES-Vac-Pay(WS-ES-Sub)
        WHEN WS-Hours-Sick
            ADD WS-Regular-Hours TO ES-Sick-Hours(WS-ES-Sub)
            ADD WS-Regular-Pay   TO ES-Sick-Pay(WS-ES-Sub)
        WHEN OTHER
            ADD WS-Regular-Hours  TO ES-Reg-Hours(WS-ES-Sub)
            ADD WS-Overtime-Hours TO ES-OT-Hours(WS-ES-Sub)
            ADD WS-Regular-Pay    TO ES-Reg-Pay(WS-ES-Sub)
            ADD WS-Overtime-Pay   TO ES-OT-Pay(WS-ES-Sub)
    END-EVALUATE.
    ADD Gross-Pay               TO ES-Gross(WS-ES-Sub).
    ADD Federal-Withholding-Tax TO ES-Fed-Tax(WS-ES-Sub).
    ADD State-Withholding-Tax   TO ES-State-Tax(WS-ES-Sub).
    ADD Net-Pay                 TO ES-Net(WS-ES-Sub).
    PERFORM VARYING WS-Emp-Ded-Sub FROM 1 BY 1
            UNTIL WS-Emp-Ded-Sub > WS-Emp-Ded-Count
        PERFORM ADD-STATEMENT-DEDUCTION
    END-PERFORM.

ADD-STATEMENT-DEDUCTION.
    MOVE ZERO TO WS-ES-Ded-Found.
    PERFORM VARYING WS-ES-Ded-Sub FROM 1 BY 1
            UNTIL WS-ES-Ded-Sub > ES-Ded-Count(WS-ES-Sub)
        IF ES-Ded-Code(WS-ES-Sub, WS-ES-Ded-Sub)
                = WS-Emp-Ded-Code(WS-Emp-Ded-Sub)
            MOVE WS-ES-Ded-Sub TO WS-ES-Ded-Found
        END-IF
    END-PERFORM.
    IF WS-ES-Ded-Found = ZERO
        IF ES-Ded-Count(WS-ES-Sub) >= 10
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ES-Ded-Count(WS-ES-Sub)
        MOVE ES-Ded-Count(WS-ES-Sub) TO WS-ES-Ded-Found
        MOVE WS-Emp-Ded-Code(WS-Emp-Ded-Sub)
            TO ES-Ded-Code(WS-ES-Sub, WS-ES-Ded-Found)
        MOVE ZERO TO ES-Ded-Amount(WS-ES-Sub, WS-ES-Ded-Found)
    END-IF.
    ADD WS-Emp-Ded-Amount(WS-Emp-Ded-Sub)
        TO ES-Ded-Amount(WS-ES-Sub, WS-ES-Ded-Found).

*> One statement per employee paid this run, each on a page of its
*> own, sorted by department and employee so they can be handed out
*> department by department. Written once YTD and leave are final,
*> so the balances shown are the ones the masters now hold.
WRITE-EARNINGS-STATEMENTS.
    OPEN OUTPUT EarningsStatementFile.
    IF WS-EarnStmt-Status NOT = "00"
        DISPLAY "WARNING: CANNOT OPEN EARNSTMT, STATUS="
            WS-EarnStmt-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-ES-Page-Number.
    SORT StatementSortFile
        ASCENDING KEY SS-Dept SS-Employee-ID
        INPUT PROCEDURE IS RELEASE-STATEMENT-KEYS
        OUTPUT PROCEDURE IS PRINT-SORTED-STATEMENTS.
    CLOSE EarningsStatementFile.

RELEASE-STATEMENT-KEYS.
    PERFORM VARYING WS-ES-Sub FROM 1 BY 1
            UNTIL WS-ES-Sub > Emp-Used-Count
        IF ES-Checks(WS-ES-Sub) > ZERO
            MOVE Emp-Dept(WS-ES-Sub) TO SS-Dept
            MOVE Emp-ID(WS-ES-Sub)   TO SS-Employee-ID
            MOVE WS-ES-Sub           TO SS-Emp-Sub
            RELEASE StatementSort-Record
        END-IF
    END-PERFORM.

PRINT-SORTED-STATEMENTS.
    MOVE 'N' TO WS-ES-Sort-EOF-Flag.
    PERFORM RETURN-STATEMENT-KEY.
    PERFORM UNTIL WS-ES-Sort-EOF
        MOVE SS-Emp-Sub TO WS-ES-Sub
        PERFORM WRITE-ONE-EARNINGS-STATEMENT
        PERFORM RETURN-STATEMENT-KEY
    END-PERFORM.

RETURN-STATEMENT-KEY.
    RETURN StatementSortFile
        AT END
            MOVE 'Y' TO WS-ES-Sort-EOF-Flag
    END-RETURN.

WRITE-ONE-EARNINGS-STATEMENT.
    ADD 1 TO WS-ES-Page-Number.
    IF WS-Run-Type-Supplemental
        MOVE "SUPPLEMENTAL" TO WS-ES-Run-Desc
    ELSE
        MOVE "REGULAR" TO WS-ES-Run-Desc
    END-IF.
    MOVE SPACES TO EarningsStatement-Record.
    STRING "EARNINGS STATEMENT  " WS-ES-Run-Desc
           "  PERIOD=" WS-PayPer-Number
           " PERIOD-END=" WS-PayPer-End-Date
           " CHECK-DATE=" WS-PayPer-Check-Date
           "        PAGE " WS-ES-Page-Number
        DELIMITED BY SIZE INTO EarningsStatement-Record
    END-STRING.
    WRITE EarningsStatement-Record AFTER ADVANCING PAGE.

    MOVE SPACES TO EarningsStatement-Record.
    STRING "EMPLOYEE=" Emp-ID(WS-ES-Sub)
           " NAME=" Emp-Name(WS-ES-Sub)(1:30)
           " DEPT=" Emp-Dept(WS-ES-Sub)
        DELIMITED BY SIZE INTO EarningsStatement-Record
    END-STRING.
    PERFORM PUT-STATEMENT-LINE.
    MOVE SPACES TO EarningsStatement-Record.
    PERFORM PUT-STATEMENT-LINE.

    MOVE SPACES TO EarningsStatement-Record.
    MOVE "EARNINGS                 HOURS          AMOUNT"
        TO EarningsStatement-Record.
    PERFORM PUT-STATEMENT-LINE.
    IF ES-Reg-Hours(WS-ES-Sub) > ZERO OR ES-Reg-Pay(WS-ES-Sub) > ZERO
        MOVE "REGULAR"                TO WS-ES-Label
        MOVE ES-Reg-Hours(WS-ES-Sub)  TO WS-ES-Hours-Ed
        MOVE ES-Reg-Pay(WS-ES-Sub)    TO WS-ES-Amount-Ed
        PERFORM PUT-STATEMENT-EARNING
    END-IF.
    IF ES-OT-Hours(WS-ES-Sub) > ZERO
        MOVE "OVERTIME"               TO WS-ES-Label
        MOVE ES-OT-Hours(WS-ES-Sub)   TO WS-ES-Hours-Ed
        MOVE ES-OT-Pay(WS-ES-Sub)     TO WS-ES-Amount-Ed
        PERFORM PUT-STATEMENT-EARNING
    END-IF.
    IF ES-Vac-Hours(WS-ES-Sub) > ZERO
        MOVE "VACATION"               TO WS-ES-Label
        MOVE ES-Vac-Hours(WS-ES-Sub)  TO WS-ES-Hours-Ed
        MOVE ES-Vac-Pay(WS-ES-Sub)    TO WS-ES-Amount-Ed
        PERFORM PUT-STATEMENT-EARNING
    END-IF.
    IF ES-Sick-Hours(WS-ES-Sub) > ZERO
        MOVE "SICK"                   TO WS-ES-Label
        MOVE ES-Sick-Hours(WS-ES-Sub) TO WS-ES-Hours-Ed
        MOVE ES-Sick-Pay(WS-ES-Sub)   TO WS-ES-Amount-Ed
        PERFORM PUT-STATEMENT-EARNING
    END-IF.
    IF ES-Bonus-Pay(WS-ES-Sub) > ZERO
        MOVE "SUPPLEMENTAL BONUS"     TO WS-ES-Label
        MOVE ES-Bonus-Pay(WS-ES-Sub)  TO WS-ES-Amount-Ed
        PERFORM PUT-STATEMENT-AMOUNT
    END-IF.
    IF ES-Retro-Pay(WS-ES-Sub) > ZERO
        MOVE "RETRO PAY"              TO WS-ES-Label
        MOVE ES-Retro-Pay(WS-ES-Sub)  TO WS-ES-Amount-Ed
        PERFORM PUT-STATEMENT-AMOUNT
    END-IF.
    MOVE "GROSS PAY"                  TO WS-ES-Label.
    MOVE ES-Gross(WS-ES-Sub)          TO WS-ES-Amount-Ed.
    PERFORM PUT-STATEMENT-AMOUNT.
    MOVE SPACES TO EarningsStatement-Record.
    PERFORM PUT-STATEMENT-LINE.

    MOVE "FEDERAL TAX"                TO WS-ES-Label.
    MOVE ES-Fed-Tax(WS-ES-Sub)        TO WS-ES-Amount-Ed.
    PERFORM PUT-STATEMENT-AMOUNT.
    MOVE "STATE TAX"                  TO WS-ES-Label.
    MOVE ES-State-Tax(WS-ES-Sub)      TO WS-ES-Amount-Ed.
    PERFORM PUT-STATEMENT-AMOUNT.
    PERFORM VARYING WS-ES-Ded-Sub FROM 1 BY 1
            UNTIL WS-ES-Ded-Sub > ES-Ded-Count(WS-ES-Sub)
        MOVE SPACES TO WS-ES-Label
        STRING "DEDUCTION " ES-Ded-Code(WS-ES-Sub, WS-ES-Ded-Sub)
            DELIMITED BY SIZE INTO WS-ES-Label
        END-STRING
        MOVE ES-Ded-Amount(WS-ES-Sub, WS-ES-Ded-Sub)
            TO WS-ES-Amount-Ed
        PERFORM PUT-STATEMENT-AMOUNT
    END-PERFORM.
    MOVE "NET PAY"                    TO WS-ES-Label.
    MOVE ES-Net(WS-ES-Sub)            TO WS-ES-Amount-Ed.
    PERFORM PUT-STATEMENT-AMOUNT.
    MOVE SPACES TO EarningsStatement-Record.
    IF Emp-Account(WS-ES-Sub) = SPACES
        MOVE "PAID BY CHECK" TO EarningsStatement-Record
    ELSE
        STRING "DEPOSITED TO ACCOUNT " Emp-Account(WS-ES-Sub)
            DELIMITED BY SIZE INTO EarningsStatement-Record
        END-STRING
    END-IF.
    PERFORM PUT-STATEMENT-LINE.
    MOVE SPACES TO EarningsStatement-Record.
    PERFORM PUT-STATEMENT-LINE.

    MOVE Emp-ID(WS-ES-Sub) TO Employee-ID.
    PERFORM FIND-YTD-BY-EMPLOYEE-ID.
    IF WS-YTD-Found-Idx NOT = ZERO
        MOVE YTD-Gross(WS-YTD-Found-Idx) TO WS-ES-YTD-Gross-Ed
        MOVE YTD-Tax(WS-YTD-Found-Idx)   TO WS-ES-YTD-Tax-Ed
        MOVE YTD-Ded(WS-YTD-Found-Idx)   TO WS-ES-YTD-Ded-Ed
        MOVE YTD-Net(WS-YTD-Found-Idx)   TO WS-ES-YTD-Net-Ed
        MOVE SPACES TO EarningsStatement-Record
        STRING "YEAR TO DATE  GROSS=" WS-ES-YTD-Gross-Ed
               "  TAX=" WS-ES-YTD-Tax-Ed
               "  DEDUCTIONS=" WS-ES-YTD-Ded-Ed
               "  NET=" WS-ES-YTD-Net-Ed
            DELIMITED BY SIZE INTO EarningsStatement-Record
        END-STRING
        PERFORM PUT-STATEMENT-LINE
    END-IF.

    PERFORM FIND-LEAVE-BY-EMPLOYEE-ID.
    MOVE SPACES TO EarningsStatement-Record.
    IF WS-Leave-Found-Idx = ZERO
        MOVE "LEAVE BALANCES  NONE ON FILE" TO EarningsStatement-Record
    ELSE
        MOVE Leave-Vac-Balance(WS-Leave-Found-Idx)
            TO WS-ES-Vac-Bal-Ed
        MOVE Leave-Sick-Balance(WS-Leave-Found-Idx)
            TO WS-ES-Sick-Bal-Ed
        STRING "LEAVE BALANCES  VACATION HOURS=" WS-ES-Vac-Bal-Ed
               "  SICK HOURS=" WS-ES-Sick-Bal-Ed
            DELIMITED BY SIZE INTO EarningsStatement-Record
        END-STRING
    END-IF.
    PERFORM PUT-STATEMENT-LINE.

PUT-STATEMENT-EARNING.
    MOVE SPACES TO EarningsStatement-Record.
    STRING WS-ES-Label " " WS-ES-Hours-Ed "  " WS-ES-Amount-Ed
        DELIMITED BY SIZE INTO EarningsStatement-Record
    END-STRING.
    PERFORM PUT-STATEMENT-LINE.

PUT-STATEMENT-AMOUNT.
    MOVE SPACES TO EarningsStatement-Record.
    STRING WS-ES-Label "          " "  " WS-ES-Amount-Ed
        DELIMITED BY SIZE INTO EarningsStatement-Record
    END-STRING.
    PERFORM PUT-STATEMENT-LINE.

PUT-STATEMENT-LINE.
    WRITE EarningsStatement-Record AFTER ADVANCING 1 LINE.

OPEN-PAY-HISTORY.
    OPEN EXTEND PayHistoryFile.
    IF WS-PayHist-Status = "35"
    MOVE State-Withholding-Tax   TO PH-State-Tax.
    MOVE Employee-Deductions     TO PH-Ded.
    MOVE Net-Pay                 TO PH-Net.
    MOVE ","                     TO PH-Sep8 PH-Sep9 PH-Sep10 PH-Sep11.
    MOVE WS-Pay-Type             TO PH-Pay-Type.
    MOVE WS-Regular-Hours        TO PH-Reg-Hours.
    MOVE WS-Overtime-Hours       TO PH-OT-Hours.
    IF WS-Pay-Type-Regular OR WS-Pay-Type-Manual
        MOVE WS-Hourly-Rate      TO PH-Rate
        MOVE WS-Hours-Type       TO PH-Hours-Type
    ELSE
        MOVE ZERO                TO PH-Rate
        MOVE SPACE               TO PH-Hours-Type
    END-IF.
    MOVE ","                     TO PH-Sep12 PH-Sep13 PH-Sep14 PH-Sep15
                                    PH-Sep16 PH-Sep17.
    MOVE Employee-Dept           TO PH-Dept.
    MOVE Employer-Tax            TO PH-ER-Tax.
    MOVE SPACE                   TO PH-Orig-Type.
    MOVE ZERO                    TO PH-Orig-End-Date.
    MOVE WS-Emp-Ded-Count        TO PH-Ded-Count.
    PERFORM VARYING WS-Emp-Ded-Sub FROM 1 BY 1
            UNTIL WS-Emp-Ded-Sub > 10
        IF WS-Emp-Ded-Sub > WS-Emp-Ded-Count
            MOVE SPACES TO PH-Ded-Entry(WS-Emp-Ded-Sub)
        ELSE
            MOVE "," TO PH-Ded-Sep1(WS-Emp-Ded-Sub)
                        PH-Ded-Sep2(WS-Emp-Ded-Sub)
                        PH-Ded-Sep3(WS-Emp-Ded-Sub)
            MOVE WS-Emp-Ded-Code(WS-Emp-Ded-Sub)
                TO PH-Ded-Code(WS-Emp-Ded-Sub)
            MOVE WS-Emp-Ded-Acct(WS-Emp-Ded-Sub)
                TO PH-Ded-Acct(WS-Emp-Ded-Sub)
            MOVE WS-Emp-Ded-Amount(WS-Emp-Ded-Sub)
                TO PH-Ded-Amount(WS-Emp-Ded-Sub)
        END-IF
    END-PERFORM.
    MOVE ","                     TO PH-Sep18 PH-Sep19.
    MOVE WS-Work-State           TO PH-Work-State.
    MOVE WS-Check-Number         TO PH-Check-No.
    WRITE PayHistory-Record.

*> Pre-pass over EMPFILE before anything is paid: the file must
*> open with an H header and end with a T trailer whose record
*> count and total hours match what was actually read. A truncated
*> or unwrapped transmission fails the run here, before paychecks,
*> GL records or YTD updates exist to back out. The same pass counts
*> and totals the file for the transmission registry.
VERIFY-EMPFILE-CONTROLS.
    MOVE "EMPFILE" TO WS-XR-File-Name.
    MOVE 100 TO WS-XR-Length.
    MOVE ZERO TO WS-XR-Count.
    MOVE ZERO TO WS-XR-Hash.
    MOVE 'N' TO WS-Ctl-Header-Found-Flag.
    MOVE 'N' TO WS-Ctl-Trailer-Found-Flag.
    MOVE ZERO TO WS-Ctl-Actual-Count.
    PERFORM READ-EMPLOYEE-RECORD.
    PERFORM UNTIL Employee-EOF
        PERFORM CHECK-ONE-CONTROL-RECORD
        MOVE EmployeeFile-Record TO WS-XR-Record
        PERFORM XMIT-HASH-RECORD
        PERFORM READ-EMPLOYEE-RECORD
    END-PERFORM.
    CLOSE EmployeeFile.
            CLOSE PayPeriodFile
            STOP RUN
    END-READ.
*>  Voids and counter checks happen whenever they have to, so the void
*>  run posts to the period on file even once it has been closed.
    IF PayPer-Status-Flag = 'C' AND NOT WS-Run-Type-Void
        DISPLAY "ERROR: PAY PERIOD " PayPer-Number
            " IS ALREADY CLOSED - RUN REFUSED."
        CLOSE PayPeriodFile
*> Year-end run: reads the closing YTD master, prints a wage-and-tax
*> statement per employee (one per page like the paycheck register),
*> archives the closing master under a year-stamped name, and writes
*> a fresh zeroed master for period one of the new year. The year's
*> pay history supplies each statement's wages and tax by state.
YEAR-END-PROCESSING.
    IF WS-Card-Year-Found
        MOVE WS-Card-Year TO WS-W2-Year
        STOP RUN
    END-IF.

    OPEN INPUT PayHistoryFile.
    IF WS-PayHist-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN PAYHIST, STATUS="
            WS-PayHist-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    PERFORM READ-PAY-HISTORY-RECORD.
    PERFORM UNTIL WS-PayHist-EOF
        IF PH-End-Date IS NUMERIC
           AND PH-End-Date(1:4) = WS-W2-Year
            PERFORM ADD-STATE-WAGES
        END-IF
        PERFORM READ-PAY-HISTORY-RECORD
    END-PERFORM.
    CLOSE PayHistoryFile.

    OPEN OUTPUT W2ReportFile.
    IF WS-W2-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN W2REPORT, STATUS=" WS-W2-Status
    END-STRING.
    WRITE W2ReportRecord.

    PERFORM VARYING WS-SW-Sub FROM 1 BY 1
            UNTIL WS-SW-Sub > SW-Used-Count
        IF SW-Employee-ID(WS-SW-Sub) = YTD-Employee-ID(YTD-Idx)
            MOVE SPACES TO W2ReportRecord
            STRING "STATE=" SW-State(WS-SW-Sub)
                   " STATE WAGES=" SW-Gross(WS-SW-Sub)
                   " STATE TAX WITHHELD=" SW-State-Tax(WS-SW-Sub)
                   " FEDERAL TAX WITHHELD=" SW-Fed(WS-SW-Sub)
                DELIMITED BY SIZE INTO W2ReportRecord
            END-STRING
            WRITE W2ReportRecord
        END-IF
    END-PERFORM.

    MOVE ALL "-" TO W2ReportRecord.
    WRITE W2ReportRecord.

    END-PERFORM.
    PERFORM SAVE-YTD-MASTER.

*> Find WS-GL-Post-Dept's bucket in the GL accumulator, adding a new
*> one on its first appearance in the run.
FIND-GL-DEPT-BY-CODE.
    MOVE ZERO TO WS-GL-Dept-Found-Idx.
    PERFORM VARYING GL-Dept-Idx FROM 1 BY 1
            UNTIL GL-Dept-Idx > GL-Dept-Used-Count
        IF GL-Dept-Code(GL-Dept-Idx) = WS-GL-Post-Dept
            SET WS-GL-Dept-Found-Idx TO GL-Dept-Idx
            SET GL-Dept-Idx TO GL-Dept-Used-Count
        END-IF
    END-PERFORM.

    IF WS-GL-Dept-Found-Idx = ZERO
        IF GL-Dept-Used-Count >= 50
            DISPLAY "WARNING: GL department table is full, cannot add "
                WS-GL-Post-Dept
        ELSE
            ADD 1 TO GL-Dept-Used-Count
            SET GL-Dept-Idx TO GL-Dept-Used-Count
            MOVE WS-GL-Post-Dept TO GL-Dept-Code(GL-Dept-Idx)
            MOVE ZERO TO GL-Dept-Gross(GL-Dept-Idx)
            MOVE ZERO TO GL-Dept-Tax(GL-Dept-Idx)
            MOVE ZERO TO GL-Dept-Net(GL-Dept-Idx)
            MOVE ZERO TO GL-Dept-ER-Tax(GL-Dept-Idx)
            MOVE ZERO TO GL-Dept-Retro(GL-Dept-Idx)
            MOVE 'N'  TO GL-Dept-Home-Flag(GL-Dept-Idx)
            SET WS-GL-Dept-Found-Idx TO GL-Dept-Idx
        END-IF
    END-IF.

*> Rolls this employee's pay into its department's running totals,
*> instead of writing a debit/credit trio per employee; the trio is
*> written once per department at the end of the run.
ACCUMULATE-GL-DEPT-TOTALS.
    MOVE Employee-Dept TO WS-GL-Post-Dept.
    PERFORM FIND-GL-DEPT-BY-CODE.

*>  Retro pay is charged to its own expense account so the back pay
*>  stands apart from the period's wages on the ledger; voiding a
*>  retro line takes it back off the same account.
    IF WS-GL-Dept-Found-Idx NOT = ZERO
        MOVE 'Y' TO GL-Dept-Home-Flag(WS-GL-Dept-Found-Idx)
        IF Labor-Line-Count = ZERO
            IF WS-Pay-Type-Retro
                    OR (WS-Pay-Type-Void AND WS-Void-Orig-Type = 'R')
                ADD Gross-Pay TO GL-Dept-Retro(WS-GL-Dept-Found-Idx)
            ELSE
                ADD Gross-Pay TO GL-Dept-Gross(WS-GL-Dept-Found-Idx)
            END-IF
            ADD Employer-Tax TO GL-Dept-ER-Tax(WS-GL-Dept-Found-Idx)
        END-IF
        ADD Withholding-Tax TO GL-Dept-Tax(WS-GL-Dept-Found-Idx)
        ADD Net-Pay         TO GL-Dept-Net(WS-GL-Dept-Found-Idx)
    END-IF.

*>  A split paycheck's wages and employer tax are expense of the
*>  departments the time was charged to; what is owed for it - tax
*>  withheld, net pay - stays with the employee's home department.
    PERFORM VARYING WS-LL-Sub FROM 1 BY 1
            UNTIL WS-LL-Sub > Labor-Line-Count
        MOVE LL-Dept(WS-LL-Sub) TO WS-GL-Post-Dept
        PERFORM FIND-GL-DEPT-BY-CODE
        IF WS-GL-Dept-Found-Idx NOT = ZERO
            ADD LL-Reg-Pay(WS-LL-Sub) LL-OT-Pay(WS-LL-Sub)
                TO GL-Dept-Gross(WS-GL-Dept-Found-Idx)
            ADD LL-ER-Tax(WS-LL-Sub)
                TO GL-Dept-ER-Tax(WS-GL-Dept-Found-Idx)
        END-IF
    END-PERFORM.

*> A balanced general-ledger extract for the period's pay run: a
*> debit to payroll expense offset by credits to the tax and net-pay
*> liability accounts, one trio of lines per department.

    PERFORM VARYING GL-Dept-Idx FROM 1 BY 1
            UNTIL GL-Dept-Idx > GL-Dept-Used-Count
        IF GL-Dept-Home(GL-Dept-Idx)
                OR GL-Dept-Gross(GL-Dept-Idx) NOT = ZERO
            MOVE SPACES TO GLExtractRecord
            STRING "DATE=" WS-Current-YYYYMMDD
                   " DEPT=" GL-Dept-Code(GL-Dept-Idx)
                   " ACCT=500000 PAYROLL-EXPENSE   " WS-GL-Debit-Side
                   " AMT=" GL-Dept-Gross(GL-Dept-Idx)
                DELIMITED BY SIZE INTO GLExtractRecord
            END-STRING
            WRITE GLExtractRecord
        END-IF

        IF GL-Dept-Retro(GL-Dept-Idx) NOT = ZERO
            MOVE SPACES TO GLExtractRecord
            STRING "DATE=" WS-Current-YYYYMMDD
                   " DEPT=" GL-Dept-Code(GL-Dept-Idx)
                   " ACCT=505000 RETRO-PAY-EXPENSE " WS-GL-Debit-Side
                   " AMT=" GL-Dept-Retro(GL-Dept-Idx)
                DELIMITED BY SIZE INTO GLExtractRecord
            END-STRING
            WRITE GLExtractRecord
        END-IF

        IF GL-Dept-Home(GL-Dept-Idx)
            MOVE SPACES TO GLExtractRecord
            STRING "DATE=" WS-Current-YYYYMMDD
                   " DEPT=" GL-Dept-Code(GL-Dept-Idx)
                   " ACCT=210000 TAX-WITHHOLDING-PAY " WS-GL-Credit-Side
                   " AMT=" GL-Dept-Tax(GL-Dept-Idx)
                DELIMITED BY SIZE INTO GLExtractRecord
            END-STRING
            WRITE GLExtractRecord

            MOVE SPACES TO GLExtractRecord
            STRING "DATE=" WS-Current-YYYYMMDD
                   " DEPT=" GL-Dept-Code(GL-Dept-Idx)
                   " ACCT=220000 NET-PAY-PAYABLE    " WS-GL-Credit-Side
                   " AMT=" GL-Dept-Net(GL-Dept-Idx)
                DELIMITED BY SIZE INTO GLExtractRecord
            END-STRING
            WRITE GLExtractRecord
        END-IF

*>      The employer's side of the pay run: its own balanced pair
*>      per department, expense against accrued liability, so the
*>      extract covers the whole cost of the run.
        IF GL-Dept-Home(GL-Dept-Idx)
                OR GL-Dept-ER-Tax(GL-Dept-Idx) NOT = ZERO
            MOVE SPACES TO GLExtractRecord
            STRING "DATE=" WS-Current-YYYYMMDD
                   " DEPT=" GL-Dept-Code(GL-Dept-Idx)
                   " ACCT=530000 EMPLOYER-TAX-EXP   " WS-GL-Debit-Side
                   " AMT=" GL-Dept-ER-Tax(GL-Dept-Idx)
                DELIMITED BY SIZE INTO GLExtractRecord
            END-STRING
            WRITE GLExtractRecord

            MOVE SPACES TO GLExtractRecord
            STRING "DATE=" WS-Current-YYYYMMDD
                   " DEPT=" GL-Dept-Code(GL-Dept-Idx)
                   " ACCT=230000 EMPLOYER-TAX-PAY   " WS-GL-Credit-Side
                   " AMT=" GL-Dept-ER-Tax(GL-Dept-Idx)
                DELIMITED BY SIZE INTO GLExtractRecord
            END-STRING
            WRITE GLExtractRecord
        END-IF
    END-PERFORM.

*>  Withheld deductions are credited to their own liability
        STRING "DATE=" WS-Current-YYYYMMDD
               " DEPT=ALL  ACCT=" GL-Ded-Acct(WS-GL-Ded-Sub)
               " DED-" GL-Ded-Code(WS-GL-Ded-Sub)
               " " WS-GL-Credit-Side
               " AMT=" GL-Ded-Amount(WS-GL-Ded-Sub)
            DELIMITED BY SIZE INTO GLExtractRecord
        END-STRING
        WRITE GLExtractRecord
        " employees.".

READ-PAY-HISTORY-RECORD.
*>  History written before the pay-type columns existed is shorter and
*>  arrives space-filled past the net - it reads back as untyped, with
*>  no hours.
    READ PayHistoryFile
        AT END
            MOVE 'Y' TO WS-PayHist-EOF-Flag
        NOT AT END
            IF PH-Sep8 NOT = ","
                MOVE SPACE TO PH-Pay-Type
                MOVE ZERO  TO PH-Reg-Hours PH-OT-Hours PH-Rate
            END-IF
            IF PH-Sep12 NOT = ","
                MOVE SPACE  TO PH-Hours-Type PH-Orig-Type
                MOVE SPACES TO PH-Dept
                MOVE ZERO   TO PH-ER-Tax PH-Orig-End-Date PH-Ded-Count
            END-IF
            IF PH-Sep18 NOT = ","
                MOVE SPACES TO PH-Work-State
            END-IF
            IF PH-Sep19 NOT = ","
                MOVE ZERO TO PH-Check-No
            END-IF
    END-READ.

TAKE-ONE-HISTORY-RECORD.
        MOVE ZERO TO Qtr-Ded(WS-Qtr-Found-Idx)
        MOVE ZERO TO Qtr-Net(WS-Qtr-Found-Idx)
    END-IF.
*>  a void takes its paycheck back out of the quarter it is posted in
    IF PH-Type-Void
        SUBTRACT PH-Gross     FROM Qtr-Gross(WS-Qtr-Found-Idx)
        SUBTRACT PH-Fed-Tax   FROM Qtr-Fed(WS-Qtr-Found-Idx)
        SUBTRACT PH-State-Tax FROM Qtr-State(WS-Qtr-Found-Idx)
        SUBTRACT PH-Ded       FROM Qtr-Ded(WS-Qtr-Found-Idx)
        SUBTRACT PH-Net       FROM Qtr-Net(WS-Qtr-Found-Idx)
        SUBTRACT PH-Gross     FROM WS-Qtr-Co-Gross
        SUBTRACT PH-Fed-Tax   FROM WS-Qtr-Co-Fed
        SUBTRACT PH-State-Tax FROM WS-Qtr-Co-State
        SUBTRACT PH-Ded       FROM WS-Qtr-Co-Ded
        SUBTRACT PH-Net       FROM WS-Qtr-Co-Net
    ELSE
        ADD PH-Gross     TO Qtr-Gross(WS-Qtr-Found-Idx)
        ADD PH-Fed-Tax   TO Qtr-Fed(WS-Qtr-Found-Idx)
        ADD PH-State-Tax TO Qtr-State(WS-Qtr-Found-Idx)
        ADD PH-Ded       TO Qtr-Ded(WS-Qtr-Found-Idx)
        ADD PH-Net       TO Qtr-Net(WS-Qtr-Found-Idx)
        ADD PH-Gross     TO WS-Qtr-Co-Gross
        ADD PH-Fed-Tax   TO WS-Qtr-Co-Fed
        ADD PH-State-Tax TO WS-Qtr-Co-State
        ADD PH-Ded       TO WS-Qtr-Co-Ded
        ADD PH-Net       TO WS-Qtr-Co-Net
    END-IF.
    PERFORM ADD-STATE-WAGES.

*> One history record into its employee's line for its work state and
*> into the company total for the state; a void subtracts, as above.
ADD-STATE-WAGES.
    IF PH-Work-State = SPACES
        MOVE "??" TO WS-SW-State
    ELSE
        MOVE PH-Work-State TO WS-SW-State
    END-IF.
    MOVE ZERO TO WS-SW-Found-Idx.
    PERFORM VARYING WS-SW-Sub FROM 1 BY 1
            UNTIL WS-SW-Sub > SW-Used-Count
        IF SW-Employee-ID(WS-SW-Sub) = PH-Employee-ID
           AND SW-State(WS-SW-Sub) = WS-SW-State
            MOVE WS-SW-Sub TO WS-SW-Found-Idx
            MOVE SW-Used-Count TO WS-SW-Sub
        END-IF
    END-PERFORM.
    IF WS-SW-Found-Idx = ZERO
        IF SW-Used-Count >= 1000
            DISPLAY "WARNING: State wage table is full, state "
                "breakout is incomplete."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO SW-Used-Count
        MOVE SW-Used-Count TO WS-SW-Found-Idx
        MOVE PH-Employee-ID TO SW-Employee-ID(WS-SW-Found-Idx)
        MOVE WS-SW-State    TO SW-State(WS-SW-Found-Idx)
        MOVE ZERO TO SW-Gross(WS-SW-Found-Idx)
        MOVE ZERO TO SW-Fed(WS-SW-Found-Idx)
        MOVE ZERO TO SW-State-Tax(WS-SW-Found-Idx)
    END-IF.

    MOVE ZERO TO WS-SC-Found-Idx.
    PERFORM VARYING WS-SC-Sub FROM 1 BY 1
            UNTIL WS-SC-Sub > SC-Used-Count
        IF SC-State(WS-SC-Sub) = WS-SW-State
            MOVE WS-SC-Sub TO WS-SC-Found-Idx
            MOVE SC-Used-Count TO WS-SC-Sub
        END-IF
    END-PERFORM.
    IF WS-SC-Found-Idx = ZERO
        IF SC-Used-Count >= 60
            DISPLAY "WARNING: State total table is full, state "
                "totals are incomplete."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO SC-Used-Count
        MOVE SC-Used-Count TO WS-SC-Found-Idx
        MOVE WS-SW-State TO SC-State(WS-SC-Found-Idx)
        MOVE ZERO TO SC-Gross(WS-SC-Found-Idx)
        MOVE ZERO TO SC-Fed(WS-SC-Found-Idx)
        MOVE ZERO TO SC-State-Tax(WS-SC-Found-Idx)
    END-IF.

    IF PH-Type-Void
        SUBTRACT PH-Gross     FROM SW-Gross(WS-SW-Found-Idx)
        SUBTRACT PH-Fed-Tax   FROM SW-Fed(WS-SW-Found-Idx)
        SUBTRACT PH-State-Tax FROM SW-State-Tax(WS-SW-Found-Idx)
        SUBTRACT PH-Gross     FROM SC-Gross(WS-SC-Found-Idx)
        SUBTRACT PH-Fed-Tax   FROM SC-Fed(WS-SC-Found-Idx)
        SUBTRACT PH-State-Tax FROM SC-State-Tax(WS-SC-Found-Idx)
    ELSE
        ADD PH-Gross     TO SW-Gross(WS-SW-Found-Idx)
        ADD PH-Fed-Tax   TO SW-Fed(WS-SW-Found-Idx)
        ADD PH-State-Tax TO SW-State-Tax(WS-SW-Found-Idx)
        ADD PH-Gross     TO SC-Gross(WS-SC-Found-Idx)
        ADD PH-Fed-Tax   TO SC-Fed(WS-SC-Found-Idx)
        ADD PH-State-Tax TO SC-State-Tax(WS-SC-Found-Idx)
    END-IF.

WRITE-QUARTERLY-REPORT.
    OPEN OUTPUT QuarterlyReportFile.
        PERFORM WRITE-ONE-QUARTERLY-LINE
    END-PERFORM.

    PERFORM VARYING WS-SC-Sub FROM 1 BY 1
            UNTIL WS-SC-Sub > SC-Used-Count
        MOVE SPACES TO QuarterlyReportRecord
        STRING "STATE TOTALS STATE=" SC-State(WS-SC-Sub)
               " GROSS=" SC-Gross(WS-SC-Sub)
               " FED=" SC-Fed(WS-SC-Sub)
               " STATE-TAX=" SC-State-Tax(WS-SC-Sub)
            DELIMITED BY SIZE INTO QuarterlyReportRecord
        END-STRING
        WRITE QuarterlyReportRecord
    END-PERFORM.

    MOVE SPACES TO QuarterlyReportRecord.
    STRING "COMPANY TOTALS GROSS=" WS-Qtr-Co-Gross
           " FED=" WS-Qtr-Co-Fed
    END-IF.
    WRITE QuarterlyReportRecord.

*>  the employee's wages and tax broken out by the state worked in
    PERFORM VARYING WS-SW-Sub FROM 1 BY 1
            UNTIL WS-SW-Sub > SW-Used-Count
        IF SW-Employee-ID(WS-SW-Sub) = Qtr-Employee-ID(WS-Qtr-Sub)
            MOVE SPACES TO QuarterlyReportRecord
            STRING "    STATE=" SW-State(WS-SW-Sub)
                   " GROSS=" SW-Gross(WS-SW-Sub)
                   " FED=" SW-Fed(WS-SW-Sub)
                   " STATE-TAX=" SW-State-Tax(WS-SW-Sub)
                DELIMITED BY SIZE INTO QuarterlyReportRecord
            END-STRING
            WRITE QuarterlyReportRecord
        END-IF
    END-PERFORM.

*> Off-cycle supplemental run: pays a bonus amount per employee from
*> BONUSFILE instead of hours, taxed at the flat supplemental rates,
*> with the deduction master deliberately skipped. Everything still
*> regular run for the period still has to happen.
SUPPLEMENTAL-PROCESSING.
    PERFORM LOAD-PAY-PERIOD-CONTROL.
    PERFORM COUNT-BONUS-TRANSMISSION.
    PERFORM CHECK-TRANSMISSION-REGISTRY.

    OPEN INPUT BonusFile.
    IF WS-Bonus-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN DDEXTRACT, STATUS=" WS-DD-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT CheckPrintFile.
    IF WS-CheckPrt-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN CHECKPRT, STATUS=" WS-CheckPrt-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT PositivePayFile.
    IF WS-PosPay-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN POSPAY, STATUS=" WS-PosPay-Status
        STOP RUN
    END-IF.

    PERFORM LOAD-EMPLOYEE-MASTER.
    PERFORM LOAD-TAX-TABLE.
    PERFORM LOAD-YTD-MASTER.
    PERFORM LOAD-LEAVE-MASTER.
    PERFORM LOAD-CHECK-CONTROL.
    INITIALIZE Earnings-Statements.
    PERFORM OPEN-PAY-HISTORY.

    PERFORM READ-BONUS-RECORD.
    PERFORM WRITE-GL-SUMMARY-RECORDS.
    PERFORM WRITE-PAYCHECK-SUMMARY-RECORD.
    PERFORM WRITE-DIRECT-DEPOSIT-CONTROL.
    PERFORM WRITE-POSITIVE-PAY-CONTROL.

    CLOSE RejectFile.
    CLOSE PaycheckReportFile.
    CLOSE GLExtractFile.
    CLOSE DirectDepositFile.
    CLOSE CheckPrintFile.
    CLOSE PositivePayFile.
    CLOSE PayHistoryFile.

    PERFORM SAVE-CHECK-CONTROL.
    PERFORM SAVE-YTD-MASTER.
    PERFORM WRITE-EARNINGS-STATEMENTS.
    PERFORM WRITE-PAY-TOTALS.
*>  The period stays open on purpose - see the paragraph comment.
    IF WS-RL-Run-Status NOT = "FAIL"
        PERFORM RECORD-TRANSMISSION
    END-IF.
    MOVE Employee-Count TO WS-RL-Written-Count.
    PERFORM WRITE-RUNLOG-END.

*> Counts and totals BONUSFILE for the transmission registry before
*> anything in it is applied; a file that will not open is left for
*> the main read to report.
COUNT-BONUS-TRANSMISSION.
    MOVE "BONUSFILE" TO WS-XR-File-Name.
    MOVE 100 TO WS-XR-Length.
    MOVE ZERO TO WS-XR-Count.
    MOVE ZERO TO WS-XR-Hash.
    MOVE 'N' TO WS-XR-EOF-Flag.
    OPEN INPUT BonusFile.
    IF WS-Bonus-Status = "00"
        PERFORM UNTIL WS-XR-EOF
            READ BonusFile
                AT END
                    MOVE 'Y' TO WS-XR-EOF-Flag
                NOT AT END
                    MOVE BonusFile-Record TO WS-XR-Record
                    PERFORM XMIT-HASH-RECORD
            END-READ
        END-PERFORM
        CLOSE BonusFile
    END-IF.

READ-BONUS-RECORD.
    READ BonusFile
        AT END
            IF Emp-Status(WS-Emp-Found-Idx) NOT = 'A'
                MOVE 'N' TO WS-Valid-Flag
                MOVE "EMPLOYEE IS NOT ACTIVE" TO ErrorMessage
            ELSE
                IF Emp-Work-State(WS-Emp-Found-Idx) = SPACES
                    MOVE 'N' TO WS-Valid-Flag
                    MOVE "NO WORK STATE ON EMPLOYEE MASTER"
                        TO ErrorMessage
                END-IF
            END-IF
        END-IF
    END-IF
    END-IF
    END-IF.

    IF WS-Record-Valid
        PERFORM CHECK-BONUS-AUTHORITY
    END-IF.

    IF WS-Record-Valid
        PERFORM PAY-ONE-BONUS
    ELSE
        PERFORM WRITE-REJECT-RECORD
    END-IF.

*> Each bonus is an approval: the submitting user must hold BONUS
*> authority for PayrollSystem up to the amount, or the record goes
*> to PAYREJECT for the repair desk like any other bad record.
CHECK-BONUS-AUTHORITY.
    MOVE WS-RL-Program-Id TO WS-Auth-Program.
    MOVE "BONUS" TO WS-Auth-Function.
    MOVE WS-Bonus-Amt-Num TO WS-Auth-Amount.
    MOVE ZERO TO WS-Auth-Quantity.
    MOVE SPACES TO WS-Auth-Reference.
    STRING "BONUS EMPLOYEE=" WS-Bonus-ID-Num
        DELIMITED BY SIZE INTO WS-Auth-Reference
    END-STRING.
    CALL "oprauth" USING WS-Auth-Request.
    IF NOT WS-Auth-Allowed
        MOVE 'N' TO WS-Valid-Flag
        MOVE SPACES TO ErrorMessage
        STRING "BONUS REFUSED - " WS-Auth-Reason
            DELIMITED BY SIZE INTO ErrorMessage
        END-STRING
    END-IF.

*> One supplemental paycheck: supplemental-rate tax, employer tax as
*> on any wages, no deductions, and the usual trail - YTD, pay history,
*> report line, direct deposit and the GL department roll-up.
PAY-ONE-BONUS.
    MOVE Emp-Name(WS-Emp-Found-Idx) TO Employee-Name.
    MOVE Emp-Dept(WS-Emp-Found-Idx) TO Employee-Dept.
    MOVE Emp-Work-State(WS-Emp-Found-Idx) TO WS-Work-State.
    MOVE WS-Bonus-Amt-Num TO Gross-Pay.
    MOVE 'S' TO WS-Pay-Type.
    PERFORM CALCULATE-SUPPLEMENTAL-TAX.
    MOVE ZERO TO Employee-Deductions.
    MOVE ZERO TO WS-Emp-Ded-Count.
    COMPUTE Net-Pay = Gross-Pay - Withholding-Tax.

    PERFORM WRITE-DIRECT-DEPOSIT-DETAIL.
    PERFORM WRITE-PAY-HISTORY-RECORD.
    PERFORM ADD-PAYCHECK-TO-STATEMENT.
    PERFORM ACCUMULATE-GL-DEPT-TOTALS.
    PERFORM ACCUMULATE-PAYROLL-TOTALS.

*> Back pay for rate changes keyed after the periods they reach into
*> had been paid. Each regular-time history record of an earlier
*> period on or after a request's effective date is repriced from the
*> hours it paid at the rate then in force; the register shows every
*> period, and the employee totals become the retro lines
*> PAY-RETRO-LINES pays once the time records are through.
CALCULATE-RETRO-PAY.
    MOVE ZERO TO Retro-Req-Used-Count.
    MOVE ZERO TO Retro-Paid-Used-Count.
    MOVE ZERO TO Retro-Det-Used-Count.
    MOVE ZERO TO Retro-Emp-Used-Count.
    MOVE 'N' TO WS-Retro-Overflow-Flag.
    MOVE 'N' TO WS-Retro-Held-Flag.

    OPEN OUTPUT RetroRegisterFile.
    IF WS-RetroReg-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN RETROREG, STATUS="
            WS-RetroReg-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    MOVE SPACES TO RetroRegister-Record.
    STRING "RETRO PAY REGISTER  PERIOD=" WS-PayPer-Number
           " PERIOD-END=" WS-PayPer-End-Date
           " RUN-DATE=" WS-Current-YYYYMMDD
        DELIMITED BY SIZE INTO RetroRegister-Record
    END-STRING.
    WRITE RetroRegister-Record.

    PERFORM LOAD-RETRO-REQUESTS.
    IF Retro-Req-Used-Count = ZERO
        MOVE SPACES TO RetroRegister-Record
        MOVE "NO RETRO REQUESTS PENDING" TO RetroRegister-Record
        WRITE RetroRegister-Record
        EXIT PARAGRAPH
    END-IF.

    PERFORM LOAD-RETRO-HISTORY.
    IF WS-Retro-Held
        PERFORM VARYING WS-Retro-Req-Sub FROM 1 BY 1
                UNTIL WS-Retro-Req-Sub > Retro-Req-Used-Count
            PERFORM HOLD-ONE-RETRO-REQUEST
        END-PERFORM
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT PayHistoryFile.
    IF WS-PayHist-Status NOT = "00"
        DISPLAY "INFO: No pay history found, no retro pay due."
    ELSE
        MOVE 'N' TO WS-PayHist-EOF-Flag
        PERFORM READ-PAY-HISTORY-RECORD
        PERFORM UNTIL WS-PayHist-EOF
            PERFORM REPRICE-ONE-HISTORY-RECORD
            PERFORM READ-PAY-HISTORY-RECORD
        END-PERFORM
        CLOSE PayHistoryFile
    END-IF.

*> RETROPEND is emptied once the run is through, so a request that
*> does not fit the table would be lost unpaid - more than the table
*> holds stops the run before anything is paid, RETROPEND untouched.
LOAD-RETRO-REQUESTS.
    OPEN INPUT RetroPendFile.
    IF WS-RetroPend-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-RETROPEND-RECORD.
    PERFORM UNTIL WS-RetroPend-EOF
        IF Retro-Req-Used-Count >= 200
            DISPLAY "ERROR: RETROPEND HOLDS MORE THAN 200 REQUESTS - "
                "RUN STOPPED, RETROPEND LEFT AS IT IS."
            CLOSE RetroPendFile
            CLOSE RetroRegisterFile
            MOVE "FAIL" TO WS-RL-Run-Status
            PERFORM WRITE-RUNLOG-END
            MOVE 8 TO RETURN-CODE
            STOP RUN
        ELSE
        IF RP-Employee-ID NOT NUMERIC OR RP-New-Rate NOT NUMERIC
           OR RP-Eff-Date NOT NUMERIC
            DISPLAY "WARNING: Unreadable RETROPEND record skipped: "
                RetroPend-Record
            PERFORM READ-RETROPEND-RECORD
        ELSE
            ADD 1 TO Retro-Req-Used-Count
            MOVE RP-Employee-ID TO Retro-Req-Emp-ID(Retro-Req-Used-Count)
            MOVE RP-Old-Rate    TO Retro-Req-Old-Rate(Retro-Req-Used-Count)
            MOVE RP-New-Rate    TO Retro-Req-New-Rate(Retro-Req-Used-Count)
            MOVE RP-Eff-Date    TO Retro-Req-Eff-Date(Retro-Req-Used-Count)
            PERFORM READ-RETROPEND-RECORD
        END-IF
        END-IF
    END-PERFORM.
    CLOSE RetroPendFile.

READ-RETROPEND-RECORD.
    READ RetroPendFile
        AT END
            MOVE 'Y' TO WS-RetroPend-EOF-Flag
    END-READ.

*> Only the requested employees' entries are kept - the rest of the
*> trail has nothing to say about this run.
LOAD-RETRO-HISTORY.
    OPEN INPUT RetroHistFile.
    IF WS-RetroHist-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-RETROHIST-RECORD.
    PERFORM UNTIL WS-RetroHist-EOF
        PERFORM VARYING WS-Retro-Req-Sub FROM 1 BY 1
                UNTIL WS-Retro-Req-Sub > Retro-Req-Used-Count
            IF Retro-Req-Emp-ID(WS-Retro-Req-Sub) = RH-Employee-ID
                IF Retro-Paid-Used-Count >= 1000
                    DISPLAY "WARNING: Retro history table is full - "
                        "no retro paid this run, RETROPEND kept."
                    MOVE 'Y' TO WS-Retro-Held-Flag
                    MOVE 'Y' TO WS-RetroHist-EOF-Flag
                ELSE
                    ADD 1 TO Retro-Paid-Used-Count
                    MOVE RH-Employee-ID
                        TO Retro-Paid-Emp-ID(Retro-Paid-Used-Count)
                    MOVE RH-For-End-Date
                        TO Retro-Paid-For-Date(Retro-Paid-Used-Count)
                    MOVE RH-Rate
                        TO Retro-Paid-Rate(Retro-Paid-Used-Count)
                END-IF
                MOVE Retro-Req-Used-Count TO WS-Retro-Req-Sub
            END-IF
        END-PERFORM
        IF NOT WS-RetroHist-EOF
            PERFORM READ-RETROHIST-RECORD
        END-IF
    END-PERFORM.
    CLOSE RetroHistFile.

READ-RETROHIST-RECORD.
    READ RetroHistFile
        AT END
            MOVE 'Y' TO WS-RetroHist-EOF-Flag
    END-READ.

HOLD-ONE-RETRO-REQUEST.
    MOVE Retro-Req-New-Rate(WS-Retro-Req-Sub) TO WS-Retro-Rate-Edited-2.
    MOVE SPACES TO RetroRegister-Record.
    STRING "EMP=" Retro-Req-Emp-ID(WS-Retro-Req-Sub)
           " EFF=" Retro-Req-Eff-Date(WS-Retro-Req-Sub)
           " NEW-RATE=" WS-Retro-Rate-Edited-2
           " NOT PAID - REVIEW BY HAND, RETROHIST TABLE FULL"
        DELIMITED BY SIZE INTO RetroRegister-Record
    END-STRING.
    WRITE RetroRegister-Record.

*> The rate a period should have paid is the newest request already
*> in force by its period-end date - the same test the run uses for a
*> pending rate. What it did pay is the history rate, or the rate an
*> earlier retro line already brought it up to.
REPRICE-ONE-HISTORY-RECORD.
    IF PH-Type-Bonus OR PH-Type-Retro
        EXIT PARAGRAPH
    END-IF.
*>  A voided time paycheck is repriced as its own negative, so only
*>  what the employee kept is made good. Voids of anything else have
*>  no hours to reprice.
    IF PH-Type-Void
        IF PH-Orig-Type NOT = 'P' AND PH-Orig-Type NOT = 'M'
            EXIT PARAGRAPH
        END-IF
        MOVE PH-Orig-End-Date TO PH-End-Date
    END-IF.
    IF PH-End-Date NOT NUMERIC OR PH-End-Date NOT < WS-PayPer-End-Date
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-Retro-Req-Best-Idx.
    PERFORM VARYING WS-Retro-Req-Sub FROM 1 BY 1
            UNTIL WS-Retro-Req-Sub > Retro-Req-Used-Count
        IF Retro-Req-Emp-ID(WS-Retro-Req-Sub) = PH-Employee-ID
           AND Retro-Req-Eff-Date(WS-Retro-Req-Sub) NOT > PH-End-Date
            IF WS-Retro-Req-Best-Idx = ZERO
                MOVE WS-Retro-Req-Sub TO WS-Retro-Req-Best-Idx
            ELSE
                IF Retro-Req-Eff-Date(WS-Retro-Req-Sub) NOT <
                   Retro-Req-Eff-Date(WS-Retro-Req-Best-Idx)
                    MOVE WS-Retro-Req-Sub TO WS-Retro-Req-Best-Idx
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    IF WS-Retro-Req-Best-Idx = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE Retro-Req-New-Rate(WS-Retro-Req-Best-Idx) TO WS-Retro-New-Rate.

    IF NOT PH-Type-Regular AND NOT PH-Type-Manual AND NOT PH-Type-Void
        MOVE SPACES TO RetroRegister-Record
        STRING "EMP=" PH-Employee-ID
               " PERIOD=" PH-Period
               " END=" PH-End-Date
               " NO HOURS ON HISTORY - NOT REPRICED, REVIEW BY HAND"
            DELIMITED BY SIZE INTO RetroRegister-Record
        END-STRING
        WRITE RetroRegister-Record
        EXIT PARAGRAPH
    END-IF.

    MOVE PH-Rate TO WS-Retro-Paid-Rate.
    PERFORM VARYING WS-Retro-Paid-Sub FROM 1 BY 1
            UNTIL WS-Retro-Paid-Sub > Retro-Paid-Used-Count
        IF Retro-Paid-Emp-ID(WS-Retro-Paid-Sub) = PH-Employee-ID
           AND Retro-Paid-For-Date(WS-Retro-Paid-Sub) = PH-End-Date
            MOVE Retro-Paid-Rate(WS-Retro-Paid-Sub)
                TO WS-Retro-Paid-Rate
        END-IF
    END-PERFORM.
    IF WS-Retro-Paid-Rate = WS-Retro-New-Rate
        EXIT PARAGRAPH
    END-IF.

    IF Retro-Det-Used-Count >= 1000
        IF NOT WS-Retro-Overflow
            DISPLAY "WARNING: Retro detail table is full, remaining "
                "periods not repriced."
            MOVE 'Y' TO WS-Retro-Overflow-Flag
        END-IF
        MOVE SPACES TO RetroRegister-Record
        STRING "EMP=" PH-Employee-ID
               " PERIOD=" PH-Period
               " END=" PH-End-Date
               " RETRO TABLE FULL - NOT REPRICED, REVIEW BY HAND"
            DELIMITED BY SIZE INTO RetroRegister-Record
        END-STRING
        WRITE RetroRegister-Record
        EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-Retro-Diff ROUNDED =
        (PH-Reg-Hours + PH-OT-Hours * WS-Overtime-Factor)
        * (WS-Retro-New-Rate - WS-Retro-Paid-Rate).
    IF PH-Type-Void
        COMPUTE WS-Retro-Diff = ZERO - WS-Retro-Diff
    END-IF.

    ADD 1 TO Retro-Det-Used-Count.
    MOVE PH-Employee-ID    TO Retro-Det-Emp-ID(Retro-Det-Used-Count).
    MOVE PH-End-Date       TO Retro-Det-For-Date(Retro-Det-Used-Count).
    MOVE WS-Retro-New-Rate TO Retro-Det-Rate(Retro-Det-Used-Count).
    PERFORM ADD-RETRO-EMPLOYEE-TOTAL.

    MOVE WS-Retro-Paid-Rate TO WS-Retro-Rate-Edited.
    MOVE WS-Retro-New-Rate  TO WS-Retro-Rate-Edited-2.
    MOVE WS-Retro-Diff      TO WS-Retro-Amt-Edited.
    MOVE SPACES TO RetroRegister-Record.
    STRING "EMP=" PH-Employee-ID
           " PERIOD=" PH-Period
           " END=" PH-End-Date
           " REG-HRS=" PH-Reg-Hours
           " OT-HRS=" PH-OT-Hours
           " OLD-RATE=" WS-Retro-Rate-Edited
           " NEW-RATE=" WS-Retro-Rate-Edited-2
           " DIFF=" WS-Retro-Amt-Edited
        DELIMITED BY SIZE INTO RetroRegister-Record
    END-STRING.
    WRITE RetroRegister-Record.

ADD-RETRO-EMPLOYEE-TOTAL.
    MOVE ZERO TO WS-Retro-Emp-Found-Idx.
    PERFORM VARYING WS-Retro-Emp-Sub FROM 1 BY 1
            UNTIL WS-Retro-Emp-Sub > Retro-Emp-Used-Count
        IF Retro-Emp-ID(WS-Retro-Emp-Sub) = PH-Employee-ID
            MOVE WS-Retro-Emp-Sub TO WS-Retro-Emp-Found-Idx
            MOVE Retro-Emp-Used-Count TO WS-Retro-Emp-Sub
        END-IF
    END-PERFORM.
*>  one request per employee at least, so the table cannot outgrow
*>  the request table it is sized to match
    IF WS-Retro-Emp-Found-Idx = ZERO
        ADD 1 TO Retro-Emp-Used-Count
        MOVE Retro-Emp-Used-Count TO WS-Retro-Emp-Found-Idx
        MOVE PH-Employee-ID TO Retro-Emp-ID(WS-Retro-Emp-Found-Idx)
        MOVE ZERO TO Retro-Emp-Amount(WS-Retro-Emp-Found-Idx)
        MOVE ZERO TO Retro-Emp-Periods(WS-Retro-Emp-Found-Idx)
    END-IF.
    ADD WS-Retro-Diff TO Retro-Emp-Amount(WS-Retro-Emp-Found-Idx).
    ADD 1 TO Retro-Emp-Periods(WS-Retro-Emp-Found-Idx).

*> One retro line per employee owed back pay, paid after the time
*> records as its own paycheck. A net overpayment is never clawed
*> back automatically - the register sends it to the payroll office.
PAY-RETRO-LINES.
    IF Retro-Emp-Used-Count > ZERO
        OPEN EXTEND RetroHistFile
        IF WS-RetroHist-Status = "35"
            CLOSE RetroHistFile
            OPEN OUTPUT RetroHistFile
        END-IF
        IF WS-RetroHist-Status NOT = "00"
            DISPLAY "ERROR: CANNOT OPEN RETROHIST, STATUS="
                WS-RetroHist-Status
            MOVE "FAIL" TO WS-RL-Run-Status
            PERFORM WRITE-RUNLOG-END
            STOP RUN
        END-IF
        PERFORM VARYING WS-Retro-Emp-Sub FROM 1 BY 1
                UNTIL WS-Retro-Emp-Sub > Retro-Emp-Used-Count
            PERFORM PAY-ONE-RETRO-LINE
        END-PERFORM
        CLOSE RetroHistFile
    END-IF.

    MOVE SPACES TO RetroRegister-Record.
    WRITE RetroRegister-Record.
    MOVE Retro-Req-Used-Count TO WS-Retro-Req-Count-Out.
    MOVE Retro-Det-Used-Count TO WS-Retro-Det-Count-Out.
    MOVE SPACES TO RetroRegister-Record.
    STRING "RETRO REQUESTS=" WS-Retro-Req-Count-Out
           " PERIODS REPRICED=" WS-Retro-Det-Count-Out
           " RETRO LINES PAID=" WS-Retro-Paid-Count
           " RETRO GROSS=" WS-Retro-Paid-Total
        DELIMITED BY SIZE INTO RetroRegister-Record
    END-STRING.
    WRITE RetroRegister-Record.
    CLOSE RetroRegisterFile.

*> Taxed at the supplemental rates like a bonus, no deductions, with
*> its own report line, deposit detail, R history record and retro
*> expense on the GL. A former employee is still owed the money, so
*> status is not checked - only that the master still carries them.
PAY-ONE-RETRO-LINE.
    MOVE Retro-Emp-ID(WS-Retro-Emp-Sub) TO Employee-ID.
    MOVE Retro-Emp-Periods(WS-Retro-Emp-Sub) TO WS-Retro-Periods.
    MOVE Retro-Emp-Amount(WS-Retro-Emp-Sub) TO WS-Retro-Amt-Edited.
    PERFORM FIND-EMPLOYEE-BY-ID.
    IF WS-Emp-Found-Idx = ZERO
        MOVE SPACES TO RetroRegister-Record
        STRING "EMP=" Employee-ID
               " NET RETRO=" WS-Retro-Amt-Edited
               " NOT PAID - EMPLOYEE NOT ON EMPLOYEE MASTER"
            DELIMITED BY SIZE INTO RetroRegister-Record
        END-STRING
        WRITE RetroRegister-Record
        EXIT PARAGRAPH
    END-IF.
    IF Retro-Emp-Amount(WS-Retro-Emp-Sub) NOT > ZERO
        MOVE SPACES TO RetroRegister-Record
        STRING "EMP=" Employee-ID
               " NET RETRO=" WS-Retro-Amt-Edited
               " NOT PAID - OVERPAYMENT, RECOVER BY HAND"
            DELIMITED BY SIZE INTO RetroRegister-Record
        END-STRING
        WRITE RetroRegister-Record
        EXIT PARAGRAPH
    END-IF.
*>  A former employee's state was not checked at start-up.
    MOVE Emp-Work-State(WS-Emp-Found-Idx) TO WS-Work-State.
    MOVE WS-Work-State TO WS-Tax-Jurisdiction.
    MOVE ZERO TO Gross-Pay.
    PERFORM FIND-BRACKET-RATE.
    IF WS-Work-State = SPACES OR NOT WS-Tax-Found
        MOVE SPACES TO RetroRegister-Record
        STRING "EMP=" Employee-ID
               " NET RETRO=" WS-Retro-Amt-Edited
               " NOT PAID - NO WORK STATE OR NO TAX TABLE FOR IT"
            DELIMITED BY SIZE INTO RetroRegister-Record
        END-STRING
        WRITE RetroRegister-Record
        EXIT PARAGRAPH
    END-IF.

    MOVE Emp-Name(WS-Emp-Found-Idx) TO Employee-Name.
    MOVE Emp-Dept(WS-Emp-Found-Idx) TO Employee-Dept.
    MOVE Retro-Emp-Amount(WS-Retro-Emp-Sub) TO Gross-Pay.
    MOVE 'R' TO WS-Pay-Type.
    PERFORM CALCULATE-SUPPLEMENTAL-TAX.
    MOVE ZERO TO Employee-Deductions.
    MOVE ZERO TO WS-Emp-Ded-Count.
    COMPUTE Net-Pay = Gross-Pay - Withholding-Tax.
    MOVE ZERO TO WS-Regular-Hours.
    MOVE ZERO TO WS-Overtime-Hours.
    MOVE ZERO TO WS-Regular-Pay.
    MOVE ZERO TO WS-Overtime-Pay.

    PERFORM UPDATE-YTD-MASTER.

    IF WS-Report-Line-Count >= WS-Lines-Per-Page
        PERFORM WRITE-PAYCHECK-REPORT-HEADERS
    END-IF.
    MOVE SPACES TO PaycheckReportRecord.
    STRING "RETRO EMP=" Employee-ID
           " NAME="    Employee-Name(1:20)
           " PERIODS=" WS-Retro-Periods
           " GROSS="   Gross-Pay
           " FED-TAX=" Federal-Withholding-Tax
           " ST-TAX="  State-Withholding-Tax
           " NET="     Net-Pay
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    WRITE PaycheckReportRecord.
    ADD 1 TO WS-Report-Line-Count.

    PERFORM WRITE-DIRECT-DEPOSIT-DETAIL.
    PERFORM WRITE-PAY-HISTORY-RECORD.
    PERFORM ADD-PAYCHECK-TO-STATEMENT.
    PERFORM ACCUMULATE-GL-DEPT-TOTALS.
    PERFORM ACCUMULATE-PAYROLL-TOTALS.
    PERFORM ADD-PAYCHECK-TO-LABOR-REPORT.

    MOVE SPACES TO RetroRegister-Record.
    STRING "EMP=" Employee-ID
           " NAME=" Employee-Name(1:20)
           " PERIODS=" WS-Retro-Periods
           " RETRO PAID GROSS=" Gross-Pay
           " NET=" Net-Pay
        DELIMITED BY SIZE INTO RetroRegister-Record
    END-STRING.
    WRITE RetroRegister-Record.
    ADD 1 TO WS-Retro-Paid-Count.
    ADD Gross-Pay TO WS-Retro-Paid-Total.

    PERFORM VARYING WS-Retro-Det-Sub FROM 1 BY 1
            UNTIL WS-Retro-Det-Sub > Retro-Det-Used-Count
        IF Retro-Det-Emp-ID(WS-Retro-Det-Sub) = Employee-ID
            MOVE ","             TO RH-Sep1 RH-Sep2 RH-Sep3
            MOVE Employee-ID     TO RH-Employee-ID
            MOVE Retro-Det-For-Date(WS-Retro-Det-Sub)
                                 TO RH-For-End-Date
            MOVE Retro-Det-Rate(WS-Retro-Det-Sub) TO RH-Rate
            MOVE WS-PayPer-End-Date TO RH-Paid-End-Date
            WRITE RetroHist-Record
        END-IF
    END-PERFORM.

*> Every request read this run has been repriced, paid or sent to the
*> register for review - empty the file so none is paid twice. Held
*> requests stay on it for the next run.
CLEAR-RETRO-REQUESTS.
    IF WS-Retro-Held
        MOVE 4 TO RETURN-CODE
    ELSE
    IF Retro-Req-Used-Count > ZERO
        OPEN OUTPUT RetroPendFile
        CLOSE RetroPendFile
    END-IF
    END-IF.

*> Void and manual-check run. V lines (V,employee,period-end,type,
*> reason) void a paycheck already on PAYHIST: the history gets a V
*> record carrying the paycheck's own figures to be taken away, YTD
*> and leave drawn are backed out, and the GL lines the paycheck
*> posted are posted again with debit and credit swapped. M lines
*> (M,employee,hours,hours type,check number) record a manual check
*> written at the counter - paid through the same path as a time
*> record, with everything but the bank deposit, and sent to positive
*> pay under its eight-digit check number. The period is never closed
*> by this run.
VOID-PROCESSING.
    PERFORM LOAD-PAY-PERIOD-CONTROL.

    OPEN INPUT VoidTransFile.
    IF WS-VoidTrans-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN VOIDTRANS, STATUS="
            WS-VoidTrans-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.

    OPEN OUTPUT RejectFile.
    IF WS-Reject-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN PAYREJECT, STATUS=" WS-Reject-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT PaycheckReportFile.
    IF WS-Report-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN PAYREPORT, STATUS=" WS-Report-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT GLExtractFile.
    IF WS-GL-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN GLEXTRACT, STATUS=" WS-GL-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT DirectDepositFile.
    IF WS-DD-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN DDEXTRACT, STATUS=" WS-DD-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT PositivePayFile.
    IF WS-PosPay-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN POSPAY, STATUS=" WS-PosPay-Status
        STOP RUN
    END-IF.

    PERFORM LOAD-EMPLOYEE-MASTER.
    PERFORM LOAD-TAX-TABLE.
    PERFORM LOAD-CHARGE-CODES.
    PERFORM LOAD-DEDUCTION-MASTER.
    PERFORM LOAD-YTD-MASTER.
    PERFORM LOAD-LEAVE-MASTER.
    PERFORM LOAD-VOID-REQUESTS.
    CLOSE VoidTransFile.
    PERFORM FIND-VOIDED-PAYCHECKS.
    PERFORM OPEN-PAY-HISTORY.

*>  Manual checks first, posted exactly like a pay run.
    OPEN INPUT VoidTransFile.
    MOVE 'N' TO WS-VoidTrans-EOF-Flag.
    PERFORM READ-VOIDTRANS-RECORD.
    PERFORM UNTIL WS-VoidTrans-EOF
        IF VoidTrans-Record(1:1) = 'M'
            PERFORM PROCESS-MANUAL-CHECK
        END-IF
        PERFORM READ-VOIDTRANS-RECORD
    END-PERFORM.
    CLOSE VoidTransFile.
    PERFORM WRITE-GL-SUMMARY-RECORDS.

*>  Then the voids, on fresh GL totals with the sides swapped.
    MOVE ZERO TO GL-Dept-Used-Count.
    MOVE ZERO TO GL-Ded-Used-Count.
    MOVE "CR" TO WS-GL-Debit-Side.
    MOVE "DR" TO WS-GL-Credit-Side.
    PERFORM VARYING WS-Void-Req-Sub FROM 1 BY 1
            UNTIL WS-Void-Req-Sub > Void-Req-Used-Count
        PERFORM VOID-ONE-PAYCHECK
    END-PERFORM.
    PERFORM WRITE-GL-SUMMARY-RECORDS.
    MOVE "DR" TO WS-GL-Debit-Side.
    MOVE "CR" TO WS-GL-Credit-Side.

    PERFORM WRITE-PAYCHECK-SUMMARY-RECORD.
    PERFORM WRITE-VOID-SUMMARY-RECORD.
    PERFORM WRITE-DIRECT-DEPOSIT-CONTROL.
    PERFORM WRITE-POSITIVE-PAY-CONTROL.

    CLOSE RejectFile.
    CLOSE PaycheckReportFile.
    CLOSE GLExtractFile.
    CLOSE DirectDepositFile.
    CLOSE PositivePayFile.
    CLOSE PayHistoryFile.

    PERFORM SAVE-YTD-MASTER.
    PERFORM SAVE-LEAVE-MASTER.
    PERFORM WRITE-PAY-TOTALS.
    COMPUTE WS-RL-Written-Count = Employee-Count + WS-Void-Count.
    PERFORM WRITE-RUNLOG-END.

READ-VOIDTRANS-RECORD.
    READ VoidTransFile
        AT END
            MOVE 'Y' TO WS-VoidTrans-EOF-Flag
    END-READ.

UNSTRING-VOID-TRANSACTION.
    MOVE VoidTrans-Record TO WS-Employee-Record.
    MOVE SPACES TO WS-Void-Txn-Action WS-Void-Txn-ID-X
                   WS-Void-Txn-Field3 WS-Void-Txn-Field4
                   WS-Void-Txn-Field5.
    MOVE ZERO TO WS-Void-Field-Count.
    UNSTRING VoidTrans-Record DELIMITED BY ','
        INTO WS-Void-Txn-Action
             WS-Void-Txn-ID-X
             WS-Void-Txn-Field3
             WS-Void-Txn-Field4
             WS-Void-Txn-Field5
        TALLYING IN WS-Void-Field-Count
    END-UNSTRING.

*> Each V line names the paycheck by employee, period-end date and
*> pay type. Two lines for the same paycheck key in one run void the
*> first and the second such paycheck, not the first one twice.
LOAD-VOID-REQUESTS.
    MOVE ZERO TO Void-Req-Used-Count.
    MOVE 'N' TO WS-VoidTrans-EOF-Flag.
    PERFORM READ-VOIDTRANS-RECORD.
    PERFORM UNTIL WS-VoidTrans-EOF
        PERFORM UNSTRING-VOID-TRANSACTION
        IF WS-Void-Txn-Action NOT = 'M'
            PERFORM TAKE-ONE-VOID-REQUEST
        END-IF
        PERFORM READ-VOIDTRANS-RECORD
    END-PERFORM.

TAKE-ONE-VOID-REQUEST.
    ADD 1 TO WS-RL-Read-Count.
    MOVE SPACES TO ErrorMessage.
    IF WS-Void-Txn-Action NOT = 'V'
        MOVE "ACTION MUST BE V (VOID) OR M (MANUAL)" TO ErrorMessage
    ELSE
    IF WS-Void-Txn-ID-Num NOT NUMERIC
        MOVE "EMPLOYEE ID IS NOT A VALID NUMBER" TO ErrorMessage
    ELSE
    IF WS-Void-Txn-Field3(1:8) NOT NUMERIC
        MOVE "PERIOD-END DATE OF THE PAYCHECK IS INVALID"
            TO ErrorMessage
    ELSE
    IF WS-Void-Txn-Field4(1:1) NOT = 'P' AND NOT = 'S'
            AND NOT = 'R' AND NOT = 'M'
        MOVE "PAY TYPE MUST BE P, S, R OR M" TO ErrorMessage
    ELSE
    IF Void-Req-Used-Count >= 200
        MOVE "VOID TABLE FULL - RESUBMIT NEXT RUN" TO ErrorMessage
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.
    IF ErrorMessage NOT = SPACES
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO Void-Req-Used-Count.
    MOVE Void-Req-Used-Count TO WS-Void-Req-Sub.
    MOVE WS-Void-Txn-ID-Num      TO Void-Req-Emp-ID(WS-Void-Req-Sub).
    MOVE WS-Void-Txn-Field3(1:8) TO Void-Req-End-Date(WS-Void-Req-Sub).
    MOVE WS-Void-Txn-Field4(1:1) TO Void-Req-Type(WS-Void-Req-Sub).
    MOVE WS-Void-Txn-Field5      TO Void-Req-Reason(WS-Void-Req-Sub).
    MOVE ZERO TO Void-Req-Seen(WS-Void-Req-Sub).
    MOVE 'N'  TO Void-Req-Found-Flag(WS-Void-Req-Sub).
    MOVE SPACES TO Void-Req-History(WS-Void-Req-Sub).
    MOVE 1    TO Void-Req-Seq(WS-Void-Req-Sub).
    PERFORM VARYING WS-Void-Req-Other FROM 1 BY 1
            UNTIL WS-Void-Req-Other >= WS-Void-Req-Sub
        IF Void-Req-Emp-ID(WS-Void-Req-Other)
                = Void-Req-Emp-ID(WS-Void-Req-Sub)
           AND Void-Req-End-Date(WS-Void-Req-Other)
                = Void-Req-End-Date(WS-Void-Req-Sub)
           AND Void-Req-Type(WS-Void-Req-Other)
                = Void-Req-Type(WS-Void-Req-Sub)
            ADD 1 TO Void-Req-Seq(WS-Void-Req-Sub)
        END-IF
    END-PERFORM.

*> Two passes over PAYHIST: the first counts the voids already posted
*> against each key, so each request moves past those paychecks; the
*> second keeps the paycheck each request is left pointing at.
FIND-VOIDED-PAYCHECKS.
    IF Void-Req-Used-Count = ZERO
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PayHistoryFile.
    IF WS-PayHist-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-PayHist-EOF-Flag.
    PERFORM READ-PAY-HISTORY-RECORD.
    PERFORM UNTIL WS-PayHist-EOF
        IF PH-Type-Void
            PERFORM VARYING WS-Void-Req-Sub FROM 1 BY 1
                    UNTIL WS-Void-Req-Sub > Void-Req-Used-Count
                IF Void-Req-Emp-ID(WS-Void-Req-Sub) = PH-Employee-ID
                   AND Void-Req-End-Date(WS-Void-Req-Sub)
                        = PH-Orig-End-Date
                   AND Void-Req-Type(WS-Void-Req-Sub) = PH-Orig-Type
                    ADD 1 TO Void-Req-Seq(WS-Void-Req-Sub)
                END-IF
            END-PERFORM
        END-IF
        PERFORM READ-PAY-HISTORY-RECORD
    END-PERFORM.
    CLOSE PayHistoryFile.

    OPEN INPUT PayHistoryFile.
    MOVE 'N' TO WS-PayHist-EOF-Flag.
    PERFORM READ-PAY-HISTORY-RECORD.
    PERFORM UNTIL WS-PayHist-EOF
        IF NOT PH-Type-Void
            PERFORM VARYING WS-Void-Req-Sub FROM 1 BY 1
                    UNTIL WS-Void-Req-Sub > Void-Req-Used-Count
                IF Void-Req-Emp-ID(WS-Void-Req-Sub) = PH-Employee-ID
                   AND Void-Req-End-Date(WS-Void-Req-Sub) = PH-End-Date
                   AND Void-Req-Type(WS-Void-Req-Sub) = PH-Pay-Type
                    ADD 1 TO Void-Req-Seen(WS-Void-Req-Sub)
                    IF Void-Req-Seen(WS-Void-Req-Sub)
                            = Void-Req-Seq(WS-Void-Req-Sub)
                        MOVE 'Y' TO Void-Req-Found-Flag(WS-Void-Req-Sub)
                        MOVE PayHistory-Record
                            TO Void-Req-History(WS-Void-Req-Sub)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        PERFORM READ-PAY-HISTORY-RECORD
    END-PERFORM.
    CLOSE PayHistoryFile.

*> The M line is handed to the time-record path in EMPFILE's own
*> shape, with the check number kept back for the register, pay
*> history and positive pay.
PROCESS-MANUAL-CHECK.
    PERFORM UNSTRING-VOID-TRANSACTION.
    IF WS-Void-Txn-Field5 = SPACES
        ADD 1 TO WS-RL-Read-Count
        MOVE "MANUAL CHECK NUMBER IS MISSING" TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-Void-Txn-Field5 TO WS-Manual-Check-No.
    IF WS-Manual-Check-Num NOT NUMERIC OR WS-Manual-Check-Num = ZERO
        ADD 1 TO WS-RL-Read-Count
        MOVE "MANUAL CHECK NUMBER IS NOT 8 DIGITS" TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO EmployeeFile-Record.
    STRING WS-Void-Txn-ID-X   DELIMITED BY SPACE
           ","                DELIMITED BY SIZE
           WS-Void-Txn-Field3 DELIMITED BY SPACE
           ","                DELIMITED BY SIZE
           WS-Void-Txn-Field4 DELIMITED BY SPACE
        INTO EmployeeFile-Record
    END-STRING.
    PERFORM PROCESS-EMPLOYEE-RECORD.

*> The check number goes onto PAYHIST with the paycheck, so a later
*> void stops the check at the bank like a printed one.
WRITE-MANUAL-CHECK-LINE.
    MOVE WS-Manual-Check-Num TO WS-Check-Number.
    MOVE SPACES TO PaycheckReportRecord.
    STRING "       MANUAL CHECK NO=" WS-Manual-Check-No
           " NET=" Net-Pay
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    WRITE PaycheckReportRecord.
    ADD 1 TO WS-Report-Line-Count.
    ADD Net-Pay TO WS-Manual-Net-Total.
    IF Net-Pay > ZERO
        PERFORM WRITE-POSITIVE-PAY-ISSUE
    END-IF.

VOID-ONE-PAYCHECK.
    MOVE SPACES TO WS-Employee-Record.
    STRING "V," Void-Req-Emp-ID(WS-Void-Req-Sub)
           "," Void-Req-End-Date(WS-Void-Req-Sub)
           "," Void-Req-Type(WS-Void-Req-Sub)
           "," Void-Req-Reason(WS-Void-Req-Sub)
        DELIMITED BY SIZE INTO WS-Employee-Record
    END-STRING.
    IF NOT Void-Req-Found(WS-Void-Req-Sub)
        MOVE "PAYCHECK NOT ON PAY HISTORY OR ALREADY VOIDED"
            TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE Void-Req-History(WS-Void-Req-Sub) TO PayHistory-Record.
    IF PH-Sep12 NOT = ","
        MOVE "PAYCHECK PREDATES VOID DETAIL - VOID BY HAND"
            TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.
    IF PH-End-Date(1:4) NOT = WS-PayPer-End-Date(1:4)
        MOVE "PRIOR-YEAR PAYCHECK - VOID BY HAND" TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.

    MOVE PH-Employee-ID TO Employee-ID.
    MOVE PH-Gross       TO Gross-Pay.
    MOVE PH-Fed-Tax     TO Federal-Withholding-Tax.
    MOVE PH-State-Tax   TO State-Withholding-Tax.
    COMPUTE Withholding-Tax =
        Federal-Withholding-Tax + State-Withholding-Tax.
    MOVE PH-Ded         TO Employee-Deductions.
    MOVE PH-Net         TO Net-Pay.
    MOVE PH-ER-Tax      TO Employer-Tax.
    MOVE PH-Dept        TO Employee-Dept.
    PERFORM FIND-YTD-BY-EMPLOYEE-ID.
    IF WS-YTD-Found-Idx = ZERO
        MOVE "EMPLOYEE NOT ON YTD MASTER" TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.
    IF YTD-Gross(WS-YTD-Found-Idx) < Gross-Pay
            OR YTD-Tax(WS-YTD-Found-Idx) < Withholding-Tax
            OR YTD-Net(WS-YTD-Found-Idx) < Net-Pay
            OR YTD-Ded(WS-YTD-Found-Idx) < Employee-Deductions
        MOVE "YTD MASTER DOES NOT COVER THE PAYCHECK" TO ErrorMessage
        PERFORM WRITE-REJECT-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-Leave-Found-Idx.
    IF PH-Hours-Type = 'V' OR PH-Hours-Type = 'S'
        PERFORM FIND-LEAVE-BY-EMPLOYEE-ID
        IF WS-Leave-Found-Idx = ZERO
            MOVE "NO LEAVE BALANCE ON FILE TO RESTORE" TO ErrorMessage
            PERFORM WRITE-REJECT-RECORD
            EXIT PARAGRAPH
        END-IF
    END-IF.

    SUBTRACT Gross-Pay           FROM YTD-Gross(WS-YTD-Found-Idx).
    SUBTRACT Withholding-Tax     FROM YTD-Tax(WS-YTD-Found-Idx).
    SUBTRACT Net-Pay             FROM YTD-Net(WS-YTD-Found-Idx).
    SUBTRACT Employee-Deductions FROM YTD-Ded(WS-YTD-Found-Idx).
    IF PH-Hours-Type = 'V'
        ADD PH-Reg-Hours TO Leave-Vac-Balance(WS-Leave-Found-Idx)
    END-IF.
    IF PH-Hours-Type = 'S'
        ADD PH-Reg-Hours TO Leave-Sick-Balance(WS-Leave-Found-Idx)
    END-IF.

    PERFORM FIND-EMPLOYEE-BY-ID.
    IF WS-Emp-Found-Idx NOT = ZERO
        MOVE Emp-Name(WS-Emp-Found-Idx) TO Employee-Name
    ELSE
        MOVE "(NOT ON EMPLOYEE MASTER)" TO Employee-Name
    END-IF.
    IF WS-Report-Line-Count >= WS-Lines-Per-Page
        PERFORM WRITE-PAYCHECK-REPORT-HEADERS
    END-IF.
    MOVE SPACES TO PaycheckReportRecord.
    STRING "VOID EMP=" Employee-ID
           " NAME="    Employee-Name(1:12)
           " PAID="    PH-End-Date
           " TYPE="    PH-Pay-Type
           " GROSS="   Gross-Pay
           " TAX="     Withholding-Tax
           " NET="     Net-Pay
           " REASON="  Void-Req-Reason(WS-Void-Req-Sub)(1:20)
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    WRITE PaycheckReportRecord.
    ADD 1 TO WS-Report-Line-Count.

*>  The V record is the voided paycheck's own record, re-dated to
*>  this run and pointing back at what it voids.
    MOVE PH-Pay-Type        TO WS-Void-Orig-Type.
    MOVE PH-Pay-Type        TO PH-Orig-Type.
    MOVE PH-End-Date        TO PH-Orig-End-Date.
    MOVE 'V'                TO PH-Pay-Type.
    MOVE WS-PayPer-Number   TO PH-Period.
    MOVE WS-PayPer-End-Date TO PH-End-Date.
    MOVE ","                TO PH-Sep19.
    WRITE PayHistory-Record.
    IF PH-Check-No > ZERO
        PERFORM WRITE-POSITIVE-PAY-VOID
    END-IF.

    MOVE 'V' TO WS-Pay-Type.
    MOVE ZERO TO Labor-Line-Count.
    IF WS-Void-Orig-Type = 'P' AND PH-Hours-Type NOT = 'V'
            AND PH-Hours-Type NOT = 'S'
        PERFORM LOAD-VOIDED-LABOR-LINES
    END-IF.
    PERFORM ACCUMULATE-GL-DEPT-TOTALS.
    PERFORM VARYING WS-Emp-Ded-Sub FROM 1 BY 1
            UNTIL WS-Emp-Ded-Sub > PH-Ded-Count
               OR WS-Emp-Ded-Sub > 10
        PERFORM ACCUMULATE-GL-DED-FROM-HISTORY
    END-PERFORM.
    IF Labor-Line-Count > ZERO
        PERFORM WRITE-VOIDED-LABOR-LINES
    END-IF.
    MOVE ZERO TO Labor-Line-Count.
    MOVE SPACE TO WS-Void-Orig-Type.

    ADD 1         TO WS-Void-Count.
    ADD Gross-Pay TO WS-Void-Gross-Total.
    ADD Net-Pay   TO WS-Void-Net-Total.

*> A regular worked-time paycheck was split across charge codes; the
*> void takes the expense back off the same departments. The lines
*> are found on LABORHIST by employee, the paycheck's period-end date
*> and its gross. A paycheck with no lines there - paid before
*> charge codes were carried - is voided against its home department.
LOAD-VOIDED-LABOR-LINES.
    OPEN INPUT LaborHistFile.
    IF WS-LaborHist-Status NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-LaborHist-EOF-Flag.
    PERFORM READ-LABOR-HISTORY-RECORD.
    PERFORM UNTIL WS-LaborHist-EOF
        IF LH-Employee-ID = PH-Employee-ID
           AND LH-Pay-Type = 'P'
           AND LH-Check-End-Date = PH-Orig-End-Date
           AND LH-Check-Gross = PH-Gross
           AND Labor-Line-Count < 20
            ADD 1 TO Labor-Line-Count
            MOVE Labor-Line-Count TO WS-LL-Sub
            MOVE LH-Charge-Code TO LL-Charge-Code(WS-LL-Sub)
            MOVE LH-Dept        TO LL-Dept(WS-LL-Sub)
            MOVE ZERO           TO LL-Hours(WS-LL-Sub)
            MOVE LH-Reg-Hours   TO LL-Reg-Hours(WS-LL-Sub)
            MOVE LH-OT-Hours    TO LL-OT-Hours(WS-LL-Sub)
            MOVE LH-Reg-Pay     TO LL-Reg-Pay(WS-LL-Sub)
            MOVE LH-OT-Pay      TO LL-OT-Pay(WS-LL-Sub)
            MOVE LH-ER-Tax      TO LL-ER-Tax(WS-LL-Sub)
        END-IF
        PERFORM READ-LABOR-HISTORY-RECORD
    END-PERFORM.
    CLOSE LaborHistFile.

READ-LABOR-HISTORY-RECORD.
    READ LaborHistFile
        AT END
            MOVE 'Y' TO WS-LaborHist-EOF-Flag
    END-READ.

*> The voided lines go back on LABORHIST as V lines dated to this
*> run, so cost accounting sees the charge taken away.
WRITE-VOIDED-LABOR-LINES.
    OPEN EXTEND LaborHistFile.
    IF WS-LaborHist-Status NOT = "00" AND NOT = "05"
        DISPLAY "ERROR: CANNOT OPEN LABORHIST, STATUS="
            WS-LaborHist-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        PERFORM WRITE-RUNLOG-END
        STOP RUN
    END-IF.
    PERFORM VARYING WS-LL-Sub FROM 1 BY 1
            UNTIL WS-LL-Sub > Labor-Line-Count
        MOVE ","                TO LH-Sep1 LH-Sep2 LH-Sep3 LH-Sep4
                                   LH-Sep5 LH-Sep6 LH-Sep7 LH-Sep8
                                   LH-Sep9 LH-Sep10 LH-Sep11
        MOVE Employee-ID        TO LH-Employee-ID
        MOVE WS-PayPer-End-Date TO LH-End-Date
        MOVE 'V'                TO LH-Pay-Type
        MOVE PH-Orig-End-Date   TO LH-Check-End-Date
        MOVE Gross-Pay          TO LH-Check-Gross
        PERFORM MOVE-LABOR-LINE-TO-HISTORY
        WRITE LaborHist-Record
    END-PERFORM.
    CLOSE LaborHistFile.

ACCUMULATE-GL-DED-FROM-HISTORY.
    MOVE ZERO TO WS-GL-Ded-Found-Idx.
    PERFORM VARYING WS-GL-Ded-Sub FROM 1 BY 1
            UNTIL WS-GL-Ded-Sub > GL-Ded-Used-Count
        IF GL-Ded-Code(WS-GL-Ded-Sub) = PH-Ded-Code(WS-Emp-Ded-Sub)
            MOVE WS-GL-Ded-Sub TO WS-GL-Ded-Found-Idx
            MOVE GL-Ded-Used-Count TO WS-GL-Ded-Sub
        END-IF
    END-PERFORM.

    IF WS-GL-Ded-Found-Idx = ZERO
        IF GL-Ded-Used-Count >= 20
            DISPLAY "WARNING: GL deduction table is full, cannot add "
                PH-Ded-Code(WS-Emp-Ded-Sub)
        ELSE
            ADD 1 TO GL-Ded-Used-Count
            MOVE GL-Ded-Used-Count TO WS-GL-Ded-Found-Idx
            MOVE PH-Ded-Code(WS-Emp-Ded-Sub)
                TO GL-Ded-Code(WS-GL-Ded-Found-Idx)
            MOVE PH-Ded-Acct(WS-Emp-Ded-Sub)
                TO GL-Ded-Acct(WS-GL-Ded-Found-Idx)
            MOVE ZERO TO GL-Ded-Amount(WS-GL-Ded-Found-Idx)
        END-IF
    END-IF.

    IF WS-GL-Ded-Found-Idx NOT = ZERO
        ADD PH-Ded-Amount(WS-Emp-Ded-Sub)
            TO GL-Ded-Amount(WS-GL-Ded-Found-Idx)
    END-IF.

WRITE-VOID-SUMMARY-RECORD.
    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL MANUAL CHECK NET PAY=" WS-Manual-Net-Total
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    WRITE PaycheckReportRecord.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL PAYCHECKS VOIDED=" WS-Void-Count
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    WRITE PaycheckReportRecord.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL VOIDED GROSS PAY=" WS-Void-Gross-Total
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    WRITE PaycheckReportRecord.

    MOVE SPACES TO PaycheckReportRecord.
    STRING "TOTAL VOIDED NET PAY=" WS-Void-Net-Total
        DELIMITED BY SIZE INTO PaycheckReportRecord
    END-STRING.
    WRITE PaycheckReportRecord.

*> Preview run. The regular run's pay math from EMPFILE and PAYRESUB
*> against EMPMAST, DEDMAST, the tax table and the leave balances,
*> with nothing permanent written: no YTD, leave, history, labor
*> history, bank or GL output, no PAYREJECT or PAYTOTALS, PAYRESUB is
*> not emptied and the period stays open. Retro requests are left
*> for the live run to price. Out come PAYPREVIEW, the register the
*> live run would print, and PAYVARIANCE, each employee's pay set
*> against the last regular pay on PAYHIST.
PREVIEW-PROCESSING.
    PERFORM LOAD-PAY-PERIOD-CONTROL.
    PERFORM VERIFY-EMPFILE-CONTROLS.

    OPEN INPUT EmployeeFile.
    IF WS-Employee-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN EMPFILE, STATUS=" WS-Employee-Status
        STOP RUN
    END-IF.

    OPEN OUTPUT PreviewRegisterFile.
    IF WS-Preview-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN PAYPREVIEW, STATUS="
            WS-Preview-Status
        STOP RUN
    END-IF.
    MOVE "PREVIEW REGISTER" TO WS-Register-Title.

    OPEN OUTPUT VarianceReportFile.
    IF WS-Variance-Status NOT = "00"
        DISPLAY "ERROR: CANNOT OPEN PAYVARIANCE, STATUS="
            WS-Variance-Status
        STOP RUN
    END-IF.

    PERFORM LOAD-EMPLOYEE-MASTER.
    PERFORM LOAD-TAX-TABLE.
    PERFORM LOAD-CHARGE-CODES.
    PERFORM LOAD-DEDUCTION-MASTER.
    PERFORM LOAD-YTD-MASTER.
    PERFORM LOAD-LEAVE-MASTER.
    PERFORM LOAD-PREVIEW-PRIOR-PAY.

    PERFORM READ-EMPLOYEE-RECORD
    PERFORM UNTIL Employee-EOF
        IF EmployeeFile-Record(1:1) = 'H'
                OR EmployeeFile-Record(1:1) = 'T'
            CONTINUE
        ELSE
            PERFORM PROCESS-EMPLOYEE-RECORD
        END-IF
        PERFORM READ-EMPLOYEE-RECORD
    END-PERFORM.

    PERFORM PROCESS-RESUBMITTED-RECORDS.
    PERFORM PAY-STAGED-WORKED-TIME.

    PERFORM WRITE-PAYCHECK-SUMMARY-RECORD.
    PERFORM WRITE-VARIANCE-REPORT.

    CLOSE EmployeeFile.
    CLOSE PreviewRegisterFile.
    CLOSE VarianceReportFile.

    MOVE Employee-Count TO WS-RL-Written-Count.
    PERFORM WRITE-RUNLOG-END.
    DISPLAY "Preview complete: " Employee-Count " paychecks, "
        WS-PV-Over-Count " over " WS-Variance-Pct-Limit "%, "
        WS-PV-New-Count " new, " WS-PV-Missing-Count " missing, "
        WS-PV-Zero-Count " zero pay.".

*> Each employee's last regular pay before this period: every P (or
*> untyped, pre-type) paycheck with the latest end date, less any V
*> record that voided one of them. Paychecks for this period or later
*> are left out, so a preview rerun after the live run still compares
*> with the period before. No history yet is no baseline, not an error.
LOAD-PREVIEW-PRIOR-PAY.
    PERFORM VARYING WS-PV-Sub FROM 1 BY 1 UNTIL WS-PV-Sub > 500
        MOVE ZERO TO PV-Prior-End-Date(WS-PV-Sub)
                     PV-Prior-Gross(WS-PV-Sub)
                     PV-Prior-Net(WS-PV-Sub)
                     PV-Cur-Gross(WS-PV-Sub)
                     PV-Cur-Net(WS-PV-Sub)
                     PV-Cur-Checks(WS-PV-Sub)
                     PV-Zero-Checks(WS-PV-Sub)
    END-PERFORM.
    OPEN INPUT PayHistoryFile.
    IF WS-PayHist-Status NOT = "00"
        DISPLAY "INFO: No pay history found, every employee is new."
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-PayHist-EOF-Flag.
    PERFORM READ-PAY-HISTORY-RECORD.
    PERFORM UNTIL WS-PayHist-EOF
        PERFORM TAKE-ONE-PRIOR-PAY-RECORD
        PERFORM READ-PAY-HISTORY-RECORD
    END-PERFORM.
    CLOSE PayHistoryFile.

TAKE-ONE-PRIOR-PAY-RECORD.
    IF PH-End-Date NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    MOVE PH-Employee-ID TO Employee-ID.
    PERFORM FIND-EMPLOYEE-BY-ID.
    IF WS-Emp-Found-Idx = ZERO
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-Emp-Found-Idx TO WS-PV-Sub.
    EVALUATE TRUE
        WHEN PH-Type-Regular OR PH-Pay-Type = SPACE
            IF PH-End-Date NOT < WS-PayPer-End-Date
                EXIT PARAGRAPH
            END-IF
            IF PH-End-Date > PV-Prior-End-Date(WS-PV-Sub)
                MOVE PH-End-Date TO PV-Prior-End-Date(WS-PV-Sub)
                MOVE ZERO TO PV-Prior-Gross(WS-PV-Sub)
                             PV-Prior-Net(WS-PV-Sub)
            END-IF
            IF PH-End-Date = PV-Prior-End-Date(WS-PV-Sub)
                ADD PH-Gross TO PV-Prior-Gross(WS-PV-Sub)
                ADD PH-Net   TO PV-Prior-Net(WS-PV-Sub)
            END-IF
        WHEN PH-Type-Void
            IF PH-Orig-Type = 'P'
                    AND PH-Orig-End-Date = PV-Prior-End-Date(WS-PV-Sub)
                SUBTRACT PH-Gross FROM PV-Prior-Gross(WS-PV-Sub)
                SUBTRACT PH-Net   FROM PV-Prior-Net(WS-PV-Sub)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> What the run would pay the employee, summed over every paycheck
*> (worked time and each leave record) the preview has priced.
ADD-PAYCHECK-TO-PREVIEW.
    MOVE WS-Emp-Found-Idx TO WS-PV-Sub.
    ADD Gross-Pay TO PV-Cur-Gross(WS-PV-Sub).
    ADD Net-Pay   TO PV-Cur-Net(WS-PV-Sub).
    ADD 1         TO PV-Cur-Checks(WS-PV-Sub).
    IF Gross-Pay = ZERO OR Net-Pay = ZERO
        ADD 1 TO PV-Zero-Checks(WS-PV-Sub)
    END-IF.

*> One line for every employee paid by the preview or paid last
*> period, in employee-master order, each carrying the flag that
*> needs a look before the live run: a gross or net move past the
*> limit, no baseline on history, an active employee with pay last
*> period and none now, or a paycheck coming to nothing.
WRITE-VARIANCE-REPORT.
    MOVE SPACES TO VarianceReport-Record.
    STRING "PAYROLL PREVIEW VARIANCE REPORT  PERIOD=" WS-PayPer-Number
           " PERIOD-END=" WS-PayPer-End-Date
           " RUN-DATE=" WS-Current-YYYYMMDD
           " LIMIT=" WS-Variance-Pct-Limit "%"
        DELIMITED BY SIZE INTO VarianceReport-Record
    END-STRING.
    WRITE VarianceReport-Record.
    MOVE SPACES TO VarianceReport-Record.
    STRING "EMP-ID NAME                 LAST-END  "
           "  LAST-GROSS       GROSS   CHG%"
           "    LAST-NET         NET   CHG%  FLAG"
        DELIMITED BY SIZE INTO VarianceReport-Record
    END-STRING.
    WRITE VarianceReport-Record.

    PERFORM VARYING WS-PV-Sub FROM 1 BY 1
            UNTIL WS-PV-Sub > Emp-Used-Count
        IF PV-Cur-Checks(WS-PV-Sub) > ZERO
                OR PV-Prior-Gross(WS-PV-Sub) > ZERO
            PERFORM WRITE-ONE-VARIANCE-LINE
        END-IF
    END-PERFORM.

    MOVE SPACES TO VarianceReport-Record.
    WRITE VarianceReport-Record.
    MOVE SPACES TO VarianceReport-Record.
    STRING "OVER LIMIT=" WS-PV-Over-Count
           " NEW=" WS-PV-New-Count
           " MISSING=" WS-PV-Missing-Count
           " ZERO PAY=" WS-PV-Zero-Count
        DELIMITED BY SIZE INTO VarianceReport-Record
    END-STRING.
    WRITE VarianceReport-Record.
    MOVE SPACES TO VarianceReport-Record.
    STRING "PREVIEW ONLY - NOTHING HAS BEEN PAID, POSTED OR UPDATED"
        DELIMITED BY SIZE INTO VarianceReport-Record
    END-STRING.
    WRITE VarianceReport-Record.

WRITE-ONE-VARIANCE-LINE.
    MOVE SPACES TO WS-PV-Flag-Text.
    MOVE ZERO TO WS-PV-Gross-Pct.
    MOVE ZERO TO WS-PV-Net-Pct.
    EVALUATE TRUE
        WHEN PV-Cur-Checks(WS-PV-Sub) = ZERO
            IF Emp-Status(WS-PV-Sub) = 'A'
                MOVE "MISSING - PAID LAST PERIOD, NOT THIS RUN"
                    TO WS-PV-Flag-Text
                ADD 1 TO WS-PV-Missing-Count
            ELSE
                MOVE "NOT PAID - NO LONGER ACTIVE"
                    TO WS-PV-Flag-Text
            END-IF
        WHEN PV-Zero-Checks(WS-PV-Sub) > ZERO
            MOVE "ZERO PAY" TO WS-PV-Flag-Text
            ADD 1 TO WS-PV-Zero-Count
        WHEN PV-Prior-Gross(WS-PV-Sub) NOT > ZERO
            MOVE "NEW - NO PRIOR REGULAR PAY" TO WS-PV-Flag-Text
            ADD 1 TO WS-PV-New-Count
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF PV-Cur-Checks(WS-PV-Sub) > ZERO
            AND PV-Prior-Gross(WS-PV-Sub) > ZERO
        COMPUTE WS-PV-Gross-Pct ROUNDED =
            (PV-Cur-Gross(WS-PV-Sub) - PV-Prior-Gross(WS-PV-Sub))
            * 100 / PV-Prior-Gross(WS-PV-Sub)
            ON SIZE ERROR
                MOVE 9999.9 TO WS-PV-Gross-Pct
        END-COMPUTE
        IF PV-Prior-Net(WS-PV-Sub) > ZERO
            COMPUTE WS-PV-Net-Pct ROUNDED =
                (PV-Cur-Net(WS-PV-Sub) - PV-Prior-Net(WS-PV-Sub))
                * 100 / PV-Prior-Net(WS-PV-Sub)
                ON SIZE ERROR
                    MOVE 9999.9 TO WS-PV-Net-Pct
            END-COMPUTE
        END-IF
        IF WS-PV-Flag-Text = SPACES
            IF WS-PV-Gross-Pct > WS-Variance-Pct-Limit
                    OR WS-PV-Gross-Pct < 0 - WS-Variance-Pct-Limit
                    OR WS-PV-Net-Pct > WS-Variance-Pct-Limit
                    OR WS-PV-Net-Pct < 0 - WS-Variance-Pct-Limit
                MOVE "OVER LIMIT - CHECK TIME" TO WS-PV-Flag-Text
                ADD 1 TO WS-PV-Over-Count
            END-IF
        END-IF
    END-IF.

    MOVE PV-Prior-Gross(WS-PV-Sub) TO WS-PV-Prior-Gross-Ed.
    MOVE PV-Cur-Gross(WS-PV-Sub)   TO WS-PV-Gross-Ed.
    MOVE PV-Prior-Net(WS-PV-Sub)   TO WS-PV-Prior-Net-Ed.
    MOVE PV-Cur-Net(WS-PV-Sub)     TO WS-PV-Net-Ed.
    MOVE WS-PV-Gross-Pct           TO WS-PV-Gross-Pct-Ed.
    MOVE WS-PV-Net-Pct             TO WS-PV-Net-Pct-Ed.
    MOVE SPACES TO VarianceReport-Record.
    STRING Emp-ID(WS-PV-Sub) " "
           Emp-Name(WS-PV-Sub)(1:20) " "
           PV-Prior-End-Date(WS-PV-Sub) " "
           WS-PV-Prior-Gross-Ed WS-PV-Gross-Ed WS-PV-Gross-Pct-Ed
           WS-PV-Prior-Net-Ed WS-PV-Net-Ed WS-PV-Net-Pct-Ed
           "  " WS-PV-Flag-Text
        DELIMITED BY SIZE INTO VarianceReport-Record
    END-STRING.
    WRITE VarianceReport-Record.

*> Run totals for PayrollBalance: net paid, how much of it went to the
*> bank and how much by manual check, and the net pay voided.
WRITE-PAY-TOTALS.
    OPEN OUTPUT PayTotalsFile.
    IF WS-PayTotals-Status NOT = "00"
        DISPLAY "WARNING: CANNOT WRITE PAYTOTALS, STATUS="
            WS-PayTotals-Status
        MOVE "FAIL" TO WS-RL-Run-Status
        EXIT PARAGRAPH
    END-IF.
    MOVE ","                 TO PT-Sep1 PT-Sep2 PT-Sep3 PT-Sep4
                                PT-Sep5 PT-Sep6.
    MOVE WS-Run-Type         TO PT-Run-Type.
    MOVE WS-PayPer-Number    TO PT-Period.
    MOVE WS-PayPer-End-Date  TO PT-End-Date.
    MOVE Total-Net-Pay       TO PT-Total-Net.
    MOVE WS-DD-Total-Amount  TO PT-DD-Total.
    MOVE WS-Manual-Net-Total TO PT-Manual-Total.
    MOVE WS-Void-Net-Total   TO PT-Void-Total.
    MOVE ","                 TO PT-Sep7.
    MOVE WS-Check-Net-Total  TO PT-Check-Total.
    WRITE PayTotals-Record.
    CLOSE PayTotalsFile.

      * Purpose: Batch payroll run - one payslip line per employee
      *          read from the EMPMAST.DAT indexed employee master
      *          EmpMaint maintains, plus a payroll register report
      *          with headers and a grand-total trailer. Hourly staff
      *          are paid on their timesheet hours, salaried staff a
      *          share of their annual salary (pro-rated by day for a
      *          starter or leaver), and each of the weekly,
      *          fortnightly and monthly groups only on its own
      *          paydays from the RUNPARM.DAT pay calendar. A leaver
      *          gets their final pay on the first payday on or after
      *          their leaving date - accrued leave not taken paid
      *          out, back pay still owed settled, voluntary
      *          deductions stopped - and a cessation certificate on
      *          CESSCERT.LST, after which the run closes them off on
      *          EMPMAST.DAT and never pays them again. Each
      *          department's cost is also written to GLINTF.DAT as
      *          balanced journal legs for GLPost to post, and
      *          appended to the DEPTHIST.DAT cost history the
      *          department budget report reads. Expense claims
      *          approved on EXPCLAIM.DAT are reimbursed free of tax
      *          on top of the net, itemized on the payslip, marked
      *          paid with the run date and listed with category
      *          totals on the EXPREG.LST expenses register. The
      *          run warns at the start while pay-rate or bank-detail
      *          changes are still waiting on PENDCHG.DAT for a second
      *          operator's approval - they are not in this run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS DD-DeductKey
       		              FILE STATUS IS WS-DeductStatus.
           SELECT BankAcctFile ASSIGN TO "BANKACCT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS BA-EmployeeId
       		              FILE STATUS IS WS-BankAcctStatus.
           SELECT TaxCertFile ASSIGN TO "TAXCERT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS TC-EmployeeId
       		              FILE STATUS IS WS-TaxCertStatus.
           SELECT DedRemitFile ASSIGN TO "DEDREMIT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DeptCostFile ASSIGN TO "DEPTCOST.LST"
           SELECT NetHistFile ASSIGN TO "PAYNET.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NetHistStatus.
           SELECT EmpHistFile ASSIGN TO "EMPHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-EmpHistStatus.
           SELECT CessCertFile ASSIGN TO "CESSCERT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-CessCertStatus.
           SELECT GlIntfFile ASSIGN TO "GLINTF.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-GlIntfStatus.
           SELECT DeptHistFile ASSIGN TO "DEPTHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-DeptHistStatus.
           SELECT ExpenseFile ASSIGN TO "EXPCLAIM.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS XC-ClaimKey
       		              FILE STATUS IS WS-ExpenseStatus.
           SELECT ExpRegFile ASSIGN TO "EXPREG.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PendChgFile ASSIGN TO "PENDCHG.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS CQ-ChangeKey
       		              FILE STATUS IS WS-PendChgStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RateFile.
           02  PC-Comm3Rate       PIC 9V999.
           02  PC-EmployerPenRate PIC 9V999.
           02  PC-Department      PIC X(10).
           02  PC-WeeklyPayDay    PIC 9.
           02  PC-FortnightAnchor PIC 9(8).
           02  PC-MonthlyPayDay   PIC 99.

       FD EmployeeFile.
           COPY EMPMASRC.
       FD DeductFile.
           COPY DEDUCTRC.

       FD BankAcctFile.
           COPY BANKACRC.

       FD TaxCertFile.
           COPY TAXCRTRC.

       FD RateHistFile.
           COPY RATEHSRC.

       FD YtdHistFile.
           COPY YTDHSRC.

       FD EmpHistFile.
           COPY EMPHSRC.

      * Cessation certificates - one per leaver paid off, appended
      * run after run so every certificate issued stays on file for
      * reprinting: the employee's pay and deductions for the year to
      * their leaving date from PAYYTD.DAT, and the tax basis they
      * were on, for the employee to take to their next employer.
       FD CessCertFile.
       01 CessCertLine        PIC X(80).

       FD ControlFile.
           COPY CTLCNTRC.

      * conflicts with everything (a record from before scopes
      * existed reads as ALL). An operator who really is correcting
      * a failed run creates the PAYCORR.DAT flag file first; the
      * run consumes it. RC-PayGroups holds the pay frequencies the
      * run paid - W, F and M in positions 1 to 3 - so the next run
      * knows which paydays are already settled.
       FD RunCtlFile.
       01 RunCtlRecord.
           02  RC-RunDate          PIC 9(8).
           02  RC-Timestamp        PIC X(21).
           02  FILLER              PIC X       VALUE SPACE.
           02  RC-DeptScope        PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  RC-PayGroups        PIC X(3).

      * Only ever probed for existence - its presence IS the
      * operator's correction authorization.
       FD DeptCostFile.
       01 DeptCostLine        PIC X(132).

      * The same departmental figures as balanced journal legs for
      * the general ledger - GLPost maps them to accounts and posts.
       FD GlIntfFile.
           COPY GLINTFRC.

      * And as the running cost history DeptBudgetRpt measures each
      * department's period and year-to-date spend from.
       FD DeptHistFile.
           COPY DEPTHSRC.

      * Expense claims - those approved by a second operator are
      * paid on this run and rewritten as paid.
       FD ExpenseFile.
           COPY EXPCLMRC.

      * Expenses register - every claim reimbursed on the run, then
      * the total per category and the grand total paid.
       FD ExpRegFile.
       01 ExpRegLine          PIC X(100).

      * Pay-rate and bank-detail changes still waiting for approval -
      * only counted, so the operator knows what this run leaves out.
       FD PendChgFile.
           COPY PENDCHRC.

      * This period's per-employee net pay, kept so PayrollVariance
      * can compare the run against the prior period (PAYNET.PRV,
      * staged from the previous PAYNET.DAT at the top of the run)
       01 RegisterLine        PIC X(132).

      * Bank credit-transfer interface - one fixed-format credit
      * record per account credited (two for an employee who splits
      * their net), bracketed by a header and a trailer carrying the
      * record count and total net amount, so the upload is balanced
      * against WS-TotalNetPay on the payroll register before
      * anything is sent to the bank.
       FD BankFile.
       01 BankRecord          PIC X(100).

      * Employees excluded from the run by the input pre-edit, one
      * line per failure with the reason - the same role REJECTS.DAT
               03  WS-DPName       PIC X(10).
               03  WS-DPCount      PIC 9(4).
               03  WS-DPGross      PIC 9(8)V99.
               03  WS-DPTax        PIC S9(8)V99.
               03  WS-DPPRSI       PIC 9(8)V99.
               03  WS-DPPension    PIC 9(8)V99.
               03  WS-DPEmplPen    PIC 9(8)V99.
               03  WS-DPVoluntary  PIC 9(8)V99.
               03  WS-DPExpenses   PIC 9(8)V99.
               03  WS-DPNet        PIC 9(8)V99.
       01  WS-DeptCount        PIC 99      VALUE ZEROS.
       01  WS-DeptIndex        PIC 99      VALUE ZEROS.
       01  WS-DeptFoundFlag    PIC X       VALUE "N".
           88 WS-DeptFound                 VALUE "Y".

       01  WS-DeptHistStatus   PIC XX      VALUE SPACES.
           88 WS-DeptHistNotFound          VALUE "35".

      * Work fields for the GLINTF.DAT journal legs (GLINTFPG).
       01  WS-GlIntfStatus     PIC XX      VALUE SPACES.
           88 WS-GlIntfNotFound            VALUE "35".
       01  WS-GlSource         PIC X(8)    VALUE "PAYROLL".
       01  WS-GlTransType      PIC X(10)   VALUE SPACES.
       01  WS-GlDepartment     PIC X(10)   VALUE SPACES.
       01  WS-GlDrCr           PIC X       VALUE SPACE.
       01  WS-GlAmount         PIC S9(9)V99 VALUE ZEROS.
       01  WS-GlReference      PIC X(20)   VALUE SPACES.

       01  WS-DeptSubHead      PIC X(132)  VALUE
           "DEPARTMENT SUBTOTALS".
       01  WS-DeptSubLine.
           02  FILLER          PIC X       VALUE SPACE.
           02  DS-Gross        PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  DS-Tax          PIC Z,ZZZ,ZZ9.99-.
           02  FILLER          PIC X       VALUE SPACE.
           02  DS-PRSI         PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  FILLER          PIC X       VALUE SPACE.
           02  DC-Gross        PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  DC-Tax          PIC Z,ZZZ,ZZ9.99-.
           02  FILLER          PIC X       VALUE SPACE.
           02  DC-PRSI         PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
       01  LeaveHours          PIC 99V99   VALUE ZEROS.
       01  LeavePay            PIC 9(6)V99 VALUE ZEROS.

      * A leaver's final pay - set by PayOneEmployee when the
      * employee is leaving on or before the run date (or, on a
      * correction rerun, was closed off by this date's run).
       01  WS-FinalPayFlag     PIC X       VALUE "N".
           88 WS-FinalPay                  VALUE "Y".
       01  WS-PayoutHours      PIC 9(4)V99 VALUE ZEROS.
       01  WS-LeavePayout      PIC 9(6)V99 VALUE ZEROS.
       01  WS-FinalBackPay     PIC 9(6)V99 VALUE ZEROS.
       01  WS-DiffAmount       PIC 9(6)V99 VALUE ZEROS.
       01  WS-LeaverCount      PIC 9(6)    VALUE ZEROS.
       01  WS-EmpHistStatus    PIC XX      VALUE SPACES.
           88 WS-EmpHistNotFound           VALUE "35".
       01  WS-EmpJournalBefore PIC X(95)   VALUE SPACES.
       01  WS-CessCertStatus   PIC XX      VALUE SPACES.
           88 WS-CessCertNotFound          VALUE "35".

      * One leaver's paid periods from PAYHOURS.DAT, for BKPAYPG to
      * settle any backdated raise against in their final pay.
       01  WS-PaidTable.
           02  WS-PaidEntry OCCURS 500 TIMES.
               03  WS-PDEmployeeId PIC 9(6).
               03  WS-PDPeriod     PIC 9(8).
               03  WS-PDHours      PIC 99V99.
               03  WS-PDRate       PIC 9(4)V99.
       01  WS-PaidCount        PIC 999     VALUE ZEROS.
       01  WS-PDIndex          PIC 999     VALUE ZEROS.
       01  WS-FoundFlag        PIC X       VALUE "N".
           88 WS-PairFound                 VALUE "Y".
       01  WS-CorrectRate      PIC 9(4)V99 VALUE ZEROS.
       01  WS-PayHoursEOFFlag  PIC X       VALUE "N".
           88 WS-PayHoursEOF               VALUE "Y".

       01  WS-CcTitleLine      PIC X(80)   VALUE
           "CESSATION CERTIFICATE - PAY AND TAX TO DATE OF LEAVING".
       01  WS-CcTextLine.
           02  CC-TextLabel    PIC X(22).
           02  FILLER          PIC X       VALUE SPACE.
           02  CC-Text         PIC X(40).
       01  WS-CcMoneyLine.
           02  CC-Label        PIC X(22).
           02  CC-Amount       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CcRuleLine       PIC X(80)   VALUE ALL "-".


       01  WS-ControlStatus    PIC XX      VALUE SPACES.
           88 WS-ControlStatusOk           VALUE "00".
       01  WS-RateHistStatus   PIC XX      VALUE SPACES.
           88 WS-RateHistStatusOk          VALUE "00".
       01  WS-PayHoursStatus   PIC XX      VALUE SPACES.
           88 WS-PayHoursStatusOk          VALUE "00".
           88 WS-PayHoursNotFound          VALUE "35".

      * The rate history, loaded up front - GetRateInForce picks
           88 WS-DeductStatusOk            VALUE "00".
       01  WS-DeductAvailableFlag PIC X    VALUE "N".
           88 WS-DeductAvailable           VALUE "Y".

      * BANKACCT.DAT is where each DTL's account comes from - without
      * it every employee rejects on the pre-edit rather than being
      * sent to the bank with no account to credit.
       01  WS-BankAcctStatus   PIC XX      VALUE SPACES.
           88 WS-BankAcctStatusOk          VALUE "00".
       01  WS-BankAcctAvailableFlag PIC X  VALUE "N".
           88 WS-BankAcctAvailable         VALUE "Y".
       01  WS-SplitAmount      PIC 9(6)V99 VALUE ZEROS.
       01  WS-PrimaryAmount    PIC 9(6)V99 VALUE ZEROS.

      * Work fields for the shared ValidateBankAccount edit
      * (BANKCKPG).
       01  WS-CheckSortCode    PIC X(6)    VALUE SPACES.
       01  WS-CheckIban        PIC X(22)   VALUE SPACES.
       01  WS-CheckAcctName    PIC X(20)   VALUE SPACES.
       01  WS-AccountFlag      PIC X       VALUE "Y".
           88 WS-AccountValid              VALUE "Y".
           88 WS-AccountInvalid            VALUE "N".
       01  WS-AccountReason    PIC X(40)   VALUE SPACES.
       01  WS-IbanLength       PIC 99      VALUE ZEROS.
       01  WS-IbanIdx          PIC 99      VALUE ZEROS.
       01  WS-IbanRearranged   PIC X(22)   VALUE SPACES.
       01  WS-IbanChar         PIC X       VALUE SPACE.
       01  WS-IbanDigit REDEFINES WS-IbanChar PIC 9.
       01  WS-IbanLetterPos    PIC 99      VALUE ZEROS.
       01  WS-IbanRemainder    PIC 9(4)    VALUE ZEROS.
       01  WS-IbanLetters      PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-DedScanEOFFlag   PIC X       VALUE "N".
           88 WS-DedScanEOF                VALUE "Y".
       01  VolDeduction        PIC 9(6)V99 VALUE ZEROS.
               "TOTAL COLLECTED             ".
           02  DT-Total        PIC ZZ,ZZZ,ZZ9.99.

      * EXPCLAIM.DAT is optional like DEDUCT.DAT - without it nobody
      * is reimbursed and the register says so.
       01  WS-ExpenseStatus    PIC XX      VALUE SPACES.
           88 WS-ExpenseStatusOk           VALUE "00".
       01  WS-ExpenseAvailableFlag PIC X   VALUE "N".
           88 WS-ExpenseAvailable          VALUE "Y".
       01  WS-ExpScanEOFFlag   PIC X       VALUE "N".
           88 WS-ExpScanEOF                VALUE "Y".
       01  ExpensePay          PIC 9(6)V99 VALUE ZEROS.

      * The employee's claims paid this period, held so the payslip
      * can itemize them between TOTAL DEDUCTIONS and NET PAY.
       01  WS-ExpTable.
           02  WS-ExpEntry OCCURS 10 TIMES.
               03  WS-XTCategory   PIC X(4).
               03  WS-XTAmount     PIC 9(5)V99.
       01  WS-ExpCount         PIC 99      VALUE ZEROS.
       01  WS-ExpIndex         PIC 99      VALUE ZEROS.

      * Period totals per claim category, for EXPREG.LST.
       01  WS-ExpCatTable.
           02  WS-ExpCatEntry OCCURS 10 TIMES.
               03  WS-ECCategory   PIC X(4).
               03  WS-ECCount      PIC 9(4).
               03  WS-ECTotal      PIC 9(8)V99.
       01  WS-ExpCatCount      PIC 99      VALUE ZEROS.
       01  WS-ExpCatIndex      PIC 99      VALUE ZEROS.
       01  WS-ExpCatFoundFlag  PIC X       VALUE "N".
           88 WS-ExpCatFound               VALUE "Y".
       01  WS-TotalExpenses    PIC 9(8)V99 VALUE ZEROS.
       01  WS-ExpClaimCount    PIC 9(6)    VALUE ZEROS.

       01  WS-ExpRegHead1      PIC X(100)  VALUE
           "EXPENSES REGISTER - APPROVED CLAIMS REIMBURSED".
       01  WS-ExpRegHead2.
           02  FILLER          PIC X(50)   VALUE
               "EMP ID NAME                 CLAIM DATE    CAT  DES".
           02  FILLER          PIC X(50)   VALUE
               "CRIPTION             AMOUNT APPROVED".

       01  WS-ExpRegDetail.
           02  XR-EmployeeId   PIC 9(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  XR-EmployeeName PIC X(20).
           02  FILLER          PIC X       VALUE SPACE.
           02  XR-ClaimNo      PIC 9(4).
           02  FILLER          PIC X       VALUE SPACE.
           02  XR-ClaimDate    PIC 9(8).
           02  FILLER          PIC X       VALUE SPACE.
           02  XR-Category     PIC X(4).
           02  FILLER          PIC X       VALUE SPACE.
           02  XR-Description  PIC X(20).
           02  FILLER          PIC X       VALUE SPACE.
           02  XR-Amount       PIC ZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  XR-ApprovedBy   PIC X(8).

       01  WS-ExpRegCatLine.
           02  FILLER          PIC X(20)   VALUE
               "CATEGORY TOTAL     ".
           02  XK-Category  PIC X(4).
           02  FILLER          PIC X       VALUE SPACE.
           02  XK-Count     PIC ZZZ9.
           02  FILLER          PIC X(10)   VALUE " CLAIM(S) ".
           02  XK-Total     PIC ZZ,ZZZ,ZZ9.99.

       01  WS-ExpRegTotalLine.
           02  FILLER          PIC X(39)   VALUE
               "TOTAL EXPENSES REIMBURSED".
           02  XT-Total        PIC ZZ,ZZZ,ZZ9.99.

       01  WS-ExpRegNoFileLine PIC X(100)  VALUE
           "EXPCLAIM.DAT NOT AVAILABLE - NO CLAIMS REIMBURSED".

       01  WS-PendChgStatus    PIC XX      VALUE SPACES.
           88 WS-PendChgStatusOk           VALUE "00".
       01  WS-PendChgEOFFlag   PIC X       VALUE "N".
           88 WS-PendChgEOF                VALUE "Y".
       01  WS-PendRateCount    PIC 9(6)    VALUE ZEROS.
       01  WS-PendBankCount    PIC 9(6)    VALUE ZEROS.

      * Input pre-edit working fields - every employee read from the
      * master is validated before any money is computed: id numeric
      * and unseen this run, name present, hourly rate and sales
      * inside plausible bounds, a timesheet on file, and a bank
      * account on BANKACCT.DAT that passes the sort-code / IBAN
      * edit (both accounts, for a split net). Failures
      * land on PAYREJ.DAT with the reason, go to the shared
      * ERRORS.DAT, and are excluded from the register.
       01  WS-EmpValidFlag     PIC X       VALUE "Y".

       01  GrossPay            PIC 9(6)V99 VALUE ZEROS.
       01  Commission          PIC 9(6)V99 VALUE ZEROS.
      * Tax is signed - on the cumulative basis a period can give
      * back tax over-deducted earlier in the year.
       01  Tax                 PIC S9(6)V99 VALUE ZEROS.
       01  PRSI                PIC 9(6)V99 VALUE ZEROS.
       01  Pension             PIC 9(6)V99 VALUE ZEROS.
       01  Deduction           PIC S9(6)V99 VALUE ZEROS.
       01  NetPay              PIC 9(6)V99 VALUE ZEROS.
       01  Vat                 PIC 9(6)V99 VALUE ZEROS.

       01  Comm2Rate           PIC 9V999   VALUE 0.050.
       01  Comm3Rate           PIC 9V999   VALUE 0.080.

      * Pay calendar - the day of the week weekly staff are paid
      * (1 = Monday .. 7 = Sunday; 0 pays the weekly group on every
      * run, as before pay frequencies were held), any date that was
      * a fortnightly payday (the group is paid every 14 days from
      * it; zero means no fortnightly payroll is set up) and the day
      * of the month monthly staff are paid (a day past the month's
      * end - the default 31 - is its last day). Overridable from
      * RUNPARM.DAT like everything above.
       01  WeeklyPayDay        PIC 9       VALUE ZERO.
       01  FortnightAnchor     PIC 9(8)    VALUE ZEROS.
       01  MonthlyPayDay       PIC 99      VALUE 31.

      * One entry per pay frequency - weekly, fortnightly, monthly in
      * that order - with its latest payday on or before the business
      * date, the first day of the period that payday closes, its
      * periods in the year, and whether this run pays it. A payday
      * that fell on a day with no run is paid by the next run, the
      * way DailyBatchCycle catches up a missed job.
       01  WS-PayGroupTable.
           02  WS-PayGroup     OCCURS 3 TIMES.
               03  WS-PGCode       PIC X.
               03  WS-PGDueFlag    PIC X.
                   88 WS-PGDue                 VALUE "Y".
               03  WS-PGPayDate    PIC 9(8).
               03  WS-PGStartDate  PIC 9(8).
               03  WS-PGPeriods    PIC 99.
               03  WS-PGName       PIC X(11).
       01  WS-PGIndex          PIC 9       VALUE 1.
       01  WS-PayGroupsPaid    PIC X(3)    VALUE SPACES.
       01  WS-RunDayNo         PIC 9(7)    VALUE ZEROS.
       01  WS-DayNo            PIC 9(7)    VALUE ZEROS.
       01  WS-DayOfWeek        PIC 9       VALUE ZERO.
       01  WS-CalDate          PIC 9(8)    VALUE ZEROS.
       01  WS-CalDateParts REDEFINES WS-CalDate.
           02  WS-CalYear      PIC 9(4).
           02  WS-CalMonth     PIC 99.
           02  WS-CalDay       PIC 99.
       01  WS-NextMonthDate    PIC 9(8)    VALUE ZEROS.
       01  WS-MonthDays        PIC 99      VALUE ZEROS.
       01  WS-NoAnchorWarnFlag PIC X       VALUE "N".
           88 WS-NoAnchorWarned            VALUE "Y".

      * The employee's own period - standard hours and the PRSI
      * threshold are weekly figures, doubled for a fortnight and
      * spread over the year for a month. A salaried employee hired
      * or leaving inside the period is paid for the days employed.
       01  WS-PeriodStdHours   PIC 99V99   VALUE ZEROS.
       01  WS-PeriodPRSIThreshold PIC 9(6)V99 VALUE ZEROS.
       01  WS-HireDateNum      PIC 9(8)    VALUE ZEROS.
       01  WS-PeriodStartNo    PIC 9(7)    VALUE ZEROS.
       01  WS-PeriodEndNo      PIC 9(7)    VALUE ZEROS.
       01  WS-EmployedFromNo   PIC 9(7)    VALUE ZEROS.
       01  WS-EmployedToNo     PIC 9(7)    VALUE ZEROS.
       01  WS-PeriodDays       PIC 999     VALUE ZEROS.
       01  WS-DaysEmployed     PIC S999    VALUE ZEROS.
       01  WS-DaysPaid         PIC ZZ9     VALUE ZEROS.
       01  WS-DaysInPeriod     PIC ZZ9     VALUE ZEROS.
       01  WS-PayPeriodText    PIC X(40)   VALUE SPACES.

      * Tax-credit certificates (TAXCERT.DAT). With the file present
      * each employee is taxed on their own certificate - the
      * personal cut-off point takes the place of Band1Limit and
      * the Band2Limit - Band1Limit slice follows it - less their
      * tax credits; an employee with no certificate goes on the
      * emergency basis. With no TAXCERT.DAT at all the whole run
      * falls back to the flat RUNPARM.DAT bands, as before
      * certificates were held.
       01  WS-TaxCertStatus    PIC XX      VALUE SPACES.
           88 WS-TaxCertStatusOk           VALUE "00".
       01  WS-TaxCertAvailableFlag PIC X   VALUE "N".
           88 WS-TaxCertAvailable          VALUE "Y".
       01  WS-TaxBasis         PIC X       VALUE "F".
           88 WS-TaxFlat                   VALUE "F".
           88 WS-TaxCumulative             VALUE "C".
           88 WS-TaxWeek1                  VALUE "W".
           88 WS-TaxEmergency              VALUE "E".
       01  WS-AnnualCutOff     PIC 9(6)V99 VALUE ZEROS.
       01  WS-AnnualCredits    PIC 9(6)V99 VALUE ZEROS.
      * Where this run falls in the tax year - the cumulative basis
      * allows the employee this many periods' share of their yearly
      * cut-off and credits.
       01  WS-TaxPeriodNo      PIC 99      VALUE ZEROS.
       01  WS-PeriodsPerYear   PIC 99      VALUE 52.
       01  WS-DayOfYear        PIC 999     VALUE ZEROS.
       01  WS-YearStartDate    PIC 9(8)    VALUE ZEROS.
       01  WS-Band2Width       PIC 9(6)V99 VALUE ZEROS.
       01  WS-BandIncome       PIC 9(8)V99 VALUE ZEROS.
       01  WS-BandLimit1       PIC 9(8)V99 VALUE ZEROS.
       01  WS-BandLimit2       PIC 9(8)V99 VALUE ZEROS.
       01  WS-BandTax          PIC 9(8)V99 VALUE ZEROS.
       01  WS-PriorYtdGross    PIC 9(8)V99 VALUE ZEROS.
       01  WS-PriorYtdTax      PIC 9(8)V99 VALUE ZEROS.
       01  WS-PeriodCredits    PIC 9(8)V99 VALUE ZEROS.
       01  WS-CumCreditsUsed   PIC 9(8)V99 VALUE ZEROS.
       01  WS-PrevCreditsUsed  PIC 9(8)V99 VALUE ZEROS.
       01  WS-CumTaxDue        PIC 9(8)V99 VALUE ZEROS.
       01  WS-CreditsUsed      PIC S9(8)V99 VALUE ZEROS.
       01  WS-TaxBasisText     PIC X(30)   VALUE SPACES.

       01  WS-PayslipFileName  PIC X(16)   VALUE SPACES.
       01  WS-PayslipStatus    PIC XX      VALUE SPACES.
           88 WS-PayslipNotFound           VALUE "35".
       01  WS-RunDate          PIC 9(8)    VALUE ZEROS.
       01  WS-RunDateParts REDEFINES WS-RunDate.
           02  WS-RunYear      PIC 9(4).
           02  WS-RunMonth     PIC 99.
           02  FILLER          PIC 99.

      * One multi-line payslip document per employee, bracketed by
      * the PAYSLIP START/END marker lines PayslipReprint searches
       01  WS-PsMoneyLine.
           02  PS-Label        PIC X(22).
           02  PS-Amount       PIC ZZZ,ZZ9.99.
       01  WS-PsTextLine.
           02  PS-TextLabel    PIC X(22).
           02  FILLER          PIC X       VALUE SPACE.
           02  PS-Text         PIC X(40).
       01  WS-PsYtdLine.
           02  FILLER          PIC X(22)   VALUE
               "  YTD GROSS / NET    :".
           02  BD-EmployeeName PIC X(20).
           02  FILLER          PIC X       VALUE SPACE.
           02  BD-NetPay       PIC 9(6)V99.
           02  FILLER          PIC X       VALUE SPACE.
           02  BD-SortCode     PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  BD-Iban         PIC X(22).
           02  FILLER          PIC X       VALUE SPACE.
           02  BD-AcctName     PIC X(20).

       01  WS-BankTrailer.
           02  FILLER          PIC X(4)    VALUE "TRL ".

       01  WS-TotalGross       PIC 9(8)V99 VALUE ZEROS.
       01  WS-TotalCommission  PIC 9(8)V99 VALUE ZEROS.
       01  WS-TotalTax         PIC S9(8)V99 VALUE ZEROS.
       01  WS-TotalPRSI        PIC 9(8)V99 VALUE ZEROS.
       01  WS-TotalPension     PIC 9(8)V99 VALUE ZEROS.
       01  WS-TotalNetPay      PIC 9(8)V99 VALUE ZEROS.
           02  FILLER          PIC X       VALUE SPACE.
           02  RD-Commission   PIC ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  RD-Tax          PIC ZZ,ZZ9.99-.
           02  FILLER          PIC X       VALUE SPACE.
           02  RD-PRSI         PIC ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  FILLER          PIC X       VALUE SPACE.
           02  GT-Commission   PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  GT-Tax          PIC Z,ZZZ,ZZ9.99-.
           02  FILLER          PIC X       VALUE SPACE.
           02  GT-PRSI         PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WarnPendingChanges
           PERFORM ReadVatRate
           IF WS-DeptSelected
               MOVE SPACES TO WS-BankFileName
           PERFORM OpenPayHoursFile
           PERFORM OpenLeaveFile
           PERFORM OpenDeductFile
           PERFORM OpenExpenseFile
           PERFORM OpenBankAcctFile
           PERFORM OpenTaxCertFile
           PERFORM BuildPayCalendar
           PERFORM GetTaxPeriod
           PERFORM OpenYtdFile
      * I-O - a leaver is closed off on the master once their final
      * pay is made.
           OPEN I-O EmployeeFile
           OPEN EXTEND CessCertFile
           IF WS-CessCertNotFound
               OPEN OUTPUT CessCertFile
               CLOSE CessCertFile
               OPEN EXTEND CessCertFile
           END-IF
      * The department runs of one date share its payslip archive -
      * a scoped run appends where a whole-company run rewrites, so
      * PSLP<date>.DAT always holds every document of the date and
           OPEN OUTPUT BankFile
           OPEN OUTPUT PayRejFile
           OPEN OUTPUT PensionFile
           OPEN OUTPUT ExpRegFile
           IF WS-EmployeeStatusOk
      * The variance baseline is staged only once the employee
      * master is known to open - an aborted run must not shunt
               PERFORM WriteRegisterHeadings
               PERFORM WriteBankHeader
               PERFORM WritePensionHeadings
               PERFORM WriteExpRegHeadings
               PERFORM ReadEmployee
               PERFORM UNTIL WS-EmployeeEOF
                   PERFORM SetPayGroup
                   EVALUATE TRUE
      * An employee outside the selected pay group is not rejected -
      * they simply belong to another run.
                       WHEN WS-DeptSelected AND
                            EM-Department NOT = WS-SelectedDept
                           CONTINUE
      * A leaver whose final pay has been made stays on the master
      * for the year-end jobs but is never paid again - unless this
      * is a correction rerun of the very date that paid them off.
                       WHEN EM-Left AND
                            EM-FinalPayDate NOT = WS-RunDate
                           CONTINUE
      * Each frequency is paid only on its own paydays, and a
      * starter only once hired by the payday closing the period.
                       WHEN NOT WS-PGDue(WS-PGIndex)
                           CONTINUE
                       WHEN EM-HireDate > WS-PGPayDate(WS-PGIndex)
                           CONTINUE
                       WHEN OTHER
                           PERFORM PayOneEmployee
                   END-EVALUATE
                   PERFORM ReadEmployee
               END-PERFORM
               PERFORM WriteRegisterGrandTotal
               PERFORM WriteDeptSubtotals
               PERFORM WriteDeptCostSummary
               PERFORM WriteGlJournal
               PERFORM WriteDeptHistory
               PERFORM WriteBankTrailer
               PERFORM WritePensionTotals
               PERFORM WriteDeductRemit
               PERFORM WriteExpRegTotals
               CLOSE EmployeeFile
               IF NOT WS-DeptSelected
                   CLOSE NetHistFile
           CLOSE BankFile
           CLOSE PayRejFile
           CLOSE PensionFile
           CLOSE ExpRegFile
           CLOSE PayHoursFile
           CLOSE CessCertFile
           IF WS-LeaverCount > ZEROS
               DISPLAY "TC_Commands2 - " WS-LeaverCount " leaver(s) "
                       "given final pay, cessation certificate(s) "
                       "on CESSCERT.LST."
           END-IF
           IF WS-YtdAvailable
               PERFORM CountYtdRecords
               MOVE "PAYYTD.DAT" TO WS-ControlFileName
           IF WS-DeductAvailable
               CLOSE DeductFile
           END-IF
           IF WS-ExpenseAvailable
               CLOSE ExpenseFile
               IF WS-ExpClaimCount > ZEROS
                   DISPLAY "TC_Commands2 - " WS-ExpClaimCount
                           " expense claim(s) reimbursed, see "
                           "EXPREG.LST."
               END-IF
           END-IF
           IF WS-BankAcctAvailable
               CLOSE BankAcctFile
           END-IF
           IF WS-TaxCertAvailable
               CLOSE TaxCertFile
           END-IF
           PERFORM RegisterPayslipArchive
           IF RETURN-CODE NOT > 4
               PERFORM RecordRunControl
           MOVE WS-RunDate            TO RC-RunDate
           MOVE FUNCTION CURRENT-DATE TO RC-Timestamp
           MOVE WS-RunScope           TO RC-DeptScope
           MOVE WS-PayGroupsPaid      TO RC-PayGroups
           WRITE RunCtlRecord
           CLOSE RunCtlFile.

      * Works out each frequency's latest payday on or before the
      * business date and the period it closes, then which of them
      * this run pays - see WS-PayGroupTable.
       BuildPayCalendar.
           COMPUTE WS-RunDayNo = FUNCTION INTEGER-OF-DATE(WS-RunDate)
           MOVE "W"           TO WS-PGCode(1)
           MOVE 52            TO WS-PGPeriods(1)
           MOVE "WEEKLY"      TO WS-PGName(1)
           MOVE "F"           TO WS-PGCode(2)
           MOVE 26            TO WS-PGPeriods(2)
           MOVE "FORTNIGHTLY" TO WS-PGName(2)
           MOVE "M"           TO WS-PGCode(3)
           MOVE 12            TO WS-PGPeriods(3)
           MOVE "MONTHLY"     TO WS-PGName(3)
           MOVE "Y" TO WS-PGDueFlag(1) WS-PGDueFlag(2)
                       WS-PGDueFlag(3)
           IF WeeklyPayDay = ZERO
               MOVE WS-RunDate TO WS-PGPayDate(1)
           ELSE
               COMPUTE WS-DayOfWeek =
                   FUNCTION MOD(WS-RunDayNo - 1, 7) + 1
               COMPUTE WS-DayNo = WS-RunDayNo -
                   FUNCTION MOD(WS-DayOfWeek - WeeklyPayDay + 7, 7)
               COMPUTE WS-PGPayDate(1) =
                   FUNCTION DATE-OF-INTEGER(WS-DayNo)
           END-IF
           COMPUTE WS-DayNo =
               FUNCTION INTEGER-OF-DATE(WS-PGPayDate(1)) - 6
           COMPUTE WS-PGStartDate(1) =
               FUNCTION DATE-OF-INTEGER(WS-DayNo)
           IF FortnightAnchor = ZEROS OR FortnightAnchor > WS-RunDate
               MOVE "N" TO WS-PGDueFlag(2)
               MOVE ZEROS TO WS-PGPayDate(2) WS-PGStartDate(2)
           ELSE
               COMPUTE WS-DayNo = WS-RunDayNo - FUNCTION MOD(
                   WS-RunDayNo
                   - FUNCTION INTEGER-OF-DATE(FortnightAnchor), 14)
               COMPUTE WS-PGPayDate(2) =
                   FUNCTION DATE-OF-INTEGER(WS-DayNo)
               SUBTRACT 13 FROM WS-DayNo
               COMPUTE WS-PGStartDate(2) =
                   FUNCTION DATE-OF-INTEGER(WS-DayNo)
           END-IF
           MOVE WS-RunDate TO WS-CalDate
           PERFORM GetMonthlyPayDate
           IF WS-CalDate > WS-RunDate
               PERFORM StepBackOneMonth
               PERFORM GetMonthlyPayDate
           END-IF
           MOVE WS-CalDate TO WS-PGPayDate(3)
           PERFORM StepBackOneMonth
           PERFORM GetMonthlyPayDate
           COMPUTE WS-DayNo = FUNCTION INTEGER-OF-DATE(WS-CalDate) + 1
           COMPUTE WS-PGStartDate(3) =
               FUNCTION DATE-OF-INTEGER(WS-DayNo)
           PERFORM CheckGroupsPaid
           MOVE SPACES TO WS-PayGroupsPaid
           PERFORM VARYING WS-PGIndex FROM 1 BY 1
                   UNTIL WS-PGIndex > 3
               IF WS-PGDue(WS-PGIndex)
                   MOVE WS-PGCode(WS-PGIndex)
                       TO WS-PayGroupsPaid(WS-PGIndex:1)
               END-IF
           END-PERFORM
           IF WS-PayGroupsPaid = SPACES
               DISPLAY "TC_Commands2 - no pay frequency has a payday "
                       "due on " WS-RunDate " - nobody is paid."
           ELSE
               DISPLAY "TC_Commands2 - pay frequencies due this run "
                       "(W/F/M) : " WS-PayGroupsPaid
           END-IF.

      * The monthly payday in WS-CalDate's month - MonthlyPayDay, or
      * the month's last day when the month is shorter.
       GetMonthlyPayDate.
           MOVE 01 TO WS-CalDay
           IF WS-CalMonth = 12
               COMPUTE WS-NextMonthDate =
                   (WS-CalYear + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NextMonthDate =
                   WS-CalYear * 10000 + (WS-CalMonth + 1) * 100 + 01
           END-IF
           COMPUTE WS-MonthDays =
               FUNCTION INTEGER-OF-DATE(WS-NextMonthDate)
               - FUNCTION INTEGER-OF-DATE(WS-CalDate)
           IF MonthlyPayDay > WS-MonthDays
               MOVE WS-MonthDays TO WS-CalDay
           ELSE
               MOVE MonthlyPayDay TO WS-CalDay
           END-IF.

       StepBackOneMonth.
           MOVE 01 TO WS-CalDay
           IF WS-CalMonth = 01
               MOVE 12 TO WS-CalMonth
               SUBTRACT 1 FROM WS-CalYear
           ELSE
               SUBTRACT 1 FROM WS-CalMonth
           END-IF.

      * A frequency is already paid when an earlier run, in a scope
      * covering this one, paid it on or after its latest payday. A
      * record from before frequencies were held paid weekly only.
      * Today's own records are left out, so a correction rerun pays
      * the same frequencies the run it corrects did.
       CheckGroupsPaid.
           MOVE "N" TO WS-RunCtlEOFFlag
           OPEN INPUT RunCtlFile
           IF WS-RunCtlStatusOk
               PERFORM ReadRunCtl
               PERFORM UNTIL WS-RunCtlEOF
                   IF RC-RunDate < WS-RunDate AND
                      (RC-DeptScope = SPACES OR
                       RC-DeptScope = "ALL" OR
                       RC-DeptScope = WS-RunScope)
                       PERFORM MarkGroupsPaid
                   END-IF
                   PERFORM ReadRunCtl
               END-PERFORM
               CLOSE RunCtlFile
           END-IF.

       MarkGroupsPaid.
           PERFORM VARYING WS-PGIndex FROM 1 BY 1
                   UNTIL WS-PGIndex > 3
               IF RC-RunDate >= WS-PGPayDate(WS-PGIndex) AND
                  (RC-PayGroups(WS-PGIndex:1) = WS-PGCode(WS-PGIndex)
                   OR (RC-PayGroups = SPACES AND WS-PGIndex = 1))
                   MOVE "N" TO WS-PGDueFlag(WS-PGIndex)
               END-IF
           END-PERFORM.

      * The employee's entry in WS-PayGroupTable.
       SetPayGroup.
           EVALUATE TRUE
               WHEN EM-PaidFortnightly
                   MOVE 2 TO WS-PGIndex
               WHEN EM-PaidMonthly
                   MOVE 3 TO WS-PGIndex
               WHEN OTHER
                   MOVE 1 TO WS-PGIndex
           END-EVALUATE
           IF WS-PGIndex = 2 AND WS-PGPayDate(2) = ZEROS AND
              NOT WS-NoAnchorWarned
               DISPLAY "Warning - fortnightly staff are on file but "
                       "RUNPARM.DAT sets no fortnightly payday on or "
                       "before today - they are not paid."
               SET WS-NoAnchorWarned TO TRUE
           END-IF.

      * The tax period is counted in the employee's own frequency -
      * the week, fortnight or month of the year the business date
      * falls in, the part-period at the year's end counting with the
      * last whole one.
       SetPayPeriod.
           MOVE WS-PGPeriods(WS-PGIndex) TO WS-PeriodsPerYear
           EVALUATE WS-PGIndex
               WHEN 1
                   COMPUTE WS-TaxPeriodNo = (WS-DayOfYear - 1) / 7 + 1
               WHEN 2
                   COMPUTE WS-TaxPeriodNo =
                       (WS-DayOfYear - 1) / 14 + 1
               WHEN OTHER
                   MOVE WS-RunMonth TO WS-TaxPeriodNo
           END-EVALUATE
           IF WS-TaxPeriodNo > WS-PeriodsPerYear
               MOVE WS-PeriodsPerYear TO WS-TaxPeriodNo
           END-IF
           IF EM-Hourly AND EM-PaidFortnightly
               COMPUTE WS-PeriodStdHours = StdHours * 2
           ELSE
               MOVE StdHours TO WS-PeriodStdHours
           END-IF
           COMPUTE WS-PeriodPRSIThreshold ROUNDED =
               PRSIThreshold * 52 / WS-PeriodsPerYear
           MOVE SPACES TO WS-PayPeriodText
           STRING FUNCTION TRIM(WS-PGName(WS-PGIndex)) " "
                  WS-PGStartDate(WS-PGIndex) " TO "
                  WS-PGPayDate(WS-PGIndex)
               DELIMITED BY SIZE INTO WS-PayPeriodText.

      * Lock protocol for the payroll masters - an existing
      * PAYLOCK.DAT means EmpMaint (or a crashed run) holds
      * EMPMAST.DAT. This run is unattended under the driver, so it
               RETURNING WS-LockDeleteRC.

       PayOneEmployee.
           MOVE "N" TO WS-FinalPayFlag
           IF (EM-Leaving AND EM-LeaveDate <= WS-RunDate) OR EM-Left
               SET WS-FinalPay TO TRUE
           END-IF
           PERFORM SetPayPeriod
           PERFORM ValidateEmployee
           IF WS-EmpValid
               PERFORM GetRateInForce
               PERFORM ComputeLeave
               MOVE ZEROS TO WS-PayoutHours WS-LeavePayout
                             WS-FinalBackPay
               IF WS-FinalPay
                   PERFORM ComputeLeavePayout
                   IF EM-Hourly
                       PERFORM ComputeFinalBackPay
                   END-IF
               END-IF
               PERFORM ComputeGross
               PERFORM ComputeCommission
               PERFORM ComputeTax
               PERFORM ComputeVoluntary
               PERFORM ComputeDeduction
               PERFORM ComputeNetPay
               PERFORM ComputeExpenses
               PERFORM ComputeVat
               PERFORM UpdateYtd
               PERFORM WritePayslip
                   PERFORM WriteNetHistDetail
               END-IF
               PERFORM WritePensionDetail
               IF EM-Hourly
                   PERFORM LogPaidHours
               END-IF
               IF WS-FinalPay
                   PERFORM WriteCessationCert
                   PERFORM CloseOffLeaver
               END-IF
           ELSE
               PERFORM RejectEmployee
           END-IF.

      * Accrued leave not yet taken is paid out at the rate in force
      * and the balance closed, along with any booking still open.
      * Like a booking, the payout is consumed as it is paid - a
      * correction rerun of the date finds nothing left to pay.
       ComputeLeavePayout.
           IF WS-LeaveAvailable
               MOVE EM-EmployeeId TO LV-EmployeeId
               READ LeaveFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LV-AccruedHours > LV-TakenHours
                           COMPUTE WS-PayoutHours =
                               LV-AccruedHours - LV-TakenHours
                           COMPUTE WS-LeavePayout ROUNDED =
                               WS-PayoutHours * WS-RateInForce
                           MOVE LV-AccruedHours TO LV-TakenHours
                       END-IF
                       MOVE ZEROS TO LV-BookedHours
                       REWRITE LeaveRecord
               END-READ
           END-IF.

      * Back pay still owed on the leaver's earlier periods - the same
      * settlement BackPay makes, folded into the final pay because
      * the leaver will not be on a later run. Each period settled is
      * journaled as a B correction, so neither BackPay nor a rerun
      * pays it again.
       ComputeFinalBackPay.
           MOVE ZEROS TO WS-PaidCount
           MOVE "N" TO WS-PayHoursEOFFlag
           CLOSE PayHoursFile
           OPEN INPUT PayHoursFile
           IF WS-PayHoursStatusOk
               PERFORM ReadPayHours
               PERFORM UNTIL WS-PayHoursEOF
                   IF PH-EmployeeId = EM-EmployeeId
                       PERFORM AbsorbPaidRecord
                   END-IF
                   PERFORM ReadPayHours
               END-PERFORM
               CLOSE PayHoursFile
           END-IF
           PERFORM OpenPayHoursFile
           PERFORM VARYING WS-PDIndex FROM 1 BY 1
                   UNTIL WS-PDIndex > WS-PaidCount
               PERFORM GetCorrectRate
               IF WS-CorrectRate > WS-PDRate(WS-PDIndex)
                   COMPUTE WS-DiffAmount ROUNDED =
                       WS-PDHours(WS-PDIndex) *
                       (WS-CorrectRate - WS-PDRate(WS-PDIndex))
                   ADD WS-DiffAmount TO WS-FinalBackPay
                   MOVE SPACES TO PayHoursRecord
                   MOVE "B" TO PH-Type
                   MOVE EM-EmployeeId           TO PH-EmployeeId
                   MOVE WS-PDPeriod(WS-PDIndex) TO PH-PeriodDate
                   MOVE WS-PDHours(WS-PDIndex)  TO PH-Hours
                   MOVE WS-CorrectRate          TO PH-Rate
                   WRITE PayHoursRecord
               END-IF
           END-PERFORM.

       ReadPayHours.
           READ PayHoursFile
               AT END SET WS-PayHoursEOF TO TRUE
           END-READ.

           COPY BKPAYPG.

      * Built from the PAYYTD.DAT record UpdateYtd has just written,
      * so the certificate carries the final pay too.
       WriteCessationCert.
           ADD 1 TO WS-LeaverCount
           WRITE CessCertLine FROM WS-CcTitleLine
           WRITE CessCertLine FROM WS-CcRuleLine
           MOVE "  EMPLOYEE           :" TO CC-TextLabel
           MOVE SPACES TO CC-Text
           STRING EM-EmployeeId " " EM-EmployeeName
               DELIMITED BY SIZE INTO CC-Text
           WRITE CessCertLine FROM WS-CcTextLine
           MOVE "  DEPARTMENT         :" TO CC-TextLabel
           MOVE EM-Department TO CC-Text
           WRITE CessCertLine FROM WS-CcTextLine
           MOVE "  HIRED / LEFT       :" TO CC-TextLabel
           MOVE SPACES TO CC-Text
           STRING EM-HireDate " / " EM-LeaveDate
               DELIMITED BY SIZE INTO CC-Text
           WRITE CessCertLine FROM WS-CcTextLine
           MOVE "  FINAL PAY PERIOD   :" TO CC-TextLabel
           MOVE WS-RunDate TO CC-Text
           WRITE CessCertLine FROM WS-CcTextLine
           MOVE "  TAX YEAR           :" TO CC-TextLabel
           MOVE WS-RunYear TO CC-Text
           WRITE CessCertLine FROM WS-CcTextLine
           MOVE "  TAX BASIS          :" TO CC-TextLabel
           IF WS-TaxFlat
               MOVE "STANDARD BANDS" TO CC-Text
           ELSE
               MOVE WS-TaxBasisText TO CC-Text
           END-IF
           WRITE CessCertLine FROM WS-CcTextLine
           IF NOT WS-TaxFlat AND NOT WS-TaxEmergency
               MOVE "  YEARLY CUT-OFF     :" TO CC-Label
               MOVE WS-AnnualCutOff TO CC-Amount
               WRITE CessCertLine FROM WS-CcMoneyLine
               MOVE "  YEARLY TAX CREDITS :" TO CC-Label
               MOVE WS-AnnualCredits TO CC-Amount
               WRITE CessCertLine FROM WS-CcMoneyLine
           END-IF
           IF WS-YtdAvailable
               MOVE "  PAY TO DATE        :" TO CC-Label
               MOVE YT-Gross TO CC-Amount
               WRITE CessCertLine FROM WS-CcMoneyLine
               MOVE "  TAX TO DATE        :" TO CC-Label
               MOVE YT-Tax TO CC-Amount
               WRITE CessCertLine FROM WS-CcMoneyLine
               MOVE "  PRSI TO DATE       :" TO CC-Label
               MOVE YT-PRSI TO CC-Amount
               WRITE CessCertLine FROM WS-CcMoneyLine
               MOVE "  PENSION TO DATE    :" TO CC-Label
               MOVE YT-Pension TO CC-Amount
               WRITE CessCertLine FROM WS-CcMoneyLine
               MOVE "  NET PAY TO DATE    :" TO CC-Label
               MOVE YT-Net TO CC-Amount
               WRITE CessCertLine FROM WS-CcMoneyLine
           ELSE
               MOVE "  YEAR TO DATE       :" TO CC-TextLabel
               MOVE "NOT AVAILABLE - PAYYTD.DAT NOT OPEN"
                   TO CC-Text
               WRITE CessCertLine FROM WS-CcTextLine
           END-IF
           WRITE CessCertLine FROM WS-CcRuleLine
           MOVE SPACES TO CessCertLine
           WRITE CessCertLine.

      * The leaver is marked X with the date that paid them off, and
      * the change journaled to EMPHIST.DAT like any EmpMaint update
      * so PayrollRecover can replay it.
       CloseOffLeaver.
           IF NOT EM-Left
               MOVE EmployeeMaster TO WS-EmpJournalBefore
               SET EM-Left TO TRUE
               MOVE WS-RunDate TO EM-FinalPayDate
               REWRITE EmployeeMaster
                   INVALID KEY
                       DISPLAY "Warning - EmployeeId " EM-EmployeeId
                               " could not be closed off as a "
                               "leaver, status " WS-EmployeeStatus
                               "."
                   NOT INVALID KEY
                       PERFORM LogEmpJournal
               END-REWRITE
           END-IF.

       LogEmpJournal.
           OPEN EXTEND EmpHistFile
           IF WS-EmpHistNotFound
               OPEN OUTPUT EmpHistFile
               CLOSE EmpHistFile
               OPEN EXTEND EmpHistFile
           END-IF
           MOVE SPACES                TO EmpHistRecord
           MOVE "C"                   TO EH-TransType
           MOVE FUNCTION CURRENT-DATE TO EH-Timestamp
           MOVE WS-EmpJournalBefore   TO EH-BeforeImage
           MOVE EmployeeMaster        TO EH-AfterImage
           WRITE EmpHistRecord
           CLOSE EmpHistFile.

       LoadRateHistory.
           OPEN INPUT RateHistFile
           IF WS-RateHistStatusOk
      * paid wins; a tie goes to the later-recorded entry, which is
      * the correction. No history at all pays at the master's
      * EM-HourlyRate, exactly as before the history file existed.
      * A salaried employee's hourly equivalent - the salary over a
      * year of standard weeks - is what their leave is valued at.
       GetRateInForce.
           IF EM-Salaried
               COMPUTE WS-RateInForce ROUNDED =
                   EM-AnnualSalary / 52 / StdHours
           ELSE
               MOVE EM-HourlyRate TO WS-RateInForce
               MOVE ZEROS TO WS-BestEffDate
               PERFORM VARYING WS-RateIndex FROM 1 BY 1
                       UNTIL WS-RateIndex > WS-RateCount
                   IF WS-RTEmployeeId(WS-RateIndex) = EM-EmployeeId
                      AND WS-RTEffDate(WS-RateIndex) <= WS-RunDate
                      AND WS-RTEffDate(WS-RateIndex) >= WS-BestEffDate
                       MOVE WS-RTEffDate(WS-RateIndex)
                           TO WS-BestEffDate
                       MOVE WS-RTRate(WS-RateIndex) TO WS-RateInForce
                   END-IF
               END-PERFORM
           END-IF.

       OpenPayHoursFile.
           OPEN EXTEND PayHoursFile
               SET WS-DeductAvailable TO TRUE
           END-IF.

      * A rate or bank change keyed but not yet approved is not in
      * this run - the employee is paid on the terms and account in
      * force. Said plainly at the start so the operator can stop and
      * get the changes decided first.
       WarnPendingChanges.
           OPEN INPUT PendChgFile
           IF WS-PendChgStatusOk
               PERFORM UNTIL WS-PendChgEOF
                   READ PendChgFile NEXT
                       AT END
                           SET WS-PendChgEOF TO TRUE
                       NOT AT END
                           IF CQ-RateChange
                               ADD 1 TO WS-PendRateCount
                           ELSE
                               ADD 1 TO WS-PendBankCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendChgFile
               IF WS-PendRateCount > ZEROS OR WS-PendBankCount > ZEROS
                   DISPLAY "Warning - " WS-PendRateCount " pay-rate "
                           "and " WS-PendBankCount " bank-detail "
                           "change(s) are still waiting for approval "
                           "on PENDCHG.DAT - this run pays the terms "
                           "and accounts in force."
               END-IF
           END-IF.

      * EXPCLAIM.DAT is opened I-O so each claim paid can be marked
      * paid there and then - a claim is never reimbursed twice.
       OpenExpenseFile.
           OPEN I-O ExpenseFile
           IF WS-ExpenseStatusOk
               SET WS-ExpenseAvailable TO TRUE
           END-IF.

       OpenTaxCertFile.
           OPEN INPUT TaxCertFile
           IF WS-TaxCertStatusOk
               SET WS-TaxCertAvailable TO TRUE
           ELSE
               DISPLAY "Warning - TAXCERT.DAT could not be opened, "
                       "status " WS-TaxCertStatus " - tax worked on "
                       "the flat RUNPARM.DAT bands for everyone."
           END-IF.

      * The tax year is the calendar year; each employee's period
      * within it is counted from the business date's day of the
      * year by SetPayPeriod.
       GetTaxPeriod.
           COMPUTE WS-YearStartDate = WS-RunYear * 10000 + 0101
           COMPUTE WS-DayOfYear =
               FUNCTION INTEGER-OF-DATE(WS-RunDate)
               - FUNCTION INTEGER-OF-DATE(WS-YearStartDate) + 1.

       OpenBankAcctFile.
           OPEN INPUT BankAcctFile
           IF WS-BankAcctStatusOk
               SET WS-BankAcctAvailable TO TRUE
           ELSE
               DISPLAY "Warning - BANKACCT.DAT could not be opened, "
                       "status " WS-BankAcctStatus " - every "
                       "employee will reject with no bank account."
           END-IF.

      * Last period's nets become the PAYNET.PRV baseline this
      * run's figures are compared against - the same delete-then-
      * rename shape the other rollovers use. A missing PAYNET.DAT
                           TO WS-SelectedDept
                       SET WS-DeptSelected TO TRUE
                   END-IF
      * The pay calendar follows the department - absent, the weekly
      * group is paid every run and no fortnightly payroll is set
      * up, exactly as before frequencies were held.
                   IF PC-WeeklyPayDay NUMERIC AND PC-WeeklyPayDay < 8
                       MOVE PC-WeeklyPayDay TO WeeklyPayDay
                   END-IF
                   IF PC-FortnightAnchor NUMERIC AND
                      PC-FortnightAnchor > ZEROS
                       IF FUNCTION TEST-DATE-YYYYMMDD
                              (PC-FortnightAnchor) = ZERO
                           MOVE PC-FortnightAnchor TO FortnightAnchor
                       ELSE
                           DISPLAY "Warning - RUNPARM.DAT fortnightly "
                                   "payday " PC-FortnightAnchor
                                   " is not a valid date - ignored."
                       END-IF
                   END-IF
                   IF PC-MonthlyPayDay NUMERIC AND
                      PC-MonthlyPayDay > ZEROS
                       MOVE PC-MonthlyPayDay TO MonthlyPayDay
                   END-IF
               END-IF
               CLOSE ParmFile
           END-IF.
               MOVE "Employee name missing" TO WS-PayRejectReason
               SET WS-EmpInvalid TO TRUE
           END-IF
           IF WS-EmpValid AND EM-Hourly AND
              (EM-HourlyRate NOT NUMERIC OR EM-HourlyRate = ZEROS
               OR EM-HourlyRate > 1000.00)
               MOVE "Hourly rate outside plausible bounds"
                   TO WS-PayRejectReason
               SET WS-EmpInvalid TO TRUE
           END-IF
           IF WS-EmpValid AND EM-Salaried AND
              (EM-AnnualSalary NOT NUMERIC OR EM-AnnualSalary = ZEROS)
               MOVE "Annual salary missing or not numeric"
                   TO WS-PayRejectReason
               SET WS-EmpInvalid TO TRUE
           END-IF
      * Paying a week's salary on every run would pay it daily - a
      * weekly salary needs a real weekly payday on the card.
           IF WS-EmpValid AND EM-Salaried AND EM-PaidWeekly AND
              WeeklyPayDay = ZERO
               MOVE "Weekly salary but no weekly payday set"
                   TO WS-PayRejectReason
               SET WS-EmpInvalid TO TRUE
           END-IF
           IF WS-EmpValid AND EM-Hourly AND EM-PaidMonthly
               MOVE "Hourly staff cannot be paid monthly"
                   TO WS-PayRejectReason
               SET WS-EmpInvalid TO TRUE
           END-IF
           IF WS-EmpValid AND EM-Sales NOT NUMERIC
               MOVE "Sales figure not numeric"
                   TO WS-PayRejectReason
           END-IF
      * A missing timesheet with booked leave on LEAVE.DAT is an
      * approved absence, not an input failure - the employee pays
      * from their booking instead of rejecting. A leaver may well
      * have no hours in their final period; they are paid what is
      * owed them regardless. Salaried staff keep no timesheet.
           IF WS-EmpValid AND EM-Salaried
               MOVE ZEROS TO WS-HoursWorked
           END-IF
           IF WS-EmpValid AND EM-Hourly
               PERFORM FindTimesheet
               IF NOT WS-TimesheetFound
                   PERFORM CheckBookedLeave
                   IF WS-LeaveCovers OR WS-FinalPay
                       MOVE ZEROS TO WS-HoursWorked
                   ELSE
                       MOVE "No timesheet this week"
                       SET WS-EmpInvalid TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-EmpValid
               PERFORM CheckBankAccount
           END-IF.

      * Leaves BankAcctRecord holding the employee's accounts for
      * WriteBankDetail. A split whose second account fails the edit
      * rejects the whole employee - half a net is never sent.
       CheckBankAccount.
           IF WS-BankAcctAvailable
               MOVE EM-EmployeeId TO BA-EmployeeId
               READ BankAcctFile
                   INVALID KEY
                       MOVE "No bank account on file"
                           TO WS-PayRejectReason
                       SET WS-EmpInvalid TO TRUE
               END-READ
           ELSE
               MOVE "No bank account on file" TO WS-PayRejectReason
               SET WS-EmpInvalid TO TRUE
           END-IF
           IF WS-EmpValid
               MOVE BA-SortCode1 TO WS-CheckSortCode
               MOVE BA-Iban1     TO WS-CheckIban
               MOVE BA-AcctName1 TO WS-CheckAcctName
               PERFORM ValidateBankAccount
               IF WS-AccountInvalid
                   STRING "Bank - " DELIMITED BY SIZE
                          WS-AccountReason DELIMITED BY SIZE
                          INTO WS-PayRejectReason
                   SET WS-EmpInvalid TO TRUE
               END-IF
           END-IF
           IF WS-EmpValid AND
              (BA-SplitMethod = "A" OR BA-SplitMethod = "P")
               MOVE BA-SortCode2 TO WS-CheckSortCode
               MOVE BA-Iban2     TO WS-CheckIban
               MOVE BA-AcctName2 TO WS-CheckAcctName
               PERFORM ValidateBankAccount
               IF WS-AccountInvalid
                   STRING "Split bank - " DELIMITED BY SIZE
                          WS-AccountReason DELIMITED BY SIZE
                          INTO WS-PayRejectReason
                   SET WS-EmpInvalid TO TRUE
               END-IF
           END-IF.

           COPY BANKCKPG.

       CheckBookedLeave.
           MOVE "N" TO WS-LeaveCoversFlag
           IF WS-LeaveAvailable
      * standard hours, paid at the plain EM-HourlyRate - leave is
      * never overtime. The hours paid move from the booking onto
      * the taken figure and the booking clears, so a rerun of the
      * period cannot pay the same leave twice. A salaried employee's
      * leave is already inside their salary - the booking is simply
      * taken, with nothing added.
       ComputeLeave.
           MOVE ZEROS TO LeaveHours
           MOVE ZEROS TO LeavePay
           IF WS-LeaveAvailable AND EM-Salaried
               MOVE EM-EmployeeId TO LV-EmployeeId
               READ LeaveFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LV-BookedHours NUMERIC AND
                          LV-BookedHours > ZEROS
                           ADD LV-BookedHours TO LV-TakenHours
                           MOVE ZEROS TO LV-BookedHours
                           REWRITE LeaveRecord
                       END-IF
               END-READ
           END-IF
           IF WS-LeaveAvailable AND EM-Hourly AND
              WS-HoursWorked < WS-PeriodStdHours
               MOVE EM-EmployeeId TO LV-EmployeeId
               READ LeaveFile
                   INVALID KEY
                       IF LV-BookedHours NUMERIC AND
                          LV-BookedHours > ZEROS
                           COMPUTE LeaveHours =
                               WS-PeriodStdHours - WS-HoursWorked
                           IF LeaveHours > LV-BookedHours
                               MOVE LV-BookedHours TO LeaveHours
                           END-IF
      * time-and-a-half (or whatever multiplier the RUNPARM.DAT card
      * carries) - gross is computed here instead of arriving pre-
      * computed on the employee record, with any paid leave from
      * ComputeLeave folded in at the plain rate. A fortnight's
      * standard hours are twice StdHours. Salaried staff are paid
      * their period's share of the salary instead (ComputeSalary).
       ComputeGross.
           EVALUATE TRUE
               WHEN EM-Salaried
                   PERFORM ComputeSalary
               WHEN WS-HoursWorked <= WS-PeriodStdHours
                   COMPUTE GrossPay = WS-HoursWorked * WS-RateInForce
               WHEN OTHER
                   COMPUTE GrossPay =
                       (WS-PeriodStdHours * WS-RateInForce) +
                       ((WS-HoursWorked - WS-PeriodStdHours)
                        * WS-RateInForce * OTMultiplier)
           END-EVALUATE
           ADD LeavePay TO GrossPay
           ADD WS-LeavePayout WS-FinalBackPay TO GrossPay.

      * The salary over the periods in the year, pro-rated by calendar
      * day when the employee was hired after the period opened or
      * leaves before it closes - a leaver's days run to the leaving
      * date.
       ComputeSalary.
           MOVE EM-HireDate TO WS-HireDateNum
           COMPUTE WS-PeriodStartNo =
               FUNCTION INTEGER-OF-DATE(WS-PGStartDate(WS-PGIndex))
           COMPUTE WS-PeriodEndNo =
               FUNCTION INTEGER-OF-DATE(WS-PGPayDate(WS-PGIndex))
           COMPUTE WS-PeriodDays = WS-PeriodEndNo - WS-PeriodStartNo + 1
           MOVE WS-PeriodStartNo TO WS-EmployedFromNo
           IF WS-HireDateNum > WS-PGStartDate(WS-PGIndex)
               COMPUTE WS-EmployedFromNo =
                   FUNCTION INTEGER-OF-DATE(WS-HireDateNum)
           END-IF
           MOVE WS-PeriodEndNo TO WS-EmployedToNo
           IF WS-FinalPay AND
              EM-LeaveDate < WS-PGPayDate(WS-PGIndex)
               COMPUTE WS-EmployedToNo =
                   FUNCTION INTEGER-OF-DATE(EM-LeaveDate)
           END-IF
           COMPUTE WS-DaysEmployed =
               WS-EmployedToNo - WS-EmployedFromNo + 1
           EVALUATE TRUE
               WHEN WS-DaysEmployed NOT < WS-PeriodDays
                   COMPUTE GrossPay ROUNDED =
                       EM-AnnualSalary / WS-PeriodsPerYear
               WHEN WS-DaysEmployed > ZERO
                   COMPUTE GrossPay ROUNDED =
                       EM-AnnualSalary / WS-PeriodsPerYear
                       * WS-DaysEmployed / WS-PeriodDays
               WHEN OTHER
                   MOVE ZEROS TO GrossPay
                   MOVE ZERO  TO WS-DaysEmployed
           END-EVALUATE.

       ReadEmployee.
           READ EmployeeFile NEXT
      * Marginal tax bands: first Band1Limit @ Band1Rate, next
      * (Band2Limit - Band1Limit) @ Band2Rate, the remainder @
      * Band3Rate. Band limits/rates default to 500.00/1000.00 and
      * 10%/20%/30% but can be overridden by ReadRunParms. On a
      * tax-credit certificate the employee's own cut-off point
      * stands in for Band1Limit (see WS-TaxCertStatus above). The
      * band limits are weekly figures, widened in proportion for
      * fortnightly and monthly staff.
       ComputeTax.
           PERFORM GetTaxCertificate
           COMPUTE WS-Band2Width ROUNDED =
               (Band2Limit - Band1Limit) * 52 / WS-PeriodsPerYear
           MOVE ZEROS TO WS-CreditsUsed
           EVALUATE TRUE
               WHEN WS-TaxFlat
                   MOVE GrossPay   TO WS-BandIncome
                   COMPUTE WS-BandLimit1 ROUNDED =
                       Band1Limit * 52 / WS-PeriodsPerYear
                   COMPUTE WS-BandLimit2 =
                       WS-BandLimit1 + WS-Band2Width
                   PERFORM CalcBandTax
                   MOVE WS-BandTax TO Tax
               WHEN WS-TaxCumulative
                   PERFORM ComputeCumulativeTax
               WHEN OTHER
                   PERFORM ComputePeriodTax
           END-EVALUATE.

      * A certificate from an earlier tax year is operated week-1
      * until this year's arrives - last year's year-to-date share
      * means nothing against this year's pay.
       GetTaxCertificate.
           MOVE ZEROS TO WS-AnnualCutOff WS-AnnualCredits
           IF WS-TaxCertAvailable
               MOVE EM-EmployeeId TO TC-EmployeeId
               READ TaxCertFile
                   INVALID KEY
                       SET WS-TaxEmergency TO TRUE
                   NOT INVALID KEY
                       MOVE TC-Basis   TO WS-TaxBasis
                       MOVE TC-CutOff  TO WS-AnnualCutOff
                       MOVE TC-Credits TO WS-AnnualCredits
                       IF WS-TaxCumulative AND
                          TC-TaxYear < WS-RunYear
                           SET WS-TaxWeek1 TO TRUE
                       END-IF
               END-READ
           ELSE
               SET WS-TaxFlat TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-TaxCumulative
                   MOVE SPACES TO WS-TaxBasisText
                   STRING "CUMULATIVE, PERIOD " WS-TaxPeriodNo
                       DELIMITED BY SIZE INTO WS-TaxBasisText
               WHEN WS-TaxWeek1
                   MOVE "WEEK-1" TO WS-TaxBasisText
               WHEN WS-TaxEmergency
                   MOVE "EMERGENCY" TO WS-TaxBasisText
               WHEN OTHER
                   MOVE SPACES TO WS-TaxBasisText
           END-EVALUATE.

      * The three marginal bands over WS-BandIncome, with the band
      * limits the caller has set.
       CalcBandTax.
           EVALUATE TRUE
               WHEN WS-BandIncome <= WS-BandLimit1
                   COMPUTE WS-BandTax = WS-BandIncome * Band1Rate
               WHEN WS-BandIncome <= WS-BandLimit2
                   COMPUTE WS-BandTax = (WS-BandLimit1 * Band1Rate) +
                       ((WS-BandIncome - WS-BandLimit1) * Band2Rate)
               WHEN OTHER
                   COMPUTE WS-BandTax = (WS-BandLimit1 * Band1Rate) +
                       ((WS-BandLimit2 - WS-BandLimit1) * Band2Rate) +
                       ((WS-BandIncome - WS-BandLimit2) * Band3Rate)
           END-EVALUATE.

      * Cumulative basis - tax due on the year's pay to date against
      * the year-to-date share of the cut-off and credits, less the
      * tax already deducted this year. The credits used this period
      * are the year-to-date credits used now less those used up to
      * the last period, worked the same way on last period's
      * figures.
       ComputeCumulativeTax.
           MOVE ZEROS TO WS-PriorYtdGross WS-PriorYtdTax
           IF WS-YtdAvailable
               MOVE EM-EmployeeId TO YT-EmployeeId
               READ YtdFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE YT-Gross TO WS-PriorYtdGross
                       MOVE YT-Tax   TO WS-PriorYtdTax
               END-READ
           END-IF
           COMPUTE WS-BandLimit1 ROUNDED =
               WS-AnnualCutOff * WS-TaxPeriodNo / WS-PeriodsPerYear
           COMPUTE WS-BandLimit2 =
               WS-BandLimit1 + WS-Band2Width * WS-TaxPeriodNo
           COMPUTE WS-BandIncome = WS-PriorYtdGross + GrossPay
           PERFORM CalcBandTax
           COMPUTE WS-PeriodCredits ROUNDED =
               WS-AnnualCredits * WS-TaxPeriodNo / WS-PeriodsPerYear
           IF WS-PeriodCredits > WS-BandTax
               MOVE WS-BandTax TO WS-CumCreditsUsed
           ELSE
               MOVE WS-PeriodCredits TO WS-CumCreditsUsed
           END-IF
           COMPUTE WS-CumTaxDue = WS-BandTax - WS-CumCreditsUsed
           COMPUTE Tax = WS-CumTaxDue - WS-PriorYtdTax
           MOVE ZEROS TO WS-PrevCreditsUsed
           IF WS-TaxPeriodNo > 1
               COMPUTE WS-BandLimit1 ROUNDED = WS-AnnualCutOff
                   * (WS-TaxPeriodNo - 1) / WS-PeriodsPerYear
               COMPUTE WS-BandLimit2 = WS-BandLimit1
                   + WS-Band2Width * (WS-TaxPeriodNo - 1)
               MOVE WS-PriorYtdGross TO WS-BandIncome
               PERFORM CalcBandTax
               COMPUTE WS-PeriodCredits ROUNDED = WS-AnnualCredits
                   * (WS-TaxPeriodNo - 1) / WS-PeriodsPerYear
               IF WS-PeriodCredits > WS-BandTax
                   MOVE WS-BandTax TO WS-PrevCreditsUsed
               ELSE
                   MOVE WS-PeriodCredits TO WS-PrevCreditsUsed
               END-IF
           END-IF
           COMPUTE WS-CreditsUsed =
               WS-CumCreditsUsed - WS-PrevCreditsUsed
           IF WS-CreditsUsed < ZEROS
               MOVE ZEROS TO WS-CreditsUsed
           END-IF.

      * Week-1 and emergency bases - the period taxed on its own. An
      * emergency employee has no credits and no cut-off, so all of
      * their pay starts in the second band.
       ComputePeriodTax.
           IF WS-TaxEmergency
               MOVE ZEROS TO WS-BandLimit1 WS-PeriodCredits
           ELSE
               COMPUTE WS-BandLimit1 ROUNDED =
                   WS-AnnualCutOff / WS-PeriodsPerYear
               COMPUTE WS-PeriodCredits ROUNDED =
                   WS-AnnualCredits / WS-PeriodsPerYear
           END-IF
           COMPUTE WS-BandLimit2 = WS-BandLimit1 + WS-Band2Width
           MOVE GrossPay TO WS-BandIncome
           PERFORM CalcBandTax
           IF WS-PeriodCredits > WS-BandTax
               MOVE WS-BandTax TO WS-CreditsUsed
           ELSE
               MOVE WS-PeriodCredits TO WS-CreditsUsed
           END-IF
           COMPUTE Tax = WS-BandTax - WS-CreditsUsed.

      * PRSI is exempt below PRSIThreshold, PRSIRate of GrossPay
      * above it. Defaults to 352.00 / 4%; overridable by
      * ReadRunParms. The threshold is weekly, scaled to the
      * employee's period by SetPayPeriod.
       ComputePRSI.
           IF GrossPay <= WS-PeriodPRSIThreshold
               MOVE ZEROS TO PRSI
           ELSE
               COMPUTE PRSI = GrossPay * PRSIRate
      * statutory deductions - an amount as it stands, a percentage
      * against this period's gross - itemized for the payslip and
      * totalled per code for the remittance report.
      * A leaver's voluntary deductions stop with their final pay -
      * the schemes are settled with them directly, not from it.
       ComputeVoluntary.
           MOVE ZEROS TO VolDeduction
           MOVE ZEROS TO WS-VolCount
           IF WS-DeductAvailable AND NOT WS-FinalPay
               MOVE "N" TO WS-DedScanEOFFlag
               MOVE EM-EmployeeId TO DD-EmployeeId
               MOVE LOW-VALUES    TO DD-Code
       ComputeNetPay.
           SUBTRACT Deduction FROM GrossPay GIVING NetPay.

      * Approved expense claims are reimbursed on top of the net -
      * they are not pay, so they never touch gross, tax, PRSI or
      * pension. A correction rerun of a date picks up again the
      * claims that date already marked paid, since it pays the whole
      * date afresh. More than ten claims in one period wait for the
      * next run.
       ComputeExpenses.
           MOVE ZEROS TO ExpensePay
           MOVE ZEROS TO WS-ExpCount
           IF WS-ExpenseAvailable
               MOVE "N" TO WS-ExpScanEOFFlag
               MOVE EM-EmployeeId TO XC-EmployeeId
               MOVE ZEROS         TO XC-ClaimNo
               START ExpenseFile KEY NOT < XC-ClaimKey
                   INVALID KEY SET WS-ExpScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-ExpScanEOF
                   READ ExpenseFile NEXT
                       AT END
                           SET WS-ExpScanEOF TO TRUE
                       NOT AT END
                           IF XC-EmployeeId = EM-EmployeeId
                               IF XC-Approved OR
                                  (XC-Paid AND WS-CorrectionRun AND
                                   XC-PaidDate = WS-RunDate)
                                   PERFORM PayOneClaim
                               END-IF
                           ELSE
                               SET WS-ExpScanEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               ADD ExpensePay TO NetPay
           END-IF.

       PayOneClaim.
           IF WS-ExpCount < 10
               ADD 1 TO WS-ExpCount
               MOVE XC-Category TO WS-XTCategory(WS-ExpCount)
               MOVE XC-Amount   TO WS-XTAmount(WS-ExpCount)
               ADD XC-Amount TO ExpensePay
               ADD XC-Amount TO WS-TotalExpenses
               ADD 1 TO WS-ExpClaimCount
               SET XC-Paid TO TRUE
               MOVE WS-RunDate TO XC-PaidDate
               REWRITE ExpenseClaimRecord
                   INVALID KEY
                       DISPLAY "Warning - claim " XC-ClaimKey
                               " could not be marked paid, status "
                               WS-ExpenseStatus "."
               END-REWRITE
               PERFORM WriteExpRegDetail
               PERFORM TallyExpCategory
           END-IF.

       TallyExpCategory.
           MOVE "N" TO WS-ExpCatFoundFlag
           PERFORM VARYING WS-ExpCatIndex FROM 1 BY 1
                   UNTIL WS-ExpCatIndex > WS-ExpCatCount
               IF WS-ECCategory(WS-ExpCatIndex) = XC-Category
                   SET WS-ExpCatFound TO TRUE
                   ADD 1 TO WS-ECCount(WS-ExpCatIndex)
                   ADD XC-Amount TO WS-ECTotal(WS-ExpCatIndex)
                   MOVE WS-ExpCatCount TO WS-ExpCatIndex
               END-IF
           END-PERFORM
           IF NOT WS-ExpCatFound AND WS-ExpCatCount < 10
               ADD 1 TO WS-ExpCatCount
               MOVE XC-Category TO WS-ECCategory(WS-ExpCatCount)
               MOVE 1           TO WS-ECCount(WS-ExpCatCount)
               MOVE XC-Amount   TO WS-ECTotal(WS-ExpCatCount)
           END-IF.

       ComputeVat.
           MULTIPLY VatRate BY EM-Sales GIVING Vat.

           MOVE EM-EmployeeId   TO PS-EmployeeId
           MOVE EM-EmployeeName TO PS-EmployeeName
           WRITE PayslipLine FROM WS-PsNameLine
           MOVE "  PAY PERIOD         :" TO PS-TextLabel
           MOVE WS-PayPeriodText TO PS-Text
           WRITE PayslipLine FROM WS-PsTextLine
           IF EM-Salaried AND WS-DaysEmployed < WS-PeriodDays
               MOVE WS-DaysEmployed TO WS-DaysPaid
               MOVE WS-PeriodDays   TO WS-DaysInPeriod
               MOVE "  SALARY PRO-RATA    :" TO PS-TextLabel
               MOVE SPACES TO PS-Text
               STRING FUNCTION TRIM(WS-DaysPaid) " OF "
                      FUNCTION TRIM(WS-DaysInPeriod) " DAYS"
                   DELIMITED BY SIZE INTO PS-Text
               WRITE PayslipLine FROM WS-PsTextLine
           END-IF
           MOVE "  GROSS PAY          :" TO PS-Label
           MOVE GrossPay TO PS-Amount
           PERFORM WritePayslipMoneyLine
           MOVE "  OF WHICH COMMISSION:" TO PS-Label
           MOVE Commission TO PS-Amount
           PERFORM WritePayslipMoneyLine
           IF WS-FinalPay
               MOVE "  FINAL PAY - LEFT ON:" TO PS-TextLabel
               MOVE EM-LeaveDate TO PS-Text
               WRITE PayslipLine FROM WS-PsTextLine
               MOVE "  OF WHICH LEAVE DUE :" TO PS-Label
               MOVE WS-LeavePayout TO PS-Amount
               PERFORM WritePayslipMoneyLine
               MOVE "  LEAVE HOURS DUE    :" TO PS-Label
               MOVE WS-PayoutHours TO PS-Amount
               PERFORM WritePayslipMoneyLine
               MOVE "  OF WHICH BACK PAY  :" TO PS-Label
               MOVE WS-FinalBackPay TO PS-Amount
               PERFORM WritePayslipMoneyLine
           END-IF
           IF Tax < ZEROS
               MOVE "  TAX REFUND         :" TO PS-Label
               COMPUTE PS-Amount = ZERO - Tax
           ELSE
               MOVE "  TAX                :" TO PS-Label
               MOVE Tax TO PS-Amount
           END-IF
           PERFORM WritePayslipMoneyLine
           IF NOT WS-TaxFlat
               MOVE "  TAX CREDITS USED   :" TO PS-Label
               MOVE WS-CreditsUsed TO PS-Amount
               PERFORM WritePayslipMoneyLine
               MOVE "  TAX BASIS          :" TO PS-TextLabel
               MOVE WS-TaxBasisText TO PS-Text
               WRITE PayslipLine FROM WS-PsTextLine
           END-IF
           MOVE "  PRSI               :" TO PS-Label
           MOVE PRSI TO PS-Amount
           PERFORM WritePayslipMoneyLine
           MOVE "  TOTAL DEDUCTIONS   :" TO PS-Label
           MOVE Deduction TO PS-Amount
           PERFORM WritePayslipMoneyLine
           PERFORM VARYING WS-ExpIndex FROM 1 BY 1
                   UNTIL WS-ExpIndex > WS-ExpCount
               PERFORM WriteExpenseLine
           END-PERFORM
           MOVE "  NET PAY            :" TO PS-Label
           MOVE NetPay TO PS-Amount
           PERFORM WritePayslipMoneyLine
           MOVE WS-VTAmount(WS-VolIndex) TO PS-Amount
           PERFORM WritePayslipMoneyLine.

       WriteExpenseLine.
           MOVE "  EXPENSES (" TO PS-Label
           MOVE WS-XTCategory(WS-ExpIndex) TO PS-Label(13:4)
           MOVE ")" TO PS-Label(17:1)
           MOVE ":" TO PS-Label(22:1)
           MOVE WS-XTAmount(WS-ExpIndex) TO PS-Amount
           PERFORM WritePayslipMoneyLine.

       WriteBankHeader.
           MOVE WS-RunDate TO BH-RunDate
           WRITE BankRecord FROM WS-BankHeader.

      * A split sends the second account its fixed amount (capped
      * at the net) or its percentage, and the first account the
      * rest - the DTL amounts for one employee always add back to
      * their net on the register.
       WriteBankDetail.
           MOVE ZEROS TO WS-SplitAmount
           EVALUATE BA-SplitMethod
               WHEN "A"
                   IF BA-SplitFigure > NetPay
                       MOVE NetPay TO WS-SplitAmount
                   ELSE
                       MOVE BA-SplitFigure TO WS-SplitAmount
                   END-IF
               WHEN "P"
                   COMPUTE WS-SplitAmount ROUNDED =
                       NetPay * BA-SplitFigure / 100
           END-EVALUATE
           COMPUTE WS-PrimaryAmount = NetPay - WS-SplitAmount
           MOVE EM-EmployeeId    TO BD-EmployeeId
           MOVE EM-EmployeeName  TO BD-EmployeeName
      * A fixed figure at or over the net, or a share that rounds
      * the first account down to nothing, sends it no 0.00 credit.
           IF WS-PrimaryAmount > ZEROS
               ADD 1 TO WS-BankCount
               MOVE WS-PrimaryAmount TO BD-NetPay
               MOVE BA-SortCode1     TO BD-SortCode
               MOVE BA-Iban1         TO BD-Iban
               MOVE BA-AcctName1     TO BD-AcctName
               WRITE BankRecord FROM WS-BankDetail
           END-IF
           IF WS-SplitAmount > ZEROS
               ADD 1 TO WS-BankCount
               MOVE WS-SplitAmount TO BD-NetPay
               MOVE BA-SortCode2   TO BD-SortCode
               MOVE BA-Iban2       TO BD-Iban
               MOVE BA-AcctName2   TO BD-AcctName
               WRITE BankRecord FROM WS-BankDetail
           END-IF.

      * The trailer's count and amount are what the bank upload is
      * balanced against - they must always equal the number of DTL
           WRITE DedRemitLine
           CLOSE DedRemitFile.

       WriteExpRegHeadings.
           MOVE WS-ExpRegHead1 TO ExpRegLine
           WRITE ExpRegLine
           MOVE WS-ExpRegHead2 TO ExpRegLine
           WRITE ExpRegLine
           MOVE SPACES TO ExpRegLine
           WRITE ExpRegLine.

       WriteExpRegDetail.
           MOVE EM-EmployeeId   TO XR-EmployeeId
           MOVE EM-EmployeeName TO XR-EmployeeName
           MOVE XC-ClaimNo      TO XR-ClaimNo
           MOVE XC-ClaimDate    TO XR-ClaimDate
           MOVE XC-Category     TO XR-Category
           MOVE XC-Description  TO XR-Description
           MOVE XC-Amount       TO XR-Amount
           MOVE XC-ApprovedBy   TO XR-ApprovedBy
           MOVE WS-ExpRegDetail TO ExpRegLine
           WRITE ExpRegLine.

       WriteExpRegTotals.
           MOVE SPACES TO ExpRegLine
           WRITE ExpRegLine
           IF NOT WS-ExpenseAvailable
               MOVE WS-ExpRegNoFileLine TO ExpRegLine
               WRITE ExpRegLine
           END-IF
           PERFORM VARYING WS-ExpCatIndex FROM 1 BY 1
                   UNTIL WS-ExpCatIndex > WS-ExpCatCount
               MOVE WS-ECCategory(WS-ExpCatIndex) TO XK-Category
               MOVE WS-ECCount(WS-ExpCatIndex)    TO XK-Count
               MOVE WS-ECTotal(WS-ExpCatIndex)    TO XK-Total
               MOVE WS-ExpRegCatLine TO ExpRegLine
               WRITE ExpRegLine
           END-PERFORM
           MOVE SPACES TO ExpRegLine
           WRITE ExpRegLine
           MOVE WS-TotalExpenses TO XT-Total
           MOVE WS-ExpRegTotalLine TO ExpRegLine
           WRITE ExpRegLine.

       WriteRegisterHeadings.
           MOVE WS-HeadingLine1 TO RegisterLine
           WRITE RegisterLine
                   MOVE ZEROS TO WS-DPPRSI(WS-DeptCount)
                   MOVE ZEROS TO WS-DPPension(WS-DeptCount)
                   MOVE ZEROS TO WS-DPEmplPen(WS-DeptCount)
                   MOVE ZEROS TO WS-DPVoluntary(WS-DeptCount)
                   MOVE ZEROS TO WS-DPExpenses(WS-DeptCount)
                   MOVE ZEROS TO WS-DPNet(WS-DeptCount)
               ELSE
                   DISPLAY "Warning - more than 20 departments, "
                   ADD Pension  TO WS-DPPension(WS-DeptIndex)
                   ADD EmployerPension
                       TO WS-DPEmplPen(WS-DeptIndex)
                   ADD VolDeduction
                       TO WS-DPVoluntary(WS-DeptIndex)
                   ADD ExpensePay
                       TO WS-DPExpenses(WS-DeptIndex)
                   ADD NetPay   TO WS-DPNet(WS-DeptIndex)
                   MOVE WS-DeptCount TO WS-DeptIndex
               END-IF
           END-PERFORM
           CLOSE DeptCostFile.

      * One balanced set of journal legs per department: the wages
      * and the employer's pension cost debited, and everything the
      * gross is owed out as - tax, PRSI, pension (both shares),
      * voluntary deductions and the net paid through the bank -
      * credited. Expense claims reimbursed ride in the net, so they
      * are debited as a leg of their own to keep the set balanced.
      * A correction rerun pays the date again in full,
      * so its legs carry a PAYCORR reference and the accountants
      * reverse the date's original PAYREG journal against them.
       WriteGlJournal.
           MOVE SPACES TO WS-GlReference
           IF WS-CorrectionRun
               STRING "PAYCORR " WS-RunDate DELIMITED BY SIZE
                   INTO WS-GlReference
               DISPLAY "TC_Commands2 - correction run, GLINTF.DAT "
                       "legs referenced " WS-GlReference " - the "
                       "date's original PAYREG journal must be "
                       "reversed in the ledger."
           ELSE
               STRING "PAYREG " WS-RunDate DELIMITED BY SIZE
                   INTO WS-GlReference
           END-IF
           PERFORM VARYING WS-DeptIndex FROM 1 BY 1
                   UNTIL WS-DeptIndex > WS-DeptCount
               MOVE WS-DPName(WS-DeptIndex) TO WS-GlDepartment
               MOVE "D" TO WS-GlDrCr
               MOVE "WAGES" TO WS-GlTransType
               MOVE WS-DPGross(WS-DeptIndex) TO WS-GlAmount
               PERFORM WriteGlLine
               MOVE "EMPLRPEN" TO WS-GlTransType
               MOVE WS-DPEmplPen(WS-DeptIndex) TO WS-GlAmount
               PERFORM WriteGlLine
               MOVE "EXPENSES" TO WS-GlTransType
               MOVE WS-DPExpenses(WS-DeptIndex) TO WS-GlAmount
               PERFORM WriteGlLine
               MOVE "C" TO WS-GlDrCr
               MOVE "PAYE" TO WS-GlTransType
               MOVE WS-DPTax(WS-DeptIndex) TO WS-GlAmount
               PERFORM WriteGlLine
               MOVE "PRSI" TO WS-GlTransType
               MOVE WS-DPPRSI(WS-DeptIndex) TO WS-GlAmount
               PERFORM WriteGlLine
               MOVE "PENSION" TO WS-GlTransType
               COMPUTE WS-GlAmount = WS-DPPension(WS-DeptIndex)
                                   + WS-DPEmplPen(WS-DeptIndex)
               PERFORM WriteGlLine
               MOVE "VOLDED" TO WS-GlTransType
               MOVE WS-DPVoluntary(WS-DeptIndex) TO WS-GlAmount
               PERFORM WriteGlLine
               MOVE "NETPAY" TO WS-GlTransType
               MOVE WS-DPNet(WS-DeptIndex) TO WS-GlAmount
               PERFORM WriteGlLine
           END-PERFORM.

       WriteDeptHistory.
           OPEN EXTEND DeptHistFile
           IF WS-DeptHistNotFound
               OPEN OUTPUT DeptHistFile
               CLOSE DeptHistFile
               OPEN EXTEND DeptHistFile
           END-IF
           PERFORM VARYING WS-DeptIndex FROM 1 BY 1
                   UNTIL WS-DeptIndex > WS-DeptCount
               MOVE SPACES                     TO DeptHistRecord
               MOVE WS-RunDate                 TO DH-RunDate
               MOVE WS-DPName(WS-DeptIndex)    TO DH-Department
               MOVE WS-DPCount(WS-DeptIndex)   TO DH-Headcount
               MOVE WS-DPGross(WS-DeptIndex)   TO DH-Gross
               MOVE WS-DPEmplPen(WS-DeptIndex) TO DH-EmplPen
               WRITE DeptHistRecord
           END-PERFORM
           CLOSE DeptHistFile.

           COPY GLINTFPG.

       END PROGRAM TC_Commands2.

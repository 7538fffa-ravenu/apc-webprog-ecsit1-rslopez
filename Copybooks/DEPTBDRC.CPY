      ******************************************************************
      * Shared DEPTBUD.DAT department budget record - keyed by
      * DB-Department (the EM-Department value the payroll run
      * groups by), one record per department: the budget year it
      * was set for, the year's budget for gross pay, employer
      * pension and headcount, the same three for a single pay
      * period, and the tolerance - a percentage over budget a
      * department may run before the budget report flags it.
      * Include under an FD whose SELECT names the file BudgetFile.
      * Maintained by DeptBudgetMaint.cbl; read by DeptBudgetRpt.cbl
      * against the DEPTHIST.DAT cost history.
      ******************************************************************
       01  DeptBudgetRecord.
           02  DB-Department       PIC X(10).
           02  DB-BudgetYear       PIC 9(4).
           02  DB-AnnualGross      PIC 9(8)V99.
           02  DB-AnnualEmplPen    PIC 9(7)V99.
           02  DB-AnnualHeads      PIC 9(4).
           02  DB-PeriodGross      PIC 9(7)V99.
           02  DB-PeriodEmplPen    PIC 9(6)V99.
           02  DB-PeriodHeads      PIC 9(4).
           02  DB-TolerancePct     PIC 99V9.

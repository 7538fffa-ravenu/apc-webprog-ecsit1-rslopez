      ******************************************************************
      * Shared DEPTHIST.DAT department cost history record - one line
      * per department per payroll run, appended by TC_Commands2 from
      * the same figures it prints on DEPTCOST.LST: the business date
      * paid, the department, how many were paid, and the gross and
      * employer pension cost. A correction rerun appends the date's
      * figures again; readers take the last line for a department
      * and date as the one that stands. Include under an FD whose
      * SELECT names the file DeptHistFile. Read by DeptBudgetRpt for
      * the period and year-to-date actuals.
      ******************************************************************
       01  DeptHistRecord.
           02  DH-RunDate          PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  DH-Department       PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  DH-Headcount        PIC 9(4).
           02  FILLER              PIC X       VALUE SPACE.
           02  DH-Gross            PIC 9(8)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DH-EmplPen          PIC 9(8)V99.

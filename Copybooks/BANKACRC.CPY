      ******************************************************************
      * Shared BANKACCT.DAT employee bank-details master - keyed by
      * BA-EmployeeId, one record per employee: the account net pay
      * is credited to (sort code, IBAN and the name the account is
      * held in) and, optionally, a second account taking a share of
      * the net. BA-SplitMethod says how the second account is fed -
      * N(one), A(mount) takes BA-SplitFigure as money, P(ercent) as
      * a percentage of the period's net; the first account always
      * takes the rest. BA-ChangedDate is the business date the
      * details were last keyed, so a bounced credit can be checked
      * against whether the account has been changed since.
      * Include under an FD whose SELECT names the file BankAcctFile.
      * Keyed through BankMaint.cbl and applied by ChangeApprove once
      * a second operator approves it; read by the TC_Commands2 payroll
      * run, which rejects an employee with no valid account onto
      * PAYREJ.DAT and carries the account on every BANKPAY.DAT DTL
      * record, and by BankRecon for the REISSUE.DAT items.
      ******************************************************************
       01  BankAcctRecord.
           02  BA-EmployeeId       PIC 9(6).
           02  BA-Account1.
               03  BA-SortCode1    PIC X(6).
               03  BA-Iban1        PIC X(22).
               03  BA-AcctName1    PIC X(20).
           02  BA-SplitMethod      PIC X.
           02  BA-SplitFigure      PIC 9(6)V99.
           02  BA-Account2.
               03  BA-SortCode2    PIC X(6).
               03  BA-Iban2        PIC X(22).
               03  BA-AcctName2    PIC X(20).
           02  BA-ChangedDate      PIC 9(8).

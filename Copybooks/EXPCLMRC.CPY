      ******************************************************************
      * Shared EXPCLAIM.DAT expense claim record - keyed by the
      * composite XC-ClaimKey (EmployeeId + the employee's own claim
      * number, 1 upwards), one record per travel, subsistence,
      * mileage or materials claim: the date the cost was incurred,
      * its category and description, the amount to be reimbursed,
      * and who did what to it. XC-Status: K(eyed) - captured and
      * waiting for approval; A(pproved) - due on the next payroll;
      * R(ejected); P(aid) - reimbursed on XC-PaidDate. The approver
      * is always a different OPERATOR.DAT sign-on from the operator
      * who keyed the claim. Include under an FD whose SELECT names
      * the file ExpenseFile.
      * Captured and approved by ExpenseMaint.cbl; paid and marked
      * by the TC_Commands2 payroll run, which adds approved claims
      * to net pay free of tax and lists them on EXPREG.LST.
      ******************************************************************
       01  ExpenseClaimRecord.
           02  XC-ClaimKey.
               03  XC-EmployeeId   PIC 9(6).
               03  XC-ClaimNo      PIC 9(4).
           02  XC-ClaimDate        PIC 9(8).
           02  XC-Category         PIC X(4).
               88 XC-CategoryValid             VALUE "TRAV" "SUBS"
                                                     "MILE" "MATL"
                                                     "OTHR".
           02  XC-Description      PIC X(20).
           02  XC-Amount           PIC 9(5)V99.
           02  XC-Status           PIC X.
               88 XC-Keyed                     VALUE "K".
               88 XC-Approved                  VALUE "A".
               88 XC-Rejected                  VALUE "R".
               88 XC-Paid                      VALUE "P".
           02  XC-KeyedBy          PIC X(8).
           02  XC-ApprovedBy       PIC X(8).
           02  XC-ApprovedDate     PIC 9(8).
           02  XC-PaidDate         PIC 9(8).

           02  OE-Sales            PIC 9(6)V99.
           02  OE-Department       PIC X(10).
           02  OE-HireDate         PIC 9(8).
           02  OE-LeaverDetails.
               03  OE-Status       PIC X.
               03  OE-LeaveDate    PIC 9(8).
               03  OE-FinalPayDate PIC 9(8).
           02  OE-PayBasis         PIC X.
           02  OE-PayFrequency     PIC X.
           02  OE-AnnualSalary     PIC 9(7)V99.
           02  FILLER              PIC X(9).

       FD EmployeeFile.
           COPY EMPMASRC.

      * space before-image; a Delete carries a space after-image -
      * exactly the STUDHSRC shape the student master already has.
      * Include under an FD whose SELECT names the file EmpHistFile.
      * Written by EmpMaint.cbl, by ChangeApprove when it applies an
      * approved pay-terms change, and by the TC_Commands2 payroll run
      * when it closes off a leaver after their final pay (a Change);
      * rolled into generations by PayrollSnapshot and replayed
      * forward by PayrollRecover.
      ******************************************************************
       01  EmpHistRecord.
           02  EH-TransType        PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  EH-Timestamp        PIC X(21).
           02  FILLER              PIC X       VALUE SPACE.
           02  EH-BeforeImage      PIC X(95).
           02  FILLER              PIC X       VALUE SPACE.
           02  EH-AfterImage       PIC X(95).

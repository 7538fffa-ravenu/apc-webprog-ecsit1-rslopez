      ******************************************************************
      * Shared PENDCHG.DAT pending-change record - keyed by the
      * composite CQ-ChangeKey (EmployeeId + change type), one record
      * per pay-rate or bank-detail change keyed but not yet applied:
      * at most one of each type waits per employee. The keying
      * operator (or the batch feed's name for a transaction-file
      * change) and when it was keyed travel with the change, so the
      * approver can be held to a different OPERATOR.DAT sign-on.
      * CQ-ChangeType R(ate) carries the pay terms before and after -
      * hourly rate, annual salary and pay basis - and the date the
      * new rate takes effect; B(ank) carries the whole BANKACCT.DAT
      * record image to be added, changed to, or deleted, as
      * CQ-Action says. A change not decided within the expiry
      * period lapses and is logged as expired.
      * Include under an FD whose SELECT names the file PendChgFile.
      * Parked by EmpMaint (rate changes) and BankMaint (bank
      * details); approved, rejected and expired by ChangeApprove,
      * which applies approved changes to EMPMAST.DAT, RATEHIST.DAT
      * and BANKACCT.DAT and logs every decision on PENDLOG.DAT. The
      * TC_Commands2 payroll run warns while any are outstanding.
      ******************************************************************
       01  PendingChangeRecord.
           02  CQ-ChangeKey.
               03  CQ-EmployeeId   PIC 9(6).
               03  CQ-ChangeType   PIC X.
                   88 CQ-RateChange            VALUE "R".
                   88 CQ-BankChange            VALUE "B".
           02  CQ-Action           PIC X.
               88 CQ-ActionAdd                 VALUE "A".
               88 CQ-ActionChange              VALUE "C".
               88 CQ-ActionDelete              VALUE "D".
           02  CQ-KeyedBy          PIC X(8).
           02  CQ-KeyedDate        PIC 9(8).
           02  CQ-KeyedStamp       PIC X(21).
           02  CQ-BankImage        PIC X(119).
           02  CQ-RateDetails REDEFINES CQ-BankImage.
               03  CQ-OldRate      PIC 9(4)V99.
               03  CQ-NewRate      PIC 9(4)V99.
               03  CQ-OldSalary    PIC 9(7)V99.
               03  CQ-NewSalary    PIC 9(7)V99.
               03  CQ-OldPayBasis  PIC X.
               03  CQ-NewPayBasis  PIC X.
               03  CQ-RateEffDate  PIC 9(8).
               03  FILLER          PIC X(79).

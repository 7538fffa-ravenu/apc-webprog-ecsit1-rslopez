      ******************************************************************
      * Shared OPERATOR.DAT operator profile record - keyed by
      * OP-OperatorId: who may sign on, their password, and how far
      * their authorization reaches - 1 runs inquiries and reports
      * only, 2 adds the maintenance programs, 3 adds reconciliation,
      * the batch cycle and the approval of other operators' work.
      * Include under an FD whose SELECT names the file OperatorFile.
      * Maintained by OperatorMaint.cbl; signed on against by
      * OpsMenu and, through the shared SignOnOperator paragraph
      * (OPSIGNPG), by every program that records who keyed or
      * approved a change.
      ******************************************************************
       01  OperatorRecord.
           02  OP-OperatorId       PIC X(8).
           02  OP-OperatorName     PIC X(20).
           02  OP-Password         PIC X(8).
           02  OP-AuthLevel        PIC 9.

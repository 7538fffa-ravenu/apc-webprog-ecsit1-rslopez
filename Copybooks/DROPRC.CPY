      ******************************************************************
      * Shared DROPS.DAT course drop journal record - one record per
      * enrollment dropped, keyed by the composite DR-DropKey
      * (StudentId + CourseCode + the business date of the drop), so
      * a course dropped, re-added and dropped again on another day
      * keeps both drops. Written by EnrollMaint.cbl as the
      * ENROLLMENTS.DAT record is deleted, with DR-RefundStatus left
      * blank; WithdrawalRefund prices the dropped course on the
      * term-progress refund scale and marks the drop R(efunded),
      * with the date, percentage and amount credited, or N(o refund
      * due) when the drop fell too late in the term or inside a
      * withdrawal already refunded - either way a rerun never
      * refunds the same drop twice.
      * Include under an FD whose SELECT names the file DropFile.
      ******************************************************************
       01  DropRecord.
           02  DR-DropKey.
               03  DR-StudentId    PIC 99(9).
               03  DR-CourseCode   PIC X(6).
               03  DR-DropDate     PIC 9(8).
           02  DR-SectionNo        PIC 99.
           02  DR-RefundStatus     PIC X.
               88 DR-RefundPending             VALUE SPACE.
               88 DR-Refunded                  VALUE "R".
               88 DR-NoRefundDue               VALUE "N".
           02  DR-RefundDate       PIC 9(8).
           02  DR-RefundPct        PIC 999.
           02  DR-RefundAmount     PIC 9(7)V99.
           02  FILLER              PIC X(10).

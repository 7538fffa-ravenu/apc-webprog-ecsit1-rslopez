      ******************************************************************
      * Shared FEESCHED.DAT course fee schedule record - keyed by
      * FS-FeeKey, the CourseCode followed by the term the prices
      * apply to, one record per course per term. FS-TuitionRate is
      * the per-credit-hour rate for the course (zero = the
      * TUITPARM.DAT card rate); up to three fixed fee lines - lab,
      * materials, studio and the like - are charged once per
      * enrollment on top of the tuition, an unused line carrying a
      * blank type and a zero amount. Each line, the tuition
      * included, carries its own refundable flag: WithdrawalRefund
      * returns only the lines flagged Y. A course with no record for
      * the term is priced as before, at the card rate with nothing
      * added and all of it refundable.
      * Include under an FD whose SELECT names the file FeeSchedFile.
      * Maintained by FeeSchedMaint.cbl; priced through
      * PriceCourseFees (FEEPRCPG).
      ******************************************************************
       01  FeeScheduleRecord.
           02  FS-FeeKey.
               03  FS-CourseCode   PIC X(6).
               03  FS-TermCode     PIC X(6).
           02  FS-TuitionRate      PIC 9(4)V99.
           02  FS-TuitionRefund    PIC X.
               88 FS-TuitionRefundable         VALUE "Y".
           02  FS-FeeLine OCCURS 3 TIMES.
               03  FS-FeeType      PIC X(10).
               03  FS-FeeAmount    PIC 9(5)V99.
               03  FS-FeeRefund    PIC X.
                   88 FS-FeeRefundable         VALUE "Y".
           02  FILLER              PIC X(10).

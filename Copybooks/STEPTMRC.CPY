      ******************************************************************
      * Shared STEPTIME.DAT batch step timing history record - one
      * line per step the daily cycle ran, appended as each step
      * ends: the stamp the cycle itself started at (TI-CycleStart,
      * YYYYMMDDhhmmss - every step of one run of the cycle carries
      * the same stamp, so a restart is a run of its own), the
      * business date, the step's name as BATCHLOG.LST shows it, its
      * start and end (date YYYYMMDD, time hhmmsscc), the elapsed
      * seconds between them and its OK/WARN/FAILED result. A step
      * skipped by the checkpoint did not run and is not timed.
      * Include under an FD whose SELECT names the file StepTimeFile.
      * Written by DailyBatchCycle; read by StepTimeRpt.
      ******************************************************************
       01  StepTimeRecord.
           02  TI-CycleStart       PIC X(14).
           02  FILLER              PIC X       VALUE SPACE.
           02  TI-BusinessDate     PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  TI-StepName         PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  TI-StartDate        PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  TI-StartTime        PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  TI-EndDate          PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  TI-EndTime          PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  TI-Elapsed          PIC 9(7)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  TI-Result           PIC X(6).

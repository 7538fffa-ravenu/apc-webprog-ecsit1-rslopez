      ******************************************************************
      * Shared STEPOVER.DAT step overrun record - one line per step
      * of the last cycle that ran well over its norm or over its
      * time limit, rewritten whole by every StepTimeRpt run. The
      * business date is the cycle's, so a reader can tell tonight's
      * overruns from a file left by an earlier cycle. SO-Kind is
      * LIMIT when the step broke its STEPPARM.DAT limit (whether or
      * not it was also over its norm) and NORM when it was only
      * over its rolling average; the times are hh:mm:ss.
      * Include under an FD whose SELECT names the file StepOverFile.
      * Written by StepTimeRpt; read by OpsControlRpt.
      ******************************************************************
       01  StepOverRecord.
           02  SO-BusinessDate     PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  SO-StepName         PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  SO-Kind             PIC X(5).
               88 SO-OverLimit                 VALUE "LIMIT".
               88 SO-OverNorm                  VALUE "NORM".
           02  FILLER              PIC X       VALUE SPACE.
           02  SO-Elapsed          PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  SO-Norm             PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  SO-Limit            PIC X(8).

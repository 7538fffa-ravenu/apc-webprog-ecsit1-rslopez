      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Batch step run-time report. DailyBatchCycle stamps
      *          the start and end of every step it runs onto the
      *          STEPTIME.DAT history; this report takes the last run
      *          of the cycle on it and sets each step's elapsed time
      *          against its norm - the average of that step's last
      *          20 runs before it - and its worst case over the same
      *          runs, so a step that has been getting slower shows
      *          up before the cycle overruns into the morning. A
      *          step is flagged OVER NORM when it ran over the norm
      *          by the percentage on its STEPPARM.DAT line (default
      *          150%) and by at least a minute - a step of a few
      *          seconds doubling is not an overrun - once it has 3
      *          runs of history; and OVER LIMIT when it ran past the
      *          minutes its STEPPARM.DAT line allows it. A line
      *          named ALL STEPS sets the limit and percentage for
      *          every step without a line of its own. The report is
      *          STEPTIME.LST; each flagged step is also written to
      *          STEPOVER.DAT, which the morning control report reads
      *          into its verdict. Return code 4 when anything is
      *          flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepTimeRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StepTimeFile ASSIGN TO "STEPTIME.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-StepTimeStatus.
           SELECT StepParmFile ASSIGN TO "STEPPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-StepParmStatus.
           SELECT StepOverFile ASSIGN TO "STEPOVER.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "STEPTIME.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
       FD StepTimeFile.
           COPY STEPTMRC.

      * One line per step with a limit or a percentage of its own -
      * the step name as BATCHLOG.LST shows it (or ALL STEPS), the
      * minutes it may run (zero or blank for no limit) and the
      * percentage of its norm it may run to before it is flagged
      * (blank for the default).
       FD StepParmFile.
       01 StepParmRecord.
           02  SP-StepName         PIC X(20).
           02  FILLER              PIC X.
           02  SP-LimitMins        PIC 9(4).
           02  FILLER              PIC X.
           02  SP-NormPct          PIC 999.

       FD StepOverFile.
           COPY STEPOVRC.

       FD ReportFile.
       01 ReportLine               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-StepTimeStatus       PIC XX      VALUE SPACES.
           88 WS-StepTimeStatusOk              VALUE "00".
       01  WS-StepParmStatus       PIC XX      VALUE SPACES.
           88 WS-StepParmStatusOk              VALUE "00".
       01  WS-StepTimeEOFFlag      PIC X       VALUE "N".
           88 WS-StepTimeEOF                   VALUE "Y".
       01  WS-StepParmEOFFlag      PIC X       VALUE "N".
           88 WS-StepParmEOF                   VALUE "Y".

      * Defaults, overridden by an ALL STEPS line on STEPPARM.DAT.
       01  WS-DefaultLimitMins     PIC 9(4)    VALUE ZEROS.
       01  WS-DefaultNormPct       PIC 999     VALUE 150.
       01  WS-MinOverSecs          PIC 9(4)    VALUE 60.
       01  WS-MinRuns              PIC 99      VALUE 3.
       01  WS-Window               PIC 99      VALUE 20.

       01  WS-ParmTable.
           02  WS-ParmEntry OCCURS 60 TIMES.
               03  WS-PMStepName    PIC X(20).
               03  WS-PMLimitMins   PIC 9(4).
               03  WS-PMNormPct     PIC 999.
       01  WS-ParmCount            PIC 99      VALUE ZEROS.
       01  WS-PMIndex              PIC 99      VALUE ZEROS.

      * One entry per step name seen on the history, with a ring of
      * its last 20 elapsed times before the cycle being reported.
       01  WS-StepTable.
           02  WS-StepEntry OCCURS 60 TIMES.
               03  WS-SKName        PIC X(20).
               03  WS-SKRuns        PIC 99.
               03  WS-SKNext        PIC 99.
               03  WS-SKPrior       PIC 9(7)V99 OCCURS 20 TIMES.
               03  WS-SKInLastFlag  PIC X.
                   88 WS-SKInLast              VALUE "Y".
               03  WS-SKStartDate   PIC 9(8).
               03  WS-SKStartTime   PIC 9(8).
               03  WS-SKEndDate     PIC 9(8).
               03  WS-SKEndTime     PIC 9(8).
               03  WS-SKElapsed     PIC 9(7)V99.
               03  WS-SKResult      PIC X(6).
       01  WS-StepCount            PIC 99      VALUE ZEROS.
       01  WS-SKIndex              PIC 99      VALUE ZEROS.
       01  WS-SKFound              PIC 99      VALUE ZEROS.
       01  WS-RunIndex             PIC 99      VALUE ZEROS.
       01  WS-StepFullFlag         PIC X       VALUE "N".
           88 WS-StepFull                      VALUE "Y".

      * The steps of the last cycle, in the order they ran.
       01  WS-LastOrderTable.
           02  WS-LastOrder         PIC 99      OCCURS 60 TIMES.
       01  WS-LastCount            PIC 99      VALUE ZEROS.
       01  WS-LOIndex              PIC 99      VALUE ZEROS.

       01  WS-LastCycle            PIC X(14)   VALUE SPACES.
       01  WS-LastBusinessDate     PIC 9(8)    VALUE ZEROS.

       01  WS-Norm                 PIC 9(7)V99 VALUE ZEROS.
       01  WS-Worst                PIC 9(7)V99 VALUE ZEROS.
       01  WS-PriorTotal           PIC 9(9)V99 VALUE ZEROS.
       01  WS-LimitMins            PIC 9(4)    VALUE ZEROS.
       01  WS-NormPct              PIC 999     VALUE ZEROS.
       01  WS-OverNormFlag         PIC X       VALUE "N".
           88 WS-OverNorm                      VALUE "Y".
       01  WS-OverLimitFlag        PIC X       VALUE "N".
           88 WS-OverLimit                     VALUE "Y".
       01  WS-OverNormCount        PIC 99      VALUE ZEROS.
       01  WS-OverLimitCount       PIC 99      VALUE ZEROS.

      * Cycle span - the first step's start to the last step's end,
      * as seconds from the start of the first start's day.
       01  WS-FirstStartDate       PIC 9(8)    VALUE ZEROS.
       01  WS-FirstStartTime       PIC 9(8)    VALUE ZEROS.
       01  WS-LastEndDate          PIC 9(8)    VALUE ZEROS.
       01  WS-LastEndTime          PIC 9(8)    VALUE ZEROS.
       01  WS-SpanHundredths       PIC S9(11)  VALUE ZEROS.
       01  WS-CycleSpan            PIC 9(7)V99 VALUE ZEROS.

       01  WS-TimeOfDay            PIC 9(8)    VALUE ZEROS.
       01  WS-TimeParts REDEFINES WS-TimeOfDay.
           02  WS-TPHour            PIC 99.
           02  WS-TPMinute          PIC 99.
           02  WS-TPSecond          PIC 99.
           02  WS-TPHundredth       PIC 99.

      * Seconds shown as hh:mm:ss.
       01  WS-DurSecs              PIC 9(7)V99 VALUE ZEROS.
       01  WS-DurWhole             PIC 9(7)    VALUE ZEROS.
       01  WS-DurHours             PIC 99      VALUE ZEROS.
       01  WS-DurRest              PIC 9(4)    VALUE ZEROS.
       01  WS-Duration.
           02  DU-Hours             PIC 99.
           02  FILLER               PIC X       VALUE ":".
           02  DU-Minutes           PIC 99.
           02  FILLER               PIC X       VALUE ":".
           02  DU-Seconds           PIC 99.

       01  WS-ClockTime.
           02  CT-Hour              PIC 99.
           02  FILLER               PIC X       VALUE ":".
           02  CT-Minute            PIC 99.
           02  FILLER               PIC X       VALUE ":".
           02  CT-Second            PIC 99.

       01  WS-HeadingLine.
           02  FILLER              PIC X(37)   VALUE
               "BATCH STEP RUN TIMES - BUSINESS DATE ".
           02  HL-Date             PIC 9(8).
           02  FILLER              PIC X(16)   VALUE
               "  CYCLE STARTED ".
           02  HL-CycleDate        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  HL-CycleTime        PIC X(8).

       01  WS-NormNoteLine.
           02  FILLER              PIC X(27)   VALUE
               "NORM = AVERAGE OF THE LAST ".
           02  NN-Window           PIC Z9.
           02  FILLER              PIC X(35)   VALUE
               " RUNS; OVER NORM = OVER THE STEP'S ".
           02  FILLER              PIC X(40)   VALUE
               "PERCENTAGE OF IT AND BY A MINUTE OR MORE".

       01  WS-ColumnLine.
           02  FILLER              PIC X(21)   VALUE "STEP".
           02  FILLER              PIC X(10)   VALUE "START".
           02  FILLER              PIC X(10)   VALUE "END".
           02  FILLER              PIC X(10)   VALUE "ELAPSED".
           02  FILLER              PIC X(10)   VALUE "NORM".
           02  FILLER              PIC X(10)   VALUE "WORST".
           02  FILLER              PIC X(5)    VALUE "RUNS".
           02  FILLER              PIC X(6)    VALUE "PCT".
           02  FILLER              PIC X(10)   VALUE "LIMIT".
           02  FILLER              PIC X(7)    VALUE "RESULT".
           02  FILLER              PIC X(4)    VALUE "FLAG".

       01  WS-DetailLine.
           02  DL-StepName         PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-Start            PIC X(8).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-End              PIC X(8).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-Elapsed          PIC X(8).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-Norm             PIC X(8).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-Worst            PIC X(8).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-Runs             PIC Z9.
           02  FILLER              PIC XXX     VALUE SPACES.
           02  DL-Pct              PIC ZZ9.
           02  FILLER              PIC XXX     VALUE SPACES.
           02  DL-Limit            PIC X(8).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-Result           PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-Flag             PIC X(22).

       01  WS-SummaryLine.
           02  SM-Label            PIC X(30).
           02  SM-Value            PIC X(8).

       01  WS-NoHistoryLine        PIC X(132)  VALUE
           "NO STEP TIMINGS ON STEPTIME.DAT YET.".
       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadStepParms
           OPEN OUTPUT ReportFile
           OPEN OUTPUT StepOverFile
           PERFORM FindLastCycle
           IF WS-LastCycle = SPACES
               MOVE WS-NoHistoryLine TO ReportLine
               WRITE ReportLine
               CLOSE StepOverFile
               CLOSE ReportFile
               DISPLAY "StepTimeRpt - no step timings on "
                       "STEPTIME.DAT yet."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadStepHistory
           PERFORM WriteReportHeading
           PERFORM VARYING WS-LOIndex FROM 1 BY 1
                   UNTIL WS-LOIndex > WS-LastCount
               MOVE WS-LastOrder(WS-LOIndex) TO WS-SKIndex
               PERFORM ReportOneStep
           END-PERFORM
           PERFORM WriteReportSummary
           CLOSE StepOverFile
           CLOSE ReportFile
           DISPLAY "StepTimeRpt - " WS-LastCount " step(s) timed, "
                   WS-OverNormCount " over norm, " WS-OverLimitCount
                   " over limit, see STEPTIME.LST."
           IF WS-OverNormCount > ZEROS OR WS-OverLimitCount > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LoadStepParms.
           OPEN INPUT StepParmFile
           IF WS-StepParmStatusOk
               PERFORM ReadStepParm
               PERFORM UNTIL WS-StepParmEOF
                   IF SP-StepName NOT = SPACES
                       PERFORM StoreStepParm
                   END-IF
                   PERFORM ReadStepParm
               END-PERFORM
               CLOSE StepParmFile
           END-IF.

       ReadStepParm.
           READ StepParmFile
               AT END SET WS-StepParmEOF TO TRUE
           END-READ.

      * A blank or non-numeric limit is no limit, a blank percentage
      * the default - the parameter card check has already refused
      * anything worse.
       StoreStepParm.
           IF SP-LimitMins NOT NUMERIC
               MOVE ZEROS TO SP-LimitMins
           END-IF
           IF SP-NormPct NOT NUMERIC OR SP-NormPct = ZEROS
               MOVE ZEROS TO SP-NormPct
           END-IF
           IF SP-StepName = "ALL STEPS"
               MOVE SP-LimitMins TO WS-DefaultLimitMins
               IF SP-NormPct > ZEROS
                   MOVE SP-NormPct TO WS-DefaultNormPct
               END-IF
           ELSE
               IF WS-ParmCount < 60
                   ADD 1 TO WS-ParmCount
                   MOVE SP-StepName  TO WS-PMStepName(WS-ParmCount)
                   MOVE SP-LimitMins TO WS-PMLimitMins(WS-ParmCount)
                   MOVE SP-NormPct   TO WS-PMNormPct(WS-ParmCount)
               END-IF
           END-IF.

      * First pass - the last run of the cycle is the latest cycle
      * start stamp on the history.
       FindLastCycle.
           OPEN INPUT StepTimeFile
           IF WS-StepTimeStatusOk
               PERFORM ReadStepTime
               PERFORM UNTIL WS-StepTimeEOF
                   IF TI-CycleStart > WS-LastCycle
                       MOVE TI-CycleStart   TO WS-LastCycle
                       MOVE TI-BusinessDate TO WS-LastBusinessDate
                   END-IF
                   PERFORM ReadStepTime
               END-PERFORM
               CLOSE StepTimeFile
           END-IF.

       ReadStepTime.
           READ StepTimeFile
               AT END SET WS-StepTimeEOF TO TRUE
           END-READ.

      * Second pass - the last cycle's steps are held for the report,
      * every earlier run goes into its step's ring, oldest out, so
      * the ring ends holding the runs just before the last cycle.
       LoadStepHistory.
           MOVE "N" TO WS-StepTimeEOFFlag
           OPEN INPUT StepTimeFile
           PERFORM ReadStepTime
           PERFORM UNTIL WS-StepTimeEOF
               PERFORM FindStep
               IF WS-SKFound > ZEROS
                   IF TI-CycleStart = WS-LastCycle
                       PERFORM HoldLastRun
                   ELSE
                       IF TI-CycleStart < WS-LastCycle
                           PERFORM AddPriorRun
                       END-IF
                   END-IF
               END-IF
               PERFORM ReadStepTime
           END-PERFORM
           CLOSE StepTimeFile.

       FindStep.
           MOVE ZEROS TO WS-SKFound
           PERFORM VARYING WS-SKIndex FROM 1 BY 1
                   UNTIL WS-SKIndex > WS-StepCount OR WS-SKFound > 0
               IF WS-SKName(WS-SKIndex) = TI-StepName
                   MOVE WS-SKIndex TO WS-SKFound
               END-IF
           END-PERFORM
           IF WS-SKFound = ZEROS
               IF WS-StepCount < 60
                   ADD 1 TO WS-StepCount
                   MOVE WS-StepCount TO WS-SKFound
                   MOVE TI-StepName TO WS-SKName(WS-SKFound)
                   MOVE ZEROS TO WS-SKRuns(WS-SKFound)
                   MOVE 1     TO WS-SKNext(WS-SKFound)
                   MOVE "N"   TO WS-SKInLastFlag(WS-SKFound)
               ELSE
                   IF NOT WS-StepFull
                       DISPLAY "Warning - more than 60 step names on "
                               "STEPTIME.DAT, the rest are not "
                               "reported."
                       SET WS-StepFull TO TRUE
                   END-IF
               END-IF
           END-IF.

      * A step run twice in one cycle reports its later run.
       HoldLastRun.
           IF NOT WS-SKInLast(WS-SKFound) AND WS-LastCount < 60
               ADD 1 TO WS-LastCount
               MOVE WS-SKFound TO WS-LastOrder(WS-LastCount)
               SET WS-SKInLast(WS-SKFound) TO TRUE
           END-IF
           MOVE TI-StartDate TO WS-SKStartDate(WS-SKFound)
           MOVE TI-StartTime TO WS-SKStartTime(WS-SKFound)
           MOVE TI-EndDate   TO WS-SKEndDate(WS-SKFound)
           MOVE TI-EndTime   TO WS-SKEndTime(WS-SKFound)
           MOVE TI-Elapsed   TO WS-SKElapsed(WS-SKFound)
           MOVE TI-Result    TO WS-SKResult(WS-SKFound)
           IF WS-FirstStartDate = ZEROS OR
              TI-StartDate < WS-FirstStartDate OR
              (TI-StartDate = WS-FirstStartDate AND
               TI-StartTime < WS-FirstStartTime)
               MOVE TI-StartDate TO WS-FirstStartDate
               MOVE TI-StartTime TO WS-FirstStartTime
           END-IF
           IF TI-EndDate > WS-LastEndDate OR
              (TI-EndDate = WS-LastEndDate AND
               TI-EndTime > WS-LastEndTime)
               MOVE TI-EndDate TO WS-LastEndDate
               MOVE TI-EndTime TO WS-LastEndTime
           END-IF.

       AddPriorRun.
           MOVE WS-SKNext(WS-SKFound) TO WS-RunIndex
           MOVE TI-Elapsed TO WS-SKPrior(WS-SKFound, WS-RunIndex)
           IF WS-RunIndex >= WS-Window
               MOVE 1 TO WS-SKNext(WS-SKFound)
           ELSE
               ADD 1 TO WS-SKNext(WS-SKFound)
           END-IF
           IF WS-SKRuns(WS-SKFound) < WS-Window
               ADD 1 TO WS-SKRuns(WS-SKFound)
           END-IF.

       WriteReportHeading.
           MOVE WS-LastBusinessDate TO HL-Date
           MOVE WS-LastCycle(1:8) TO HL-CycleDate
           MOVE WS-LastCycle(9:2)  TO CT-Hour
           MOVE WS-LastCycle(11:2) TO CT-Minute
           MOVE WS-LastCycle(13:2) TO CT-Second
           MOVE WS-ClockTime TO HL-CycleTime
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE WS-Window TO NN-Window
           MOVE WS-NormNoteLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnLine TO ReportLine
           WRITE ReportLine.

      * The step at WS-SKIndex - its norm and worst case over the
      * runs before this cycle, then the two tests.
       ReportOneStep.
           MOVE ZEROS TO WS-PriorTotal
           MOVE ZEROS TO WS-Worst
           MOVE ZEROS TO WS-Norm
           PERFORM VARYING WS-RunIndex FROM 1 BY 1
                   UNTIL WS-RunIndex > WS-SKRuns(WS-SKIndex)
               ADD WS-SKPrior(WS-SKIndex, WS-RunIndex) TO WS-PriorTotal
               IF WS-SKPrior(WS-SKIndex, WS-RunIndex) > WS-Worst
                   MOVE WS-SKPrior(WS-SKIndex, WS-RunIndex) TO WS-Worst
               END-IF
           END-PERFORM
           IF WS-SKRuns(WS-SKIndex) > ZEROS
               COMPUTE WS-Norm ROUNDED =
                   WS-PriorTotal / WS-SKRuns(WS-SKIndex)
           END-IF
           PERFORM FindStepParm
           MOVE "N" TO WS-OverNormFlag
           MOVE "N" TO WS-OverLimitFlag
           IF WS-SKRuns(WS-SKIndex) >= WS-MinRuns AND
              WS-SKElapsed(WS-SKIndex) * 100 > WS-Norm * WS-NormPct
              AND WS-SKElapsed(WS-SKIndex) - WS-Norm >= WS-MinOverSecs
               SET WS-OverNorm TO TRUE
               ADD 1 TO WS-OverNormCount
           END-IF
           IF WS-LimitMins > ZEROS AND
              WS-SKElapsed(WS-SKIndex) > WS-LimitMins * 60
               SET WS-OverLimit TO TRUE
               ADD 1 TO WS-OverLimitCount
           END-IF
           PERFORM WriteStepLine
           IF WS-OverNorm OR WS-OverLimit
               PERFORM WriteStepOverrun
           END-IF.

       FindStepParm.
           MOVE WS-DefaultLimitMins TO WS-LimitMins
           MOVE WS-DefaultNormPct   TO WS-NormPct
           PERFORM VARYING WS-PMIndex FROM 1 BY 1
                   UNTIL WS-PMIndex > WS-ParmCount
               IF WS-PMStepName(WS-PMIndex) = WS-SKName(WS-SKIndex)
                   MOVE WS-PMLimitMins(WS-PMIndex) TO WS-LimitMins
                   IF WS-PMNormPct(WS-PMIndex) > ZEROS
                       MOVE WS-PMNormPct(WS-PMIndex) TO WS-NormPct
                   END-IF
                   MOVE WS-ParmCount TO WS-PMIndex
               END-IF
           END-PERFORM.

       WriteStepLine.
           MOVE WS-SKName(WS-SKIndex) TO DL-StepName
           MOVE WS-SKStartTime(WS-SKIndex) TO WS-TimeOfDay
           PERFORM FormatClockTime
           MOVE WS-ClockTime TO DL-Start
           MOVE WS-SKEndTime(WS-SKIndex) TO WS-TimeOfDay
           PERFORM FormatClockTime
           MOVE WS-ClockTime TO DL-End
           MOVE WS-SKElapsed(WS-SKIndex) TO WS-DurSecs
           PERFORM FormatDuration
           MOVE WS-Duration TO DL-Elapsed
           IF WS-SKRuns(WS-SKIndex) > ZEROS
               MOVE WS-Norm TO WS-DurSecs
               PERFORM FormatDuration
               MOVE WS-Duration TO DL-Norm
               MOVE WS-Worst TO WS-DurSecs
               PERFORM FormatDuration
               MOVE WS-Duration TO DL-Worst
           ELSE
               MOVE "-" TO DL-Norm
               MOVE "-" TO DL-Worst
           END-IF
           MOVE WS-SKRuns(WS-SKIndex) TO DL-Runs
           MOVE WS-NormPct TO DL-Pct
           IF WS-LimitMins > ZEROS
               COMPUTE WS-DurSecs = WS-LimitMins * 60
               PERFORM FormatDuration
               MOVE WS-Duration TO DL-Limit
           ELSE
               MOVE "NONE" TO DL-Limit
           END-IF
           MOVE WS-SKResult(WS-SKIndex) TO DL-Result
           EVALUATE TRUE
               WHEN WS-OverLimit AND WS-OverNorm
                   MOVE "OVER LIMIT, OVER NORM" TO DL-Flag
               WHEN WS-OverLimit
                   MOVE "OVER LIMIT" TO DL-Flag
               WHEN WS-OverNorm
                   MOVE "OVER NORM" TO DL-Flag
               WHEN WS-SKRuns(WS-SKIndex) < WS-MinRuns
                   MOVE "(TOO FEW RUNS)" TO DL-Flag
               WHEN OTHER
                   MOVE SPACES TO DL-Flag
           END-EVALUATE
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

       WriteStepOverrun.
           MOVE SPACES TO StepOverRecord
           MOVE WS-LastBusinessDate  TO SO-BusinessDate
           MOVE WS-SKName(WS-SKIndex) TO SO-StepName
           IF WS-OverLimit
               SET SO-OverLimit TO TRUE
           ELSE
               SET SO-OverNorm TO TRUE
           END-IF
           MOVE DL-Elapsed TO SO-Elapsed
           MOVE DL-Norm    TO SO-Norm
           MOVE DL-Limit   TO SO-Limit
           WRITE StepOverRecord.

       WriteReportSummary.
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO WS-SummaryLine
           MOVE "STEPS TIMED                : " TO SM-Label
           MOVE WS-LastCount TO SM-Value
           PERFORM WriteSummaryLine
           MOVE "CYCLE START TO FINISH      : " TO SM-Label
           PERFORM ComputeCycleSpan
           MOVE WS-CycleSpan TO WS-DurSecs
           PERFORM FormatDuration
           MOVE WS-Duration TO SM-Value
           PERFORM WriteSummaryLine
           MOVE SPACES TO SM-Value
           MOVE "STEPS OVER NORM            : " TO SM-Label
           MOVE WS-OverNormCount TO SM-Value
           PERFORM WriteSummaryLine
           MOVE SPACES TO SM-Value
           MOVE "STEPS OVER LIMIT           : " TO SM-Label
           MOVE WS-OverLimitCount TO SM-Value
           PERFORM WriteSummaryLine.

       WriteSummaryLine.
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine.

       ComputeCycleSpan.
           MOVE WS-LastEndTime TO WS-TimeOfDay
           COMPUTE WS-SpanHundredths =
               (FUNCTION INTEGER-OF-DATE(WS-LastEndDate) -
                FUNCTION INTEGER-OF-DATE(WS-FirstStartDate)) * 8640000
               + WS-TPHour * 360000 + WS-TPMinute * 6000
               + WS-TPSecond * 100 + WS-TPHundredth
           MOVE WS-FirstStartTime TO WS-TimeOfDay
           COMPUTE WS-SpanHundredths = WS-SpanHundredths
               - (WS-TPHour * 360000 + WS-TPMinute * 6000
                  + WS-TPSecond * 100 + WS-TPHundredth)
           IF WS-SpanHundredths < ZEROS
               MOVE ZEROS TO WS-SpanHundredths
           END-IF
           COMPUTE WS-CycleSpan = WS-SpanHundredths / 100.

       FormatClockTime.
           MOVE WS-TPHour   TO CT-Hour
           MOVE WS-TPMinute TO CT-Minute
           MOVE WS-TPSecond TO CT-Second.

      * Rounded to the second; a step of 100 hours or more shows
      * 99:59:59.
       FormatDuration.
           COMPUTE WS-DurWhole ROUNDED = WS-DurSecs
           IF WS-DurWhole > 359999
               MOVE 359999 TO WS-DurWhole
           END-IF
           DIVIDE WS-DurWhole BY 3600 GIVING WS-DurHours
               REMAINDER WS-DurRest
           MOVE WS-DurHours TO DU-Hours
           DIVIDE WS-DurRest BY 60 GIVING DU-Minutes
               REMAINDER DU-Seconds.

       END PROGRAM StepTimeRpt.

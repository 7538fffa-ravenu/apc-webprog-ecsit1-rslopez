      *          return code. Built on the same nested-PERFORM/
      *          status-propagation pattern as PerformFormat1's
      *          TopLevel/OneLevelDown/TwoLevelsDown/ThreeLevelsDown.
      *          Every step run is timed onto STEPTIME.DAT, and the
      *          cycle ends with the run-time report on them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SchedLogFile ASSIGN TO "SCHEDLOG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-SchedLogStatus.
           SELECT CalcTransFile ASSIGN USING WS-CalcTransName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-CalcTransStatus.
           SELECT StepTimeFile ASSIGN TO "STEPTIME.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-StepTimeStatus.
       DATA DIVISION.
       FILE SECTION.
       FD JobLogFile.
       FD IntakeTransFile.
       01 IntakeTransLine           PIC X(80).

       FD CalcTransFile.
       01 CalcTransLine             PIC X(80).

      * Job checkpoint - the same idea as SeqWrite's SWCHECKPT.DAT
      * but at step level: one record per completed step. A rerun
      * after a mid-job failure skips everything already marked
           02  SG-StepName          PIC X(20).
           02  SG-LastRun           PIC 9(8).

      * Step run-time history - one line appended per step run, from
      * the moment before its CALL to the moment its result is
      * logged; StepTimeRpt reads it at the end of the cycle.
       FD StepTimeFile.
           COPY STEPTMRC.

       WORKING-STORAGE SECTION.
       01  WS-IntakeTransStatus     PIC XX    VALUE SPACES.
           88 WS-IntakeTransNotFound          VALUE "35".
       01  WS-CalcTransStatus       PIC XX    VALUE SPACES.
           88 WS-CalcTransNotFound            VALUE "35".
       01  WS-CalcTransName         PIC X(12) VALUE SPACES.
       01  WS-HealthStatus          PIC S9(4) VALUE ZERO.
           88 WS-HealthOk                     VALUE ZERO.
       01  WS-ParmCheckStatus       PIC S9(4) VALUE ZERO.
           88 WS-ParmCheckOk                  VALUE ZERO.
           88 WS-ParmCheckWarn                VALUE 4.
       01  WS-IntakeStatus          PIC S9(4) VALUE ZERO.
           88 WS-IntakeOk                     VALUE ZERO.
           88 WS-IntakeWarn                   VALUE 4.
       01  WS-PayVarStatus          PIC S9(4) VALUE ZERO.
           88 WS-PayVarOk                      VALUE ZERO.
           88 WS-PayVarWarn                    VALUE 4.
       01  WS-BurstStatus           PIC S9(4) VALUE ZERO.
           88 WS-BurstOk                       VALUE ZERO.
           88 WS-BurstWarn                     VALUE 4.
       01  WS-SnapshotStatus        PIC S9(4) VALUE ZERO.
           88 WS-SnapshotOk                   VALUE ZERO.
       01  WS-PaySnapStatus         PIC S9(4) VALUE ZERO.
       01  WS-ErrorLogStatus        PIC S9(4) VALUE ZERO.
           88 WS-ErrorLogOk                   VALUE ZERO.
       01  WS-ControlRptStatus      PIC S9(4) VALUE ZERO.
       01  WS-StepTimeRptStatus     PIC S9(4) VALUE ZERO.
           88 WS-StepTimeRptOk                VALUE ZERO.
           88 WS-StepTimeRptWarn              VALUE 4.
       01  WS-ExtractStatus         PIC S9(4) VALUE ZERO.
           88 WS-ExtractOk                    VALUE ZERO.

       01  WS-CheckpointEOFFlag     PIC X     VALUE "N".
           88 WS-CheckpointEOF                VALUE "Y".
       01  WS-DoneStepTable.
           02  WS-DoneStepEntry OCCURS 50 TIMES.
               03  WS-DoneStepName  PIC X(20).
       01  WS-DoneStepMax           PIC 99    VALUE 50.
       01  WS-DoneStepCount         PIC 99    VALUE ZERO.
       01  WS-DoneTableFullFlag     PIC X     VALUE "N".
           88 WS-DoneTableFull                VALUE "Y".
       01  WS-DoneIndex             PIC 99    VALUE ZERO.
       01  WS-StepName              PIC X(20) VALUE SPACES.
       01  WS-StepDoneFlag          PIC X     VALUE "N".
               "TIMESHEET CHECK     TimesheetCheck  ".
           02  FILLER PIC X(36) VALUE
               "BACK PAY            BackPay         ".
           02  FILLER PIC X(36) VALUE
               "TAX CERT IMPORT     TaxCertImport   ".
           02  FILLER PIC X(36) VALUE
               "GL POSTING          GLPost          ".
           02  FILLER PIC X(36) VALUE
               "DEPT BUDGET REPORT  DeptBudgetRpt   ".
           02  FILLER PIC X(36) VALUE
               "DEGREE AUDIT        DegreeAudit     ".
           02  FILLER PIC X(36) VALUE
               "STUDENT TIMETABLE   StudentTimetable".
           02  FILLER PIC X(36) VALUE
               "ROOM UTILISATION    RoomUtilisation ".
           02  FILLER PIC X(36) VALUE
               "LECTURER WORKLOAD   LecturerWorkload".
           02  FILLER PIC X(36) VALUE
               "EXAM TIMETABLE      ExamTimetable   ".
           02  FILLER PIC X(36) VALUE
               "LODGEMENT MATCH     BankLodgeMatch  ".
           02  FILLER PIC X(36) VALUE
               "PLAN CHECK          PlanCheck       ".
           02  FILLER PIC X(36) VALUE
               "DUPLICATE MATCH     StudentMatch    ".
           02  FILLER PIC X(36) VALUE
               "DATA RETENTION      StudentRetention".
           02  FILLER PIC X(36) VALUE
               "NOTIFY DISPATCH     NotifyDispatch  ".
           02  FILLER PIC X(36) VALUE
               "MULTIPLIER BATCH    Multiplier      ".
           02  FILLER PIC X(36) VALUE
               "CALCULATOR BATCH    iterIf          ".
       01  WS-JobMap REDEFINES WS-JobMapTable.
           02  WS-JobMapEntry OCCURS 31 TIMES.
               03  WS-JMStepName    PIC X(20).
               03  WS-JMProgram     PIC X(16).
       01  WS-JMIndex               PIC 99    VALUE ZERO.
       01  WS-JMCount               PIC 99    VALUE 31.
       01  WS-SchedProgram          PIC X(16) VALUE SPACES.

       01  WS-JobDueFlag            PIC X     VALUE "N".
           02  BD-Date              PIC 9(8).
       01  WS-DeleteRC              PIC S9(9) VALUE ZERO.

       01  WS-StepTimeStatus        PIC XX    VALUE SPACES.
           88 WS-StepTimeNotFound             VALUE "35".
       01  WS-CycleStamp            PIC X(14) VALUE SPACES.
       01  WS-StepStartStamp.
           02  WS-SSDate            PIC 9(8).
           02  WS-SSTime            PIC 9(8).
           02  WS-SSTimeParts REDEFINES WS-SSTime.
               03  WS-SSHour        PIC 99.
               03  WS-SSMinute      PIC 99.
               03  WS-SSSecond      PIC 99.
               03  WS-SSHundredth   PIC 99.
       01  WS-StepEndStamp.
           02  WS-SEDate            PIC 9(8).
           02  WS-SETime            PIC 9(8).
           02  WS-SETimeParts REDEFINES WS-SETime.
               03  WS-SEHour        PIC 99.
               03  WS-SEMinute      PIC 99.
               03  WS-SESecond      PIC 99.
               03  WS-SEHundredth   PIC 99.
       01  WS-StepHundredths        PIC S9(11) VALUE ZERO.
       01  WS-StepElapsed           PIC S9(7)V99 VALUE ZERO.

       01  WS-SkipLine.
           02  SK-StepName          PIC X(20).
           02  FILLER               PIC X(30) VALUE
       PROCEDURE DIVISION.
       TopLevel.
           DISPLAY "DailyBatchCycle - starting daily batch run."
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CycleStamp
           OPEN OUTPUT JobLogFile
           MOVE "DAILY BATCH CYCLE - JOB LOG" TO JobLogLine
           WRITE JobLogLine
               GOBACK
           END-IF

      * Then the parameter cards, also on every run - a short or
      * garbled card abandons the cycle the same way, rather than
      * letting payroll quietly run on its default tax bands.
           PERFORM Step-ParmCheck
           IF NOT WS-ParmCheckOk AND NOT WS-ParmCheckWarn
               MOVE "** CYCLE ABANDONED - PARAMETER CARD IN ERROR **"
                   TO JobLogLine
               WRITE JobLogLine
               PERFORM WriteJobSummary
               CLOSE JobLogFile
               PERFORM Step-ControlReport
               DISPLAY "DailyBatchCycle - parameter card in error, "
                       "cycle abandoned - see PARMLIST.LST."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM Step-Intake
           PERFORM Step-Extract
           PERFORM Step-Roster
           PERFORM Step-Recon
           PERFORM Step-ErrorLog
           PERFORM RunScheduledJobs
           PERFORM Step-ReportBurst
           PERFORM Step-StepTiming

           PERFORM WriteJobSummary
           CLOSE JobLogFile
           ELSE
               PERFORM ReadCheckpointEntry
               PERFORM UNTIL WS-CheckpointEOF
                   IF WS-DoneStepCount < WS-DoneStepMax
                       ADD 1 TO WS-DoneStepCount
                       MOVE CK-StepName
                           TO WS-DoneStepName(WS-DoneStepCount)
                   ELSE
                       IF NOT WS-DoneTableFull
                           SET WS-DoneTableFull TO TRUE
                           DISPLAY "Warning - checkpoint table is full "
                                   "at " WS-DoneStepMax " step(s), "
                                   "later completed steps will be "
                                   "run again."
                       END-IF
                   END-IF
                   PERFORM ReadCheckpointEntry
               END-PERFORM
       Step-HealthCheck.
           DISPLAY ">>>> Running pre-flight health check "
                   "(HealthCheck)."
           PERFORM StartStepTimer
           CALL "HealthCheck"
           MOVE RETURN-CODE TO WS-HealthStatus
           CANCEL "HealthCheck"
               ADD 1 TO WS-JobFailCount
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

       Step-ParmCheck.
           DISPLAY ">>>> Running parameter card check "
                   "(ParmCheck)."
           PERFORM StartStepTimer
           CALL "ParmCheck"
           MOVE RETURN-CODE TO WS-ParmCheckStatus
           CANCEL "ParmCheck"
           ADD 1 TO WS-JobStepCount
           MOVE "PARM CARD CHECK"    TO SL-StepName
           MOVE WS-ParmCheckStatus   TO SL-ReturnCode
           EVALUATE TRUE
               WHEN WS-ParmCheckOk
                   MOVE "OK"         TO SL-StepResult
               WHEN WS-ParmCheckWarn
                   MOVE "WARN"       TO SL-StepResult
               WHEN OTHER
                   MOVE "FAILED"     TO SL-StepResult
                   ADD 1 TO WS-JobFailCount
           END-EVALUATE
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

       Step-Intake.
           MOVE "STUDENT INTAKE" TO WS-StepName
           ELSE
               DISPLAY ">>>> Running student intake (SeqWrite)."
               PERFORM EnsureIntakeTransFile
               PERFORM StartStepTimer
               CALL "SeqWrite"
               MOVE RETURN-CODE TO WS-IntakeStatus
               CANCEL "SeqWrite"
                   ADD 1 TO WS-JobFailCount
           END-EVALUATE
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

      * The one sort of the cycle - the roster, class-list and
      * statistics steps that follow all read the STUDEXTR.DAT file
           ELSE
               DISPLAY ">>>> Building shared sorted extract "
                       "(StudentExtract)."
               PERFORM StartStepTimer
               CALL "StudentExtract"
               MOVE RETURN-CODE TO WS-ExtractStatus
               CANCEL "StudentExtract"
               ADD 1 TO WS-JobFailCount
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

       Step-Roster.
           MOVE "STUDENT ROSTER" TO WS-StepName
           ELSE
               DISPLAY ">>>> Running student roster report "
                       "(StudentRoster)."
               PERFORM StartStepTimer
               CALL "StudentRoster"
               MOVE RETURN-CODE TO WS-RosterStatus
               CANCEL "StudentRoster"
               ADD 1 TO WS-JobFailCount
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

       Step-EnrollmentStats.
           MOVE "ENROLLMENT STATS" TO WS-StepName
           ELSE
               DISPLAY ">>>> Running enrollment statistics "
                       "(EnrollmentCount)"
               PERFORM StartStepTimer
               CALL "EnrollmentCount"
               MOVE RETURN-CODE TO WS-EnrollStatsStatus
               CANCEL "EnrollmentCount"
               ADD 1 TO WS-JobFailCount
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

       Step-Payroll.
           MOVE "PAYROLL REGISTER" TO WS-StepName
               PERFORM LogStepSkipped
           ELSE
               DISPLAY ">>>> Running payroll register (TC_Commands2)."
               PERFORM StartStepTimer
               CALL "TC_Commands2"
               MOVE RETURN-CODE TO WS-PayrollStatus
               CANCEL "TC_Commands2"
                   ADD 1 TO WS-JobFailCount
           END-EVALUATE
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

      * Period-over-period net pay check, straight after the
      * payroll step so a bad rate change is flagged in BATCHLOG.LST
           ELSE
               DISPLAY ">>>> Running payroll variance check "
                       "(PayrollVariance)."
               PERFORM StartStepTimer
               CALL "PayrollVariance"
               MOVE RETURN-CODE TO WS-PayVarStatus
               CANCEL "PayrollVariance"
                   ADD 1 TO WS-JobFailCount
           END-EVALUATE
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

      * Report distribution, last of all so every listing the cycle
      * and the scheduled jobs produce is there to be burst - each
      * recipient on DISTRIB.DAT gets their own slice in their own
      * .DST file, and DISTMAN.LST shows any report not produced.
       Step-ReportBurst.
           MOVE "REPORT BURST" TO WS-StepName
           PERFORM CheckStepDone
           IF WS-StepDone
               PERFORM LogStepSkipped
           ELSE
               DISPLAY ">>>> Running report distribution "
                       "(ReportBurst)."
               PERFORM StartStepTimer
               CALL "ReportBurst"
               MOVE RETURN-CODE TO WS-BurstStatus
               CANCEL "ReportBurst"
               PERFORM LogStepResult-ReportBurst
               IF NOT WS-StepFailed
                   PERFORM RecordStepDone
               END-IF
           END-IF.

       LogStepResult-ReportBurst.
           ADD 1 TO WS-JobStepCount
           MOVE "N" TO WS-StepFailedFlag
           MOVE "REPORT BURST"       TO SL-StepName
           MOVE WS-BurstStatus       TO SL-ReturnCode
           EVALUATE TRUE
               WHEN WS-BurstOk
                   MOVE "OK"         TO SL-StepResult
               WHEN WS-BurstWarn
                   MOVE "WARN"       TO SL-StepResult
               WHEN OTHER
                   MOVE "FAILED"     TO SL-StepResult
                   SET WS-StepFailed TO TRUE
                   ADD 1 TO WS-JobFailCount
           END-EVALUATE
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

      * Run-time report on the cycle just run, after every other step
      * so all of them are on STEPTIME.DAT - each step's elapsed time
      * against its norm and its STEPPARM.DAT limit, with the steps
      * that overran going to STEPOVER.DAT for the control report.
      * Reports on the cycle rather than changing anything, so it is
      * never checkpointed and runs again on a restart.
       Step-StepTiming.
           DISPLAY ">>>> Running step run-time report "
                   "(StepTimeRpt)."
           CALL "StepTimeRpt"
           MOVE RETURN-CODE TO WS-StepTimeRptStatus
           CANCEL "StepTimeRpt"
           ADD 1 TO WS-JobStepCount
           MOVE "STEP TIMING"        TO SL-StepName
           MOVE WS-StepTimeRptStatus TO SL-ReturnCode
           EVALUATE TRUE
               WHEN WS-StepTimeRptOk
                   MOVE "OK"         TO SL-StepResult
               WHEN WS-StepTimeRptWarn
                   MOVE "WARN"       TO SL-StepResult
               WHEN OTHER
                   MOVE "FAILED"     TO SL-StepResult
                   ADD 1 TO WS-JobFailCount
           END-EVALUATE
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine.

      * End-of-cycle snapshot rotation then reconciliation - the
           ELSE
               DISPLAY ">>>> Rotating nightly snapshots "
                       "(StudentSnapshot)."
               PERFORM StartStepTimer
               CALL "StudentSnapshot"
               MOVE RETURN-CODE TO WS-SnapshotStatus
               CANCEL "StudentSnapshot"
               ADD 1 TO WS-JobFailCount
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

      * The payroll masters get the same nightly generations the
      * student master does - EMPSNAP/PAYYSNAP plus the journal
           ELSE
               DISPLAY ">>>> Rotating payroll snapshots "
                       "(PayrollSnapshot)."
               PERFORM StartStepTimer
               CALL "PayrollSnapshot"
               MOVE RETURN-CODE TO WS-PaySnapStatus
               CANCEL "PayrollSnapshot"
               ADD 1 TO WS-JobFailCount
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

       Step-Recon.
           MOVE "RECONCILIATION" TO WS-StepName
               PERFORM LogStepSkipped
           ELSE
               DISPLAY ">>>> Running reconciliation (StudentRecon)."
               PERFORM StartStepTimer
               CALL "StudentRecon"
               MOVE RETURN-CODE TO WS-ReconStatus
               CANCEL "StudentRecon"
               ADD 1 TO WS-JobFailCount
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

       Step-ErrorLog.
           MOVE "ERROR-LOG ANALYSIS" TO WS-StepName
           ELSE
               DISPLAY ">>>> Analysing the day's error log "
                       "(ErrorLogAnalysis)."
               PERFORM StartStepTimer
               CALL "ErrorLogAnalysis"
               MOVE RETURN-CODE TO WS-ErrorLogStatus
               CANCEL "ErrorLogAnalysis"
               ADD 1 TO WS-JobFailCount
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime.

      * The non-daily work - billing monthly, the archive purge
      * weekly, the year-end statements annually - runs here off the
           END-IF.

       RunScheduledJob.
           PERFORM StartStepTimer
           PERFORM FindJobProgram
           ADD 1 TO WS-JobStepCount
           MOVE "N" TO WS-StepFailedFlag
           ELSE
               DISPLAY ">>>> Running scheduled step " SC-StepName
                       " (" FUNCTION TRIM(WS-SchedProgram) ")."
               PERFORM EnsureCalcTransFile
               MOVE 0 TO RETURN-CODE
      * A program missing from the load library fails its own step
      * only; the rest of the cycle carries on.
               CALL WS-SchedProgram
                   ON EXCEPTION
                       DISPLAY ">>>> Scheduled step " SC-StepName
                               " - program "
                               FUNCTION TRIM(WS-SchedProgram)
                               " could not be loaded."
                       MOVE 12 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO WS-SchedRC
               CANCEL WS-SchedProgram
               MOVE WS-SchedRC TO SL-ReturnCode
           END-IF
           MOVE WS-StepLine TO JobLogLine
           WRITE JobLogLine
           PERFORM RecordStepTime
           IF NOT WS-StepFailed
               PERFORM RecordStepDone
               MOVE WS-BusinessDate TO WS-SGLastRun(WS-SGSlot)
           END-IF.

      * The two calculators work their transaction file unattended
      * and fall back to the console without one - as with the
      * intake step, guarantee the file exists (even empty) so a
      * scheduled run never blocks the job waiting on an ACCEPT.
       EnsureCalcTransFile.
           EVALUATE WS-SchedProgram
               WHEN "Multiplier"
                   MOVE "MULTTRAN.DAT" TO WS-CalcTransName
               WHEN "iterIf"
                   MOVE "CALCTRAN.DAT" TO WS-CalcTransName
               WHEN OTHER
                   MOVE SPACES TO WS-CalcTransName
           END-EVALUATE
           IF WS-CalcTransName NOT = SPACES
               OPEN INPUT CalcTransFile
               IF WS-CalcTransNotFound
                   OPEN OUTPUT CalcTransFile
               END-IF
               CLOSE CalcTransFile
           END-IF.

       FindJobProgram.
           MOVE SPACES TO WS-SchedProgram
           PERFORM VARYING WS-JMIndex FROM 1 BY 1
                   UNTIL WS-JMIndex > WS-JMCount
               IF WS-JMStepName(WS-JMIndex) = SC-StepName
                   MOVE WS-JMProgram(WS-JMIndex)
                       TO WS-SchedProgram
                   MOVE WS-JMCount TO WS-JMIndex
               END-IF
           END-PERFORM.

           END-PERFORM
           CLOSE SchedLogFile.

      * Taken just before a step's CALL; RecordStepTime, just after
      * its result is logged, appends the step's line to STEPTIME.DAT
      * - the elapsed time in seconds, across midnight if need be,
      * worked in hundredths first and only then scaled to seconds.
       StartStepTimer.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-StepStartStamp.

       RecordStepTime.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-StepEndStamp
           COMPUTE WS-StepHundredths =
               (FUNCTION INTEGER-OF-DATE(WS-SEDate) -
                FUNCTION INTEGER-OF-DATE(WS-SSDate)) * 8640000
               + (WS-SEHour - WS-SSHour) * 360000
               + (WS-SEMinute - WS-SSMinute) * 6000
               + (WS-SESecond - WS-SSSecond) * 100
               + (WS-SEHundredth - WS-SSHundredth)
           IF WS-StepHundredths < ZERO
               MOVE ZERO TO WS-StepHundredths
           END-IF
           COMPUTE WS-StepElapsed = WS-StepHundredths / 100
           MOVE SPACES TO StepTimeRecord
           MOVE WS-CycleStamp      TO TI-CycleStart
           MOVE WS-BusinessDate    TO TI-BusinessDate
           MOVE SL-StepName        TO TI-StepName
           MOVE WS-SSDate          TO TI-StartDate
           MOVE WS-SSTime          TO TI-StartTime
           MOVE WS-SEDate          TO TI-EndDate
           MOVE WS-SETime          TO TI-EndTime
           MOVE WS-StepElapsed     TO TI-Elapsed
           MOVE SL-StepResult      TO TI-Result
           OPEN EXTEND StepTimeFile
           IF WS-StepTimeNotFound
               OPEN OUTPUT StepTimeFile
               CLOSE StepTimeFile
               OPEN EXTEND StepTimeFile
           END-IF
           WRITE StepTimeRecord
           CLOSE StepTimeFile.

       WriteJobSummary.
           MOVE SPACES TO JobLogLine
           WRITE JobLogLine

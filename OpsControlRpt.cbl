      *          the growth since then counts as today's; a stream
      *          shorter than its stored count was rolled, and counts
      *          whole. Verdict: RED when any step failed or the job
      *          log is missing or a step ran past its STEPPARM.DAT
      *          time limit, AMBER when a step warned, ran well over
      *          its usual time, or any new reject or error-log entry
      *          arrived, GREEN otherwise - returned as 8/4/0 so a
      *          driver can see it too. The overruns are the ones
      *          StepTimeRpt left on STEPOVER.DAT for the same
      *          business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              FILE STATUS IS WS-CountStatus.
           SELECT ReportFile ASSIGN TO "OPSCTL.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StepOverFile ASSIGN TO "STEPOVER.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-StepOverStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       FD ReportFile.
       01 ReportLine               PIC X(100).

       FD StepOverFile.
           COPY STEPOVRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

           88 WS-RejectEOF                     VALUE "Y".
       01  WS-CountEOFFlag         PIC X       VALUE "N".
           88 WS-CountEOF                      VALUE "Y".
       01  WS-StepOverStatus       PIC XX      VALUE SPACES.
           88 WS-StepOverStatusOk              VALUE "00".
       01  WS-StepOverEOFFlag      PIC X       VALUE "N".
           88 WS-StepOverEOF                   VALUE "Y".

       01  WS-JobLogFoundFlag      PIC X       VALUE "N".
           88 WS-JobLogFound                   VALUE "Y".
       01  WS-FlagCount            PIC 99      VALUE ZEROS.
       01  WS-FTIndex              PIC 99      VALUE ZEROS.

      * The steps that overran tonight - a STEPOVER.DAT left from an
      * earlier business date (the cycle abandoned before the timing
      * report ran) counts for nothing.
       01  WS-OverrunTable.
           02  WS-OverrunEntry OCCURS 20 TIMES.
               03  WS-ORStepName   PIC X(20).
               03  WS-ORKind       PIC X(5).
               03  WS-ORElapsed    PIC X(8).
               03  WS-ORNorm       PIC X(8).
               03  WS-ORLimit      PIC X(8).
       01  WS-OverrunCount         PIC 99      VALUE ZEROS.
       01  WS-ORIndex              PIC 99      VALUE ZEROS.
       01  WS-OverLimitCount       PIC 9(4)    VALUE ZEROS.
       01  WS-OverNormCount        PIC 9(4)    VALUE ZEROS.

       01  WS-ErrorTotal           PIC 9(7)    VALUE ZEROS.
       01  WS-ErrorPrograms        PIC 9(4)    VALUE ZEROS.

           "ERROR-LOG ENTRIES (ERROR-LOG ANALYSIS)".
       01  WS-SectionRejects       PIC X(100)  VALUE
           "REJECT STREAMS - NEW LINES TODAY".
       01  WS-SectionOverruns      PIC X(100)  VALUE
           "STEP RUN TIMES - OVERRUNS (STEPTIME.LST)".

       01  WS-StepTotalsLine.
           02  FILLER              PIC X(8)    VALUE "  OK ".
               "  NEW REJECTS TOTAL : ".
           02  RT-Total            PIC ZZZZZZ9.

       01  WS-OverrunLine.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  OL-Kind             PIC X(11).
           02  FILLER              PIC X(3)    VALUE " - ".
           02  OL-StepName         PIC X(20).
           02  FILLER              PIC X(9)    VALUE " ELAPSED ".
           02  OL-Elapsed          PIC X(8).
           02  FILLER              PIC X(7)    VALUE "  NORM ".
           02  OL-Norm             PIC X(8).
           02  FILLER              PIC X(8)    VALUE "  LIMIT ".
           02  OL-Limit            PIC X(8).
       01  WS-NoOverrunLine        PIC X(100)  VALUE
           "  NO STEP OVERRUNS".

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ScanJobLog
           PERFORM SumErrorStats
           PERFORM CountRejectStreams
           PERFORM LoadStepOverruns
           PERFORM DecideVerdict
           OPEN OUTPUT ReportFile
           PERFORM WriteControlReport
               AT END SET WS-RejectEOF TO TRUE
           END-READ.

       LoadStepOverruns.
           OPEN INPUT StepOverFile
           IF WS-StepOverStatusOk
               PERFORM ReadStepOverEntry
               PERFORM UNTIL WS-StepOverEOF
                   IF SO-BusinessDate = WS-BusinessDate
                       PERFORM HoldStepOverrun
                   END-IF
                   PERFORM ReadStepOverEntry
               END-PERFORM
               CLOSE StepOverFile
           END-IF.

       ReadStepOverEntry.
           READ StepOverFile
               AT END SET WS-StepOverEOF TO TRUE
           END-READ.

       HoldStepOverrun.
           IF SO-OverLimit
               ADD 1 TO WS-OverLimitCount
           ELSE
               ADD 1 TO WS-OverNormCount
           END-IF
           IF WS-OverrunCount < 20
               ADD 1 TO WS-OverrunCount
               MOVE SO-StepName TO WS-ORStepName(WS-OverrunCount)
               MOVE SO-Kind     TO WS-ORKind(WS-OverrunCount)
               MOVE SO-Elapsed  TO WS-ORElapsed(WS-OverrunCount)
               MOVE SO-Norm     TO WS-ORNorm(WS-OverrunCount)
               MOVE SO-Limit    TO WS-ORLimit(WS-OverrunCount)
           END-IF.

       DecideVerdict.
           EVALUATE TRUE
               WHEN NOT WS-JobLogFound
                   SET WS-VerdictRed TO TRUE
               WHEN WS-StepsFailed > ZEROS
                   SET WS-VerdictRed TO TRUE
               WHEN WS-OverLimitCount > ZEROS
                   SET WS-VerdictRed TO TRUE
               WHEN WS-StepsWarn > ZEROS
                   SET WS-VerdictAmber TO TRUE
               WHEN WS-OverNormCount > ZEROS
                   SET WS-VerdictAmber TO TRUE
               WHEN WS-NewRejectTotal > ZEROS
                   SET WS-VerdictAmber TO TRUE
               WHEN WS-ErrorTotal > ZEROS
           END-PERFORM
           MOVE WS-NewRejectTotal TO RT-Total
           MOVE WS-RejectTotalLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-SectionOverruns TO ReportLine
           WRITE ReportLine
           IF WS-OverrunCount = ZEROS
               MOVE WS-NoOverrunLine TO ReportLine
               WRITE ReportLine
           ELSE
               PERFORM VARYING WS-ORIndex FROM 1 BY 1
                       UNTIL WS-ORIndex > WS-OverrunCount
                   PERFORM WriteOverrunDetail
               END-PERFORM
           END-IF.

       WriteFlaggedStep.
           MOVE WS-FTResult(WS-FTIndex)     TO FL-Result
           MOVE WS-FlaggedStepLine TO ReportLine
           WRITE ReportLine.

       WriteOverrunDetail.
           IF WS-ORKind(WS-ORIndex) = "LIMIT"
               MOVE "OVER LIMIT" TO OL-Kind
           ELSE
               MOVE "OVER NORM"  TO OL-Kind
           END-IF
           MOVE WS-ORStepName(WS-ORIndex) TO OL-StepName
           MOVE WS-ORElapsed(WS-ORIndex)  TO OL-Elapsed
           MOVE WS-ORNorm(WS-ORIndex)     TO OL-Norm
           MOVE WS-ORLimit(WS-ORIndex)    TO OL-Limit
           MOVE WS-OverrunLine TO ReportLine
           WRITE ReportLine.

       WriteStreamDetail.
           MOVE WS-StreamName(WS-StreamIndex)  TO SD-FileName
           MOVE WS-SMLinesNew(WS-StreamIndex)  TO SD-LinesNew

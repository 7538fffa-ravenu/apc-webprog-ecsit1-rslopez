      *          StudentId/GR-Term order and computes each ACTIVE
      *          student's credit-weighted average mark per term,
      *          weighted by CO-CreditHours the same way the
      *          transcript average is. A retaken course counts once,
      *          in the term of the attempt the RETAKEPARM.DAT policy
      *          picks (best mark or latest attempt), so a superseded
      *          attempt no longer drags down the term it was made
      *          in. Beside each percentage average the listing
      *          shows its letter grade and the term's credit-weighted
      *          grade point average from the GRDSCALE.DAT scale in
      *          force for the term. Each student/term average is
      *          classified against the probation and dean's-list
      *          thresholds on the STANDPARM.DAT parameter card and
      *          reported on STANDING.LST ordered worst-first, so the
      *          strugglers head the listing instead of hiding in 400
      *          transcripts. Probation cases are repeated on their
      *          own PROBATION.LST exception list for term-end
      *          action and queued a PROBATON notice on NOTIFYQ.DAT
      *          for NotifyDispatch, once per student and term, and
      *          the run ends with the WARN return code when any
      *          exist.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ParmFile ASSIGN TO "STANDPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmStatus.
           SELECT RetakeParmFile ASSIGN TO "RETAKEPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RetakeParmStatus.
           SELECT GradeScaleFile ASSIGN TO "GRDSCALE.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS GS-ScaleKey
       		              FILE STATUS IS WS-GradeScaleStatus.
           SELECT SortWorkFile ASSIGN TO "STSORT.TMP".
           SELECT ReportFile ASSIGN TO "STANDING.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionFile ASSIGN TO "PROBATION.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NotifyQueueFile ASSIGN TO "NOTIFYQ.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyQueueStatus.
           SELECT NotifyTplFile ASSIGN USING WS-NotifyTplName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyTplStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
           02  PC-ProbationMark    PIC 999.
           02  PC-DeansListMark    PIC 999.

       FD RetakeParmFile.
           COPY RTKPRMRC.

       FD GradeScaleFile.
           COPY GRDSCLRC.

      * One sort record per graded course of an active student,
      * ordered so the output procedure control-breaks per
      * student/term pairing.
           02  SR-Surname      PIC X(10).
           02  SR-Mark         PIC 999.
           02  SR-CreditHours  PIC 99.
           02  SR-GradePoints  PIC 9V99.
           02  SR-PointsFlag   PIC X.
               88 SR-PointsFound           VALUE "Y".

       FD ReportFile.
       01 ReportLine               PIC X(100).
       FD ExceptionFile.
       01 ExceptionLine            PIC X(100).

       FD NotifyQueueFile.
           COPY NOTIFYRC.

       FD NotifyTplFile.
       01 NotifyTplRecord          PIC X(160).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".
           88 WS-CourseFileAvailable           VALUE "Y".
       01  WS-ParmStatus           PIC XX      VALUE SPACES.
           88 WS-ParmStatusOk                  VALUE "00".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-NotifyQueueStatus    PIC XX      VALUE SPACES.
           88 WS-NotifyQueueNotFound           VALUE "35".
       01  WS-NotifyTplStatus      PIC XX      VALUE SPACES.
           88 WS-NotifyTplStatusOk             VALUE "00".
       01  WS-NotifyTplName        PIC X(12)   VALUE SPACES.
       01  WS-NotifyTplLoaded      PIC X(8)    VALUE SPACES.
       01  WS-NotifyTemplate       PIC X(165)  VALUE SPACES.
       01  WS-NotifyEvent          PIC X(8)    VALUE SPACES.
       01  WS-NotifyStudentId      PIC 99(9)   VALUE ZEROS.
       01  WS-NotifySurname        PIC X(10)   VALUE SPACES.
       01  WS-NotifyInitials       PIC XX      VALUE SPACES.
       01  WS-NotifyKey            PIC X(12)   VALUE SPACES.
       01  WS-NotifyDetail1        PIC X(30)   VALUE SPACES.
       01  WS-NotifyDetail2        PIC X(30)   VALUE SPACES.
       01  WS-NotifyIn             PIC 999     VALUE ZEROS.
       01  WS-NotifyOut            PIC 999     VALUE ZEROS.
       01  WS-NotifyCount          PIC 9(5)    VALUE ZEROS.

       01  WS-GradeEOFFlag         PIC X       VALUE "N".
           88 WS-GradeEOF                      VALUE "Y".
       01  WS-ParmEOFFlag          PIC X       VALUE "N".
           88 WS-ParmEOF                       VALUE "Y".

      * Work fields for the shared retake paragraphs (RETAKPG), and
      * the student/course whose attempts are being weighed while
      * GRADES.DAT is loaded into the sort.
       01  WS-RetakeParmStatus     PIC XX      VALUE SPACES.
           88 WS-RetakeParmStatusOk            VALUE "00".
       01  WS-RetakePolicy         PIC X       VALUE "B".
           88 WS-CountBestAttempt              VALUE "B".
           88 WS-CountLatestAttempt            VALUE "L".
       01  WS-AttemptCount         PIC 99      VALUE ZEROS.
       01  WS-CountedMark          PIC 999     VALUE ZEROS.
       01  WS-CountedTerm          PIC X(6)    VALUE SPACES.
       01  WS-LoadStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-LoadCourseCode       PIC X(6)    VALUE SPACES.

      * Work fields for the shared grading-scale paragraphs
      * (GRDSCLPG).
       01  WS-GradeScaleStatus     PIC XX      VALUE SPACES.
           88 WS-GradeScaleStatusOk            VALUE "00".
       01  WS-ScaleEOFFlag         PIC X       VALUE "N".
           88 WS-ScaleEOF                      VALUE "Y".
       01  WS-ScaleTable.
           02  WS-ScaleCount       PIC 999     VALUE ZEROS.
           02  WS-ScaleBand OCCURS 200 TIMES.
               03  SB-EffTerm      PIC X(6).
               03  SB-MinMark      PIC 999.
               03  SB-Letter       PIC X(2).
               03  SB-Points       PIC 9V99.
       01  WS-ScaleIdx             PIC 999     VALUE ZEROS.
       01  WS-ScaleTerm            PIC X(6)    VALUE SPACES.
       01  WS-ScaleMark            PIC 999     VALUE ZEROS.
       01  WS-ScaleUseTerm         PIC X(6)    VALUE SPACES.
       01  WS-ScaleLetter          PIC X(2)    VALUE SPACES.
       01  WS-ScalePoints          PIC 9V99    VALUE ZEROS.
       01  WS-ScaleFoundFlag       PIC X       VALUE "N".
           88 WS-ScaleBandFound                VALUE "Y".
       01  WS-ScaleTermFlag        PIC X       VALUE "N".
           88 WS-ScaleTermFound                VALUE "Y".

       01  ProbationMark           PIC 999     VALUE 40.
       01  DeansListMark           PIC 999     VALUE 85.

       01  WS-WeightedSum          PIC 9(7)V99 VALUE ZEROS.
       01  WS-CreditSum            PIC 9(5)    VALUE ZEROS.
       01  WS-Average              PIC 999V99  VALUE ZEROS.
       01  WS-PointsSum            PIC 9(7)V99 VALUE ZEROS.
       01  WS-GpaCreditSum         PIC 9(5)    VALUE ZEROS.

      * Every student/term average lands here, then the table is
      * ordered worst-first before the report prints - the sort verb
               03  WS-STSurname    PIC X(10).
               03  WS-STAverage    PIC 999V99.
               03  WS-STCredits    PIC 9(5).
               03  WS-STLetter     PIC X(2).
               03  WS-STGpa        PIC 9V99.
               03  WS-STGpaFlag    PIC X.
       01  WS-StandingCount        PIC 999     VALUE ZEROS.
       01  WS-STIndex              PIC 999     VALUE ZEROS.
       01  WS-STIndex2             PIC 999     VALUE ZEROS.
       01  WS-SwapEntry            PIC X(44)   VALUE SPACES.
       01  WS-TableFullWarned      PIC X       VALUE "N".

       01  WS-ProbationCount       PIC 9(5)    VALUE ZEROS.
           02  HL-DeansList        PIC ZZ9.

       01  WS-ColumnHeading        PIC X(100)  VALUE
           "STUDENT ID SURNAME     TERM   AVERAGE GR  GPA  CREDITS STAND
      -    "ING".

       01  WS-DetailLine.
           02  DL-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-Average          PIC ZZ9.99.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Letter           PIC X(2).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-Gpa              PIC Z9.99.
           02  DL-GpaBlank REDEFINES DL-Gpa
                                   PIC X(5).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Credits          PIC ZZZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Standing         PIC X(14).

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM ReadStandingParms
           PERFORM ReadRetakePolicy
           PERFORM LoadGradingScale
           OPEN INPUT GradeFile
           IF NOT WS-GradeStatusOk
               DISPLAY "AcademicStanding - GRADES.DAT could not be "
               CLOSE ParmFile
           END-IF.

           COPY RETAKPG.

           COPY GRDSCLPG.

      * One sort record per graded course of a still-active student,
      * carrying the counted attempt's mark and term once all the
      * attempts at the course have been weighed. Withdrawn and
      * graduated students are skipped - the standing run is an
      * early-warning tool, not a history report.
       LoadGrades.
           OPEN INPUT GradeFile
           PERFORM ReadGrade
           IF NOT WS-GradeEOF
               MOVE GR-StudentId  TO WS-LoadStudentId
               MOVE GR-CourseCode TO WS-LoadCourseCode
           END-IF
           PERFORM UNTIL WS-GradeEOF
               IF GR-StudentId NOT = WS-LoadStudentId OR
                  GR-CourseCode NOT = WS-LoadCourseCode
                   PERFORM ReleaseOneGrade
                   MOVE GR-StudentId  TO WS-LoadStudentId
                   MOVE GR-CourseCode TO WS-LoadCourseCode
               END-IF
               PERFORM WeighAttempt
               PERFORM ReadGrade
           END-PERFORM
           PERFORM ReleaseOneGrade
           CLOSE GradeFile.

       ReadGrade.
           END-READ.

       ReleaseOneGrade.
           IF WS-AttemptCount = ZEROS
               MOVE "*SKIP*" TO SR-Surname
           ELSE
               MOVE SPACES TO SR-Surname
           END-IF
           IF WS-StudentFileAvailable AND SR-Surname = SPACES
               MOVE WS-LoadStudentId TO StudentId
               READ StudentFile
                   INVALID KEY
                       MOVE "*NO FILE*" TO SR-Surname
               END-READ
           END-IF
           IF SR-Surname NOT = "*SKIP*"
               MOVE WS-LoadStudentId TO SR-StudentId
               MOVE WS-CountedTerm   TO SR-Term
               MOVE WS-CountedMark   TO SR-Mark
               MOVE 1                TO SR-CreditHours
               MOVE WS-CountedTerm   TO WS-ScaleTerm
               MOVE WS-CountedMark   TO WS-ScaleMark
               PERFORM LookupGrade
               MOVE WS-ScalePoints   TO SR-GradePoints
               MOVE WS-ScaleFoundFlag TO SR-PointsFlag
               IF WS-CourseFileAvailable
                   MOVE WS-LoadCourseCode TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           MOVE ZEROS TO SR-CreditHours
                   END-READ
               END-IF
               RELEASE SortRecord
           END-IF
           MOVE ZEROS TO WS-AttemptCount.

       AverageByTerm.
           RETURN SortWorkFile
                   MOVE SR-Surname   TO WS-PrevSurname
                   MOVE "N" TO WS-FirstRecordFlag
                   MOVE ZEROS TO WS-WeightedSum WS-CreditSum
                                 WS-PointsSum WS-GpaCreditSum
               END-IF
               IF SR-StudentId NOT = WS-PrevStudentId OR
                  SR-Term NOT = WS-PrevTerm
                   MOVE SR-Term      TO WS-PrevTerm
                   MOVE SR-Surname   TO WS-PrevSurname
                   MOVE ZEROS TO WS-WeightedSum WS-CreditSum
                                 WS-PointsSum WS-GpaCreditSum
               END-IF
               COMPUTE WS-WeightedSum = WS-WeightedSum +
                   (SR-Mark * SR-CreditHours)
               ADD SR-CreditHours TO WS-CreditSum
               IF SR-PointsFound
                   COMPUTE WS-PointsSum = WS-PointsSum +
                       (SR-GradePoints * SR-CreditHours)
                   ADD SR-CreditHours TO WS-GpaCreditSum
               END-IF
               RETURN SortWorkFile
                   AT END SET WS-SortEOF TO TRUE
               END-RETURN
                       WS-WeightedSum / WS-CreditSum
                   MOVE WS-CreditSum
                       TO WS-STCredits(WS-StandingCount)
                   MOVE WS-PrevTerm TO WS-ScaleTerm
                   COMPUTE WS-ScaleMark ROUNDED =
                       WS-WeightedSum / WS-CreditSum
                   PERFORM LookupGrade
                   MOVE WS-ScaleLetter
                       TO WS-STLetter(WS-StandingCount)
                   MOVE ZEROS TO WS-STGpa(WS-StandingCount)
                   MOVE "N"   TO WS-STGpaFlag(WS-StandingCount)
                   IF WS-GpaCreditSum > ZEROS
                       COMPUTE WS-STGpa(WS-StandingCount) ROUNDED =
                           WS-PointsSum / WS-GpaCreditSum
                       MOVE "Y" TO WS-STGpaFlag(WS-StandingCount)
                   END-IF
               ELSE
                   IF WS-TableFullWarned = "N"
                       DISPLAY "Warning - more than 500 student/term "
           MOVE WS-STTerm(WS-STIndex)      TO DL-Term
           MOVE WS-STAverage(WS-STIndex)   TO DL-Average
           MOVE WS-STCredits(WS-STIndex)   TO DL-Credits
           MOVE WS-STLetter(WS-STIndex)    TO DL-Letter
           IF WS-STGpaFlag(WS-STIndex) = "Y"
               MOVE WS-STGpa(WS-STIndex)   TO DL-Gpa
           ELSE
               MOVE SPACES                 TO DL-GpaBlank
           END-IF
           EVALUATE TRUE
               WHEN WS-STAverage(WS-STIndex) <= ProbationMark
                   MOVE "PROBATION" TO DL-Standing
           IF DL-Standing = "PROBATION"
               MOVE WS-DetailLine TO ExceptionLine
               WRITE ExceptionLine
               PERFORM QueueProbationNotice
           END-IF.

      * The student is told of the probation - keyed on the term, so
      * a rerun of the same term does not tell them again. Initials
      * come off the master when it is open.
       QueueProbationNotice.
           MOVE "PROBATON"                 TO WS-NotifyEvent
           MOVE WS-STStudentId(WS-STIndex) TO WS-NotifyStudentId
           MOVE WS-STSurname(WS-STIndex)   TO WS-NotifySurname
           MOVE SPACES                     TO WS-NotifyInitials
           IF WS-StudentFileAvailable
               MOVE WS-STStudentId(WS-STIndex) TO StudentId
               READ StudentFile
                   NOT INVALID KEY
                       MOVE Initials TO WS-NotifyInitials
               END-READ
           END-IF
           MOVE WS-STTerm(WS-STIndex)      TO WS-NotifyKey
           MOVE WS-STTerm(WS-STIndex)      TO WS-NotifyDetail1
           MOVE DL-Average                 TO WS-NotifyDetail2
           PERFORM QueueNotification.

           COPY NOTIFYPG.

           COPY BUSDATPG.

       END PROGRAM AcademicStanding.

      *          row, one row per student: StudentId, Surname,
      *          Initials, date of birth as one YYYY-MM-DD column,
      *          CourseCode with the CO-Description looked up from
      *          COURSES.DAT, Gender, and the student's results from
      *          GRADES.DAT - the credit-weighted average mark of the
      *          attempts the RETAKEPARM.DAT policy counts, its letter
      *          grade, and the grade point average, both from the
      *          GRDSCALE.DAT scale in force (blank when the student
      *          has no credit-bearing marks) - so the registrar's
      *          office loads it straight into their tools after each
      *          batch cycle instead of re-keying the printed roster.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS GR-GradeKey
       		              FILE STATUS IS WS-GradeStatus.
           SELECT RetakeParmFile ASSIGN TO "RETAKEPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RetakeParmStatus.
           SELECT GradeScaleFile ASSIGN TO "GRDSCALE.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS GS-ScaleKey
       		              FILE STATUS IS WS-GradeScaleStatus.
           SELECT ExportFile ASSIGN TO "STUDEXP.CSV"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD CourseFile.
           COPY COURSERC.

       FD GradeFile.
           COPY GRADERC.

       FD RetakeParmFile.
           COPY RTKPRMRC.

       FD GradeScaleFile.
           COPY GRDSCLRC.

       FD ExportFile.
       01 ExportLine               PIC X(120).

       01  WS-CourseAvailableFlag  PIC X       VALUE "N".
           88 WS-CourseFileAvailable           VALUE "Y".

       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".
       01  WS-GradeAvailableFlag   PIC X       VALUE "N".
           88 WS-GradeFileAvailable            VALUE "Y".

       01  WS-StudentEOFFlag       PIC X       VALUE "N".
           88 WS-StudentEOF                    VALUE "Y".
       01  WS-GradeEOFFlag         PIC X       VALUE "N".
           88 WS-GradeEOF                      VALUE "Y".

      * Work fields for the shared retake paragraphs (RETAKPG).
       01  WS-RetakeParmStatus     PIC XX      VALUE SPACES.
           88 WS-RetakeParmStatusOk            VALUE "00".
       01  WS-RetakePolicy         PIC X       VALUE "B".
           88 WS-CountBestAttempt              VALUE "B".
           88 WS-CountLatestAttempt            VALUE "L".
       01  WS-AttemptCount         PIC 99      VALUE ZEROS.
       01  WS-CountedMark          PIC 999     VALUE ZEROS.
       01  WS-CountedTerm          PIC X(6)    VALUE SPACES.

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

      * The student's results, gathered one course at a time from
      * GRADES.DAT before the row is written.
       01  WS-ResultCourseCode     PIC X(6)    VALUE SPACES.
       01  WS-LatestTerm           PIC X(6)    VALUE SPACES.
       01  WS-WeightedSum          PIC 9(7)V99 VALUE ZEROS.
       01  WS-CreditSum            PIC 9(5)    VALUE ZEROS.
       01  WS-PointsSum            PIC 9(7)V99 VALUE ZEROS.
       01  WS-GpaCreditSum         PIC 9(5)    VALUE ZEROS.
       01  WS-AverageEdit          PIC ZZ9.99  VALUE ZEROS.
       01  WS-GpaEdit              PIC 9.99    VALUE ZEROS.
       01  WS-AverageX             PIC X(6)    VALUE SPACES.
       01  WS-LetterX              PIC X(2)    VALUE SPACES.
       01  WS-GpaX                 PIC X(4)    VALUE SPACES.

       01  WS-ExportCount          PIC 9(6)    VALUE ZEROS.


       01  WS-HeaderLine           PIC X(120)  VALUE
           "StudentId,Surname,Initials,DateOfBirth,CourseCode,Course
      -    "Description,Gender,AverageMark,Letter,GPA".

       PROCEDURE DIVISION.
       Begin.
               DISPLAY "Warning - COURSES.DAT not available, course "
                       "descriptions will be blank in the extract."
           END-IF
           OPEN INPUT GradeFile
           IF WS-GradeStatusOk
               SET WS-GradeFileAvailable TO TRUE
               PERFORM ReadRetakePolicy
               PERFORM LoadGradingScale
           ELSE
               DISPLAY "Warning - GRADES.DAT not available, result "
                       "columns will be blank in the extract."
           END-IF
           OPEN OUTPUT ExportFile
           WRITE ExportLine FROM WS-HeaderLine
           PERFORM ReadStudent
           IF WS-CourseFileAvailable
               CLOSE CourseFile
           END-IF
           IF WS-GradeFileAvailable
               CLOSE GradeFile
           END-IF
           CLOSE ExportFile
           DISPLAY "RegistrarExport - " WS-ExportCount
                   " student(s) written to STUDEXP.CSV."
           MOVE YOBirth   TO WS-DOBYearX
           MOVE MOBirth   TO WS-DOBMonthX
           MOVE DOBirth   TO WS-DOBDayX
           PERFORM GatherResults
           MOVE SPACES TO ExportLine
           STRING WS-StudentIdX             DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  QUOTE                     DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  FUNCTION TRIM(Gender)     DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AverageX) DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LetterX) DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GpaX)    DELIMITED BY SIZE
               INTO ExportLine
           WRITE ExportLine
           ADD 1 TO WS-ExportCount
           PERFORM ReadStudent.

           COPY RETAKPG.

           COPY GRDSCLPG.

      * Walks the student's grades in course/term order, weighing the
      * attempts at each course, and builds the result columns from
      * the counted attempts - the same credit weighting TranscriptRpt
      * prints. The letter is the one the student's average earns on
      * the scale in force for their latest counted term.
       GatherResults.
           MOVE SPACES TO WS-AverageX WS-LetterX WS-GpaX
           MOVE SPACES TO WS-LatestTerm WS-ResultCourseCode
           MOVE ZEROS  TO WS-WeightedSum WS-CreditSum
                          WS-PointsSum WS-GpaCreditSum WS-AttemptCount
           IF WS-GradeFileAvailable
               MOVE "N"        TO WS-GradeEOFFlag
               MOVE StudentId  TO GR-StudentId
               MOVE LOW-VALUES TO GR-CourseCode GR-Term
               START GradeFile KEY IS >= GR-GradeKey
                   INVALID KEY SET WS-GradeEOF TO TRUE
               END-START
               IF NOT WS-GradeEOF
                   PERFORM ReadStudentGrade
               END-IF
               PERFORM UNTIL WS-GradeEOF
                   IF GR-CourseCode NOT = WS-ResultCourseCode
                       PERFORM CountOneCourse
                       MOVE GR-CourseCode TO WS-ResultCourseCode
                   END-IF
                   PERFORM WeighAttempt
                   PERFORM ReadStudentGrade
               END-PERFORM
               PERFORM CountOneCourse
           END-IF
           IF WS-CreditSum > ZEROS
               COMPUTE WS-AverageEdit ROUNDED =
                   WS-WeightedSum / WS-CreditSum
               MOVE WS-AverageEdit TO WS-AverageX
               MOVE WS-LatestTerm TO WS-ScaleTerm
               COMPUTE WS-ScaleMark ROUNDED =
                   WS-WeightedSum / WS-CreditSum
               PERFORM LookupGrade
               MOVE WS-ScaleLetter TO WS-LetterX
           END-IF
           IF WS-GpaCreditSum > ZEROS
               COMPUTE WS-GpaEdit ROUNDED =
                   WS-PointsSum / WS-GpaCreditSum
               MOVE WS-GpaEdit TO WS-GpaX
           END-IF.

       ReadStudentGrade.
           READ GradeFile NEXT
               AT END SET WS-GradeEOF TO TRUE
           END-READ
           IF NOT WS-GradeEOF AND GR-StudentId NOT = StudentId
               SET WS-GradeEOF TO TRUE
           END-IF.

      * Adds the counted attempt at the course just finished to the
      * student's sums - a course missing from COURSES.DAT carries no
      * weight, as on the transcript.
       CountOneCourse.
           IF WS-AttemptCount > ZEROS AND WS-CourseFileAvailable
               MOVE WS-ResultCourseCode TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-WeightedSum = WS-WeightedSum +
                           (WS-CountedMark * CO-CreditHours)
                       ADD CO-CreditHours TO WS-CreditSum
                       IF WS-CountedTerm > WS-LatestTerm
                           MOVE WS-CountedTerm TO WS-LatestTerm
                       END-IF
                       MOVE WS-CountedTerm TO WS-ScaleTerm
                       MOVE WS-CountedMark TO WS-ScaleMark
                       PERFORM LookupGrade
                       IF WS-ScaleBandFound
                           COMPUTE WS-PointsSum = WS-PointsSum +
                               (WS-ScalePoints * CO-CreditHours)
                           ADD CO-CreditHours TO WS-GpaCreditSum
                       END-IF
               END-READ
           END-IF
           MOVE ZEROS TO WS-AttemptCount.

       END PROGRAM RegistrarExport.

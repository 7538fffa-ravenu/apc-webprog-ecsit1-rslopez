      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Student transcript report - walks GRADES.DAT in its
      *          StudentId/CourseCode/Term key order, control broken
      *          on StudentId, printing one transcript section per
      *          student: their particulars looked up from
      *          STUDENTS.DAT, one line per attempt at each course
      *          with the description and credit hours from
      *          COURSES.DAT, and a credit-weighted average of the
      *          marks at the foot of each section. Where a course
      *          was retaken every attempt is listed, and those the
      *          RETAKEPARM.DAT policy (best or latest attempt) does
      *          not count are marked SUPERSEDED and left out of the
      *          average. Each attempt also carries its letter
      *          grade from the GRDSCALE.DAT scale in force for its
      *          term, and the section foot gives the credit-weighted
      *          grade point average of the counted attempts beside
      *          the percentage average. A course missing from
      *          COURSES.DAT is printed but carries no weight in
      *          either average.
      *          A student with a financial, library or disciplinary
      *          hold active on HOLDS.DAT on the business date keeps
      *          the section head but has "HOLD - WITHHELD" printed in
      *          place of the marks and average.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT ReportFile ASSIGN TO "TRANSCRIPT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS HO-HoldKey
       		              FILE STATUS IS WS-HoldStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT RetakeParmFile ASSIGN TO "RETAKEPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RetakeParmStatus.
           SELECT GradeScaleFile ASSIGN TO "GRDSCALE.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS GS-ScaleKey
       		              FILE STATUS IS WS-GradeScaleStatus.
       DATA DIVISION.

       FILE SECTION.
       FD ReportFile.
       01 ReportLine               PIC X(80).

       FD HoldFile.
           COPY HOLDRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD RetakeParmFile.
           COPY RTKPRMRC.

       FD GradeScaleFile.
           COPY GRDSCLRC.

       WORKING-STORAGE SECTION.
       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".
           88 WS-IsFirstRecord                 VALUE "Y".

       01  WS-PrevStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-PrevCourseCode       PIC X(6)    VALUE SPACES.

      * Work fields for the shared retake paragraphs (RETAKPG).
       01  WS-RetakeParmStatus     PIC XX      VALUE SPACES.
           88 WS-RetakeParmStatusOk            VALUE "00".
       01  WS-RetakePolicy         PIC X       VALUE "B".
           88 WS-CountBestAttempt              VALUE "B".
           88 WS-CountLatestAttempt            VALUE "L".
       01  WS-AttemptCount         PIC 99      VALUE ZEROS.
       01  WS-CountedMark          PIC 999     VALUE ZEROS.
       01  WS-CountedTerm          PIC X(6)    VALUE SPACES.

      * The attempts at the current course, held until the course
      * changes - which attempt counts is only known once all of
      * them have been read.
       01  WS-AttemptTable.
           02  WS-AttemptEntry OCCURS 20 TIMES.
               03  AT-Term         PIC X(6).
               03  AT-Mark         PIC 999.
       01  WS-BufferedCount        PIC 99      VALUE ZEROS.
       01  WS-AttemptIndex         PIC 99      VALUE ZEROS.

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

       01  WS-WeightedSum          PIC 9(7)V99 VALUE ZEROS.
       01  WS-CreditSum            PIC 9(5)    VALUE ZEROS.
       01  WS-PointsSum            PIC 9(7)V99 VALUE ZEROS.
       01  WS-GpaCreditSum         PIC 9(5)    VALUE ZEROS.
       01  WS-CourseLineCount      PIC 999     VALUE ZEROS.
       01  WS-StudentCount         PIC 9(5)    VALUE ZEROS.
       01  WS-WithheldCount        PIC 9(5)    VALUE ZEROS.

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

      * Work fields for the shared CheckStudentHolds test (HOLDCKPG).
       01  WS-HoldStatus           PIC XX      VALUE SPACES.
           88 WS-HoldStatusOk                  VALUE "00".
       01  WS-HoldAvailableFlag    PIC X       VALUE "N".
           88 WS-HoldFileAvailable             VALUE "Y".
       01  WS-HoldStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-HoldScanEOFFlag      PIC X       VALUE "N".
           88 WS-HoldScanEOF                   VALUE "Y".
       01  WS-RegHoldFlag          PIC X       VALUE "N".
           88 WS-RegistrationHold              VALUE "Y".
       01  WS-TranHoldFlag         PIC X       VALUE "N".
           88 WS-TranscriptHold                VALUE "Y".
       01  WS-HoldTypesFound       PIC X(4)    VALUE SPACES.
       01  WS-HoldTypeCount        PIC 9       VALUE ZERO.

       01  WS-HeadingLine1         PIC X(80)   VALUE
           "STUDENT TRANSCRIPT REPORT".
           02  FILLER              PIC X       VALUE SPACE.
           02  SH-Initials         PIC XX.

       01  WS-PolicyLine           PIC X(80)   VALUE SPACES.

       01  WS-ColumnHeading        PIC X(80)   VALUE
           "COURSE DESCRIPTION                    CR MARK  GR  TERM".

       01  WS-DetailLine.
           02  DL-CourseCode       PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Mark             PIC ZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Letter           PIC X(2).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Term             PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-AttemptNote      PIC X(10).

       01  WS-AverageLine.
           02  FILLER              PIC X(33)   VALUE
           02  AV-Credits          PIC ZZZZ9.
           02  FILLER              PIC X(13)   VALUE " CREDIT HOURS".

       01  WS-GpaLine.
           02  FILLER              PIC X(33)   VALUE
               "  GRADE POINT AVERAGE          : ".
           02  GP-Gpa              PIC ZZ9.99.
           02  FILLER              PIC X(6)    VALUE " OVER ".
           02  GP-Credits          PIC ZZZZ9.
           02  FILLER              PIC X(13)   VALUE " CREDIT HOURS".

       01  WS-NoWeightLine         PIC X(80)   VALUE
           "  NO CREDIT-BEARING MARKS - NO AVERAGE REPORTED".

       01  WS-WithheldLine         PIC X(80)   VALUE
           "  HOLD - WITHHELD".

       01  WS-SummaryLine.
           02  FILLER              PIC X(21)   VALUE
               "STUDENTS REPORTED : ".
           02  SU-StudentCount     PIC ZZZZ9.

       01  WS-WithheldSummary.
           02  FILLER              PIC X(21)   VALUE
               "WITHHELD ON HOLD  : ".
           02  SU-WithheldCount    PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM ReadRetakePolicy
           PERFORM LoadGradingScale
           OPEN INPUT GradeFile
           IF NOT WS-GradeStatusOk
               DISPLAY "TranscriptRpt - GRADES.DAT could not be "
                       "descriptions and credit weights will not be "
                       "shown."
           END-IF
           OPEN INPUT HoldFile
           IF WS-HoldStatusOk
               SET WS-HoldFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - HOLDS.DAT not available, no "
                       "transcript will be withheld."
           END-IF
           OPEN OUTPUT ReportFile
           MOVE WS-HeadingLine1 TO ReportLine
           WRITE ReportLine
           IF WS-CountLatestAttempt
               MOVE "RETAKEN COURSES COUNT THE LATEST ATTEMPT"
                   TO WS-PolicyLine
           ELSE
               MOVE "RETAKEN COURSES COUNT THE BEST ATTEMPT"
                   TO WS-PolicyLine
           END-IF
           MOVE WS-PolicyLine TO ReportLine
           WRITE ReportLine
           PERFORM ReadGrade
           PERFORM UNTIL WS-GradeEOF
               IF WS-IsFirstRecord
                   MOVE GR-StudentId  TO WS-PrevStudentId
                   MOVE GR-CourseCode TO WS-PrevCourseCode
                   MOVE "N" TO WS-FirstRecordFlag
                   PERFORM StartStudentSection
               END-IF
               IF GR-StudentId NOT = WS-PrevStudentId
                   PERFORM EndCourseAttempts
                   PERFORM EndStudentSection
                   MOVE GR-StudentId  TO WS-PrevStudentId
                   MOVE GR-CourseCode TO WS-PrevCourseCode
                   PERFORM StartStudentSection
               ELSE
                   IF GR-CourseCode NOT = WS-PrevCourseCode
                       PERFORM EndCourseAttempts
                       MOVE GR-CourseCode TO WS-PrevCourseCode
                   END-IF
               END-IF
               IF NOT WS-TranscriptHold
                   PERFORM HoldOneAttempt
               END-IF
               PERFORM ReadGrade
           END-PERFORM
           IF NOT WS-IsFirstRecord
               PERFORM EndCourseAttempts
               PERFORM EndStudentSection
           END-IF
           MOVE WS-BlankLine TO ReportLine
           MOVE WS-StudentCount TO SU-StudentCount
           MOVE WS-SummaryLine  TO ReportLine
           WRITE ReportLine
           MOVE WS-WithheldCount   TO SU-WithheldCount
           MOVE WS-WithheldSummary TO ReportLine
           WRITE ReportLine
           CLOSE GradeFile
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           IF WS-CourseFileAvailable
               CLOSE CourseFile
           END-IF
           IF WS-HoldFileAvailable
               CLOSE HoldFile
           END-IF
           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY BUSDATPG.

           COPY HOLDCKPG.

           COPY RETAKPG.

           COPY GRDSCLPG.

       ReadGrade.
           READ GradeFile NEXT
               AT END SET WS-GradeEOF TO TRUE
           ADD 1 TO WS-StudentCount
           MOVE ZEROS TO WS-WeightedSum
           MOVE ZEROS TO WS-CreditSum
           MOVE ZEROS TO WS-PointsSum
           MOVE ZEROS TO WS-GpaCreditSum
           MOVE ZEROS TO WS-CourseLineCount
           MOVE ZEROS TO WS-BufferedCount
           MOVE ZEROS TO WS-AttemptCount
           MOVE GR-StudentId TO SH-StudentId
           MOVE SPACES TO SH-Surname SH-Initials
           IF WS-StudentFileAvailable
           WRITE ReportLine
           MOVE WS-StudentHeadLine TO ReportLine
           WRITE ReportLine
           MOVE GR-StudentId TO WS-HoldStudentId
           PERFORM CheckStudentHolds
           IF WS-TranscriptHold
               ADD 1 TO WS-WithheldCount
               MOVE WS-WithheldLine TO ReportLine
           ELSE
               MOVE WS-ColumnHeading TO ReportLine
           END-IF
           WRITE ReportLine.

       HoldOneAttempt.
           PERFORM WeighAttempt
           IF WS-BufferedCount < 20
               ADD 1 TO WS-BufferedCount
               MOVE GR-Term TO AT-Term(WS-BufferedCount)
               MOVE GR-Mark TO AT-Mark(WS-BufferedCount)
           ELSE
               DISPLAY "Warning - more than 20 attempts at "
                       GR-CourseCode " for StudentId " GR-StudentId
                       ", remainder not listed."
           END-IF.

      * Prints every attempt at the course just finished, marking
      * the ones the retake policy does not count, and adds only the
      * counted mark to the student's weighted average, and its
      * grade points to the grade point average.
       EndCourseAttempts.
           IF WS-BufferedCount > ZEROS
               MOVE WS-PrevCourseCode TO DL-CourseCode
               MOVE SPACES            TO DL-Description
               MOVE ZEROS             TO DL-CreditHours
               IF WS-CourseFileAvailable
                   MOVE WS-PrevCourseCode TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           MOVE "** NOT ON COURSE FILE **"
                               TO DL-Description
                       NOT INVALID KEY
                           MOVE CO-Description TO DL-Description
                           MOVE CO-CreditHours TO DL-CreditHours
                           IF WS-AttemptCount > ZEROS
                               COMPUTE WS-WeightedSum =
                                   WS-WeightedSum +
                                   (WS-CountedMark * CO-CreditHours)
                               ADD CO-CreditHours TO WS-CreditSum
                               MOVE WS-CountedTerm TO WS-ScaleTerm
                               MOVE WS-CountedMark TO WS-ScaleMark
                               PERFORM LookupGrade
                               IF WS-ScaleBandFound
                                   COMPUTE WS-PointsSum =
                                       WS-PointsSum +
                                       (WS-ScalePoints *
                                        CO-CreditHours)
                                   ADD CO-CreditHours
                                       TO WS-GpaCreditSum
                               END-IF
                           END-IF
                   END-READ
               END-IF
               PERFORM VARYING WS-AttemptIndex FROM 1 BY 1
                       UNTIL WS-AttemptIndex > WS-BufferedCount
                   PERFORM WriteGradeLine
               END-PERFORM
           END-IF
           MOVE ZEROS TO WS-BufferedCount
           MOVE ZEROS TO WS-AttemptCount.

       WriteGradeLine.
           ADD 1 TO WS-CourseLineCount
           MOVE AT-Mark(WS-AttemptIndex) TO DL-Mark
           MOVE AT-Term(WS-AttemptIndex) TO DL-Term
           MOVE AT-Term(WS-AttemptIndex) TO WS-ScaleTerm
           MOVE AT-Mark(WS-AttemptIndex) TO WS-ScaleMark
           PERFORM LookupGrade
           MOVE WS-ScaleLetter TO DL-Letter
           MOVE SPACES TO DL-AttemptNote
           IF WS-BufferedCount > 1 AND
              (WS-AttemptCount = ZEROS OR
               AT-Term(WS-AttemptIndex) NOT = WS-CountedTerm)
               MOVE "SUPERSEDED" TO DL-AttemptNote
           END-IF
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

       EndStudentSection.
           EVALUATE TRUE
               WHEN WS-TranscriptHold
                   CONTINUE
               WHEN WS-CreditSum > ZEROS
                   COMPUTE AV-Average ROUNDED =
                       WS-WeightedSum / WS-CreditSum
                   MOVE WS-CreditSum TO AV-Credits
                   MOVE WS-AverageLine TO ReportLine
                   WRITE ReportLine
                   IF WS-GpaCreditSum > ZEROS
                       COMPUTE GP-Gpa ROUNDED =
                           WS-PointsSum / WS-GpaCreditSum
                       MOVE WS-GpaCreditSum TO GP-Credits
                       MOVE WS-GpaLine TO ReportLine
                       WRITE ReportLine
                   END-IF
               WHEN OTHER
                   MOVE WS-NoWeightLine TO ReportLine
                   WRITE ReportLine
           END-EVALUATE.

       END PROGRAM TranscriptRpt.

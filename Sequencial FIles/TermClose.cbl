      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Term close and roll-forward for the term named on the
      *          CLOSEPARM.DAT card, once its TERMS.DAT end date has
      *          passed. Every ENROLLMENTS.DAT booking is checked for
      *          a GRADES.DAT mark in the closing term - a student who
      *          withdrew needs none - and any without one are listed
      *          on TERMCLOS.LST and the term is left open. With every
      *          grade in, each booking is moved onto the
      *          ENROLLHIST.DAT enrollment history (with its mark, or
      *          as withdrawn) and taken off ENROLLMENTS.DAT, so the
      *          next term starts with a clean file, and the term is
      *          marked closed on TERMS.DAT - GradeMaint then refuses
      *          further marks against it without a level-3 override.
      *          The term-end statistics per course (enrolled, graded,
      *          passed at the GRADPARM.DAT pass mark, withdrawn) are
      *          printed either way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CloseParmFile ASSIGN TO "CLOSEPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-CloseParmStatus.
           SELECT ParmFile ASSIGN TO "GRADPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT TermFile ASSIGN TO "TERMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS TM-TermCode
       		              FILE STATUS IS WS-TermStatus.
           SELECT EnrollFile ASSIGN TO "ENROLLMENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EN-EnrollKey
       		              FILE STATUS IS WS-EnrollStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS GR-GradeKey
       		              FILE STATUS IS WS-GradeStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT EnrollHistFile ASSIGN TO "ENROLLHIST.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EY-HistKey
       		              FILE STATUS IS WS-EnrollHistStatus.
           SELECT ControlFile ASSIGN TO "CTLCOUNT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CC-FileName
       		              FILE STATUS IS WS-ControlStatus.
           SELECT ReportFile ASSIGN TO "TERMCLOS.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
      * One-record parameter card - the term to close.
       FD CloseParmFile.
       01 CloseParmRecord.
           02  CP-TermCode         PIC X(6).

      * The GraduationRun parameter card - only the pass mark is
      * used here, so a course's passes are counted exactly where the
      * graduation run counts them.
       FD ParmFile.
       01 ParmRecord.
           02  PC-RequiredCredits  PIC 9(5).
           02  PC-PassMark         PIC 999.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD TermFile.
           COPY TERMRC.

       FD EnrollFile.
           COPY ENROLLRC.

       FD GradeFile.
           COPY GRADERC.

       FD StudentFile.
       01 StudentDetails.
           02  StudentId       PIC 99(9).
           02  StudentName.
               03 Surname      PIC X(10).
               03 Initials     PIC XX.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==DateOfBirth==
                                  ==:YEAR:==  BY ==YOBirth==
                                  ==:MONTH:== BY ==MOBirth==
                                  ==:DAY:==   BY ==DOBirth==.
           02  CourseCode      PIC X(6).
           02  Gender          PIC X(6).
           02  EnrollStatus    PIC X.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==StatusDate==
                                  ==:YEAR:==  BY ==StatusYear==
                                  ==:MONTH:== BY ==StatusMonth==
                                  ==:DAY:==   BY ==StatusDay==.

       FD EnrollHistFile.
           COPY ENRHSTRC.

       FD ControlFile.
           COPY CTLCNTRC.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CloseParmStatus      PIC XX      VALUE SPACES.
           88 WS-CloseParmStatusOk             VALUE "00".
       01  WS-CloseParmEOFFlag     PIC X       VALUE "N".
           88 WS-CloseParmEOF                  VALUE "Y".
       01  WS-ParmStatus           PIC XX      VALUE SPACES.
           88 WS-ParmStatusOk                  VALUE "00".
       01  WS-ParmEOFFlag          PIC X       VALUE "N".
           88 WS-ParmEOF                       VALUE "Y".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.
       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-TermStatusOk                  VALUE "00".
       01  WS-EnrollStatus         PIC XX      VALUE SPACES.
           88 WS-EnrollStatusOk                VALUE "00".
       01  WS-EnrollEOFFlag        PIC X       VALUE "N".
           88 WS-EnrollEOF                     VALUE "Y".
       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-EnrollHistStatus     PIC XX      VALUE SPACES.
           88 WS-EnrollHistStatusOk            VALUE "00".
           88 WS-EnrollHistNotFound            VALUE "35".
       01  WS-ControlStatus        PIC XX      VALUE SPACES.
           88 WS-ControlStatusOk               VALUE "00".
           88 WS-ControlNotFound               VALUE "35".
       01  WS-ControlFileName      PIC X(16)   VALUE SPACES.
       01  WS-ControlCount         PIC 9(7)    VALUE ZEROS.

       01  PassMark                PIC 999     VALUE 40.
       01  WS-CloseTerm            PIC X(6)    VALUE SPACES.

      * How one booking ended - W for a student who withdrew, G with
      * the mark for one graded in the closing term, N for neither.
       01  WS-Outcome              PIC X       VALUE SPACE.
           88 WS-OutcomeWithdrawn              VALUE "W".
           88 WS-OutcomeGraded                 VALUE "G".
           88 WS-OutcomeMissing                VALUE "N".
       01  WS-OutcomeMark          PIC 999     VALUE ZEROS.
       01  WS-OutcomeSurname       PIC X(10)   VALUE SPACES.

      * Term-end counts per course, in course-code order once sorted.
       01  WS-CourseStatsTable.
           02  WS-CourseStatsEntry OCCURS 300 TIMES.
               03  WS-CSCourseCode     PIC X(6).
               03  WS-CSEnrolled       PIC 9(5).
               03  WS-CSGraded         PIC 9(5).
               03  WS-CSPassed         PIC 9(5).
               03  WS-CSWithdrawn      PIC 9(5).
               03  WS-CSMissing        PIC 9(5).
       01  WS-CSCount              PIC 999     VALUE ZEROS.
       01  WS-CSIndex              PIC 999     VALUE ZEROS.
       01  WS-CSIndex2             PIC 999     VALUE ZEROS.
       01  WS-SwapEntry            PIC X(31)   VALUE SPACES.
       01  WS-CourseFoundFlag      PIC X       VALUE "N".
           88 WS-CourseFound                   VALUE "Y".
       01  WS-TableFullWarned      PIC X       VALUE "N".

       01  WS-EnrolledCount        PIC 9(6)    VALUE ZEROS.
       01  WS-GradedCount          PIC 9(6)    VALUE ZEROS.
       01  WS-PassedCount          PIC 9(6)    VALUE ZEROS.
       01  WS-WithdrawnCount       PIC 9(6)    VALUE ZEROS.
       01  WS-MissingCount         PIC 9(6)    VALUE ZEROS.
       01  WS-MovedCount           PIC 9(6)    VALUE ZEROS.
       01  WS-LeftCount            PIC 9(6)    VALUE ZEROS.

       01  WS-HeadingLine.
           02  FILLER              PIC X(13)   VALUE "TERM CLOSE - ".
           02  HL-TermCode         PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  HL-Description      PIC X(30).
           02  FILLER              PIC X(14)   VALUE "  PASS MARK : ".
           02  HL-PassMark         PIC ZZ9.

       01  WS-MissingHeading       PIC X(100)  VALUE
           "ENROLLMENTS WITH NO GRADE FOR THE TERM".

       01  WS-MissingColumns       PIC X(100)  VALUE
           "STUDENT     SURNAME     COURSE  SEC".

       01  WS-MissingLine.
           02  MG-StudentId        PIC 99(9).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  MG-Surname          PIC X(10).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  MG-CourseCode       PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  MG-SectionNo        PIC 99.

       01  WS-StatsHeading         PIC X(100)  VALUE
           "TERM-END STATISTICS BY COURSE".

       01  WS-StatsColumns         PIC X(100)  VALUE
           "COURSE ENROLLED   GRADED   PASSED WITHDRAWN NO GRADE".

       01  WS-StatsLine.
           02  ST-CourseCode       PIC X(6).
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  ST-Enrolled         PIC ZZZZ9.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  ST-Graded           PIC ZZZZ9.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  ST-Passed           PIC ZZZZ9.
           02  FILLER              PIC X(5)    VALUE SPACES.
           02  ST-Withdrawn        PIC ZZZZ9.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  ST-Missing          PIC ZZZZ9.

       01  WS-SummaryLine1.
           02  FILLER              PIC X(28)   VALUE
               "ENROLLMENTS ON FILE      : ".
           02  SU-Enrolled         PIC ZZZZZ9.
       01  WS-SummaryLine2.
           02  FILLER              PIC X(28)   VALUE
               "GRADED IN THE TERM       : ".
           02  SU-Graded           PIC ZZZZZ9.
       01  WS-SummaryLine3.
           02  FILLER              PIC X(28)   VALUE
               "WITHDRAWN                : ".
           02  SU-Withdrawn        PIC ZZZZZ9.
       01  WS-SummaryLine4.
           02  FILLER              PIC X(28)   VALUE
               "WITH NO GRADE            : ".
           02  SU-Missing          PIC ZZZZZ9.
       01  WS-SummaryLine5.
           02  FILLER              PIC X(28)   VALUE
               "MOVED TO ENROLLHIST.DAT  : ".
           02  SU-Moved            PIC ZZZZZ9.
       01  WS-SummaryLine6.
           02  FILLER              PIC X(28)   VALUE
               "LEFT ON ENROLLMENTS.DAT  : ".
           02  SU-Left             PIC ZZZZZ9.

       01  WS-ClosedLine.
           02  FILLER              PIC X(15)   VALUE "TERM CLOSED ON ".
           02  CL-ClosedDate       PIC 9(8).

       01  WS-NotClosedLine        PIC X(100)  VALUE
           "TERM NOT CLOSED - GRADES OUTSTANDING, NOTHING MOVED".

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           OPEN INPUT CloseParmFile
           IF WS-CloseParmStatusOk
               READ CloseParmFile
                   AT END SET WS-CloseParmEOF TO TRUE
               END-READ
               IF NOT WS-CloseParmEOF
                   MOVE CP-TermCode TO WS-CloseTerm
               END-IF
               CLOSE CloseParmFile
           END-IF
           IF WS-CloseTerm = SPACES
               DISPLAY "TermClose - no term named on CLOSEPARM.DAT - "
                       "run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O TermFile
           IF NOT WS-TermStatusOk
               DISPLAY "TermClose - TERMS.DAT could not be opened, "
                       "status " WS-TermStatus " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CloseTerm TO TM-TermCode
           READ TermFile
               INVALID KEY
                   DISPLAY "TermClose - term " WS-CloseTerm
                           " is not on TERMS.DAT - run aborted."
                   CLOSE TermFile
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ
           IF TM-TermClosed
               DISPLAY "TermClose - term " WS-CloseTerm " was already "
                       "closed on " TM-ClosedDate " - nothing done."
               CLOSE TermFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BusinessDate < TM-EndDate
               DISPLAY "TermClose - term " WS-CloseTerm " does not "
                       "end until " TM-EndDate " - nothing done."
               CLOSE TermFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ReadGradParms
           OPEN INPUT GradeFile
           IF NOT WS-GradeStatusOk
               DISPLAY "TermClose - GRADES.DAT could not be opened, "
                       "status " WS-GradeStatus " - run aborted."
               CLOSE TermFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT StudentFile
           IF NOT WS-StudentStatusOk
               DISPLAY "TermClose - STUDENTS.DAT could not be opened, "
                       "status " WS-StudentStatus " - run aborted."
               CLOSE TermFile
               CLOSE GradeFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O EnrollFile
           IF NOT WS-EnrollStatusOk
               DISPLAY "TermClose - ENROLLMENTS.DAT could not be "
                       "opened, status " WS-EnrollStatus
                       " - run aborted."
               CLOSE TermFile
               CLOSE GradeFile
               CLOSE StudentFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ReportFile
           MOVE WS-CloseTerm   TO HL-TermCode
           MOVE TM-Description TO HL-Description
           MOVE PassMark       TO HL-PassMark
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           PERFORM CheckTermGrades
           IF WS-MissingCount = ZEROS
               PERFORM OpenEnrollHist
      * The term is marked closed before any booking moves, so a
      * failed rewrite leaves it open with its enrollments intact.
               IF WS-EnrollHistStatusOk
                   MOVE "C"             TO TM-TermStatus
                   MOVE WS-BusinessDate TO TM-ClosedDate
                   REWRITE TermRecord
                       INVALID KEY
                           DISPLAY "TermClose - TERMS.DAT rewrite of "
                                   WS-CloseTerm " failed - term left "
                                   "open, no enrollment moved."
                           MOVE "O" TO TM-TermStatus
                   END-REWRITE
                   IF TM-TermClosed
                       PERFORM MoveToHistory
                   ELSE
                       MOVE WS-EnrolledCount TO WS-LeftCount
                   END-IF
                   CLOSE EnrollHistFile
               ELSE
                   DISPLAY "TermClose - ENROLLHIST.DAT could not be "
                           "opened, status " WS-EnrollHistStatus
                           " - term left open."
                   MOVE WS-EnrolledCount TO WS-LeftCount
               END-IF
           ELSE
               MOVE WS-EnrolledCount TO WS-LeftCount
           END-IF
           PERFORM PrintStatistics
           PERFORM WriteSummary
           CLOSE TermFile
           CLOSE GradeFile
           CLOSE StudentFile
           CLOSE EnrollFile
           CLOSE ReportFile
           EVALUATE TRUE
               WHEN WS-MissingCount > ZEROS
                   DISPLAY "TermClose - " WS-MissingCount
                           " enrollment(s) without a grade for "
                           WS-CloseTerm ", term not closed - see "
                           "TERMCLOS.LST."
                   MOVE 8 TO RETURN-CODE
               WHEN NOT TM-TermClosed
                   MOVE 12 TO RETURN-CODE
               WHEN WS-LeftCount > ZEROS
                   PERFORM RecordEnrollCount
                   DISPLAY "TermClose - term " WS-CloseTerm
                           " closed, " WS-LeftCount " enrollment(s) "
                           "could not be moved - see TERMCLOS.LST."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM RecordEnrollCount
                   DISPLAY "TermClose - term " WS-CloseTerm
                           " closed, " WS-MovedCount " enrollment(s) "
                           "moved to ENROLLHIST.DAT."
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * The pass mark comes off GraduationRun's own parameter card,
      * when GRADPARM.DAT is present.
       ReadGradParms.
           OPEN INPUT ParmFile
           IF WS-ParmStatusOk
               READ ParmFile
                   AT END SET WS-ParmEOF TO TRUE
               END-READ
               IF NOT WS-ParmEOF
                   IF PC-PassMark NUMERIC AND PC-PassMark > ZEROS
                       MOVE PC-PassMark TO PassMark
                   END-IF
               END-IF
               CLOSE ParmFile
           END-IF.

           COPY BUSDATPG.

       OpenEnrollHist.
           OPEN I-O EnrollHistFile
           IF WS-EnrollHistNotFound
               OPEN OUTPUT EnrollHistFile
               CLOSE EnrollHistFile
               OPEN I-O EnrollHistFile
           END-IF.

      * First pass - every booking is classified and counted against
      * its course; any with no grade is listed. Nothing is changed.
       CheckTermGrades.
           PERFORM StartEnrollScan
           PERFORM UNTIL WS-EnrollEOF
               READ EnrollFile NEXT
                   AT END
                       SET WS-EnrollEOF TO TRUE
                   NOT AT END
                       PERFORM ClassifyEnrollment
                       PERFORM CountEnrollment
               END-READ
           END-PERFORM.

       StartEnrollScan.
           MOVE "N"        TO WS-EnrollEOFFlag
           MOVE ZEROS      TO EN-StudentId
           MOVE LOW-VALUES TO EN-CourseCode
           START EnrollFile KEY NOT < EN-EnrollKey
               INVALID KEY SET WS-EnrollEOF TO TRUE
           END-START.

      * A student who withdrew needs no mark; anyone else needs one
      * recorded against the closing term itself - a mark from an
      * earlier attempt at the course does not close this one.
       ClassifyEnrollment.
           MOVE ZEROS  TO WS-OutcomeMark
           MOVE SPACES TO WS-OutcomeSurname
           SET WS-OutcomeMissing TO TRUE
           MOVE EN-StudentId TO StudentId
           READ StudentFile
               INVALID KEY
                   MOVE SPACES TO EnrollStatus
                   MOVE "*UNKNOWN*" TO WS-OutcomeSurname
               NOT INVALID KEY
                   MOVE Surname TO WS-OutcomeSurname
           END-READ
           IF EnrollStatus = "W"
               SET WS-OutcomeWithdrawn TO TRUE
           ELSE
               MOVE EN-StudentId  TO GR-StudentId
               MOVE EN-CourseCode TO GR-CourseCode
               MOVE WS-CloseTerm  TO GR-Term
               READ GradeFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-OutcomeGraded TO TRUE
                       MOVE GR-Mark TO WS-OutcomeMark
               END-READ
           END-IF.

       CountEnrollment.
           ADD 1 TO WS-EnrolledCount
           PERFORM FindCourseStats
           IF WS-CourseFound
               ADD 1 TO WS-CSEnrolled(WS-CSIndex)
           END-IF
           EVALUATE TRUE
               WHEN WS-OutcomeWithdrawn
                   ADD 1 TO WS-WithdrawnCount
                   IF WS-CourseFound
                       ADD 1 TO WS-CSWithdrawn(WS-CSIndex)
                   END-IF
               WHEN WS-OutcomeGraded
                   ADD 1 TO WS-GradedCount
                   IF WS-CourseFound
                       ADD 1 TO WS-CSGraded(WS-CSIndex)
                   END-IF
                   IF WS-OutcomeMark NOT < PassMark
                       ADD 1 TO WS-PassedCount
                       IF WS-CourseFound
                           ADD 1 TO WS-CSPassed(WS-CSIndex)
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM ListMissingGrade
                   IF WS-CourseFound
                       ADD 1 TO WS-CSMissing(WS-CSIndex)
                   END-IF
           END-EVALUATE.

       ListMissingGrade.
           IF WS-MissingCount = ZEROS
               MOVE WS-BlankLine TO ReportLine
               WRITE ReportLine
               MOVE WS-MissingHeading TO ReportLine
               WRITE ReportLine
               MOVE WS-MissingColumns TO ReportLine
               WRITE ReportLine
           END-IF
           ADD 1 TO WS-MissingCount
           MOVE EN-StudentId      TO MG-StudentId
           MOVE WS-OutcomeSurname TO MG-Surname
           MOVE EN-CourseCode     TO MG-CourseCode
           MOVE EN-SectionNo      TO MG-SectionNo
           MOVE WS-MissingLine TO ReportLine
           WRITE ReportLine.

       FindCourseStats.
           MOVE "N" TO WS-CourseFoundFlag
           PERFORM VARYING WS-CSIndex FROM 1 BY 1
                   UNTIL WS-CSIndex > WS-CSCount OR WS-CourseFound
               IF WS-CSCourseCode(WS-CSIndex) = EN-CourseCode
                   SET WS-CourseFound TO TRUE
               END-IF
           END-PERFORM
           IF WS-CourseFound
               SUBTRACT 1 FROM WS-CSIndex
           ELSE
               IF WS-CSCount < 300
                   ADD 1 TO WS-CSCount
                   MOVE WS-CSCount TO WS-CSIndex
                   MOVE EN-CourseCode TO WS-CSCourseCode(WS-CSIndex)
                   MOVE ZEROS TO WS-CSEnrolled(WS-CSIndex)
                                 WS-CSGraded(WS-CSIndex)
                                 WS-CSPassed(WS-CSIndex)
                                 WS-CSWithdrawn(WS-CSIndex)
                                 WS-CSMissing(WS-CSIndex)
                   SET WS-CourseFound TO TRUE
               ELSE
                   IF WS-TableFullWarned = "N"
                       DISPLAY "Warning - more than 300 courses, "
                               "remainder not in the statistics."
                       MOVE "Y" TO WS-TableFullWarned
                   END-IF
               END-IF
           END-IF.

      * Second pass, with every grade in - each booking is written to
      * the history before it is deleted, so a failure part way
      * leaves nothing lost: a booking whose history record cannot be
      * written stays on ENROLLMENTS.DAT.
       MoveToHistory.
           PERFORM StartEnrollScan
           PERFORM UNTIL WS-EnrollEOF
               READ EnrollFile NEXT
                   AT END
                       SET WS-EnrollEOF TO TRUE
                   NOT AT END
                       PERFORM ClassifyEnrollment
                       PERFORM MoveOneEnrollment
               END-READ
           END-PERFORM.

       MoveOneEnrollment.
           MOVE SPACES          TO EnrollHistRecord
           MOVE WS-CloseTerm    TO EY-TermCode
           MOVE EN-StudentId    TO EY-StudentId
           MOVE EN-CourseCode   TO EY-CourseCode
           MOVE EN-SectionNo    TO EY-SectionNo
           MOVE WS-Outcome      TO EY-Outcome
           MOVE WS-OutcomeMark  TO EY-Mark
           MOVE WS-BusinessDate TO EY-ClosedDate
           WRITE EnrollHistRecord
               INVALID KEY
                   DISPLAY "Warning - history for " EN-StudentId " "
                           EN-CourseCode " already on ENROLLHIST.DAT, "
                           "booking kept."
                   ADD 1 TO WS-LeftCount
               NOT INVALID KEY
                   DELETE EnrollFile
                       INVALID KEY
                           DISPLAY "Warning - delete of booking "
                                   EN-StudentId " " EN-CourseCode
                                   " failed."
                           ADD 1 TO WS-LeftCount
                       NOT INVALID KEY
                           ADD 1 TO WS-MovedCount
                   END-DELETE
           END-WRITE.

      * A straight exchange pass into course-code order, then one
      * line per course and a total.
       PrintStatistics.
           PERFORM VARYING WS-CSIndex FROM 1 BY 1
                   UNTIL WS-CSIndex >= WS-CSCount
               PERFORM VARYING WS-CSIndex2 FROM 1 BY 1
                       UNTIL WS-CSIndex2 >= WS-CSCount
                   IF WS-CSCourseCode(WS-CSIndex2) >
                      WS-CSCourseCode(WS-CSIndex2 + 1)
                       MOVE WS-CourseStatsEntry(WS-CSIndex2)
                           TO WS-SwapEntry
                       MOVE WS-CourseStatsEntry(WS-CSIndex2 + 1)
                           TO WS-CourseStatsEntry(WS-CSIndex2)
                       MOVE WS-SwapEntry
                           TO WS-CourseStatsEntry(WS-CSIndex2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-StatsHeading TO ReportLine
           WRITE ReportLine
           MOVE WS-StatsColumns TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-CSIndex FROM 1 BY 1
                   UNTIL WS-CSIndex > WS-CSCount
               MOVE WS-CSCourseCode(WS-CSIndex) TO ST-CourseCode
               MOVE WS-CSEnrolled(WS-CSIndex)   TO ST-Enrolled
               MOVE WS-CSGraded(WS-CSIndex)     TO ST-Graded
               MOVE WS-CSPassed(WS-CSIndex)     TO ST-Passed
               MOVE WS-CSWithdrawn(WS-CSIndex)  TO ST-Withdrawn
               MOVE WS-CSMissing(WS-CSIndex)    TO ST-Missing
               MOVE WS-StatsLine TO ReportLine
               WRITE ReportLine
           END-PERFORM
           MOVE "TOTAL"           TO ST-CourseCode
           MOVE WS-EnrolledCount  TO ST-Enrolled
           MOVE WS-GradedCount    TO ST-Graded
           MOVE WS-PassedCount    TO ST-Passed
           MOVE WS-WithdrawnCount TO ST-Withdrawn
           MOVE WS-MissingCount   TO ST-Missing
           MOVE WS-StatsLine TO ReportLine
           WRITE ReportLine.

       WriteSummary.
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-EnrolledCount TO SU-Enrolled
           MOVE WS-SummaryLine1 TO ReportLine
           WRITE ReportLine
           MOVE WS-GradedCount TO SU-Graded
           MOVE WS-SummaryLine2 TO ReportLine
           WRITE ReportLine
           MOVE WS-WithdrawnCount TO SU-Withdrawn
           MOVE WS-SummaryLine3 TO ReportLine
           WRITE ReportLine
           MOVE WS-MissingCount TO SU-Missing
           MOVE WS-SummaryLine4 TO ReportLine
           WRITE ReportLine
           MOVE WS-MovedCount TO SU-Moved
           MOVE WS-SummaryLine5 TO ReportLine
           WRITE ReportLine
           MOVE WS-LeftCount TO SU-Left
           MOVE WS-SummaryLine6 TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           IF TM-TermClosed
               MOVE TM-ClosedDate TO CL-ClosedDate
               MOVE WS-ClosedLine TO ReportLine
           ELSE
               MOVE WS-NotClosedLine TO ReportLine
           END-IF
           WRITE ReportLine.

      * ENROLLMENTS.DAT now holds only the bookings that could not be
      * moved - what tomorrow's HealthCheck step compares against.
       RecordEnrollCount.
           MOVE WS-LeftCount TO WS-ControlCount
           MOVE "ENROLLMENTS.DAT" TO WS-ControlFileName
           PERFORM UpdateControlCount.

           COPY CTLCNTPG.

       END PROGRAM TermClose.

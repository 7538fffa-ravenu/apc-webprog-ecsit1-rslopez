      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Degree audit report - for every student with a
      *          programme on STUDPROG.DAT (withdrawn students
      *          skipped), weighs their GRADES.DAT attempts course by
      *          course under the RETAKEPARM.DAT policy and audits the
      *          counted marks against the programme's CURRIC.DAT
      *          curriculum through the shared DEGAUDPG paragraphs -
      *          the same audit GraduationRun graduates on. DEGAUDIT.LST
      *          shows per student each compulsory and elective course
      *          as COMPLETED (passed at the GRADPARM.DAT pass mark),
      *          IN PROGRESS (on ENROLLMENTS.DAT) or OUTSTANDING, each
      *          elective pool's completed and in-progress credits
      *          against its minimum, the credits passed against the
      *          programme total, and whether the curriculum is
      *          complete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DegreeAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudProgFile ASSIGN TO "STUDPROG.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS SP-StudentId
       		              FILE STATUS IS WS-StudProgStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS GR-GradeKey
       		              FILE STATUS IS WS-GradeStatus.
           SELECT CourseFile ASSIGN TO "COURSES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT ProgrammeFile ASSIGN TO "PROGRAMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS PG-ProgrammeCode
       		              FILE STATUS IS WS-ProgrammeStatus.
           SELECT CurriculumFile ASSIGN TO "CURRIC.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CV-CurricKey
       		              FILE STATUS IS WS-CurricStatus.
           SELECT EnrollFile ASSIGN TO "ENROLLMENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS EN-EnrollKey
       		              FILE STATUS IS WS-EnrollStatus.
           SELECT ParmFile ASSIGN TO "GRADPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmStatus.
           SELECT RetakeParmFile ASSIGN TO "RETAKEPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RetakeParmStatus.
           SELECT ReportFile ASSIGN TO "DEGAUDIT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
       FD StudProgFile.
           COPY STPROGRC.

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

       FD GradeFile.
           COPY GRADERC.

       FD CourseFile.
           COPY COURSERC.

       FD ProgrammeFile.
           COPY PROGRC.

       FD CurriculumFile.
           COPY CURRICRC.

       FD EnrollFile.
           COPY ENROLLRC.

      * The GraduationRun parameter card - only the pass mark is
      * used here, so the audit passes a course exactly where the
      * graduation run does.
       FD ParmFile.
       01 ParmRecord.
           02  PC-RequiredCredits  PIC 9(5).
           02  PC-PassMark         PIC 999.

       FD RetakeParmFile.
           COPY RTKPRMRC.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-StudProgStatus       PIC XX      VALUE SPACES.
           88 WS-StudProgStatusOk              VALUE "00".
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-StudentFileAvailableFlag PIC X   VALUE "N".
           88 WS-StudentFileAvailable          VALUE "Y".
       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".
       01  WS-GradeAvailableFlag   PIC X       VALUE "N".
           88 WS-GradeFileAvailable            VALUE "Y".
       01  WS-CourseFileStatus     PIC XX      VALUE SPACES.
           88 WS-CourseStatusOk                VALUE "00".
       01  WS-ParmStatus           PIC XX      VALUE SPACES.
           88 WS-ParmStatusOk                  VALUE "00".

       01  WS-StudProgEOFFlag      PIC X       VALUE "N".
           88 WS-StudProgEOF                   VALUE "Y".
       01  WS-GradeEOFFlag         PIC X       VALUE "N".
           88 WS-GradeEOF                      VALUE "Y".
       01  WS-ParmEOFFlag          PIC X       VALUE "N".
           88 WS-ParmEOF                       VALUE "Y".

      * Work fields for the shared retake paragraphs (RETAKPG).
       01  WS-RetakeParmStatus     PIC XX      VALUE SPACES.
           88 WS-RetakeParmStatusOk            VALUE "00".
       01  WS-RetakePolicy         PIC X       VALUE "B".
           88 WS-CountBestAttempt              VALUE "B".
           88 WS-CountLatestAttempt            VALUE "L".
       01  WS-AttemptCount         PIC 99      VALUE ZEROS.
       01  WS-CountedMark          PIC 999     VALUE ZEROS.
       01  WS-CountedTerm          PIC X(6)    VALUE SPACES.

      * Work fields for the shared degree-audit paragraphs
      * (DEGAUDPG).
       01  WS-ProgrammeStatus      PIC XX      VALUE SPACES.
           88 WS-ProgrammeStatusOk             VALUE "00".
       01  WS-CurricStatus         PIC XX      VALUE SPACES.
           88 WS-CurricStatusOk                VALUE "00".
       01  WS-EnrollStatus         PIC XX      VALUE SPACES.
           88 WS-EnrollStatusOk                VALUE "00".
       01  WS-ProgAvailableFlag    PIC X       VALUE "N".
           88 WS-ProgFileAvailable             VALUE "Y".
       01  WS-CurricAvailableFlag  PIC X       VALUE "N".
           88 WS-CurricFileAvailable           VALUE "Y".
       01  WS-EnrollAvailableFlag  PIC X       VALUE "N".
           88 WS-EnrollFileAvailable           VALUE "Y".
       01  WS-CourseAvailableFlag  PIC X       VALUE "N".
           88 WS-CourseFileAvailable           VALUE "Y".
       01  WS-CurricEOFFlag        PIC X       VALUE "N".
           88 WS-CurricEOF                     VALUE "Y".
       01  WS-AuditStudentId       PIC 99(9)   VALUE ZEROS.
       01  WS-AuditProgramme       PIC X(6)    VALUE SPACES.
       01  WS-AuditCourse          PIC X(6)    VALUE SPACES.
       01  WS-TakenTable.
           02  WS-TakenCount       PIC 999     VALUE ZEROS.
           02  WS-TakenEntry OCCURS 100 TIMES.
               03  AU-TakenCourse  PIC X(6).
               03  AU-TakenMark    PIC 999.
       01  WS-TakenIdx             PIC 999     VALUE ZEROS.
       01  WS-AuditTable.
           02  WS-AuditLineCount   PIC 999     VALUE ZEROS.
           02  WS-AuditLine OCCURS 100 TIMES.
               03  AU-PoolCode     PIC X(4).
               03  AU-CourseCode   PIC X(6).
               03  AU-LineType     PIC X.
               03  AU-Title        PIC X(30).
               03  AU-MinCredits   PIC 999.
               03  AU-Credits      PIC 99.
               03  AU-TakenFlag    PIC X.
               03  AU-Mark         PIC 999.
               03  AU-Status       PIC X(11).
               03  AU-PoolEarned   PIC 999.
               03  AU-PoolInProg   PIC 999.
       01  WS-AuditIdx             PIC 999     VALUE ZEROS.
       01  WS-AuditIdx2            PIC 999     VALUE ZEROS.
       01  WS-AuditProgFlag        PIC X       VALUE "N".
           88 WS-AuditProgFound                VALUE "Y".
       01  WS-AuditCompleteFlag    PIC X       VALUE "N".
           88 WS-CurriculumComplete            VALUE "Y".
       01  WS-AuditPassedCredits   PIC 9(5)    VALUE ZEROS.
       01  WS-AuditRequired        PIC 999     VALUE ZEROS.
       01  WS-AuditOpenCount       PIC 999     VALUE ZEROS.
       01  WS-AuditShortPools      PIC 99      VALUE ZEROS.

       01  PassMark                PIC 999     VALUE 40.

       01  WS-PrevCourseCode       PIC X(6)    VALUE SPACES.
       01  WS-AuditedCount         PIC 9(5)    VALUE ZEROS.
       01  WS-CompleteCount        PIC 9(5)    VALUE ZEROS.
       01  WS-WithdrawnCount       PIC 9(5)    VALUE ZEROS.

       01  WS-HeadingLine.
           02  FILLER              PIC X(26)   VALUE
               "DEGREE AUDIT - PASS MARK :".
           02  HL-PassMark         PIC ZZ9.
           02  FILLER              PIC X(11)   VALUE "  RETAKES :".
           02  HL-RetakePolicy     PIC X(6).

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       01  WS-StudentHeadLine.
           02  FILLER              PIC X(10)   VALUE "STUDENT : ".
           02  SH-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  SH-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  SH-Initials         PIC XX.
           02  FILLER              PIC X(14)   VALUE
               "  PROGRAMME : ".
           02  SH-Programme        PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  SH-Title            PIC X(30).

       01  WS-NoProgrammeLine      PIC X(100)  VALUE
           "  PROGRAMME NOT ON PROGRAMS.DAT - NOT AUDITED".

       01  WS-NoCurriculumLine     PIC X(100)  VALUE
           "  NO CURRICULUM ON CURRIC.DAT FOR THIS PROGRAMME".

       01  WS-ColumnHeading        PIC X(100)  VALUE
           "  POOL COURSE DESCRIPTION                    CR REQUIREMENT 
      -    "MARK  STATUS".

       01  WS-CourseLine.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  CL-PoolCode         PIC X(4).
           02  FILLER              PIC X       VALUE SPACE.
           02  CL-CourseCode       PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  CL-Title            PIC X(30).
           02  FILLER              PIC X       VALUE SPACE.
           02  CL-Credits          PIC Z9.
           02  FILLER              PIC X       VALUE SPACE.
           02  CL-Requirement      PIC X(11).
           02  FILLER              PIC X       VALUE SPACE.
           02  CL-Mark             PIC ZZ9.
           02  CL-MarkBlank REDEFINES CL-Mark
                                   PIC X(3).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  CL-Status           PIC X(11).

       01  WS-PoolLine.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  PL-PoolCode         PIC X(4).
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Title            PIC X(30).
           02  FILLER              PIC X(6)    VALUE " NEED ".
           02  PL-MinCredits       PIC ZZ9.
           02  FILLER              PIC X(7)    VALUE "  DONE ".
           02  PL-Earned           PIC ZZ9.
           02  FILLER              PIC X(14)   VALUE
               "  IN PROGRESS ".
           02  PL-InProg           PIC ZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  PL-Status           PIC X(11).

       01  WS-TotalLine.
           02  FILLER              PIC X(19)   VALUE
               "  CREDITS PASSED : ".
           02  TL-Passed           PIC ZZZZ9.
           02  FILLER              PIC X(4)    VALUE " OF ".
           02  TL-Required         PIC ZZ9.
           02  FILLER              PIC X(27)   VALUE
               "   COMPULSORY OUTSTANDING :".
           02  TL-Open             PIC ZZ9.
           02  FILLER              PIC X(17)   VALUE
               "   POOLS SHORT : ".
           02  TL-Short            PIC Z9.

       01  WS-ResultLine           PIC X(100)  VALUE SPACES.

       01  WS-SummaryLine1.
           02  FILLER              PIC X(22)   VALUE
               "STUDENTS AUDITED    : ".
           02  SU-Audited          PIC ZZZZ9.
       01  WS-SummaryLine2.
           02  FILLER              PIC X(22)   VALUE
               "CURRICULUM COMPLETE : ".
           02  SU-Complete         PIC ZZZZ9.
       01  WS-SummaryLine3.
           02  FILLER              PIC X(22)   VALUE
               "WITHDRAWN - SKIPPED : ".
           02  SU-Withdrawn        PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadGradParms
           PERFORM ReadRetakePolicy
           OPEN INPUT StudProgFile
           IF NOT WS-StudProgStatusOk
               DISPLAY "DegreeAudit - STUDPROG.DAT could not be "
                       "opened, status " WS-StudProgStatus
                       " - no student has a programme to audit."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT StudentFile
           IF WS-StudentStatusOk
               SET WS-StudentFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDENTS.DAT not available, "
                       "student names will not be shown."
           END-IF
           OPEN INPUT GradeFile
           IF WS-GradeStatusOk
               SET WS-GradeFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - GRADES.DAT not available, no "
                       "course will show as completed."
           END-IF
           OPEN INPUT CourseFile
           IF WS-CourseStatusOk
               SET WS-CourseFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - COURSES.DAT not available, no "
                       "credits can be counted."
           END-IF
           OPEN INPUT ProgrammeFile
           IF WS-ProgrammeStatusOk
               SET WS-ProgFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - PROGRAMS.DAT not available, no "
                       "curriculum can be audited."
           END-IF
           OPEN INPUT CurriculumFile
           IF WS-CurricStatusOk
               SET WS-CurricFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - CURRIC.DAT not available, no "
                       "curriculum can be audited."
           END-IF
           OPEN INPUT EnrollFile
           IF WS-EnrollStatusOk
               SET WS-EnrollFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - ENROLLMENTS.DAT not available, no "
                       "course will show as in progress."
           END-IF
           OPEN OUTPUT ReportFile
           MOVE PassMark TO HL-PassMark
           IF WS-CountLatestAttempt
               MOVE "LATEST" TO HL-RetakePolicy
           ELSE
               MOVE "BEST"   TO HL-RetakePolicy
           END-IF
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           PERFORM ReadStudProg
           PERFORM UNTIL WS-StudProgEOF
               PERFORM AuditOneStudent
               PERFORM ReadStudProg
           END-PERFORM
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-AuditedCount TO SU-Audited
           MOVE WS-SummaryLine1 TO ReportLine
           WRITE ReportLine
           MOVE WS-CompleteCount TO SU-Complete
           MOVE WS-SummaryLine2 TO ReportLine
           WRITE ReportLine
           MOVE WS-WithdrawnCount TO SU-Withdrawn
           MOVE WS-SummaryLine3 TO ReportLine
           WRITE ReportLine
           CLOSE StudProgFile
           CLOSE ReportFile
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           END-IF
           IF WS-GradeFileAvailable
               CLOSE GradeFile
           END-IF
           IF WS-CourseFileAvailable
               CLOSE CourseFile
           END-IF
           IF WS-ProgFileAvailable
               CLOSE ProgrammeFile
           END-IF
           IF WS-CurricFileAvailable
               CLOSE CurriculumFile
           END-IF
           IF WS-EnrollFileAvailable
               CLOSE EnrollFile
           END-IF
           DISPLAY "DegreeAudit - " WS-AuditedCount " student(s) "
                   "audited, " WS-CompleteCount " complete, see "
                   "DEGAUDIT.LST."
           MOVE 0 TO RETURN-CODE
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

           COPY RETAKPG.

           COPY DEGAUDPG.

       ReadStudProg.
           READ StudProgFile NEXT
               AT END SET WS-StudProgEOF TO TRUE
           END-READ.

       AuditOneStudent.
           MOVE SP-StudentId TO SH-StudentId
           MOVE SPACES       TO SH-Surname SH-Initials
           MOVE SPACE        TO EnrollStatus
           IF WS-StudentFileAvailable
               MOVE SP-StudentId TO StudentId
               READ StudentFile
                   INVALID KEY
                       MOVE "*NO FILE*" TO SH-Surname
                   NOT INVALID KEY
                       MOVE Surname  TO SH-Surname
                       MOVE Initials TO SH-Initials
               END-READ
           END-IF
           IF EnrollStatus = "W"
               ADD 1 TO WS-WithdrawnCount
           ELSE
               ADD 1 TO WS-AuditedCount
               PERFORM GatherCountedCourses
               MOVE SP-StudentId     TO WS-AuditStudentId
               MOVE SP-ProgrammeCode TO WS-AuditProgramme
               PERFORM AuditCurriculum
               PERFORM PrintStudentAudit
           END-IF.

      * Weighs the student's attempts course by course, noting each
      * course's counted mark for the audit.
       GatherCountedCourses.
           MOVE ZEROS  TO WS-TakenCount WS-AttemptCount
           MOVE SPACES TO WS-PrevCourseCode
           MOVE SP-StudentId TO WS-AuditStudentId
           IF WS-GradeFileAvailable
               MOVE "N"          TO WS-GradeEOFFlag
               MOVE SP-StudentId TO GR-StudentId
               MOVE LOW-VALUES   TO GR-CourseCode GR-Term
               START GradeFile KEY IS >= GR-GradeKey
                   INVALID KEY SET WS-GradeEOF TO TRUE
               END-START
               IF NOT WS-GradeEOF
                   PERFORM ReadStudentGrade
               END-IF
               PERFORM UNTIL WS-GradeEOF
                   IF GR-CourseCode NOT = WS-PrevCourseCode
                       MOVE WS-PrevCourseCode TO WS-AuditCourse
                       PERFORM RecordCountedCourse
                       MOVE ZEROS TO WS-AttemptCount
                       MOVE GR-CourseCode TO WS-PrevCourseCode
                   END-IF
                   PERFORM WeighAttempt
                   PERFORM ReadStudentGrade
               END-PERFORM
               MOVE WS-PrevCourseCode TO WS-AuditCourse
               PERFORM RecordCountedCourse
           END-IF.

       ReadStudentGrade.
           READ GradeFile NEXT
               AT END SET WS-GradeEOF TO TRUE
           END-READ
           IF NOT WS-GradeEOF AND GR-StudentId NOT = SP-StudentId
               SET WS-GradeEOF TO TRUE
           END-IF.

       PrintStudentAudit.
           MOVE SP-ProgrammeCode TO SH-Programme
           MOVE SPACES           TO SH-Title
           IF WS-AuditProgFound
               MOVE PG-Title TO SH-Title
           END-IF
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-StudentHeadLine TO ReportLine
           WRITE ReportLine
           EVALUATE TRUE
               WHEN NOT WS-AuditProgFound
                   MOVE WS-NoProgrammeLine TO ReportLine
                   WRITE ReportLine
               WHEN WS-AuditLineCount = ZEROS
                   MOVE WS-NoCurriculumLine TO ReportLine
                   WRITE ReportLine
               WHEN OTHER
                   MOVE WS-ColumnHeading TO ReportLine
                   WRITE ReportLine
                   PERFORM VARYING WS-AuditIdx FROM 1 BY 1
                           UNTIL WS-AuditIdx > WS-AuditLineCount
                       PERFORM PrintAuditLine
                   END-PERFORM
           END-EVALUATE
           MOVE WS-AuditPassedCredits TO TL-Passed
           MOVE WS-AuditRequired      TO TL-Required
           MOVE WS-AuditOpenCount     TO TL-Open
           MOVE WS-AuditShortPools    TO TL-Short
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           IF WS-CurriculumComplete
               ADD 1 TO WS-CompleteCount
               MOVE "  CURRICULUM COMPLETE" TO WS-ResultLine
           ELSE
               MOVE "  CURRICULUM NOT COMPLETE" TO WS-ResultLine
           END-IF
           MOVE WS-ResultLine TO ReportLine
           WRITE ReportLine.

       PrintAuditLine.
           IF AU-LineType(WS-AuditIdx) = "P"
               MOVE AU-PoolCode(WS-AuditIdx)   TO PL-PoolCode
               MOVE AU-Title(WS-AuditIdx)      TO PL-Title
               MOVE AU-MinCredits(WS-AuditIdx) TO PL-MinCredits
               MOVE AU-PoolEarned(WS-AuditIdx) TO PL-Earned
               MOVE AU-PoolInProg(WS-AuditIdx) TO PL-InProg
               MOVE AU-Status(WS-AuditIdx)     TO PL-Status
               MOVE WS-PoolLine TO ReportLine
           ELSE
               MOVE AU-PoolCode(WS-AuditIdx)   TO CL-PoolCode
               MOVE AU-CourseCode(WS-AuditIdx) TO CL-CourseCode
               MOVE AU-Title(WS-AuditIdx)      TO CL-Title
               MOVE AU-Credits(WS-AuditIdx)    TO CL-Credits
               IF AU-LineType(WS-AuditIdx) = "C"
                   MOVE "COMPULSORY" TO CL-Requirement
               ELSE
                   MOVE "ELECTIVE"   TO CL-Requirement
               END-IF
               IF AU-TakenFlag(WS-AuditIdx) = "Y"
                   MOVE AU-Mark(WS-AuditIdx) TO CL-Mark
               ELSE
                   MOVE SPACES TO CL-MarkBlank
               END-IF
               MOVE AU-Status(WS-AuditIdx)     TO CL-Status
               MOVE WS-CourseLine TO ReportLine
           END-IF
           WRITE ReportLine.

       END PROGRAM DegreeAudit.

      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: End-of-term examination timetable. Takes the exam
      *          sittings for the term off the EXAMPERIOD.DAT card (one
      *          record per date and sitting, every record naming the
      *          same TERMS.DAT term and falling inside its calendar)
      *          and the ENROLLMENTS.DAT bookings of every active
      *          student (withdrawn and graduated students skipped),
      *          and places each course's exam in a sitting and a
      *          ROOMS.DAT room. The courses with the most candidates
      *          are placed first, each in the earliest sitting in
      *          which none of its candidates already sits another
      *          exam and a free room seats them all - the smallest
      *          such room, so the large halls stay free for the large
      *          courses. Prints the published timetable per course on
      *          EXAMTT.LST, each student's personal exam schedule on
      *          EXAMSTUD.LST, and every course that could not be
      *          placed without a clash or a room, with the reason, on
      *          EXAMEXCP.LST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExamTimetable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExamPeriodFile ASSIGN TO "EXAMPERIOD.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ExamPeriodStatus.
           SELECT TermFile ASSIGN TO "TERMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS TM-TermCode
       		              FILE STATUS IS WS-TermStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT EnrollFile ASSIGN TO "ENROLLMENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EN-EnrollKey
       		              FILE STATUS IS WS-EnrollStatus.
           SELECT CourseFile ASSIGN TO "COURSES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS RM-RoomCode
       		              FILE STATUS IS WS-RoomStatus.
           SELECT TimetableFile ASSIGN TO "EXAMTT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ScheduleFile ASSIGN TO "EXAMSTUD.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionFile ASSIGN TO "EXAMEXCP.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
      * The exam-period card - one record per sitting: the term, the
      * date (YYYYMMDD) and AM, PM or EV.
       FD ExamPeriodFile.
       01 ExamPeriodRecord.
           02  EP-TermCode         PIC X(6).
           02  EP-ExamDate         PIC 9(8).
           02  EP-Sitting          PIC XX.
               88 EP-Morning                   VALUE "AM".
               88 EP-Afternoon                 VALUE "PM".
               88 EP-Evening                   VALUE "EV".

       FD TermFile.
           COPY TERMRC.

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

       FD EnrollFile.
           COPY ENROLLRC.

       FD CourseFile.
           COPY COURSERC.

       FD RoomFile.
           COPY ROOMRC.

       FD TimetableFile.
       01 TimetableLine            PIC X(100).

       FD ScheduleFile.
       01 ScheduleLine             PIC X(100).

       FD ExceptionFile.
       01 ExceptionLine            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ExamPeriodStatus     PIC XX      VALUE SPACES.
           88 WS-ExamPeriodStatusOk            VALUE "00".
       01  WS-ExamPeriodEOFFlag    PIC X       VALUE "N".
           88 WS-ExamPeriodEOF                 VALUE "Y".
       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-TermStatusOk                  VALUE "00".
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-StudentEOFFlag       PIC X       VALUE "N".
           88 WS-StudentEOF                    VALUE "Y".
       01  WS-EnrollStatus         PIC XX      VALUE SPACES.
           88 WS-EnrollStatusOk                VALUE "00".
       01  WS-EnrollEOFFlag        PIC X       VALUE "N".
           88 WS-EnrollEOF                     VALUE "Y".
       01  WS-CourseFileStatus     PIC XX      VALUE SPACES.
           88 WS-CourseStatusOk                VALUE "00".
       01  WS-CourseEOFFlag        PIC X       VALUE "N".
           88 WS-CourseEOF                     VALUE "Y".
       01  WS-RoomStatus           PIC XX      VALUE SPACES.
           88 WS-RoomStatusOk                  VALUE "00".
       01  WS-RoomEOFFlag          PIC X       VALUE "N".
           88 WS-RoomEOF                       VALUE "Y".

       01  WS-ExamTerm             PIC X(6)    VALUE SPACES.
       01  WS-ExamTermDescription  PIC X(30)   VALUE SPACES.
       01  WS-TermFoundFlag        PIC X       VALUE "N".
           88 WS-TermFound                     VALUE "Y".
       01  WS-CardSkipCount        PIC 9(4)    VALUE ZEROS.

      * The sittings of the exam period in date order, morning before
      * afternoon before evening on the same day.
       01  WS-SittingTable.
           02  WS-SittingEntry OCCURS 40 TIMES.
               03  WS-SLSortKey.
                   04  WS-SLDate       PIC 9(8).
                   04  WS-SLRank       PIC 9.
               03  WS-SLSitting        PIC XX.
               03  WS-SLExamCount      PIC 999.
       01  WS-SLCount              PIC 99      VALUE ZEROS.
       01  WS-SLIndex              PIC 99      VALUE ZEROS.
       01  WS-SLIndex2             PIC 99      VALUE ZEROS.
       01  WS-SittingSwap          PIC X(14)   VALUE SPACES.
       01  WS-SittingRank          PIC 9       VALUE ZERO.
       01  WS-DuplicateFlag        PIC X       VALUE "N".
           88 WS-DuplicateSitting              VALUE "Y".

      * Every room that seats anyone, smallest first, with a flag per
      * sitting once an exam has been put in it.
       01  WS-RoomTable.
           02  WS-RoomEntry OCCURS 100 TIMES.
               03  WS-RTSortKey.
                   04  WS-RTCapacity   PIC 999.
                   04  WS-RTRoomCode   PIC X(6).
               03  WS-RTUsed           PIC X       OCCURS 40 TIMES.
       01  WS-RTCount              PIC 999     VALUE ZEROS.
       01  WS-RTIndex              PIC 999     VALUE ZEROS.
       01  WS-RTIndex2             PIC 999     VALUE ZEROS.
       01  WS-RoomSwap             PIC X(49)   VALUE SPACES.
       01  WS-RoomFoundFlag        PIC X       VALUE "N".
           88 WS-RoomFound                     VALUE "Y".

      * Every course on file in course-code order, with its active
      * candidates and - once placed - its sitting and room.
      * WS-CSSitting stays zero for a course not placed.
       01  WS-CourseTable.
           02  WS-CourseEntry OCCURS 300 TIMES.
               03  WS-CSCourseCode     PIC X(6).
               03  WS-CSDescription    PIC X(30).
               03  WS-CSHeadcount      PIC 9(5).
               03  WS-CSSitting        PIC 99.
               03  WS-CSRoom           PIC X(6).
               03  WS-CSReason         PIC X(34).
       01  WS-CSCount              PIC 999     VALUE ZEROS.
       01  WS-CSIndex              PIC 999     VALUE ZEROS.
       01  WS-OtherCourse          PIC 999     VALUE ZEROS.
       01  WS-CourseFoundFlag      PIC X       VALUE "N".
           88 WS-CourseFound                   VALUE "Y".

      * The order the courses are placed in - most candidates first.
       01  WS-OrderTable.
           02  WS-ORCourse         PIC 999     OCCURS 300 TIMES.
       01  WS-ORCount              PIC 999     VALUE ZEROS.
       01  WS-ORIndex              PIC 999     VALUE ZEROS.
       01  WS-ORIndex2             PIC 999     VALUE ZEROS.
       01  WS-ORLeft               PIC 999     VALUE ZEROS.
       01  WS-ORRight              PIC 999     VALUE ZEROS.
       01  WS-ORSwap               PIC 999     VALUE ZEROS.

      * Every active student with a booking, pointing at the run of
      * WS-EnrollTable entries holding the student's courses.
       01  WS-StudentTable.
           02  WS-StudentEntry OCCURS 2000 TIMES.
               03  WS-STStudentId      PIC 99(9).
               03  WS-STSurname        PIC X(10).
               03  WS-STInitials       PIC XX.
               03  WS-STFirst          PIC 9(4).
               03  WS-STCount          PIC 99.
       01  WS-STCount2             PIC 9(4)    VALUE ZEROS.
       01  WS-STIndex              PIC 9(4)    VALUE ZEROS.

       01  WS-EnrollTable.
           02  WS-EnrollEntry OCCURS 6000 TIMES.
               03  WS-ETStudent        PIC 9(4).
               03  WS-ETCourse         PIC 999.
       01  WS-ETCount              PIC 9(4)    VALUE ZEROS.
       01  WS-ETIndex              PIC 9(4)    VALUE ZEROS.
       01  WS-ETIndex2             PIC 9(4)    VALUE ZEROS.
       01  WS-ETLast               PIC 9(4)    VALUE ZEROS.
       01  WS-TableFullWarned      PIC X       VALUE "N".

       01  WS-BlockedTable.
           02  WS-Blocked          PIC X       OCCURS 40 TIMES.
       01  WS-FreeSittingFlag      PIC X       VALUE "N".
           88 WS-FreeSittingSeen               VALUE "Y".
       01  WS-PlacedFlag           PIC X       VALUE "N".
           88 WS-Placed                        VALUE "Y".

      * One student's exams, in sitting order with any exam not yet
      * placed last.
       01  WS-PersonalTable.
           02  WS-PersonalEntry OCCURS 30 TIMES.
               03  WS-PSSitting        PIC 99.
               03  WS-PSCourse         PIC 999.
       01  WS-PSCount              PIC 99      VALUE ZEROS.
       01  WS-PSIndex              PIC 99      VALUE ZEROS.
       01  WS-PSIndex2             PIC 99      VALUE ZEROS.
       01  WS-PersonalSwap         PIC X(5)    VALUE SPACES.

       01  WS-ExamCount            PIC 9(4)    VALUE ZEROS.
       01  WS-PlacedCount          PIC 9(4)    VALUE ZEROS.
       01  WS-ExceptionCount       PIC 9(4)    VALUE ZEROS.
       01  WS-NoCandidateCount     PIC 9(4)    VALUE ZEROS.
       01  WS-UnknownCourseCount   PIC 9(5)    VALUE ZEROS.
       01  WS-ScheduleCount        PIC 9(5)    VALUE ZEROS.

       01  WS-TimetableHeading.
           02  FILLER              PIC X(35)   VALUE
               "EXAMINATION TIMETABLE - TERM ".
           02  TH-TermCode         PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  TH-Description      PIC X(30).

       01  WS-ScheduleHeading.
           02  FILLER              PIC X(35)   VALUE
               "PERSONAL EXAM SCHEDULES - TERM ".
           02  SC-TermCode         PIC X(6).

       01  WS-ExceptionHeading.
           02  FILLER              PIC X(35)   VALUE
               "EXAMS NOT PLACED - TERM ".
           02  EH-TermCode         PIC X(6).

       01  WS-TimetableColumns.
           02  FILLER              PIC X(38)   VALUE
               "COURSE  DESCRIPTION                   ".
           02  FILLER              PIC X(34)   VALUE
               "  DATE      SIT  ROOM  CANDIDATES".

       01  WS-TimetableDetail.
           02  TD-CourseCode       PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  TD-Description      PIC X(30).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  TD-ExamDate         PIC X(8).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  TD-Sitting          PIC XX.
           02  FILLER              PIC X(3)    VALUE SPACES.
           02  TD-Room             PIC X(6).
           02  FILLER              PIC X(5)    VALUE SPACES.
           02  TD-Candidates       PIC ZZZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  TD-Note             PIC X(20).

       01  WS-SittingUseHeading    PIC X(100)  VALUE
           "SITTINGS        EXAMS".

       01  WS-SittingUseLine.
           02  SU-ExamDate         PIC 9(8).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  SU-Sitting          PIC XX.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  SU-ExamCount        PIC ZZ9.

       01  WS-StudentHeadLine.
           02  FILLER              PIC X(9)    VALUE "STUDENT: ".
           02  SH-StudentId        PIC 99(9).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  SH-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  SH-Initials         PIC XX.

       01  WS-ScheduleColumns.
           02  FILLER              PIC X(36)   VALUE
               "  DATE      SIT  COURSE  DESCRIPTION".
           02  FILLER              PIC X(25)   VALUE
               "                     ROOM".

       01  WS-ScheduleDetail.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  SD-ExamDate         PIC X(8).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  SD-Sitting          PIC XX.
           02  FILLER              PIC X(3)    VALUE SPACES.
           02  SD-CourseCode       PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  SD-Description      PIC X(30).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  SD-Room             PIC X(17).

       01  WS-ExceptionColumns.
           02  FILLER              PIC X(38)   VALUE
               "COURSE  DESCRIPTION                   ".
           02  FILLER              PIC X(34)   VALUE
               "  CANDIDATES  REASON".

       01  WS-ExceptionDetail.
           02  XD-CourseCode       PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  XD-Description      PIC X(30).
           02  FILLER              PIC X(7)    VALUE SPACES.
           02  XD-Candidates       PIC ZZZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  XD-Reason           PIC X(34).

       01  WS-NoExceptionLine      PIC X(100)  VALUE
           "EVERY EXAM PLACED - NO EXCEPTIONS".

       01  WS-UnknownCourseLine.
           02  FILLER              PIC X(37)   VALUE
               "BOOKINGS ON COURSES NOT ON FILE    : ".
           02  UC-Count            PIC ZZZZ9.

       01  WS-CardSkipLine.
           02  FILLER              PIC X(37)   VALUE
               "EXAMPERIOD.DAT RECORDS SKIPPED     : ".
           02  CS-Count            PIC ZZZZ9.

       01  WS-SummaryLine1.
           02  FILLER              PIC X(28)   VALUE
               "SITTINGS IN EXAM PERIOD  : ".
           02  SM-Sittings         PIC ZZZZ9.
       01  WS-SummaryLine2.
           02  FILLER              PIC X(28)   VALUE
               "COURSES WITH CANDIDATES  : ".
           02  SM-Exams            PIC ZZZZ9.
       01  WS-SummaryLine3.
           02  FILLER              PIC X(28)   VALUE
               "EXAMS PLACED             : ".
           02  SM-Placed           PIC ZZZZ9.
       01  WS-SummaryLine4.
           02  FILLER              PIC X(28)   VALUE
               "EXAMS NOT PLACED         : ".
           02  SM-Exceptions       PIC ZZZZ9.
       01  WS-SummaryLine5.
           02  FILLER              PIC X(28)   VALUE
               "COURSES WITH NO CANDIDATE: ".
           02  SM-NoCandidates     PIC ZZZZ9.
       01  WS-SummaryLine6.
           02  FILLER              PIC X(28)   VALUE
               "STUDENT SCHEDULES PRINTED: ".
           02  SM-Schedules        PIC ZZZZ9.

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT ExamPeriodFile
           IF NOT WS-ExamPeriodStatusOk
               DISPLAY "ExamTimetable - EXAMPERIOD.DAT could not be "
                       "opened, status " WS-ExamPeriodStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TermFile
           IF NOT WS-TermStatusOk
               DISPLAY "ExamTimetable - TERMS.DAT could not be "
                       "opened, status " WS-TermStatus
                       " - run aborted."
               CLOSE ExamPeriodFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadSittings
           CLOSE ExamPeriodFile
           CLOSE TermFile
           IF NOT WS-TermFound
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SLCount = ZEROS
               DISPLAY "ExamTimetable - no usable sitting on "
                       "EXAMPERIOD.DAT for term " WS-ExamTerm
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT RoomFile
           IF NOT WS-RoomStatusOk
               DISPLAY "ExamTimetable - ROOMS.DAT could not be "
                       "opened, status " WS-RoomStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadRooms
           CLOSE RoomFile
           IF WS-RTCount = ZEROS
               DISPLAY "ExamTimetable - no room on ROOMS.DAT has a "
                       "seating capacity - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CourseFile
           IF NOT WS-CourseStatusOk
               DISPLAY "ExamTimetable - COURSES.DAT could not be "
                       "opened, status " WS-CourseFileStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadCourses
           CLOSE CourseFile
           OPEN INPUT StudentFile
           IF NOT WS-StudentStatusOk
               DISPLAY "ExamTimetable - STUDENTS.DAT could not be "
                       "opened, status " WS-StudentStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EnrollFile
           IF NOT WS-EnrollStatusOk
               DISPLAY "ExamTimetable - ENROLLMENTS.DAT could not "
                       "be opened, status " WS-EnrollStatus
                       " - run aborted."
               CLOSE StudentFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadEnrollments
           CLOSE StudentFile
           CLOSE EnrollFile
           PERFORM OrderByCandidates
           PERFORM VARYING WS-ORIndex FROM 1 BY 1
                   UNTIL WS-ORIndex > WS-ORCount
               MOVE WS-ORCourse(WS-ORIndex) TO WS-CSIndex
               PERFORM PlaceOneExam
           END-PERFORM
           OPEN OUTPUT TimetableFile
           OPEN OUTPUT ScheduleFile
           OPEN OUTPUT ExceptionFile
           PERFORM PrintTimetable
           PERFORM PrintSchedules
           PERFORM PrintExceptions
           CLOSE TimetableFile
           CLOSE ScheduleFile
           CLOSE ExceptionFile
           IF WS-ExceptionCount > ZEROS OR
              WS-UnknownCourseCount > ZEROS
               DISPLAY "ExamTimetable - " WS-PlacedCount " exam(s) "
                       "placed, " WS-ExceptionCount " not placed, see "
                       "EXAMEXCP.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "ExamTimetable - " WS-PlacedCount " exam(s) "
                       "placed, see EXAMTT.LST and EXAMSTUD.LST."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * The first card record names the term; every sitting must be
      * for that term, dated inside its calendar, AM/PM/EV, and not
      * repeated. Anything else is skipped with a warning.
       LoadSittings.
           PERFORM ReadExamPeriod
           IF WS-ExamPeriodEOF
               DISPLAY "ExamTimetable - EXAMPERIOD.DAT holds no "
                       "sittings - run aborted."
           ELSE
               MOVE EP-TermCode TO WS-ExamTerm
               MOVE EP-TermCode TO TM-TermCode
               READ TermFile
                   INVALID KEY
                       DISPLAY "ExamTimetable - term " WS-ExamTerm
                               " on EXAMPERIOD.DAT is not on "
                               "TERMS.DAT - run aborted."
                   NOT INVALID KEY
                       SET WS-TermFound TO TRUE
                       MOVE TM-Description TO WS-ExamTermDescription
               END-READ
           END-IF
           IF WS-TermFound
               PERFORM UNTIL WS-ExamPeriodEOF
                   PERFORM AddSitting
                   PERFORM ReadExamPeriod
               END-PERFORM
               PERFORM OrderSittings
           END-IF.

       ReadExamPeriod.
           READ ExamPeriodFile
               AT END SET WS-ExamPeriodEOF TO TRUE
           END-READ.

       AddSitting.
           EVALUATE TRUE
               WHEN EP-Morning
                   MOVE 1 TO WS-SittingRank
               WHEN EP-Afternoon
                   MOVE 2 TO WS-SittingRank
               WHEN EP-Evening
                   MOVE 3 TO WS-SittingRank
               WHEN OTHER
                   MOVE ZERO TO WS-SittingRank
           END-EVALUATE
           MOVE "N" TO WS-DuplicateFlag
           IF EP-ExamDate NUMERIC
               PERFORM VARYING WS-SLIndex FROM 1 BY 1
                       UNTIL WS-SLIndex > WS-SLCount
                   IF WS-SLDate(WS-SLIndex) = EP-ExamDate AND
                      WS-SLRank(WS-SLIndex) = WS-SittingRank
                       SET WS-DuplicateSitting TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN EP-TermCode NOT = WS-ExamTerm
                   DISPLAY "Warning - EXAMPERIOD.DAT sitting for term "
                           EP-TermCode " skipped, the period is for "
                           WS-ExamTerm "."
                   ADD 1 TO WS-CardSkipCount
               WHEN EP-ExamDate NOT NUMERIC
                   DISPLAY "Warning - EXAMPERIOD.DAT sitting with an "
                           "invalid date skipped."
                   ADD 1 TO WS-CardSkipCount
               WHEN EP-ExamDate < TM-StartDate OR
                    EP-ExamDate > TM-EndDate
                   DISPLAY "Warning - EXAMPERIOD.DAT sitting on "
                           EP-ExamDate " skipped, outside term "
                           WS-ExamTerm "."
                   ADD 1 TO WS-CardSkipCount
               WHEN WS-SittingRank = ZERO
                   DISPLAY "Warning - EXAMPERIOD.DAT sitting "
                           EP-Sitting " on " EP-ExamDate
                           " skipped, sitting must be AM, PM or EV."
                   ADD 1 TO WS-CardSkipCount
               WHEN WS-DuplicateSitting
                   DISPLAY "Warning - EXAMPERIOD.DAT sitting "
                           EP-Sitting " on " EP-ExamDate
                           " repeated, skipped."
                   ADD 1 TO WS-CardSkipCount
               WHEN WS-SLCount NOT < 40
                   DISPLAY "Warning - more than 40 sittings on "
                           "EXAMPERIOD.DAT, " EP-Sitting " on "
                           EP-ExamDate " skipped."
                   ADD 1 TO WS-CardSkipCount
               WHEN OTHER
                   ADD 1 TO WS-SLCount
                   MOVE EP-ExamDate    TO WS-SLDate(WS-SLCount)
                   MOVE WS-SittingRank TO WS-SLRank(WS-SLCount)
                   MOVE EP-Sitting     TO WS-SLSitting(WS-SLCount)
                   MOVE ZEROS          TO WS-SLExamCount(WS-SLCount)
           END-EVALUATE.

      * A straight exchange pass into date and sitting order, so the
      * earliest sitting is tried first.
       OrderSittings.
           PERFORM VARYING WS-SLIndex FROM 1 BY 1
                   UNTIL WS-SLIndex >= WS-SLCount
               PERFORM VARYING WS-SLIndex2 FROM 1 BY 1
                       UNTIL WS-SLIndex2 >= WS-SLCount
                   IF WS-SLSortKey(WS-SLIndex2) >
                      WS-SLSortKey(WS-SLIndex2 + 1)
                       MOVE WS-SittingEntry(WS-SLIndex2)
                           TO WS-SittingSwap
                       MOVE WS-SittingEntry(WS-SLIndex2 + 1)
                           TO WS-SittingEntry(WS-SLIndex2)
                       MOVE WS-SittingSwap
                           TO WS-SittingEntry(WS-SLIndex2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A room with no capacity recorded cannot be set an exam.
       LoadRooms.
           PERFORM UNTIL WS-RoomEOF
               READ RoomFile NEXT
                   AT END
                       SET WS-RoomEOF TO TRUE
                   NOT AT END
                       IF RM-Capacity NUMERIC AND
                          RM-Capacity > ZEROS
                           PERFORM AddRoom
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-RTIndex FROM 1 BY 1
                   UNTIL WS-RTIndex >= WS-RTCount
               PERFORM VARYING WS-RTIndex2 FROM 1 BY 1
                       UNTIL WS-RTIndex2 >= WS-RTCount
                   IF WS-RTSortKey(WS-RTIndex2) >
                      WS-RTSortKey(WS-RTIndex2 + 1)
                       MOVE WS-RoomEntry(WS-RTIndex2)
                           TO WS-RoomSwap
                       MOVE WS-RoomEntry(WS-RTIndex2 + 1)
                           TO WS-RoomEntry(WS-RTIndex2)
                       MOVE WS-RoomSwap
                           TO WS-RoomEntry(WS-RTIndex2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       AddRoom.
           IF WS-RTCount < 100
               ADD 1 TO WS-RTCount
               MOVE RM-Capacity TO WS-RTCapacity(WS-RTCount)
               MOVE RM-RoomCode TO WS-RTRoomCode(WS-RTCount)
               PERFORM VARYING WS-SLIndex FROM 1 BY 1
                       UNTIL WS-SLIndex > 40
                   MOVE "N" TO WS-RTUsed(WS-RTCount, WS-SLIndex)
               END-PERFORM
           ELSE
               IF WS-TableFullWarned = "N"
                   DISPLAY "Warning - more than 100 rooms, remainder "
                           "not used for exams."
                   MOVE "Y" TO WS-TableFullWarned
               END-IF
           END-IF.

       LoadCourses.
           MOVE "N" TO WS-TableFullWarned
           PERFORM UNTIL WS-CourseEOF
               READ CourseFile NEXT
                   AT END
                       SET WS-CourseEOF TO TRUE
                   NOT AT END
                       PERFORM AddCourse
               END-READ
           END-PERFORM.

       AddCourse.
           IF WS-CSCount < 300
               ADD 1 TO WS-CSCount
               MOVE CO-CourseCode  TO WS-CSCourseCode(WS-CSCount)
               MOVE CO-Description TO WS-CSDescription(WS-CSCount)
               MOVE ZEROS          TO WS-CSHeadcount(WS-CSCount)
               MOVE ZEROS          TO WS-CSSitting(WS-CSCount)
               MOVE SPACES         TO WS-CSRoom(WS-CSCount)
               MOVE SPACES         TO WS-CSReason(WS-CSCount)
           ELSE
               IF WS-TableFullWarned = "N"
                   DISPLAY "Warning - more than 300 courses, "
                           "remainder not examined."
                   MOVE "Y" TO WS-TableFullWarned
               END-IF
           END-IF.

      * Each active student's bookings are held together, so the
      * courses one student sits can be found from any one of them.
       LoadEnrollments.
           MOVE "N" TO WS-TableFullWarned
           PERFORM UNTIL WS-StudentEOF
               READ StudentFile NEXT
                   AT END
                       SET WS-StudentEOF TO TRUE
                   NOT AT END
                       IF EnrollStatus NOT = "W" AND
                          EnrollStatus NOT = "G"
                           PERFORM LoadStudentBookings
                       END-IF
               END-READ
           END-PERFORM.

       LoadStudentBookings.
           IF WS-STCount2 < 2000
               ADD 1 TO WS-STCount2
               MOVE StudentId TO WS-STStudentId(WS-STCount2)
               MOVE Surname   TO WS-STSurname(WS-STCount2)
               MOVE Initials  TO WS-STInitials(WS-STCount2)
               COMPUTE WS-STFirst(WS-STCount2) = WS-ETCount + 1
               MOVE ZEROS TO WS-STCount(WS-STCount2)
               MOVE "N" TO WS-EnrollEOFFlag
               MOVE StudentId  TO EN-StudentId
               MOVE LOW-VALUES TO EN-CourseCode
               START EnrollFile KEY NOT < EN-EnrollKey
                   INVALID KEY SET WS-EnrollEOF TO TRUE
               END-START
               PERFORM UNTIL WS-EnrollEOF
                   READ EnrollFile NEXT
                       AT END
                           SET WS-EnrollEOF TO TRUE
                       NOT AT END
                           IF EN-StudentId = StudentId
                               PERFORM AddBooking
                           ELSE
                               SET WS-EnrollEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STCount(WS-STCount2) = ZEROS
                   SUBTRACT 1 FROM WS-STCount2
               END-IF
           ELSE
               IF WS-TableFullWarned = "N"
                   DISPLAY "Warning - more than 2000 students with "
                           "bookings, remainder not scheduled."
                   MOVE "Y" TO WS-TableFullWarned
               END-IF
           END-IF.

       AddBooking.
           PERFORM FindCourse
           EVALUATE TRUE
               WHEN NOT WS-CourseFound
                   ADD 1 TO WS-UnknownCourseCount
               WHEN WS-ETCount NOT < 6000 OR
                    WS-STCount(WS-STCount2) NOT < 30
                   IF WS-TableFullWarned = "N"
                       DISPLAY "Warning - booking table full, "
                               "remainder not scheduled."
                       MOVE "Y" TO WS-TableFullWarned
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ETCount
                   MOVE WS-STCount2 TO WS-ETStudent(WS-ETCount)
                   MOVE WS-CSIndex  TO WS-ETCourse(WS-ETCount)
                   ADD 1 TO WS-STCount(WS-STCount2)
                   ADD 1 TO WS-CSHeadcount(WS-CSIndex)
           END-EVALUATE.

       FindCourse.
           MOVE "N" TO WS-CourseFoundFlag
           PERFORM VARYING WS-CSIndex FROM 1 BY 1
                   UNTIL WS-CSIndex > WS-CSCount OR WS-CourseFound
               IF WS-CSCourseCode(WS-CSIndex) = EN-CourseCode
                   SET WS-CourseFound TO TRUE
               END-IF
           END-PERFORM
           IF WS-CourseFound
               SUBTRACT 1 FROM WS-CSIndex
           END-IF.

      * Every course with candidates, most candidates first - a
      * straight exchange pass, so courses of equal size keep their
      * course-code order.
       OrderByCandidates.
           PERFORM VARYING WS-CSIndex FROM 1 BY 1
                   UNTIL WS-CSIndex > WS-CSCount
               IF WS-CSHeadcount(WS-CSIndex) = ZEROS
                   ADD 1 TO WS-NoCandidateCount
               ELSE
                   ADD 1 TO WS-ORCount
                   MOVE WS-CSIndex TO WS-ORCourse(WS-ORCount)
               END-IF
           END-PERFORM
           MOVE WS-ORCount TO WS-ExamCount
           PERFORM VARYING WS-ORIndex FROM 1 BY 1
                   UNTIL WS-ORIndex >= WS-ORCount
               PERFORM VARYING WS-ORIndex2 FROM 1 BY 1
                       UNTIL WS-ORIndex2 >= WS-ORCount
                   MOVE WS-ORCourse(WS-ORIndex2)     TO WS-ORLeft
                   MOVE WS-ORCourse(WS-ORIndex2 + 1) TO WS-ORRight
                   IF WS-CSHeadcount(WS-ORLeft) <
                      WS-CSHeadcount(WS-ORRight)
                       MOVE WS-ORLeft  TO WS-ORSwap
                       MOVE WS-ORRight TO WS-ORCourse(WS-ORIndex2)
                       MOVE WS-ORSwap  TO WS-ORCourse(WS-ORIndex2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Blocks every sitting a candidate of this course already sits
      * another exam in, then takes the earliest open sitting with a
      * free room seating every candidate.
       PlaceOneExam.
           MOVE ALL "N" TO WS-BlockedTable
           PERFORM VARYING WS-ETIndex FROM 1 BY 1
                   UNTIL WS-ETIndex > WS-ETCount
               IF WS-ETCourse(WS-ETIndex) = WS-CSIndex
                   PERFORM BlockStudentSittings
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FreeSittingFlag
           MOVE "N" TO WS-PlacedFlag
           PERFORM VARYING WS-SLIndex FROM 1 BY 1
                   UNTIL WS-SLIndex > WS-SLCount OR WS-Placed
               IF WS-Blocked(WS-SLIndex) = "N"
                   SET WS-FreeSittingSeen TO TRUE
                   PERFORM FindExamRoom
                   IF WS-RoomFound
                       SET WS-Placed TO TRUE
                       MOVE WS-SLIndex TO WS-CSSitting(WS-CSIndex)
                       MOVE WS-RTRoomCode(WS-RTIndex)
                           TO WS-CSRoom(WS-CSIndex)
                       MOVE "Y" TO WS-RTUsed(WS-RTIndex, WS-SLIndex)
                       ADD 1 TO WS-SLExamCount(WS-SLIndex)
                       ADD 1 TO WS-PlacedCount
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-Placed
               ADD 1 TO WS-ExceptionCount
               EVALUATE TRUE
                   WHEN WS-CSHeadcount(WS-CSIndex) >
                        WS-RTCapacity(WS-RTCount)
                       MOVE "NO ROOM SEATS EVERY CANDIDATE"
                           TO WS-CSReason(WS-CSIndex)
                   WHEN NOT WS-FreeSittingSeen
                       MOVE "CANDIDATE CLASH IN EVERY SITTING"
                           TO WS-CSReason(WS-CSIndex)
                   WHEN OTHER
                       MOVE "NO ROOM FREE IN A CLASH-FREE SLOT"
                           TO WS-CSReason(WS-CSIndex)
               END-EVALUATE
           END-IF.

       BlockStudentSittings.
           MOVE WS-ETStudent(WS-ETIndex) TO WS-STIndex
           COMPUTE WS-ETLast =
               WS-STFirst(WS-STIndex) + WS-STCount(WS-STIndex) - 1
           PERFORM VARYING WS-ETIndex2 FROM WS-STFirst(WS-STIndex)
                   BY 1 UNTIL WS-ETIndex2 > WS-ETLast
               MOVE WS-ETCourse(WS-ETIndex2) TO WS-OtherCourse
               IF WS-OtherCourse NOT = WS-CSIndex AND
                  WS-CSSitting(WS-OtherCourse) > ZEROS
                   MOVE WS-CSSitting(WS-OtherCourse) TO WS-SLIndex2
                   MOVE "Y" TO WS-Blocked(WS-SLIndex2)
               END-IF
           END-PERFORM.

      * The rooms are held smallest first, so the first free room
      * big enough is the tightest fit.
       FindExamRoom.
           MOVE "N" TO WS-RoomFoundFlag
           PERFORM VARYING WS-RTIndex FROM 1 BY 1
                   UNTIL WS-RTIndex > WS-RTCount OR WS-RoomFound
               IF WS-RTCapacity(WS-RTIndex) NOT <
                  WS-CSHeadcount(WS-CSIndex) AND
                  WS-RTUsed(WS-RTIndex, WS-SLIndex) = "N"
                   SET WS-RoomFound TO TRUE
               END-IF
           END-PERFORM
           IF WS-RoomFound
               SUBTRACT 1 FROM WS-RTIndex
           END-IF.

       PrintTimetable.
           MOVE WS-ExamTerm    TO TH-TermCode
           MOVE WS-ExamTermDescription TO TH-Description
           MOVE WS-TimetableHeading TO TimetableLine
           WRITE TimetableLine
           MOVE WS-BlankLine TO TimetableLine
           WRITE TimetableLine
           MOVE WS-TimetableColumns TO TimetableLine
           WRITE TimetableLine
           PERFORM VARYING WS-CSIndex FROM 1 BY 1
                   UNTIL WS-CSIndex > WS-CSCount
               IF WS-CSHeadcount(WS-CSIndex) > ZEROS
                   PERFORM PrintTimetableCourse
               END-IF
           END-PERFORM
           MOVE WS-BlankLine TO TimetableLine
           WRITE TimetableLine
           MOVE WS-SittingUseHeading TO TimetableLine
           WRITE TimetableLine
           PERFORM VARYING WS-SLIndex FROM 1 BY 1
                   UNTIL WS-SLIndex > WS-SLCount
               MOVE WS-SLDate(WS-SLIndex)      TO SU-ExamDate
               MOVE WS-SLSitting(WS-SLIndex)   TO SU-Sitting
               MOVE WS-SLExamCount(WS-SLIndex) TO SU-ExamCount
               MOVE WS-SittingUseLine TO TimetableLine
               WRITE TimetableLine
           END-PERFORM
           MOVE WS-BlankLine TO TimetableLine
           WRITE TimetableLine
           MOVE WS-SLCount TO SM-Sittings
           MOVE WS-SummaryLine1 TO TimetableLine
           WRITE TimetableLine
           MOVE WS-ExamCount TO SM-Exams
           MOVE WS-SummaryLine2 TO TimetableLine
           WRITE TimetableLine
           MOVE WS-PlacedCount TO SM-Placed
           MOVE WS-SummaryLine3 TO TimetableLine
           WRITE TimetableLine
           MOVE WS-ExceptionCount TO SM-Exceptions
           MOVE WS-SummaryLine4 TO TimetableLine
           WRITE TimetableLine
           MOVE WS-NoCandidateCount TO SM-NoCandidates
           MOVE WS-SummaryLine5 TO TimetableLine
           WRITE TimetableLine.

       PrintTimetableCourse.
           MOVE WS-CSCourseCode(WS-CSIndex)  TO TD-CourseCode
           MOVE WS-CSDescription(WS-CSIndex) TO TD-Description
           MOVE WS-CSHeadcount(WS-CSIndex)   TO TD-Candidates
           IF WS-CSSitting(WS-CSIndex) = ZEROS
               MOVE SPACES TO TD-ExamDate TD-Sitting TD-Room
               MOVE "NOT PLACED" TO TD-Note
           ELSE
               MOVE WS-CSSitting(WS-CSIndex) TO WS-SLIndex
               MOVE WS-SLDate(WS-SLIndex)    TO TD-ExamDate
               MOVE WS-SLSitting(WS-SLIndex) TO TD-Sitting
               MOVE WS-CSRoom(WS-CSIndex)    TO TD-Room
               MOVE SPACES TO TD-Note
           END-IF
           MOVE WS-TimetableDetail TO TimetableLine
           WRITE TimetableLine.

       PrintSchedules.
           MOVE WS-ExamTerm TO SC-TermCode
           MOVE WS-ScheduleHeading TO ScheduleLine
           WRITE ScheduleLine
           PERFORM VARYING WS-STIndex FROM 1 BY 1
                   UNTIL WS-STIndex > WS-STCount2
               PERFORM PrintOneSchedule
           END-PERFORM
           MOVE WS-BlankLine TO ScheduleLine
           WRITE ScheduleLine
           MOVE WS-ScheduleCount TO SM-Schedules
           MOVE WS-SummaryLine6 TO ScheduleLine
           WRITE ScheduleLine.

      * The student's exams in sitting order; one not placed carries
      * sitting 99 and so prints last.
       PrintOneSchedule.
           ADD 1 TO WS-ScheduleCount
           MOVE ZEROS TO WS-PSCount
           COMPUTE WS-ETLast =
               WS-STFirst(WS-STIndex) + WS-STCount(WS-STIndex) - 1
           PERFORM VARYING WS-ETIndex FROM WS-STFirst(WS-STIndex)
                   BY 1 UNTIL WS-ETIndex > WS-ETLast
               ADD 1 TO WS-PSCount
               MOVE WS-ETCourse(WS-ETIndex) TO WS-CSIndex
               MOVE WS-CSIndex TO WS-PSCourse(WS-PSCount)
               IF WS-CSSitting(WS-CSIndex) = ZEROS
                   MOVE 99 TO WS-PSSitting(WS-PSCount)
               ELSE
                   MOVE WS-CSSitting(WS-CSIndex)
                       TO WS-PSSitting(WS-PSCount)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PSIndex FROM 1 BY 1
                   UNTIL WS-PSIndex >= WS-PSCount
               PERFORM VARYING WS-PSIndex2 FROM 1 BY 1
                       UNTIL WS-PSIndex2 >= WS-PSCount
                   IF WS-PersonalEntry(WS-PSIndex2) >
                      WS-PersonalEntry(WS-PSIndex2 + 1)
                       MOVE WS-PersonalEntry(WS-PSIndex2)
                           TO WS-PersonalSwap
                       MOVE WS-PersonalEntry(WS-PSIndex2 + 1)
                           TO WS-PersonalEntry(WS-PSIndex2)
                       MOVE WS-PersonalSwap
                           TO WS-PersonalEntry(WS-PSIndex2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-STStudentId(WS-STIndex) TO SH-StudentId
           MOVE WS-STSurname(WS-STIndex)   TO SH-Surname
           MOVE WS-STInitials(WS-STIndex)  TO SH-Initials
           MOVE WS-BlankLine TO ScheduleLine
           WRITE ScheduleLine
           MOVE WS-StudentHeadLine TO ScheduleLine
           WRITE ScheduleLine
           MOVE WS-ScheduleColumns TO ScheduleLine
           WRITE ScheduleLine
           PERFORM VARYING WS-PSIndex FROM 1 BY 1
                   UNTIL WS-PSIndex > WS-PSCount
               MOVE WS-PSCourse(WS-PSIndex) TO WS-CSIndex
               MOVE WS-CSCourseCode(WS-CSIndex)  TO SD-CourseCode
               MOVE WS-CSDescription(WS-CSIndex) TO SD-Description
               IF WS-PSSitting(WS-PSIndex) = 99
                   MOVE SPACES TO SD-ExamDate SD-Sitting
                   MOVE "NOT YET SCHEDULED" TO SD-Room
               ELSE
                   MOVE WS-PSSitting(WS-PSIndex) TO WS-SLIndex
                   MOVE WS-SLDate(WS-SLIndex)    TO SD-ExamDate
                   MOVE WS-SLSitting(WS-SLIndex) TO SD-Sitting
                   MOVE WS-CSRoom(WS-CSIndex)    TO SD-Room
               END-IF
               MOVE WS-ScheduleDetail TO ScheduleLine
               WRITE ScheduleLine
           END-PERFORM.

       PrintExceptions.
           MOVE WS-ExamTerm TO EH-TermCode
           MOVE WS-ExceptionHeading TO ExceptionLine
           WRITE ExceptionLine
           MOVE WS-BlankLine TO ExceptionLine
           WRITE ExceptionLine
           IF WS-ExceptionCount = ZEROS
               MOVE WS-NoExceptionLine TO ExceptionLine
               WRITE ExceptionLine
           ELSE
               MOVE WS-ExceptionColumns TO ExceptionLine
               WRITE ExceptionLine
               PERFORM VARYING WS-CSIndex FROM 1 BY 1
                       UNTIL WS-CSIndex > WS-CSCount
                   IF WS-CSHeadcount(WS-CSIndex) > ZEROS AND
                      WS-CSSitting(WS-CSIndex) = ZEROS
                       MOVE WS-CSCourseCode(WS-CSIndex)
                           TO XD-CourseCode
                       MOVE WS-CSDescription(WS-CSIndex)
                           TO XD-Description
                       MOVE WS-CSHeadcount(WS-CSIndex)
                           TO XD-Candidates
                       MOVE WS-CSReason(WS-CSIndex) TO XD-Reason
                       MOVE WS-ExceptionDetail TO ExceptionLine
                       WRITE ExceptionLine
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-BlankLine TO ExceptionLine
           WRITE ExceptionLine
           MOVE WS-UnknownCourseCount TO UC-Count
           MOVE WS-UnknownCourseLine TO ExceptionLine
           WRITE ExceptionLine
           MOVE WS-CardSkipCount TO CS-Count
           MOVE WS-CardSkipLine TO ExceptionLine
           WRITE ExceptionLine.

       END PROGRAM ExamTimetable.

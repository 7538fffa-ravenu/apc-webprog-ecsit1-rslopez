      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Personal weekly timetable for every active student
      *          (withdrawn and graduated students skipped), printed
      *          on TIMETABLE.LST for registration week. Each
      *          ENROLLMENTS.DAT booking is placed in the slot its
      *          section meets in on SECTIONS.DAT - or, for a course
      *          not run in sections, the slot on the course record -
      *          with the room, the lecturer and the course title, in
      *          day order through the week. Two bookings in the same
      *          slot are flagged as a clash, so any that reached the
      *          file before EnrollMaint refused them are visible to
      *          the student before week one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentTimetable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS SE-SectionKey
       		              FILE STATUS IS WS-SectionStatus.
           SELECT CourseFile ASSIGN TO "COURSES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT LecturerFile ASSIGN TO "LECTURERS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS LE-LecturerId
       		              FILE STATUS IS WS-LecturerStatus.
           SELECT ReportFile ASSIGN TO "TIMETABLE.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
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

       FD SectionFile.
           COPY SECTRC.

       FD CourseFile.
           COPY COURSERC.

       FD LecturerFile.
           COPY LECTRC.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-StudentEOFFlag       PIC X       VALUE "N".
           88 WS-StudentEOF                    VALUE "Y".
       01  WS-EnrollStatus         PIC XX      VALUE SPACES.
           88 WS-EnrollStatusOk                VALUE "00".
       01  WS-EnrollEOFFlag        PIC X       VALUE "N".
           88 WS-EnrollEOF                     VALUE "Y".
       01  WS-SectionStatus        PIC XX      VALUE SPACES.
           88 WS-SectionStatusOk               VALUE "00".
       01  WS-SectionAvailableFlag PIC X       VALUE "N".
           88 WS-SectionFileAvailable          VALUE "Y".
       01  WS-CourseFileStatus     PIC XX      VALUE SPACES.
           88 WS-CourseStatusOk                VALUE "00".
       01  WS-CourseAvailableFlag  PIC X       VALUE "N".
           88 WS-CourseFileAvailable           VALUE "Y".
       01  WS-LecturerStatus       PIC XX      VALUE SPACES.
           88 WS-LecturerStatusOk              VALUE "00".
       01  WS-LecturerAvailableFlag PIC X      VALUE "N".
           88 WS-LecturerFileAvailable         VALUE "Y".

       01  WS-StudentCount         PIC 9(5)    VALUE ZEROS.
       01  WS-BookingCount         PIC 9(6)    VALUE ZEROS.
       01  WS-ClashCount           PIC 9(5)    VALUE ZEROS.
       01  WS-NoBookingCount       PIC 9(5)    VALUE ZEROS.

      * One student's bookings, ordered by day of the week and then
      * by the slot itself. The day is read off the first three
      * characters of the slot (MON through SUN); a slot in any other
      * form sorts after Sunday, an unscheduled booking last of all.
       01  WS-Timetable.
           02  WS-TimetableEntry OCCURS 30 TIMES.
               03  WS-TTSortKey.
                   04  WS-TTDayRank    PIC 9.
                   04  WS-TTSchedule   PIC X(12).
               03  WS-TTCourseCode     PIC X(6).
               03  WS-TTSectionNo      PIC 99.
               03  WS-TTRoom           PIC X(6).
               03  WS-TTLecturerId     PIC X(6).
       01  WS-TTCount              PIC 99      VALUE ZEROS.
       01  WS-TTIndex              PIC 99      VALUE ZEROS.
       01  WS-TTIndex2             PIC 99      VALUE ZEROS.
       01  WS-SwapEntry            PIC X(33)   VALUE SPACES.
       01  WS-TableFullWarned      PIC X       VALUE "N".

       01  WS-DayNames             PIC X(21)   VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  WS-DayTable REDEFINES WS-DayNames.
           02  WS-DayName          PIC X(3)    OCCURS 7 TIMES.
       01  WS-DayIndex             PIC 9       VALUE ZERO.
       01  WS-SlotDay              PIC X(3)    VALUE SPACES.

       01  WS-HeadingLine          PIC X(100)  VALUE
           "PERSONAL WEEKLY TIMETABLES - ACTIVE STUDENTS".

       01  WS-StudentHeadLine.
           02  FILLER              PIC X(9)    VALUE "STUDENT: ".
           02  SH-StudentId        PIC 99(9).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  SH-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  SH-Initials         PIC XX.

       01  WS-ColumnHeading.
           02  FILLER              PIC X(33)   VALUE
               "SCHEDULE      COURSE SC  ROOM    ".
           02  FILLER              PIC X(33)   VALUE
               "LECTURER              DESCRIPTION".

       01  WS-DetailLine.
           02  DL-Schedule         PIC X(12).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-CourseCode       PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-SectionNo        PIC 99.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Room             PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Lecturer         PIC X(20).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Description      PIC X(30).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-ClashFlag        PIC X(9).

       01  WS-NoBookingLine        PIC X(100)  VALUE
           "  NO ENROLLMENTS ON FILE".

       01  WS-SummaryLine1.
           02  FILLER              PIC X(24)   VALUE
               "STUDENTS PRINTED      : ".
           02  SU-Students         PIC ZZZZ9.
       01  WS-SummaryLine2.
           02  FILLER              PIC X(24)   VALUE
               "ENROLLMENTS LISTED    : ".
           02  SU-Bookings         PIC ZZZZZ9.
       01  WS-SummaryLine3.
           02  FILLER              PIC X(24)   VALUE
               "WITH NO ENROLLMENTS   : ".
           02  SU-NoBookings       PIC ZZZZ9.
       01  WS-SummaryLine4.
           02  FILLER              PIC X(24)   VALUE
               "TIMETABLE CLASHES     : ".
           02  SU-Clashes          PIC ZZZZ9.

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT StudentFile
           IF NOT WS-StudentStatusOk
               DISPLAY "StudentTimetable - STUDENTS.DAT could not be "
                       "opened, status " WS-StudentStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EnrollFile
           IF NOT WS-EnrollStatusOk
               DISPLAY "StudentTimetable - ENROLLMENTS.DAT could not "
                       "be opened, status " WS-EnrollStatus
                       " - run aborted."
               CLOSE StudentFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SectionFile
           IF WS-SectionStatusOk
               SET WS-SectionFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - SECTIONS.DAT not available, slots "
                       "come from the course records."
           END-IF
           OPEN INPUT CourseFile
           IF WS-CourseStatusOk
               SET WS-CourseFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - COURSES.DAT not available, course "
                       "titles cannot be shown."
           END-IF
           OPEN INPUT LecturerFile
           IF WS-LecturerStatusOk
               SET WS-LecturerFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - LECTURERS.DAT not available, "
                       "lecturer names cannot be shown."
           END-IF
           OPEN OUTPUT ReportFile
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           PERFORM ReadStudent
           PERFORM UNTIL WS-StudentEOF
               IF EnrollStatus NOT = "W" AND EnrollStatus NOT = "G"
                   PERFORM PrintStudentTimetable
               END-IF
               PERFORM ReadStudent
           END-PERFORM
           PERFORM WriteSummary
           CLOSE StudentFile
           CLOSE EnrollFile
           CLOSE ReportFile
           IF WS-SectionFileAvailable
               CLOSE SectionFile
           END-IF
           IF WS-CourseFileAvailable
               CLOSE CourseFile
           END-IF
           IF WS-LecturerFileAvailable
               CLOSE LecturerFile
           END-IF
           IF WS-ClashCount > ZEROS
               DISPLAY "StudentTimetable - " WS-StudentCount
                       " timetable(s) printed, " WS-ClashCount
                       " clash(es) flagged, see TIMETABLE.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "StudentTimetable - " WS-StudentCount
                       " timetable(s) printed, see TIMETABLE.LST."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       ReadStudent.
           READ StudentFile NEXT
               AT END SET WS-StudentEOF TO TRUE
           END-READ.

       PrintStudentTimetable.
           ADD 1 TO WS-StudentCount
           PERFORM GatherBookings
           PERFORM OrderByDay
           MOVE StudentId TO SH-StudentId
           MOVE Surname   TO SH-Surname
           MOVE Initials  TO SH-Initials
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-StudentHeadLine TO ReportLine
           WRITE ReportLine
           IF WS-TTCount = ZEROS
               ADD 1 TO WS-NoBookingCount
               MOVE WS-NoBookingLine TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE WS-ColumnHeading TO ReportLine
               WRITE ReportLine
               PERFORM VARYING WS-TTIndex FROM 1 BY 1
                       UNTIL WS-TTIndex > WS-TTCount
                   PERFORM PrintBooking
               END-PERFORM
           END-IF.

      * Every ENROLLMENTS.DAT booking for the student, keyed in
      * course order from the student's first key.
       GatherBookings.
           MOVE ZEROS TO WS-TTCount
           MOVE "N"   TO WS-EnrollEOFFlag
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
           END-PERFORM.

       AddBooking.
           IF WS-TTCount < 30
               ADD 1 TO WS-TTCount
               ADD 1 TO WS-BookingCount
               MOVE EN-CourseCode TO WS-TTCourseCode(WS-TTCount)
               MOVE EN-SectionNo  TO WS-TTSectionNo(WS-TTCount)
               MOVE SPACES TO WS-TTSchedule(WS-TTCount)
                              WS-TTRoom(WS-TTCount)
                              WS-TTLecturerId(WS-TTCount)
               PERFORM GetBookingSlot
               PERFORM RankSlotDay
           ELSE
               IF WS-TableFullWarned = "N"
                   DISPLAY "Warning - a student holds more than 30 "
                           "enrollments, remainder not printed."
                   MOVE "Y" TO WS-TableFullWarned
               END-IF
           END-IF.

      * The section's own slot, room and lecturer take precedence
      * when the course runs in SECTIONS.DAT sections; a course
      * without sections meets as the course record says - the same
      * precedence ClassListSort staffs its headings by.
       GetBookingSlot.
           IF WS-SectionFileAvailable
               MOVE EN-CourseCode TO SE-CourseCode
               MOVE EN-SectionNo  TO SE-SectionNo
               READ SectionFile
                   INVALID KEY
                       PERFORM GetCourseSlot
                   NOT INVALID KEY
                       MOVE SE-Schedule
                           TO WS-TTSchedule(WS-TTCount)
                       MOVE SE-Room
                           TO WS-TTRoom(WS-TTCount)
                       MOVE SE-LecturerId
                           TO WS-TTLecturerId(WS-TTCount)
               END-READ
           ELSE
               PERFORM GetCourseSlot
           END-IF.

       GetCourseSlot.
           IF WS-CourseFileAvailable
               MOVE EN-CourseCode TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO-Schedule
                           TO WS-TTSchedule(WS-TTCount)
                       MOVE CO-Room
                           TO WS-TTRoom(WS-TTCount)
                       MOVE CO-LecturerId
                           TO WS-TTLecturerId(WS-TTCount)
               END-READ
           END-IF.

       RankSlotDay.
           IF WS-TTSchedule(WS-TTCount) = SPACES
               MOVE 9 TO WS-TTDayRank(WS-TTCount)
           ELSE
               MOVE 8 TO WS-TTDayRank(WS-TTCount)
               MOVE FUNCTION UPPER-CASE(WS-TTSchedule(WS-TTCount)(1:3))
                   TO WS-SlotDay
               PERFORM VARYING WS-DayIndex FROM 1 BY 1
                       UNTIL WS-DayIndex > 7
                   IF WS-SlotDay = WS-DayName(WS-DayIndex)
                       MOVE WS-DayIndex TO WS-TTDayRank(WS-TTCount)
                   END-IF
               END-PERFORM
           END-IF.

      * A straight exchange pass - a student's bookings run to a
      * handful of entries.
       OrderByDay.
           PERFORM VARYING WS-TTIndex FROM 1 BY 1
                   UNTIL WS-TTIndex >= WS-TTCount
               PERFORM VARYING WS-TTIndex2 FROM 1 BY 1
                       UNTIL WS-TTIndex2 >= WS-TTCount
                   IF WS-TTSortKey(WS-TTIndex2) >
                      WS-TTSortKey(WS-TTIndex2 + 1)
                       MOVE WS-TimetableEntry(WS-TTIndex2)
                           TO WS-SwapEntry
                       MOVE WS-TimetableEntry(WS-TTIndex2 + 1)
                           TO WS-TimetableEntry(WS-TTIndex2)
                       MOVE WS-SwapEntry
                           TO WS-TimetableEntry(WS-TTIndex2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * With the bookings in slot order, a clash is a scheduled slot
      * equal to the one printed just before it - each such booking
      * is flagged and counted once.
       PrintBooking.
           MOVE SPACES TO DL-ClashFlag
           IF WS-TTSchedule(WS-TTIndex) = SPACES
               MOVE "UNSCHEDULED" TO DL-Schedule
           ELSE
               MOVE WS-TTSchedule(WS-TTIndex) TO DL-Schedule
               IF WS-TTIndex > 1
                   IF WS-TTSchedule(WS-TTIndex) =
                      WS-TTSchedule(WS-TTIndex - 1)
                       MOVE "** CLASH" TO DL-ClashFlag
                       ADD 1 TO WS-ClashCount
                   END-IF
               END-IF
           END-IF
           MOVE WS-TTCourseCode(WS-TTIndex) TO DL-CourseCode
           MOVE WS-TTSectionNo(WS-TTIndex)  TO DL-SectionNo
           MOVE WS-TTRoom(WS-TTIndex)       TO DL-Room
           MOVE WS-TTLecturerId(WS-TTIndex) TO DL-Lecturer
           IF WS-LecturerFileAvailable AND
              WS-TTLecturerId(WS-TTIndex) NOT = SPACES
               MOVE WS-TTLecturerId(WS-TTIndex) TO LE-LecturerId
               READ LecturerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LE-LecturerName TO DL-Lecturer
               END-READ
           END-IF
           MOVE SPACES TO DL-Description
           IF WS-CourseFileAvailable
               MOVE WS-TTCourseCode(WS-TTIndex) TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO-Description TO DL-Description
               END-READ
           END-IF
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

       WriteSummary.
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-StudentCount TO SU-Students
           MOVE WS-SummaryLine1 TO ReportLine
           WRITE ReportLine
           MOVE WS-BookingCount TO SU-Bookings
           MOVE WS-SummaryLine2 TO ReportLine
           WRITE ReportLine
           MOVE WS-NoBookingCount TO SU-NoBookings
           MOVE WS-SummaryLine3 TO ReportLine
           WRITE ReportLine
           MOVE WS-ClashCount TO SU-Clashes
           MOVE WS-SummaryLine4 TO ReportLine
           WRITE ReportLine.

       END PROGRAM StudentTimetable.

      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Room utilisation report for the timetabling office -
      *          for every room on ROOMS.DAT, each schedule slot it is
      *          booked in by a SECTIONS.DAT section (or, for a course
      *          not run in sections, by the course record), with the
      *          booked headcount counted off the STUDEXTR.DAT active
      *          enrollment extract against the room's seating
      *          capacity. Slots nobody has enrolled in show EMPTY,
      *          slots booked beyond the seats show OVERCROWDED, and a
      *          room with no bookings at all is listed as unused.
      *          Bookings into a room that is not on ROOMS.DAT are
      *          listed at the end. UTILISE.LST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomUtilisation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS RM-RoomCode
       		              FILE STATUS IS WS-RoomStatus.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS SE-SectionKey
       		              FILE STATUS IS WS-SectionStatus.
           SELECT CourseFile ASSIGN TO "COURSES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT ExtractFile ASSIGN TO "STUDEXTR.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ExtractStatus.
           SELECT ReportFile ASSIGN TO "UTILISE.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
       FD RoomFile.
           COPY ROOMRC.

       FD SectionFile.
           COPY SECTRC.

       FD CourseFile.
           COPY COURSERC.

       FD ExtractFile.
           COPY STUDXTRC.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RoomStatus           PIC XX      VALUE SPACES.
           88 WS-RoomStatusOk                  VALUE "00".
       01  WS-RoomEOFFlag          PIC X       VALUE "N".
           88 WS-RoomEOF                       VALUE "Y".
       01  WS-SectionStatus        PIC XX      VALUE SPACES.
           88 WS-SectionStatusOk               VALUE "00".
       01  WS-SectionAvailableFlag PIC X       VALUE "N".
           88 WS-SectionFileAvailable          VALUE "Y".
       01  WS-SectionEOFFlag       PIC X       VALUE "N".
           88 WS-SectionEOF                    VALUE "Y".
       01  WS-CourseFileStatus     PIC XX      VALUE SPACES.
           88 WS-CourseStatusOk                VALUE "00".
       01  WS-CourseEOFFlag        PIC X       VALUE "N".
           88 WS-CourseEOF                     VALUE "Y".
       01  WS-CourseSectionedFlag  PIC X       VALUE "N".
           88 WS-CourseSectioned               VALUE "Y".
       01  WS-ExtractStatus        PIC XX      VALUE SPACES.
           88 WS-ExtractStatusOk               VALUE "00".
       01  WS-ExtractEOFFlag       PIC X       VALUE "N".
           88 WS-ExtractEOF                    VALUE "Y".

      * One entry per room booking - a section, or a course that does
      * not run in sections booked as its single section 01 - with
      * the active headcount booked to it. Ordered by room and slot
      * for printing, so the bookings of one room in one slot sit
      * together.
       01  WS-MeetingTable.
           02  WS-MeetingEntry OCCURS 1000 TIMES.
               03  WS-MTSortKey.
                   04  WS-MTRoom       PIC X(6).
                   04  WS-MTSchedule   PIC X(12).
                   04  WS-MTCourseCode PIC X(6).
                   04  WS-MTSectionNo  PIC 99.
               03  WS-MTHeadcount      PIC 9(5).
               03  WS-MTRoomFlag       PIC X.
                   88 WS-MTRoomOnFile          VALUE "Y".
       01  WS-MTCount              PIC 9(4)    VALUE ZEROS.
       01  WS-MTIndex              PIC 9(4)    VALUE ZEROS.
       01  WS-MTIndex2             PIC 9(4)    VALUE ZEROS.
       01  WS-SwapEntry            PIC X(32)   VALUE SPACES.
       01  WS-TableFullWarned      PIC X       VALUE "N".
       01  WS-MeetingFoundFlag     PIC X       VALUE "N".
           88 WS-MeetingFound                  VALUE "Y".

       01  WS-SlotSchedule         PIC X(12)   VALUE SPACES.
       01  WS-SlotBooked           PIC 9(5)    VALUE ZEROS.
       01  WS-SlotPointer          PIC 99      VALUE ZEROS.
       01  WS-SlotDoneFlag         PIC X       VALUE "N".
           88 WS-SlotDone                      VALUE "Y".
       01  WS-RoomSlotCount        PIC 9(4)    VALUE ZEROS.
       01  WS-UsePercent           PIC 9(5)    VALUE ZEROS.

       01  WS-RoomCount            PIC 9(5)    VALUE ZEROS.
       01  WS-UnusedRoomCount      PIC 9(5)    VALUE ZEROS.
       01  WS-SlotCount            PIC 9(5)    VALUE ZEROS.
       01  WS-EmptySlotCount       PIC 9(5)    VALUE ZEROS.
       01  WS-OverSlotCount        PIC 9(5)    VALUE ZEROS.
       01  WS-UnknownRoomCount     PIC 9(5)    VALUE ZEROS.
       01  WS-NoRoomCount          PIC 9(5)    VALUE ZEROS.

       01  WS-HeadingLine          PIC X(100)  VALUE
           "ROOM UTILISATION - BOOKED HEADCOUNT AGAINST CAPACITY".

       01  WS-RoomHeadLine.
           02  FILLER              PIC X(6)    VALUE "ROOM: ".
           02  RH-RoomCode         PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  RH-Building         PIC X(20).
           02  FILLER              PIC X(7)    VALUE "  TYPE ".
           02  RH-RoomType         PIC X(3).
           02  FILLER              PIC X(11)   VALUE "  CAPACITY ".
           02  RH-Capacity         PIC ZZ9.

       01  WS-ColumnHeading.
           02  FILLER              PIC X(36)   VALUE
               "SCHEDULE     BOOKED  CAP  USE%  COUR".
           02  FILLER              PIC X(28)   VALUE
               "SES                   STATUS".

       01  WS-DetailLine.
           02  DL-Schedule         PIC X(12).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Booked           PIC ZZZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Capacity         PIC ZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-UsePercent       PIC ZZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Courses          PIC X(24).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Status           PIC X(12).

       01  WS-UnusedLine           PIC X(100)  VALUE
           "  NO SCHEDULED USE - ROOM UNUSED".

       01  WS-UnknownHeading       PIC X(100)  VALUE
           "BOOKINGS IN ROOMS NOT ON ROOMS.DAT".

       01  WS-UnknownLine.
           02  FILLER              PIC X(6)    VALUE "ROOM: ".
           02  UK-RoomCode         PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  UK-Schedule         PIC X(12).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  UK-CourseCode       PIC X(6).
           02  FILLER              PIC X       VALUE "/".
           02  UK-SectionNo        PIC 99.
           02  FILLER              PIC X(9)    VALUE "  BOOKED ".
           02  UK-Booked           PIC ZZZZ9.

       01  WS-SummaryLine1.
           02  FILLER              PIC X(28)   VALUE
               "ROOMS ON FILE            : ".
           02  SU-Rooms            PIC ZZZZ9.
       01  WS-SummaryLine2.
           02  FILLER              PIC X(28)   VALUE
               "ROOMS UNUSED             : ".
           02  SU-UnusedRooms      PIC ZZZZ9.
       01  WS-SummaryLine3.
           02  FILLER              PIC X(28)   VALUE
               "ROOM SLOTS BOOKED        : ".
           02  SU-Slots            PIC ZZZZ9.
       01  WS-SummaryLine4.
           02  FILLER              PIC X(28)   VALUE
               "SLOTS EMPTY              : ".
           02  SU-EmptySlots       PIC ZZZZ9.
       01  WS-SummaryLine5.
           02  FILLER              PIC X(28)   VALUE
               "SLOTS OVERCROWDED        : ".
           02  SU-OverSlots        PIC ZZZZ9.
       01  WS-SummaryLine6.
           02  FILLER              PIC X(28)   VALUE
               "BOOKINGS IN UNKNOWN ROOMS: ".
           02  SU-UnknownRooms     PIC ZZZZ9.
       01  WS-SummaryLine7.
           02  FILLER              PIC X(28)   VALUE
               "BOOKINGS WITH NO ROOM    : ".
           02  SU-NoRoom           PIC ZZZZ9.

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT RoomFile
           IF NOT WS-RoomStatusOk
               DISPLAY "RoomUtilisation - ROOMS.DAT could not be "
                       "opened, status " WS-RoomStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ExtractFile
           IF NOT WS-ExtractStatusOk
               DISPLAY "RoomUtilisation - STUDEXTR.DAT could not be "
                       "opened, status " WS-ExtractStatus
                       " - run the extract step first."
               CLOSE RoomFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadSectionMeetings
           PERFORM LoadCourseMeetings
           PERFORM CountHeadcounts
           CLOSE ExtractFile
           PERFORM OrderByRoom
           OPEN OUTPUT ReportFile
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE 1 TO WS-MTIndex
           PERFORM ReadRoom
           PERFORM UNTIL WS-RoomEOF
               PERFORM PrintOneRoom
               PERFORM ReadRoom
           END-PERFORM
           PERFORM PrintUnknownRooms
           PERFORM WriteSummary
           CLOSE RoomFile
           CLOSE ReportFile
           IF WS-OverSlotCount > ZEROS OR WS-UnknownRoomCount > ZEROS
               DISPLAY "RoomUtilisation - " WS-OverSlotCount
                       " slot(s) overcrowded, " WS-UnknownRoomCount
                       " booking(s) in rooms not on file, see "
                       "UTILISE.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "RoomUtilisation - " WS-RoomCount
                       " room(s) reported, see UTILISE.LST."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * Every section with a room is a booking of that room in the
      * section's slot. A section with no room yet is counted but
      * cannot be set against any capacity.
       LoadSectionMeetings.
           OPEN INPUT SectionFile
           IF WS-SectionStatusOk
               SET WS-SectionFileAvailable TO TRUE
               MOVE LOW-VALUES TO SE-SectionKey
               START SectionFile KEY NOT < SE-SectionKey
                   INVALID KEY SET WS-SectionEOF TO TRUE
               END-START
               PERFORM UNTIL WS-SectionEOF
                   READ SectionFile NEXT
                       AT END
                           SET WS-SectionEOF TO TRUE
                       NOT AT END
                           IF SE-Room = SPACES
                               ADD 1 TO WS-NoRoomCount
                           ELSE
                               PERFORM AddSectionMeeting
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "Warning - SECTIONS.DAT not available, every "
                       "course is booked from its course record."
           END-IF.

       AddSectionMeeting.
           IF WS-MTCount < 1000
               ADD 1 TO WS-MTCount
               MOVE SE-Room       TO WS-MTRoom(WS-MTCount)
               MOVE SE-Schedule   TO WS-MTSchedule(WS-MTCount)
               MOVE SE-CourseCode TO WS-MTCourseCode(WS-MTCount)
               MOVE SE-SectionNo  TO WS-MTSectionNo(WS-MTCount)
               MOVE ZEROS         TO WS-MTHeadcount(WS-MTCount)
               MOVE "N"           TO WS-MTRoomFlag(WS-MTCount)
           ELSE
               PERFORM WarnTableFull
           END-IF.

      * A course with no SECTIONS.DAT records runs as its single
      * section 01 in the room and slot on the course record - the
      * same fallback ClassListSort staffs its headings by.
       LoadCourseMeetings.
           OPEN INPUT CourseFile
           IF WS-CourseStatusOk
               PERFORM UNTIL WS-CourseEOF
                   READ CourseFile NEXT
                       AT END
                           SET WS-CourseEOF TO TRUE
                       NOT AT END
                           PERFORM CheckCourseSectioned
                           IF NOT WS-CourseSectioned
                               PERFORM AddCourseMeeting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CourseFile
           ELSE
               DISPLAY "Warning - COURSES.DAT not available, only "
                       "sectioned courses are reported."
           END-IF
           IF WS-SectionFileAvailable
               CLOSE SectionFile
           END-IF.

       CheckCourseSectioned.
           MOVE "N" TO WS-CourseSectionedFlag
           IF WS-SectionFileAvailable
               MOVE CO-CourseCode TO SE-CourseCode
               MOVE ZEROS         TO SE-SectionNo
               START SectionFile KEY NOT < SE-SectionKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SectionFile NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SE-CourseCode = CO-CourseCode
                                   SET WS-CourseSectioned TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       AddCourseMeeting.
           IF CO-Room = SPACES
               ADD 1 TO WS-NoRoomCount
           ELSE
               IF WS-MTCount < 1000
                   ADD 1 TO WS-MTCount
                   MOVE CO-Room       TO WS-MTRoom(WS-MTCount)
                   MOVE CO-Schedule   TO WS-MTSchedule(WS-MTCount)
                   MOVE CO-CourseCode TO WS-MTCourseCode(WS-MTCount)
                   MOVE 1             TO WS-MTSectionNo(WS-MTCount)
                   MOVE ZEROS         TO WS-MTHeadcount(WS-MTCount)
                   MOVE "N"           TO WS-MTRoomFlag(WS-MTCount)
               ELSE
                   PERFORM WarnTableFull
               END-IF
           END-IF.

       WarnTableFull.
           IF WS-TableFullWarned = "N"
               DISPLAY "Warning - more than 1000 room bookings, "
                       "remainder not reported."
               MOVE "Y" TO WS-TableFullWarned
           END-IF.

      * Each extract record is one active enrollment, already carrying
      * the section it is booked to.
       CountHeadcounts.
           PERFORM ReadExtract
           PERFORM UNTIL WS-ExtractEOF
               MOVE "N" TO WS-MeetingFoundFlag
               PERFORM VARYING WS-MTIndex FROM 1 BY 1
                       UNTIL WS-MTIndex > WS-MTCount OR WS-MeetingFound
                   IF WS-MTCourseCode(WS-MTIndex) = SX-CourseCode AND
                      WS-MTSectionNo(WS-MTIndex) = SX-SectionNo
                       ADD 1 TO WS-MTHeadcount(WS-MTIndex)
                       SET WS-MeetingFound TO TRUE
                   END-IF
               END-PERFORM
               PERFORM ReadExtract
           END-PERFORM.

       ReadExtract.
           READ ExtractFile
               AT END SET WS-ExtractEOF TO TRUE
           END-READ.

      * A straight exchange pass into room, slot and course order -
      * the order ROOMS.DAT is read in, so the report merges the two.
       OrderByRoom.
           PERFORM VARYING WS-MTIndex FROM 1 BY 1
                   UNTIL WS-MTIndex >= WS-MTCount
               PERFORM VARYING WS-MTIndex2 FROM 1 BY 1
                       UNTIL WS-MTIndex2 >= WS-MTCount
                   IF WS-MTSortKey(WS-MTIndex2) >
                      WS-MTSortKey(WS-MTIndex2 + 1)
                       MOVE WS-MeetingEntry(WS-MTIndex2)
                           TO WS-SwapEntry
                       MOVE WS-MeetingEntry(WS-MTIndex2 + 1)
                           TO WS-MeetingEntry(WS-MTIndex2)
                       MOVE WS-SwapEntry
                           TO WS-MeetingEntry(WS-MTIndex2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ReadRoom.
           READ RoomFile NEXT
               AT END SET WS-RoomEOF TO TRUE
           END-READ.

      * Bookings sorting below the current room belong to no room on
      * file and are left for the end of the report; the bookings of
      * this room are then printed slot by slot.
       PrintOneRoom.
           ADD 1 TO WS-RoomCount
           MOVE ZEROS TO WS-RoomSlotCount
           MOVE "N" TO WS-SlotDoneFlag
           PERFORM UNTIL WS-SlotDone
               IF WS-MTIndex > WS-MTCount
                   SET WS-SlotDone TO TRUE
               ELSE
                   IF WS-MTRoom(WS-MTIndex) NOT < RM-RoomCode
                       SET WS-SlotDone TO TRUE
                   ELSE
                       ADD 1 TO WS-MTIndex
                   END-IF
               END-IF
           END-PERFORM
           MOVE RM-RoomCode TO RH-RoomCode
           MOVE RM-Building TO RH-Building
           MOVE RM-RoomType TO RH-RoomType
           MOVE RM-Capacity TO RH-Capacity
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-RoomHeadLine TO ReportLine
           WRITE ReportLine
           MOVE "N" TO WS-SlotDoneFlag
           IF WS-MTIndex > WS-MTCount
               SET WS-SlotDone TO TRUE
           ELSE
               IF WS-MTRoom(WS-MTIndex) NOT = RM-RoomCode
                   SET WS-SlotDone TO TRUE
               ELSE
                   MOVE WS-ColumnHeading TO ReportLine
                   WRITE ReportLine
               END-IF
           END-IF
           PERFORM UNTIL WS-SlotDone
               PERFORM PrintOneSlot
               IF WS-MTIndex > WS-MTCount
                   SET WS-SlotDone TO TRUE
               ELSE
                   IF WS-MTRoom(WS-MTIndex) NOT = RM-RoomCode
                       SET WS-SlotDone TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RoomSlotCount = ZEROS
               ADD 1 TO WS-UnusedRoomCount
               MOVE WS-UnusedLine TO ReportLine
               WRITE ReportLine
           END-IF.

      * Sums the headcount of every booking of this room in this
      * slot - normally one, more where ScheduleAudit would report a
      * room clash - and sets it against the room's seats.
       PrintOneSlot.
           ADD 1 TO WS-RoomSlotCount
           ADD 1 TO WS-SlotCount
           MOVE WS-MTSchedule(WS-MTIndex) TO WS-SlotSchedule
           MOVE ZEROS  TO WS-SlotBooked
           MOVE SPACES TO DL-Courses
           MOVE 1      TO WS-SlotPointer
           MOVE "N"    TO WS-MeetingFoundFlag
           PERFORM UNTIL WS-MeetingFound
               SET WS-MTRoomOnFile(WS-MTIndex) TO TRUE
               ADD WS-MTHeadcount(WS-MTIndex) TO WS-SlotBooked
               IF WS-SlotPointer < 16
                   STRING WS-MTCourseCode(WS-MTIndex) "/"
                          WS-MTSectionNo(WS-MTIndex) " "
                          DELIMITED BY SIZE
                       INTO DL-Courses
                       WITH POINTER WS-SlotPointer
                   END-STRING
               END-IF
               ADD 1 TO WS-MTIndex
               IF WS-MTIndex > WS-MTCount
                   SET WS-MeetingFound TO TRUE
               ELSE
                   IF WS-MTRoom(WS-MTIndex) NOT = RM-RoomCode OR
                      WS-MTSchedule(WS-MTIndex) NOT = WS-SlotSchedule
                       SET WS-MeetingFound TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SlotSchedule = SPACES
               MOVE "UNSCHEDULED" TO DL-Schedule
           ELSE
               MOVE WS-SlotSchedule TO DL-Schedule
           END-IF
           MOVE WS-SlotBooked TO DL-Booked
           MOVE RM-Capacity   TO DL-Capacity
           MOVE ZEROS TO WS-UsePercent
           IF RM-Capacity NUMERIC AND RM-Capacity > ZEROS
               COMPUTE WS-UsePercent ROUNDED =
                   WS-SlotBooked * 100 / RM-Capacity
           END-IF
           MOVE WS-UsePercent TO DL-UsePercent
           EVALUATE TRUE
               WHEN WS-SlotBooked = ZEROS
                   MOVE "EMPTY" TO DL-Status
                   ADD 1 TO WS-EmptySlotCount
               WHEN WS-SlotBooked > RM-Capacity
                   MOVE "OVERCROWDED" TO DL-Status
                   ADD 1 TO WS-OverSlotCount
               WHEN OTHER
                   MOVE SPACES TO DL-Status
           END-EVALUATE
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

       PrintUnknownRooms.
           PERFORM VARYING WS-MTIndex FROM 1 BY 1
                   UNTIL WS-MTIndex > WS-MTCount
               IF NOT WS-MTRoomOnFile(WS-MTIndex)
                   IF WS-UnknownRoomCount = ZEROS
                       MOVE WS-BlankLine TO ReportLine
                       WRITE ReportLine
                       MOVE WS-UnknownHeading TO ReportLine
                       WRITE ReportLine
                   END-IF
                   ADD 1 TO WS-UnknownRoomCount
                   MOVE WS-MTRoom(WS-MTIndex)       TO UK-RoomCode
                   MOVE WS-MTSchedule(WS-MTIndex)   TO UK-Schedule
                   MOVE WS-MTCourseCode(WS-MTIndex) TO UK-CourseCode
                   MOVE WS-MTSectionNo(WS-MTIndex)  TO UK-SectionNo
                   MOVE WS-MTHeadcount(WS-MTIndex)  TO UK-Booked
                   MOVE WS-UnknownLine TO ReportLine
                   WRITE ReportLine
               END-IF
           END-PERFORM.

       WriteSummary.
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-RoomCount TO SU-Rooms
           MOVE WS-SummaryLine1 TO ReportLine
           WRITE ReportLine
           MOVE WS-UnusedRoomCount TO SU-UnusedRooms
           MOVE WS-SummaryLine2 TO ReportLine
           WRITE ReportLine
           MOVE WS-SlotCount TO SU-Slots
           MOVE WS-SummaryLine3 TO ReportLine
           WRITE ReportLine
           MOVE WS-EmptySlotCount TO SU-EmptySlots
           MOVE WS-SummaryLine4 TO ReportLine
           WRITE ReportLine
           MOVE WS-OverSlotCount TO SU-OverSlots
           MOVE WS-SummaryLine5 TO ReportLine
           WRITE ReportLine
           MOVE WS-UnknownRoomCount TO SU-UnknownRooms
           MOVE WS-SummaryLine6 TO ReportLine
           WRITE ReportLine
           MOVE WS-NoRoomCount TO SU-NoRoom
           MOVE WS-SummaryLine7 TO ReportLine
           WRITE ReportLine.

       END PROGRAM RoomUtilisation.

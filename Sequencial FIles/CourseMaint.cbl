       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS LE-LecturerId
       		              FILE STATUS IS WS-LecturerStatus.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS RM-RoomCode
       		              FILE STATUS IS WS-RoomStatus.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS SE-SectionKey
       		              FILE STATUS IS WS-SectionStatus.
           SELECT LockFile ASSIGN TO "CRSLOCK.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LockStatus.
       FD LecturerFile.
           COPY LECTRC.

       FD SectionFile.
           COPY SECTRC.

       FD RoomFile.
           COPY ROOMRC.

       FD ControlFile.
           COPY CTLCNTRC.

           88 WS-LecturerFileNotFound           VALUE "35".
       01  WS-LecturerAvailableFlag PIC X      VALUE "N".
           88 WS-LecturerFileAvailable          VALUE "Y".
       01  WS-SectionStatus        PIC XX      VALUE SPACES.
           88 WS-SectionStatusOk                VALUE "00".
       01  WS-SectionAvailableFlag PIC X       VALUE "N".
           88 WS-SectionFileAvailable           VALUE "Y".
       01  WS-RoomStatus           PIC XX      VALUE SPACES.
           88 WS-RoomFileNotFound               VALUE "35".
       01  WS-RoomAvailableFlag    PIC X       VALUE "N".
           88 WS-RoomFileAvailable              VALUE "Y".
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-CourseStatus         PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
       01  WS-CandSchedule         PIC X(12)   VALUE SPACES.
       01  WS-CandLecturer         PIC X(6)    VALUE SPACES.

      * Work fields for the shared lecturer-load paragraphs (LECTLDPG).
       01  WS-LoadLecturerId       PIC X(6)    VALUE SPACES.
       01  WS-LoadSkipCourse       PIC X(6)    VALUE SPACES.
       01  WS-LoadSkipSection      PIC 99      VALUE ZEROS.
       01  WS-LoadHours            PIC 9(4)    VALUE ZEROS.
       01  WS-LoadScanEOFFlag      PIC X       VALUE "N".
           88 WS-LoadScanEOF                   VALUE "Y".
       01  WS-LoadSectionedFlag    PIC X       VALUE "N".
           88 WS-LoadCourseSectioned           VALUE "Y".
       01  WS-LoadCourseCode       PIC X(6)    VALUE SPACES.
       01  WS-LoadSaveRecord       PIC X(65)   VALUE SPACES.
       01  WS-CandHours            PIC 99      VALUE ZEROS.
       01  WS-CandContract         PIC 99      VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM ClaimRunLock
               ELSE
                   SET WS-LecturerFileAvailable TO TRUE
               END-IF
               OPEN INPUT SectionFile
               IF WS-SectionStatusOk
                   SET WS-SectionFileAvailable TO TRUE
               END-IF
               OPEN INPUT RoomFile
               IF WS-RoomFileNotFound
                   DISPLAY "Warning - ROOMS.DAT not found, room "
                           "validation is disabled."
               ELSE
                   SET WS-RoomFileAvailable TO TRUE
               END-IF
               DISPLAY "COURSES.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               IF WS-LecturerFileAvailable
                   CLOSE LecturerFile
               END-IF
               IF WS-SectionFileAvailable
                   CLOSE SectionFile
               END-IF
               IF WS-RoomFileAvailable
                   CLOSE RoomFile
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM ReleaseRunLock
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-CourseCode))
               TO CO-CourseCode
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-LecturerId))
               TO CO-LecturerId
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-Room))
               TO CO-Room.

       ValidateCourseDetails.
           SET WS-EntryValid TO TRUE
           MOVE ZEROS TO WS-CandContract
           IF CO-CourseCode = SPACES
               DISPLAY "Reject - course code cannot be blank."
               SET WS-EntryInvalid TO TRUE
                       DISPLAY "Reject - lecturer id " CO-LecturerId
                               " not found in LECTURERS.DAT."
                       SET WS-EntryInvalid TO TRUE
                   NOT INVALID KEY
                       MOVE LE-ContractHours TO WS-CandContract
               END-READ
           END-IF
      * A keyed room must be on the room master, and a seat cap may
      * not promise more places than the room seats. A blank room is
      * a course not yet timetabled, and a 000 cap is uncapped.
           IF CO-Room NOT = SPACES AND WS-RoomFileAvailable
               MOVE CO-Room TO RM-RoomCode
               READ RoomFile
                   INVALID KEY
                       DISPLAY "Reject - room " CO-Room
                               " not found in ROOMS.DAT."
                       SET WS-EntryInvalid TO TRUE
                   NOT INVALID KEY
                       IF CO-MaxSeats NUMERIC AND
                          CO-MaxSeats > RM-Capacity
                           DISPLAY "Reject - maximum seats "
                                   CO-MaxSeats " exceeds room "
                                   CO-Room " capacity of "
                                   RM-Capacity "."
                           SET WS-EntryInvalid TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-EntryValid AND CO-Schedule NOT = SPACES
               PERFORM CheckScheduleClash
           END-IF
           IF WS-EntryValid AND CO-LecturerId NOT = SPACES AND
              WS-LecturerFileAvailable AND WS-CandContract > ZEROS
               PERFORM CheckLecturerLoad
           END-IF.

      * An Add or Change whose room and schedule slot (or lecturer
               END-IF
           END-IF.

      * An assignment that takes the lecturer past the teaching hours
      * on their contract is warned of, not refused - the head of
      * department may have agreed the overload. A course run in
      * sections is staffed section by section in SectionMaint, so
      * its own lecturer carries no load here.
       CheckLecturerLoad.
           MOVE CourseRecord   TO WS-LoadSaveRecord
           MOVE CO-LecturerId  TO WS-LoadLecturerId
           MOVE CO-CourseCode  TO WS-LoadSkipCourse
           MOVE ZEROS          TO WS-LoadSkipSection
           MOVE CO-CreditHours TO WS-CandHours
           MOVE CO-CourseCode  TO WS-LoadCourseCode
           PERFORM CheckLoadCourseSectioned
           IF NOT WS-LoadCourseSectioned
               PERFORM ComputeLecturerLoad
               ADD WS-CandHours TO WS-LoadHours
               IF WS-LoadHours > WS-CandContract
                   DISPLAY "Warning - lecturer " WS-LoadLecturerId
                           " would teach " WS-LoadHours " credit hours "
                           "against a contract of " WS-CandContract "."
               END-IF
           END-IF
           MOVE WS-LoadSaveRecord TO CourseRecord.

           COPY LECTLDPG.

       END PROGRAM CourseMaint.

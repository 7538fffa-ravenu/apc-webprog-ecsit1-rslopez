      *          shape as CourseMaint. The course side is validated
      *          against COURSES.DAT and a keyed lecturer against
      *          LECTURERS.DAT, the same edits CourseMaint applies
      *          to its single-section equivalents. A keyed room must
      *          be on ROOMS.DAT and seat at least the section's cap,
      *          and the operator is warned when the section takes
      *          its lecturer past their contracted teaching hours.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS LE-LecturerId
       		              FILE STATUS IS WS-LecturerStatus.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS RM-RoomCode
       		              FILE STATUS IS WS-RoomStatus.
           SELECT RejectFile ASSIGN TO "SECTREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       FD LecturerFile.
           COPY LECTRC.

       FD RoomFile.
           COPY ROOMRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-CourseCode   PIC X(6).
       01  WS-LecturerAvailableFlag PIC X      VALUE "N".
           88 WS-LecturerFileAvailable          VALUE "Y".

       01  WS-SectionAvailableFlag PIC X       VALUE "Y".
           88 WS-SectionFileAvailable           VALUE "Y".
       01  WS-RoomStatus           PIC XX      VALUE SPACES.
           88 WS-RoomFileNotFound               VALUE "35".
       01  WS-RoomAvailableFlag    PIC X       VALUE "N".
           88 WS-RoomFileAvailable              VALUE "Y".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".


       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

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
       01  WS-LoadSaveRecord       PIC X(35)   VALUE SPACES.
       01  WS-CandHours            PIC 99      VALUE ZEROS.
       01  WS-CandContract         PIC 99      VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenSectionFile
               ELSE
                   SET WS-LecturerFileAvailable TO TRUE
               END-IF
               OPEN INPUT RoomFile
               IF WS-RoomFileNotFound
                   DISPLAY "Warning - ROOMS.DAT not found, room "
                           "validation is disabled."
               ELSE
                   SET WS-RoomFileAvailable TO TRUE
               END-IF
               DISPLAY "SECTIONS.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               IF WS-LecturerFileAvailable
                   CLOSE LecturerFile
               END-IF
               IF WS-RoomFileAvailable
                   CLOSE RoomFile
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SE-CourseCode))
               TO SE-CourseCode
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SE-LecturerId))
               TO SE-LecturerId
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SE-Room))
               TO SE-Room.

       ValidateSectionDetails.
           SET WS-EntryValid TO TRUE
           MOVE ZEROS TO WS-CandHours WS-CandContract
           IF SE-CourseCode = SPACES
               DISPLAY "Reject - course code cannot be blank."
               SET WS-EntryInvalid TO TRUE
                                   SE-CourseCode
                                   " not found in COURSES.DAT."
                           SET WS-EntryInvalid TO TRUE
                       NOT INVALID KEY
                           MOVE CO-CreditHours TO WS-CandHours
                   END-READ
               END-IF
           END-IF
                       DISPLAY "Reject - lecturer id " SE-LecturerId
                               " not found in LECTURERS.DAT."
                       SET WS-EntryInvalid TO TRUE
                   NOT INVALID KEY
                       MOVE LE-ContractHours TO WS-CandContract
               END-READ
           END-IF
      * A keyed room must be on the room master, and a seat cap may
      * not promise more places than the room seats. A blank room is
      * a section not yet timetabled, and a 000 cap is uncapped.
           IF SE-Room NOT = SPACES AND WS-RoomFileAvailable
               MOVE SE-Room TO RM-RoomCode
               READ RoomFile
                   INVALID KEY
                       DISPLAY "Reject - room " SE-Room
                               " not found in ROOMS.DAT."
                       SET WS-EntryInvalid TO TRUE
                   NOT INVALID KEY
                       IF SE-MaxSeats NUMERIC AND
                          SE-MaxSeats > RM-Capacity
                           DISPLAY "Reject - maximum seats "
                                   SE-MaxSeats " exceeds room "
                                   SE-Room " capacity of "
                                   RM-Capacity "."
                           SET WS-EntryInvalid TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-EntryValid AND SE-LecturerId NOT = SPACES AND
              WS-CourseFileAvailable AND WS-CandContract > ZEROS
               PERFORM CheckLecturerLoad
           END-IF.

      * An assignment that takes the lecturer past the teaching hours
      * on their contract is warned of, not refused, as CourseMaint
      * warns of it. The section being keyed is left out of the
      * lecturer's current load and added back at its course's
      * credit hours. The candidate sits in the file record area, so
      * it is saved and restored around the scan.
       CheckLecturerLoad.
           MOVE SectionRecord TO WS-LoadSaveRecord
           MOVE SE-LecturerId TO WS-LoadLecturerId
           MOVE SE-CourseCode TO WS-LoadSkipCourse
           MOVE SE-SectionNo  TO WS-LoadSkipSection
           PERFORM ComputeLecturerLoad
           ADD WS-CandHours TO WS-LoadHours
           IF WS-LoadHours > WS-CandContract
               DISPLAY "Warning - lecturer " WS-LoadLecturerId
                       " would teach " WS-LoadHours " credit hours "
                       "against a contract of " WS-CandContract "."
           END-IF
           MOVE WS-LoadSaveRecord TO SectionRecord.

           COPY LECTLDPG.

       END PROGRAM SectionMaint.

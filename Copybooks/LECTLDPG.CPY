      ******************************************************************
      * Common lecturer teaching-load paragraph, for the maintenance
      * programs that assign lecturers. ComputeLecturerLoad totals in
      * WS-LoadHours the credit hours WS-LoadLecturerId already
      * teaches - each SECTIONS.DAT section staffed by the lecturer,
      * plus each course not run in sections whose CO-LecturerId is
      * the lecturer, at the course's CO-CreditHours - leaving out
      * the course and section being maintained (WS-LoadSkipCourse /
      * WS-LoadSkipSection, section 00 for a whole course) so its
      * keyed replacement can be added on top. Both files are read
      * through their record areas; the caller saves and restores
      * any candidate record sitting in them.
      *
      * The including program must supply CourseFile (COURSERC) and
      * SectionFile (SECTRC), both INDEXED with ACCESS DYNAMIC and
      * open - SectionFile only when WS-SectionFileAvailable - and:
      *   01  WS-SectionAvailableFlag PIC X   VALUE "N".
      *       88 WS-SectionFileAvailable    VALUE "Y".
      *   01  WS-LoadLecturerId   PIC X(6)  VALUE SPACES.
      *   01  WS-LoadSkipCourse   PIC X(6)  VALUE SPACES.
      *   01  WS-LoadSkipSection  PIC 99    VALUE ZEROS.
      *   01  WS-LoadHours        PIC 9(4)  VALUE ZEROS.
      *   01  WS-LoadScanEOFFlag  PIC X     VALUE "N".
      *       88 WS-LoadScanEOF             VALUE "Y".
      *   01  WS-LoadSectionedFlag PIC X    VALUE "N".
      *       88 WS-LoadCourseSectioned     VALUE "Y".
      *   01  WS-LoadCourseCode   PIC X(6)  VALUE SPACES.
      ******************************************************************
       ComputeLecturerLoad.
           MOVE ZEROS TO WS-LoadHours
           IF WS-SectionFileAvailable
               MOVE "N" TO WS-LoadScanEOFFlag
               MOVE LOW-VALUES TO SE-SectionKey
               START SectionFile KEY NOT < SE-SectionKey
                   INVALID KEY SET WS-LoadScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-LoadScanEOF
                   READ SectionFile NEXT
                       AT END
                           SET WS-LoadScanEOF TO TRUE
                       NOT AT END
                           PERFORM AddSectionLoad
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO WS-LoadScanEOFFlag
           MOVE LOW-VALUES TO CO-CourseCode
           START CourseFile KEY NOT < CO-CourseCode
               INVALID KEY SET WS-LoadScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-LoadScanEOF
               READ CourseFile NEXT
                   AT END
                       SET WS-LoadScanEOF TO TRUE
                   NOT AT END
                       PERFORM AddCourseLoad
               END-READ
           END-PERFORM.

       AddSectionLoad.
           IF SE-LecturerId = WS-LoadLecturerId
               IF SE-CourseCode NOT = WS-LoadSkipCourse OR
                  SE-SectionNo NOT = WS-LoadSkipSection
                   MOVE SE-CourseCode TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD CO-CreditHours TO WS-LoadHours
                   END-READ
               END-IF
           END-IF.

      * A course that runs in sections is taught by its sections'
      * lecturers, already counted - its own CO-LecturerId is not
      * extra load.
       AddCourseLoad.
           IF CO-LecturerId = WS-LoadLecturerId AND
              CO-CourseCode NOT = WS-LoadSkipCourse
               MOVE CO-CourseCode TO WS-LoadCourseCode
               PERFORM CheckLoadCourseSectioned
               IF NOT WS-LoadCourseSectioned
                   ADD CO-CreditHours TO WS-LoadHours
               END-IF
           END-IF.

       CheckLoadCourseSectioned.
           MOVE "N" TO WS-LoadSectionedFlag
           IF WS-SectionFileAvailable
               MOVE WS-LoadCourseCode TO SE-CourseCode
               MOVE ZEROS             TO SE-SectionNo
               START SectionFile KEY NOT < SE-SectionKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SectionFile NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SE-CourseCode = WS-LoadCourseCode
                                   SET WS-LoadCourseSectioned TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      *          own room, schedule and lecturer from SECTIONS.DAT
      *          when the course runs in sections, falling back to
      *          the single-section figures on the course record.
      *          Each COURSE: heading also carries the LecturerId the
      *          group is staffed by, so the lists can be burst out
      *          to each lecturer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  CH-CourseCode       PIC X(6).
           02  FILLER              PIC X(10)   VALUE "  SECTION ".
           02  CH-SectionNo        PIC 99.
           02  FILLER              PIC X(14)   VALUE "  LECTURER ID ".
           02  CH-LecturerId       PIC X(6).

       01  WS-StaffingLine.
           02  FILLER              PIC X(10)   VALUE "LECTURER: ".
      * schedule from the course record. A course that has students
      * on its list but no CO-LecturerId gets the exceptions line
      * instead, so an unstaffed class is impossible to miss at the
      * start of term. The lecturer's id rides on the COURSE: line
      * itself, which is where ReportBurst slices each lecturer's
      * lists out for them.
       WriteCourseHeading.
           IF NOT WS-IsFirstGroup
               WRITE ClassListLine FROM WS-BlankLine
           END-IF
           MOVE SPACES TO WS-StaffLecturerId
           MOVE SPACES TO WS-StaffRoom
           MOVE SPACES TO WS-StaffSchedule
           PERFORM GetStaffingDetails
           MOVE SX-CourseCode      TO CH-CourseCode
           MOVE SX-SectionNo       TO CH-SectionNo
           MOVE WS-StaffLecturerId TO CH-LecturerId
           MOVE WS-CourseHeading TO ClassListLine
           WRITE ClassListLine
           PERFORM WriteStaffingLine
      * runs in SECTIONS.DAT sections; a course without sections
      * still staffs from the figures on the course record.
       WriteStaffingLine.
           IF WS-StaffLecturerId = SPACES
               MOVE WS-NoLecturerLine TO ClassListLine
               WRITE ClassListLine

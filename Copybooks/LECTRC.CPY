      * validate a course's CO-LecturerId assignment and by
      * ClassListSort to print the staffed class-list headings.
      ******************************************************************
      * LE-Department is the teaching department the lecturer reports
      * to, and LE-ContractHours the credit hours of teaching a term
      * the lecturer is contracted for (00 = no contract recorded).
      * CourseMaint and SectionMaint warn when an assignment takes a
      * lecturer past it; LecturerWorkload reports against it. The
      * record was 26 bytes before these fields - LectConvert carries
      * an older file forward.
       01  LecturerRecord.
           02  LE-LecturerId       PIC X(6).
           02  LE-LecturerName     PIC X(20).
           02  LE-Department       PIC X(10).
           02  LE-ContractHours    PIC 99.
           02  FILLER              PIC X(10).

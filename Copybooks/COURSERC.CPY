      * WAITLIST.DAT instead. 000 means no cap.
      * CO-LecturerId names the assigned lecturer on LECTURERS.DAT
      * (spaces = not yet staffed), with the room and schedule the
      * class meets in - printed on the class-list headings. CO-Room
      * is a room code on ROOMS.DAT (ROOMRC).
       01  CourseRecord.
           02  CO-CourseCode       PIC X(6).
           02  CO-Description      PIC X(30).

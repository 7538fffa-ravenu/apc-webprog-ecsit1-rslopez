      ******************************************************************
      * Shared ROOMS.DAT teaching room master record - keyed by
      * RM-RoomCode, the code CO-Room and SE-Room name, with the
      * building, the seating capacity and the kind of room.
      * Include under an FD whose SELECT names the file RoomFile.
      * Maintained by RoomMaint.cbl; read by CourseMaint and
      * SectionMaint to validate a room and refuse a seat cap larger
      * than the room holds, and by RoomUtilisation to set each
      * room's booked headcount against its capacity.
      ******************************************************************
      * RM-RoomType - LEC lecture theatre or classroom, LAB teaching
      * laboratory, CMP computer room, SEM seminar room.
       01  RoomRecord.
           02  RM-RoomCode         PIC X(6).
           02  RM-Building         PIC X(20).
           02  RM-Capacity         PIC 999.
           02  RM-RoomType         PIC X(3).
               88 RM-LectureRoom               VALUE "LEC".
               88 RM-LabRoom                   VALUE "LAB".
               88 RM-ComputerRoom              VALUE "CMP".
               88 RM-SeminarRoom               VALUE "SEM".
               88 RM-ValidRoomType             VALUE "LEC" "LAB"
                                                     "CMP" "SEM".

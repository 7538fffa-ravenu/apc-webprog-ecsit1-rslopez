      ******************************************************************
      * Shared DISTRIB.DAT report distribution master record - one
      * card per recipient per report they are sent: who gets it
      * (DS-RecipientId, which also names their burst file
      * <recipient>.DST, and DS-RecipientName for its banner), which
      * listing (DS-ReportName, the file the producing job writes)
      * and which slice of it. DS-SliceType ALL sends the whole
      * listing; COURSE, LECTURER and DEPT send only the part for the
      * CourseCode, LecturerId or EM-Department in DS-SliceValue, on
      * the listings ReportBurst knows how to slice that way. Blank
      * lines and lines starting * are ignored.
      * Include under an FD whose SELECT names the file DistribFile.
      * Kept by hand like the SCHEDULE.DAT card; read by ReportBurst.
      ******************************************************************
       01  DistribRecord.
           02  DS-RecipientId      PIC X(8).
           02  FILLER              PIC X.
           02  DS-ReportName       PIC X(13).
           02  FILLER              PIC X.
           02  DS-SliceType        PIC X(8).
               88 DS-SliceAll                  VALUE "ALL".
           02  FILLER              PIC X.
           02  DS-SliceValue       PIC X(10).
           02  FILLER              PIC X.
           02  DS-RecipientName    PIC X(30).

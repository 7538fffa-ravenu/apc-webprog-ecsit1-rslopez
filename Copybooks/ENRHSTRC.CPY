      ******************************************************************
      * Shared ENROLLHIST.DAT enrollment history record - one record
      * per enrollment of a closed term, keyed by the composite
      * EY-HistKey (TermCode + StudentId + CourseCode), written by
      * TermClose.cbl as it clears the term's bookings off
      * ENROLLMENTS.DAT. EY-Outcome says how the enrollment ended -
      * G(raded), with the mark carried in EY-Mark, or W(ithdrawn)
      * when the student had withdrawn before the term closed.
      * EY-ClosedDate is the business date of the close.
      * Include under an FD whose SELECT names the file
      * EnrollHistFile.
      ******************************************************************
       01  EnrollHistRecord.
           02  EY-HistKey.
               03  EY-TermCode     PIC X(6).
               03  EY-StudentId    PIC 99(9).
               03  EY-CourseCode   PIC X(6).
           02  EY-SectionNo        PIC 99.
           02  EY-Outcome          PIC X.
               88 EY-Graded                    VALUE "G".
               88 EY-Withdrawn                 VALUE "W".
           02  EY-Mark             PIC 999.
           02  EY-ClosedDate       PIC 9(8).

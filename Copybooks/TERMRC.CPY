      * enrollment Add outside the current term's registration window
      * and by GradeMaint to validate GR-Term against the calendar
      * instead of accepting free text. All four dates are YYYYMMDD.
      * TM-TermStatus is set to C by TermClose.cbl once every grade
      * is in and the term's enrollments have gone to ENROLLHIST.DAT;
      * GradeMaint then refuses marks against the term without a
      * level-3 override. TM-ClosedDate is the business date it was
      * closed. TermConvert.cbl carries a file of the earlier layout
      * (no status) across.
      ******************************************************************
       01  TermRecord.
           02  TM-TermCode         PIC X(6).
           02  TM-EndDate          PIC 9(8).
           02  TM-RegOpenDate      PIC 9(8).
           02  TM-RegCloseDate     PIC 9(8).
           02  TM-TermStatus       PIC X.
               88 TM-TermOpen                  VALUE "O" " ".
               88 TM-TermClosed                VALUE "C".
           02  TM-ClosedDate       PIC 9(8).
           02  FILLER              PIC X(10).

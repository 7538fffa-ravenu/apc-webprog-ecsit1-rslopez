      ******************************************************************
      * Shared ANONREG.DAT anonymisation register record - one line
      * per STUDARCH.DAT student anonymised under the data retention
      * policy, appended in run order and never rewritten, so the
      * register is the standing evidence of what was anonymised and
      * when. AR-AnonDate is the business date of the run and
      * AR-Timestamp the moment the record was rewritten; the
      * StatusDate and EnrollStatus the student was archived under
      * and the retention period in force show why they qualified.
      * Include under an FD whose SELECT names the file AnonRegFile.
      * Written by StudentRetention; read by StudentDataRpt for the
      * personal data access report.
      ******************************************************************
       01  AnonRegRecord.
           02  AR-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  AR-AnonDate         PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  AR-Timestamp        PIC X(21).
           02  FILLER              PIC X       VALUE SPACE.
           02  AR-StatusDate       PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  AR-EnrollStatus     PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  AR-RetainYears      PIC 99.

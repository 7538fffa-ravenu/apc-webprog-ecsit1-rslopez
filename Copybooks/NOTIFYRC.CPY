      ******************************************************************
      * Shared NOTIFYQ.DAT outbound notification queue record - one
      * line per notice a job wants sent to a student, appended in
      * arrival order through QueueNotification (NOTIFYPG). NQ-EventType
      * names the kind of notice (WAITPROM, PROBATON, ABSENCE,
      * OVERDUE, GRADUATE) and NQ-EventKey what makes one notice of
      * that kind different from another for the same student - the
      * course, the term or the month - so the student is told once
      * per event, however many runs list them. NQ-MessageText is the
      * finished wording, built from the event's template file.
      * Include under an FD whose SELECT names the file
      * NotifyQueueFile. Written by SeqWrite (waitlist promotions),
      * AcademicStanding (probation), AttendanceRpt (absence),
      * AgedDebtRpt (overdue accounts) and GraduationRun
      * (graduations); read and emptied by NotifyDispatch.
      ******************************************************************
       01  NotifyRecord.
           02  NQ-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  NQ-EventType        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  NQ-EventKey         PIC X(12).
           02  FILLER              PIC X       VALUE SPACE.
           02  NQ-BusinessDate     PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  NQ-MessageText      PIC X(160).

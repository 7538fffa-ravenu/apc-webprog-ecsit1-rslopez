      ******************************************************************
      * Shared PROGRAMS.DAT degree programme master record - keyed by
      * PG-ProgrammeCode, one record per programme, carrying its title
      * and the total credit hours a student must pass to complete it.
      * Include under an FD whose SELECT names the file ProgrammeFile.
      * Maintained by ProgrammeMaint.cbl; the programme's compulsory
      * courses and elective pools are on CURRIC.DAT (CURRICRC) and
      * each student's programme on STUDPROG.DAT (STPROGRC).
      ******************************************************************
       01  ProgrammeRecord.
           02  PG-ProgrammeCode    PIC X(6).
           02  PG-Title            PIC X(30).
           02  PG-TotalCredits     PIC 999.

      ******************************************************************
      * Shared CURRIC.DAT programme curriculum record - keyed by the
      * composite CV-CurricKey (programme + pool + course), so each
      * programme lists its courses grouped into pools. A pool
      * header line (CV-LineType P, CourseCode blank - it sorts ahead
      * of its courses) names the pool and the minimum credit hours
      * of its elective courses a student must pass. Course lines are
      * C(ompulsory) - every one must be passed - or E(lective),
      * counting toward their pool's minimum. Compulsory courses are
      * conventionally kept in a pool named CORE with no header.
      * Include under an FD whose SELECT names the file
      * CurriculumFile. Maintained by CurriculumMaint.cbl; read by
      * the degree audit (DEGAUDPG) in DegreeAudit and GraduationRun.
      ******************************************************************
       01  CurriculumRecord.
           02  CV-CurricKey.
               03  CV-ProgrammeCode    PIC X(6).
               03  CV-PoolCode         PIC X(4).
               03  CV-CourseCode       PIC X(6).
           02  CV-LineType             PIC X.
               88 CV-PoolHeader                  VALUE "P".
               88 CV-CompulsoryCourse            VALUE "C".
               88 CV-ElectiveCourse              VALUE "E".
               88 CV-ValidLineType               VALUE "P" "C" "E".
           02  CV-MinCredits           PIC 999.
           02  CV-PoolTitle            PIC X(30).

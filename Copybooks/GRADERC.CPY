      ******************************************************************
      * Shared GRADES.DAT record - one record per attempt at a
      * course, keyed by the composite GR-GradeKey (StudentId +
      * CourseCode + the term the attempt was made in), carrying the
      * mark awarded. A student who fails and retakes a course holds
      * one record per attempt, in term order under the course; which
      * attempt counts is the RETAKEPARM.DAT policy applied through
      * WeighAttempt (RETAKPG). Term codes sort in calendar order.
      * Include under an FD whose SELECT names the file GradeFile.
      * Maintained by GradeMaint.cbl; read by TranscriptRpt.cbl for
      * the student transcript report, which lists every attempt.
      * StudentMerge moves a merged-away student's attempts to the
      * surviving StudentId.
      * GradeConvert.cbl carries a file of the earlier one-record-
      * per-course layout across.
      ******************************************************************
       01  GradeRecord.
           02  GR-GradeKey.
               03  GR-StudentId    PIC 99(9).
               03  GR-CourseCode   PIC X(6).
               03  GR-Term         PIC X(6).
           02  GR-Mark             PIC 999.

      ******************************************************************
      * Shared GRDSCALE.DAT grading-scale record - keyed by
      * GS-ScaleKey, the term the scale takes effect from followed by
      * the lowest mark of the band, one record per band. A band runs
      * from its GS-MinMark up to the next band's minimum under the
      * same effective term; a scale stays in force for every later
      * term until a scale with a later GS-EffTerm replaces it. A blank
      * GS-EffTerm is the scale in force from the beginning.
      * Include under an FD whose SELECT names the file
      * GradeScaleFile. Maintained by GradeScaleMaint.cbl; read
      * through LoadGradingScale / LookupGrade (GRDSCLPG).
      ******************************************************************
       01  GradeScaleRecord.
           02  GS-ScaleKey.
               03  GS-EffTerm      PIC X(6).
               03  GS-MinMark      PIC 999.
           02  GS-Letter           PIC X(2).
           02  GS-Points           PIC 9V99.

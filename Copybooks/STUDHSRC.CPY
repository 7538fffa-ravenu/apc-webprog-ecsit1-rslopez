      * same FUNCTION CURRENT-DATE shape ERRLOGRC uses, and both the
      * before and after images of StudentDetails. An Add carries a
      * space before-image; a Delete carries a space after-image.
      * StudentMerge also writes one M(erge) line per file it moves
      * a losing StudentId's records across: the before-image is the
      * losing student's StudentDetails, and the after-image is laid
      * out as SH-MergeStep - the surviving StudentId (in the same
      * first ten bytes a StudentDetails image keeps it), the file
      * moved and the counts moved and dropped as already held. The
      * losing record's retirement follows as an ordinary Delete.
      * Include under an FD whose SELECT names the file StudHistFile.
      * Written by SeqWrite.cbl; read by the StudentHistInq inquiry
      * and replayed forward by the StudentRecover recovery utility.
           02  SH-BeforeImage      PIC X(51).
           02  FILLER              PIC X       VALUE SPACE.
           02  SH-AfterImage       PIC X(51).
           02  SH-MergeStep REDEFINES SH-AfterImage.
               03  SH-MergeIntoId  PIC 99(9).
               03  FILLER          PIC X.
               03  SH-MergeFile    PIC X(16).
               03  FILLER          PIC X.
               03  SH-MergeMoved   PIC 9(6).
               03  FILLER          PIC X.
               03  SH-MergeDropped PIC 9(6).
               03  FILLER          PIC X(10).

      ******************************************************************
      * Shared STUDPROG.DAT student programme record - keyed by
      * SP-StudentId, one record per student, naming the degree
      * programme (PROGRAMS.DAT) the student is reading and the date
      * it was assigned. Kept beside STUDENTS.DAT the way STUDCONT.DAT
      * is, so the student master layout is untouched.
      * Include under an FD whose SELECT names the file StudProgFile.
      * Maintained by StudentProgMaint.cbl; read by DegreeAudit and
      * GraduationRun.
      ******************************************************************
       01  StudentProgrammeRecord.
           02  SP-StudentId        PIC 99(9).
           02  SP-ProgrammeCode    PIC X(6).
           02  SP-AssignedDate     PIC 9(8).

      * Include under an FD whose SELECT names the file EnrollFile.
      * Maintained by EnrollMaint.cbl; read by the roster, class-list
      * and headcount reporting jobs in place of the single CourseCode
      * field carried on StudentDetails. StudentMerge moves a
      * merged-away student's enrollments to the surviving StudentId.
      * EN-SectionNo books the enrollment to one SECTIONS.DAT section
      * of the course; 01 stands for courses that run as a single
      * section (every record written before sections existed reads

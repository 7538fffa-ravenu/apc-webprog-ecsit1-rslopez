      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Graduation eligibility batch run - walks GRADES.DAT
      *          in its StudentId/CourseCode/Term key order, control
      *          broken on StudentId the way TranscriptRpt is,
      *          totalling the credit hours of every course passed at
      *          or above the pass mark (CO-CreditHours looked up
      *          from COURSES.DAT). A retaken course counts once, on
      *          the attempt the RETAKEPARM.DAT policy picks - the
      *          best mark or the latest attempt. A student is only
      *          graduated once the degree audit (DEGAUDPG) shows the
      *          curriculum of their STUDPROG.DAT programme complete -
      *          every compulsory course passed, every elective pool
      *          at its minimum credits and the programme's total
      *          credits passed. A student who reaches the
      *          required-credits figure on the GRADPARM.DAT card but
      *          has no programme or an incomplete curriculum is
      *          listed as held, not flipped. A complete student who
      *          is still Active has EnrollStatus flipped to G with the
      *          business date as StatusDate - journaled to
      *          STUDHIST.DAT exactly as a SeqWrite Change would be,
      *          so history, reconciliation and forward recovery all
      *          see it, and a GRADUATE notice is queued on
      *          NOTIFYQ.DAT for NotifyDispatch to send the student.
      *          GRADLIST.LST is the candidate list the registrar
      *          signs off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              FILE STATUS IS WS-StudHistStatus.
           SELECT ReportFile ASSIGN TO "GRADLIST.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NotifyQueueFile ASSIGN TO "NOTIFYQ.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyQueueStatus.
           SELECT NotifyTplFile ASSIGN USING WS-NotifyTplName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyTplStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT RetakeParmFile ASSIGN TO "RETAKEPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RetakeParmStatus.
           SELECT StudProgFile ASSIGN TO "STUDPROG.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS SP-StudentId
       		              FILE STATUS IS WS-StudProgStatus.
           SELECT ProgrammeFile ASSIGN TO "PROGRAMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS PG-ProgrammeCode
       		              FILE STATUS IS WS-ProgrammeStatus.
           SELECT CurriculumFile ASSIGN TO "CURRIC.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CV-CurricKey
       		              FILE STATUS IS WS-CurricStatus.
           SELECT EnrollFile ASSIGN TO "ENROLLMENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS EN-EnrollKey
       		              FILE STATUS IS WS-EnrollStatus.
       DATA DIVISION.

       FILE SECTION.
       FD ReportFile.
       01 ReportLine               PIC X(100).

       FD NotifyQueueFile.
           COPY NOTIFYRC.

       FD NotifyTplFile.
       01 NotifyTplRecord          PIC X(160).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD RetakeParmFile.
           COPY RTKPRMRC.

       FD StudProgFile.
           COPY STPROGRC.

       FD ProgrammeFile.
           COPY PROGRC.

       FD CurriculumFile.
           COPY CURRICRC.

       FD EnrollFile.
           COPY ENROLLRC.

       WORKING-STORAGE SECTION.
       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-NotifyQueueStatus    PIC XX      VALUE SPACES.
           88 WS-NotifyQueueNotFound           VALUE "35".
       01  WS-NotifyTplStatus      PIC XX      VALUE SPACES.
           88 WS-NotifyTplStatusOk             VALUE "00".
       01  WS-NotifyTplName        PIC X(12)   VALUE SPACES.
       01  WS-NotifyTplLoaded      PIC X(8)    VALUE SPACES.
       01  WS-NotifyTemplate       PIC X(165)  VALUE SPACES.
       01  WS-NotifyEvent          PIC X(8)    VALUE SPACES.
       01  WS-NotifyStudentId      PIC 99(9)   VALUE ZEROS.
       01  WS-NotifySurname        PIC X(10)   VALUE SPACES.
       01  WS-NotifyInitials       PIC XX      VALUE SPACES.
       01  WS-NotifyKey            PIC X(12)   VALUE SPACES.
       01  WS-NotifyDetail1        PIC X(30)   VALUE SPACES.
       01  WS-NotifyDetail2        PIC X(30)   VALUE SPACES.
       01  WS-NotifyIn             PIC 999     VALUE ZEROS.
       01  WS-NotifyOut            PIC 999     VALUE ZEROS.
       01  WS-NotifyCount          PIC 9(5)    VALUE ZEROS.

       01  WS-GradeEOFFlag         PIC X       VALUE "N".
           88 WS-GradeEOF                      VALUE "Y".
       01  WS-ParmEOFFlag          PIC X       VALUE "N".
       01  WS-FirstRecordFlag      PIC X       VALUE "Y".
           88 WS-IsFirstRecord                 VALUE "Y".
       01  WS-PrevStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-PrevCourseCode       PIC X(6)    VALUE SPACES.

      * Work fields for the shared retake paragraphs (RETAKPG).
       01  WS-RetakeParmStatus     PIC XX      VALUE SPACES.
           88 WS-RetakeParmStatusOk            VALUE "00".
       01  WS-RetakePolicy         PIC X       VALUE "B".
           88 WS-CountBestAttempt              VALUE "B".
           88 WS-CountLatestAttempt            VALUE "L".
       01  WS-AttemptCount         PIC 99      VALUE ZEROS.
       01  WS-CountedMark          PIC 999     VALUE ZEROS.
       01  WS-CountedTerm          PIC X(6)    VALUE SPACES.

      * Work fields for the shared degree-audit paragraphs
      * (DEGAUDPG).
       01  WS-StudProgStatus       PIC XX      VALUE SPACES.
           88 WS-StudProgStatusOk              VALUE "00".
       01  WS-StudProgAvailableFlag PIC X      VALUE "N".
           88 WS-StudProgFileAvailable         VALUE "Y".
       01  WS-ProgrammeStatus      PIC XX      VALUE SPACES.
           88 WS-ProgrammeStatusOk             VALUE "00".
       01  WS-CurricStatus         PIC XX      VALUE SPACES.
           88 WS-CurricStatusOk                VALUE "00".
       01  WS-EnrollStatus         PIC XX      VALUE SPACES.
           88 WS-EnrollStatusOk                VALUE "00".
       01  WS-ProgAvailableFlag    PIC X       VALUE "N".
           88 WS-ProgFileAvailable             VALUE "Y".
       01  WS-CurricAvailableFlag  PIC X       VALUE "N".
           88 WS-CurricFileAvailable           VALUE "Y".
       01  WS-EnrollAvailableFlag  PIC X       VALUE "N".
           88 WS-EnrollFileAvailable           VALUE "Y".
       01  WS-CourseAvailableFlag  PIC X       VALUE "Y".
           88 WS-CourseFileAvailable           VALUE "Y".
       01  WS-CurricEOFFlag        PIC X       VALUE "N".
           88 WS-CurricEOF                     VALUE "Y".
       01  WS-AuditStudentId       PIC 99(9)   VALUE ZEROS.
       01  WS-AuditProgramme       PIC X(6)    VALUE SPACES.
       01  WS-AuditCourse          PIC X(6)    VALUE SPACES.
       01  WS-TakenTable.
           02  WS-TakenCount       PIC 999     VALUE ZEROS.
           02  WS-TakenEntry OCCURS 100 TIMES.
               03  AU-TakenCourse  PIC X(6).
               03  AU-TakenMark    PIC 999.
       01  WS-TakenIdx             PIC 999     VALUE ZEROS.
       01  WS-AuditTable.
           02  WS-AuditLineCount   PIC 999     VALUE ZEROS.
           02  WS-AuditLine OCCURS 100 TIMES.
               03  AU-PoolCode     PIC X(4).
               03  AU-CourseCode   PIC X(6).
               03  AU-LineType     PIC X.
               03  AU-Title        PIC X(30).
               03  AU-MinCredits   PIC 999.
               03  AU-Credits      PIC 99.
               03  AU-TakenFlag    PIC X.
               03  AU-Mark         PIC 999.
               03  AU-Status       PIC X(11).
               03  AU-PoolEarned   PIC 999.
               03  AU-PoolInProg   PIC 999.
       01  WS-AuditIdx             PIC 999     VALUE ZEROS.
       01  WS-AuditIdx2            PIC 999     VALUE ZEROS.
       01  WS-AuditProgFlag        PIC X       VALUE "N".
           88 WS-AuditProgFound                VALUE "Y".
       01  WS-AuditCompleteFlag    PIC X       VALUE "N".
           88 WS-CurriculumComplete            VALUE "Y".
       01  WS-AuditPassedCredits   PIC 9(5)    VALUE ZEROS.
       01  WS-AuditRequired        PIC 999     VALUE ZEROS.
       01  WS-AuditOpenCount       PIC 999     VALUE ZEROS.
       01  WS-AuditShortPools      PIC 99      VALUE ZEROS.

       01  RequiredCredits         PIC 9(5)    VALUE 120.
       01  PassMark                PIC 999     VALUE 40.
       01  WS-PassedCredits        PIC 9(5)    VALUE ZEROS.
       01  WS-CandidateCount       PIC 9(5)    VALUE ZEROS.
       01  WS-GraduatedCount       PIC 9(5)    VALUE ZEROS.
       01  WS-HeldCount            PIC 9(5)    VALUE ZEROS.

       01  WS-JournalBefore        PIC X(51)   VALUE SPACES.
       01  WS-JournalAfter         PIC X(51)   VALUE SPACES.
           02  HL-Required         PIC ZZZZ9.
           02  FILLER              PIC X(13)   VALUE "  PASS MARK :".
           02  HL-PassMark         PIC ZZ9.
           02  FILLER              PIC X(11)   VALUE "  RETAKES :".
           02  HL-RetakePolicy     PIC X(6).

       01  WS-ColumnHeading        PIC X(100)  VALUE
           "STUDENT ID SURNAME     CREDITS  ACTION".
           02  FILLER              PIC X(22)   VALUE
               "STATUS FLIPPED TO G : ".
           02  SU-Graduated        PIC ZZZZ9.
       01  WS-SummaryLine3.
           02  FILLER              PIC X(22)   VALUE
               "HELD - CURRICULUM   : ".
           02  SU-Held             PIC ZZZZ9.

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       Begin.
           PERFORM GetBusinessDate
           PERFORM ReadGradParms
           PERFORM ReadRetakePolicy
           OPEN INPUT GradeFile
           IF NOT WS-GradeStatusOk
               DISPLAY "GraduationRun - GRADES.DAT could not be "
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenAuditFiles
           OPEN OUTPUT ReportFile
           MOVE RequiredCredits TO HL-Required
           MOVE PassMark        TO HL-PassMark
           IF WS-CountLatestAttempt
               MOVE "LATEST" TO HL-RetakePolicy
           ELSE
               MOVE "BEST"   TO HL-RetakePolicy
           END-IF
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnHeading TO ReportLine
           PERFORM ReadGrade
           PERFORM UNTIL WS-GradeEOF
               IF WS-IsFirstRecord
                   MOVE GR-StudentId  TO WS-PrevStudentId
                   MOVE GR-CourseCode TO WS-PrevCourseCode
                   MOVE "N" TO WS-FirstRecordFlag
                   MOVE ZEROS TO WS-PassedCredits
                   MOVE ZEROS TO WS-AttemptCount
                   MOVE ZEROS TO WS-TakenCount
               END-IF
               IF GR-StudentId NOT = WS-PrevStudentId
                   PERFORM CountPassedCredits
                   PERFORM AssessOneStudent
                   MOVE GR-StudentId  TO WS-PrevStudentId
                   MOVE GR-CourseCode TO WS-PrevCourseCode
                   MOVE ZEROS TO WS-PassedCredits
                   MOVE ZEROS TO WS-TakenCount
               ELSE
                   IF GR-CourseCode NOT = WS-PrevCourseCode
                       PERFORM CountPassedCredits
                       MOVE GR-CourseCode TO WS-PrevCourseCode
                   END-IF
               END-IF
               PERFORM WeighAttempt
               PERFORM ReadGrade
           END-PERFORM
           IF NOT WS-IsFirstRecord
               PERFORM CountPassedCredits
               PERFORM AssessOneStudent
           END-IF
           MOVE WS-BlankLine TO ReportLine
           MOVE WS-GraduatedCount TO SU-Graduated
           MOVE WS-SummaryLine2 TO ReportLine
           WRITE ReportLine
           MOVE WS-HeldCount TO SU-Held
           MOVE WS-SummaryLine3 TO ReportLine
           WRITE ReportLine
           CLOSE GradeFile
           CLOSE StudentFile
           CLOSE CourseFile
           PERFORM CloseAuditFiles
           CLOSE ReportFile
           DISPLAY "GraduationRun - " WS-GraduatedCount " of "
                   WS-CandidateCount " candidate(s) flipped to G, "

           COPY BUSDATPG.

           COPY RETAKPG.

           COPY DEGAUDPG.

      * The degree-audit files - a missing one leaves every student
      * unaudited, so nobody can be flipped, but the run still lists
      * who is held and why.
       OpenAuditFiles.
           OPEN INPUT StudProgFile
           IF WS-StudProgStatusOk
               SET WS-StudProgFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDPROG.DAT not available, no "
                       "student has a programme to audit."
           END-IF
           OPEN INPUT ProgrammeFile
           IF WS-ProgrammeStatusOk
               SET WS-ProgFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - PROGRAMS.DAT not available, no "
                       "curriculum can be audited."
           END-IF
           OPEN INPUT CurriculumFile
           IF WS-CurricStatusOk
               SET WS-CurricFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - CURRIC.DAT not available, no "
                       "curriculum can be audited."
           END-IF
           OPEN INPUT EnrollFile
           IF WS-EnrollStatusOk
               SET WS-EnrollFileAvailable TO TRUE
           END-IF.

       CloseAuditFiles.
           IF WS-StudProgFileAvailable
               CLOSE StudProgFile
           END-IF
           IF WS-ProgFileAvailable
               CLOSE ProgrammeFile
           END-IF
           IF WS-CurricFileAvailable
               CLOSE CurriculumFile
           END-IF
           IF WS-EnrollFileAvailable
               CLOSE EnrollFile
           END-IF.

      * Overrides the required-credits and pass-mark defaults from a
      * one-record parameter card, when GRADPARM.DAT is present, so
      * the registrar can assess against a different bar without
               AT END SET WS-GradeEOF TO TRUE
           END-READ.

      * Run at the end of each course's attempts. A course counts
      * toward graduation only when the counted attempt's mark
      * reaches the pass mark AND the course still carries a credit
      * weight on COURSES.DAT - the same weighting rule the
      * transcript average applies.
       CountPassedCredits.
           MOVE WS-PrevStudentId  TO WS-AuditStudentId
           MOVE WS-PrevCourseCode TO WS-AuditCourse
           PERFORM RecordCountedCourse
           IF WS-AttemptCount > ZEROS AND WS-CountedMark >= PassMark
               MOVE WS-PrevCourseCode TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CO-CreditHours TO WS-PassedCredits
               END-READ
           END-IF
           MOVE ZEROS TO WS-AttemptCount.

      * Only a student whose programme curriculum the audit shows
      * complete is a candidate. One who would have passed on credits
      * alone is listed as held with the reason, so the registrar can
      * see who the curriculum is holding back.
       AssessOneStudent.
           MOVE SPACES TO WS-AuditProgramme
           MOVE "N"    TO WS-AuditCompleteFlag
           IF WS-StudProgFileAvailable
               MOVE WS-PrevStudentId TO SP-StudentId
               READ StudProgFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-ProgrammeCode TO WS-AuditProgramme
               END-READ
           END-IF
           IF WS-AuditProgramme NOT = SPACES
               MOVE WS-PrevStudentId TO WS-AuditStudentId
               PERFORM AuditCurriculum
           END-IF
           EVALUATE TRUE
               WHEN WS-CurriculumComplete
                   ADD 1 TO WS-CandidateCount
                   MOVE WS-PrevStudentId TO StudentId
                   READ StudentFile
                       INVALID KEY
                           PERFORM ReportNotOnMaster
                       NOT INVALID KEY
                           PERFORM GraduateStudent
                   END-READ
               WHEN WS-PassedCredits >= RequiredCredits
                   PERFORM ReportHeld
           END-EVALUATE.

       ReportHeld.
           ADD 1 TO WS-HeldCount
           MOVE WS-PrevStudentId TO DL-StudentId
           MOVE SPACES           TO DL-Surname
           MOVE WS-PrevStudentId TO StudentId
           READ StudentFile
               INVALID KEY
                   MOVE "*NO FILE*" TO DL-Surname
               NOT INVALID KEY
                   MOVE Surname TO DL-Surname
           END-READ
           MOVE WS-PassedCredits TO DL-Credits
           EVALUATE TRUE
               WHEN WS-AuditProgramme = SPACES
                   MOVE "HELD - NO PROGRAMME ON STUDPROG.DAT"
                       TO DL-Action
               WHEN NOT WS-AuditProgFound
                   MOVE "HELD - PROGRAMME NOT ON PROGRAMS.DAT"
                       TO DL-Action
               WHEN OTHER
                   MOVE "HELD - CURRICULUM INCOMPLETE" TO DL-Action
           END-EVALUATE
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

       GraduateStudent.
           MOVE WS-PrevStudentId TO DL-StudentId
                           ADD 1 TO WS-GraduatedCount
                           MOVE StudentDetails TO WS-JournalAfter
                           PERFORM LogGraduationJournal
                           PERFORM QueueGraduationNotice
                           MOVE "STATUS FLIPPED TO G" TO DL-Action
                   END-REWRITE
               WHEN "G"
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

      * The graduate is congratulated - keyed on the course, and only
      * ever reached on the A to G flip, so once per graduation.
       QueueGraduationNotice.
           MOVE "GRADUATE"       TO WS-NotifyEvent
           MOVE StudentId        TO WS-NotifyStudentId
           MOVE Surname          TO WS-NotifySurname
           MOVE Initials         TO WS-NotifyInitials
           MOVE CourseCode       TO WS-NotifyKey
           MOVE CourseCode       TO WS-NotifyDetail1
           MOVE SPACES           TO WS-NotifyDetail2
           STRING WS-BusinessDate(1:4) "-" WS-BusinessDate(5:2) "-"
                  WS-BusinessDate(7:2) DELIMITED BY SIZE
               INTO WS-NotifyDetail2
           PERFORM QueueNotification.

           COPY NOTIFYPG.

       ReportNotOnMaster.
           MOVE WS-PrevStudentId TO DL-StudentId
           MOVE "*NO FILE*"      TO DL-Surname

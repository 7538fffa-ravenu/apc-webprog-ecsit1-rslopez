      ******************************************************************
      * Common degree-audit paragraphs, for every program that must
      * judge a student's results against their programme's
      * curriculum. For each student MOVE ZERO to WS-TakenCount, then
      * after weighing each course's attempts (RETAKPG) MOVE the
      * course code to WS-AuditCourse and PERFORM RecordCountedCourse
      * to note the counted mark. Then MOVE the student to
      * WS-AuditStudentId and their programme to WS-AuditProgramme
      * and PERFORM AuditCurriculum. WS-AuditTable is returned with
      * one line per CURRIC.DAT line of the programme - each course
      * COMPLETED (counted mark at or above PassMark), IN PROGRESS
      * (on ENROLLMENTS.DAT) or OUTSTANDING, and each pool header
      * SATISFIED or SHORT with its completed and in-progress
      * elective credits - and WS-CurriculumComplete is set only
      * when the programme is on file with a curriculum, every
      * compulsory course is completed, every pool has its minimum
      * and the credits passed reach PG-TotalCredits.
      *
      * The including program must supply, in addition to
      * COPY PROGRC / CURRICRC / COURSERC / ENROLLRC in FDs for files
      * SELECTed as ProgrammeFile (INDEXED, RECORD KEY
      * PG-ProgrammeCode), CurriculumFile (INDEXED, ACCESS DYNAMIC,
      * RECORD KEY CV-CurricKey), CourseFile (INDEXED, RECORD KEY
      * CO-CourseCode) and EnrollFile (INDEXED, RECORD KEY
      * EN-EnrollKey), the RETAKPG work fields and a PassMark PIC 999:
      *   01  WS-ProgAvailableFlag   PIC X     VALUE "N".
      *       88 WS-ProgFileAvailable        VALUE "Y".
      *   01  WS-CurricAvailableFlag PIC X     VALUE "N".
      *       88 WS-CurricFileAvailable      VALUE "Y".
      *   01  WS-EnrollAvailableFlag PIC X     VALUE "N".
      *       88 WS-EnrollFileAvailable      VALUE "Y".
      *   01  WS-CourseAvailableFlag PIC X     VALUE "N".
      *       88 WS-CourseFileAvailable      VALUE "Y".
      *   01  WS-CurricEOFFlag       PIC X     VALUE "N".
      *       88 WS-CurricEOF                VALUE "Y".
      *   01  WS-AuditStudentId      PIC 99(9) VALUE ZEROS.
      *   01  WS-AuditProgramme      PIC X(6)  VALUE SPACES.
      *   01  WS-AuditCourse         PIC X(6)  VALUE SPACES.
      *   01  WS-TakenTable.
      *       02  WS-TakenCount      PIC 999   VALUE ZEROS.
      *       02  WS-TakenEntry OCCURS 100 TIMES.
      *           03  AU-TakenCourse PIC X(6).
      *           03  AU-TakenMark   PIC 999.
      *   01  WS-TakenIdx            PIC 999   VALUE ZEROS.
      *   01  WS-AuditTable.
      *       02  WS-AuditLineCount  PIC 999   VALUE ZEROS.
      *       02  WS-AuditLine OCCURS 100 TIMES.
      *           03  AU-PoolCode    PIC X(4).
      *           03  AU-CourseCode  PIC X(6).
      *           03  AU-LineType    PIC X.
      *           03  AU-Title       PIC X(30).
      *           03  AU-MinCredits  PIC 999.
      *           03  AU-Credits     PIC 99.
      *           03  AU-TakenFlag   PIC X.
      *           03  AU-Mark        PIC 999.
      *           03  AU-Status      PIC X(11).
      *           03  AU-PoolEarned  PIC 999.
      *           03  AU-PoolInProg  PIC 999.
      *   01  WS-AuditIdx            PIC 999   VALUE ZEROS.
      *   01  WS-AuditIdx2           PIC 999   VALUE ZEROS.
      *   01  WS-AuditProgFlag       PIC X     VALUE "N".
      *       88 WS-AuditProgFound           VALUE "Y".
      *   01  WS-AuditCompleteFlag   PIC X     VALUE "N".
      *       88 WS-CurriculumComplete       VALUE "Y".
      *   01  WS-AuditPassedCredits  PIC 9(5)  VALUE ZEROS.
      *   01  WS-AuditRequired       PIC 999   VALUE ZEROS.
      *   01  WS-AuditOpenCount      PIC 999   VALUE ZEROS.
      *   01  WS-AuditShortPools     PIC 99    VALUE ZEROS.
      ******************************************************************
       RecordCountedCourse.
           IF WS-AttemptCount > ZEROS
               IF WS-TakenCount < 100
                   ADD 1 TO WS-TakenCount
                   MOVE WS-AuditCourse TO AU-TakenCourse(WS-TakenCount)
                   MOVE WS-CountedMark TO AU-TakenMark(WS-TakenCount)
               ELSE
                   DISPLAY "Warning - more than 100 courses graded "
                           "for StudentId " WS-AuditStudentId
                           ", remainder not audited."
               END-IF
           END-IF.

       AuditCurriculum.
           MOVE "N"   TO WS-AuditProgFlag
           MOVE "N"   TO WS-AuditCompleteFlag
           MOVE ZEROS TO WS-AuditLineCount WS-AuditPassedCredits
                         WS-AuditRequired WS-AuditOpenCount
                         WS-AuditShortPools
           IF WS-ProgFileAvailable
               MOVE WS-AuditProgramme TO PG-ProgrammeCode
               READ ProgrammeFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-AuditProgFound TO TRUE
                       MOVE PG-TotalCredits TO WS-AuditRequired
               END-READ
           END-IF
           PERFORM VARYING WS-TakenIdx FROM 1 BY 1
                   UNTIL WS-TakenIdx > WS-TakenCount
               IF AU-TakenMark(WS-TakenIdx) >= PassMark AND
                  WS-CourseFileAvailable
                   MOVE AU-TakenCourse(WS-TakenIdx) TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD CO-CreditHours TO WS-AuditPassedCredits
                   END-READ
               END-IF
           END-PERFORM
           IF WS-AuditProgFound AND WS-CurricFileAvailable
               PERFORM LoadCurriculumLines
               PERFORM TotalCurriculumPools
           END-IF
           IF WS-AuditProgFound AND WS-AuditLineCount > ZEROS AND
              WS-AuditOpenCount = ZEROS AND
              WS-AuditShortPools = ZEROS AND
              WS-AuditPassedCredits >= WS-AuditRequired
               SET WS-CurriculumComplete TO TRUE
           END-IF.

       LoadCurriculumLines.
           MOVE "N"               TO WS-CurricEOFFlag
           MOVE WS-AuditProgramme TO CV-ProgrammeCode
           MOVE LOW-VALUES        TO CV-PoolCode CV-CourseCode
           START CurriculumFile KEY IS >= CV-CurricKey
               INVALID KEY SET WS-CurricEOF TO TRUE
           END-START
           IF NOT WS-CurricEOF
               PERFORM ReadCurriculumLine
           END-IF
           PERFORM UNTIL WS-CurricEOF
               IF WS-AuditLineCount < 100
                   ADD 1 TO WS-AuditLineCount
                   PERFORM AuditOneLine
               ELSE
                   DISPLAY "Warning - programme " WS-AuditProgramme
                           " has more than 100 curriculum lines, "
                           "remainder not audited."
                   SET WS-CurricEOF TO TRUE
               END-IF
               IF NOT WS-CurricEOF
                   PERFORM ReadCurriculumLine
               END-IF
           END-PERFORM.

       ReadCurriculumLine.
           READ CurriculumFile NEXT
               AT END SET WS-CurricEOF TO TRUE
           END-READ
           IF NOT WS-CurricEOF AND
              CV-ProgrammeCode NOT = WS-AuditProgramme
               SET WS-CurricEOF TO TRUE
           END-IF.

      * Settles one curriculum line against the student's counted
      * attempts and current enrollments.
       AuditOneLine.
           MOVE WS-AuditLineCount TO WS-AuditIdx
           MOVE CV-PoolCode   TO AU-PoolCode(WS-AuditIdx)
           MOVE CV-CourseCode TO AU-CourseCode(WS-AuditIdx)
           MOVE CV-LineType   TO AU-LineType(WS-AuditIdx)
           MOVE SPACES        TO AU-Title(WS-AuditIdx)
           MOVE ZEROS         TO AU-MinCredits(WS-AuditIdx)
                                 AU-Credits(WS-AuditIdx)
                                 AU-Mark(WS-AuditIdx)
                                 AU-PoolEarned(WS-AuditIdx)
                                 AU-PoolInProg(WS-AuditIdx)
           MOVE "N"           TO AU-TakenFlag(WS-AuditIdx)
           IF CV-PoolHeader
               MOVE CV-PoolTitle TO AU-Title(WS-AuditIdx)
               IF CV-MinCredits NUMERIC
                   MOVE CV-MinCredits TO AU-MinCredits(WS-AuditIdx)
               END-IF
           ELSE
               IF WS-CourseFileAvailable
                   MOVE CV-CourseCode TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           MOVE "** NOT ON COURSE FILE **"
                               TO AU-Title(WS-AuditIdx)
                       NOT INVALID KEY
                           MOVE CO-Description
                               TO AU-Title(WS-AuditIdx)
                           MOVE CO-CreditHours
                               TO AU-Credits(WS-AuditIdx)
                   END-READ
               END-IF
               MOVE "OUTSTANDING" TO AU-Status(WS-AuditIdx)
               PERFORM VARYING WS-TakenIdx FROM 1 BY 1
                       UNTIL WS-TakenIdx > WS-TakenCount
                   IF AU-TakenCourse(WS-TakenIdx) = CV-CourseCode
                       MOVE "Y" TO AU-TakenFlag(WS-AuditIdx)
                       MOVE AU-TakenMark(WS-TakenIdx)
                           TO AU-Mark(WS-AuditIdx)
                       IF AU-TakenMark(WS-TakenIdx) >= PassMark
                           MOVE "COMPLETED" TO AU-Status(WS-AuditIdx)
                       END-IF
                   END-IF
               END-PERFORM
               IF AU-Status(WS-AuditIdx) NOT = "COMPLETED" AND
                  WS-EnrollFileAvailable
                   MOVE WS-AuditStudentId TO EN-StudentId
                   MOVE CV-CourseCode     TO EN-CourseCode
                   READ EnrollFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "IN PROGRESS" TO AU-Status(WS-AuditIdx)
                   END-READ
               END-IF
               IF CV-CompulsoryCourse AND
                  AU-Status(WS-AuditIdx) NOT = "COMPLETED"
                   ADD 1 TO WS-AuditOpenCount
               END-IF
           END-IF.

      * Totals each pool's elective credits onto its header line and
      * counts the pools still short of their minimum.
       TotalCurriculumPools.
           PERFORM VARYING WS-AuditIdx FROM 1 BY 1
                   UNTIL WS-AuditIdx > WS-AuditLineCount
               IF AU-LineType(WS-AuditIdx) = "P"
                   PERFORM VARYING WS-AuditIdx2 FROM 1 BY 1
                           UNTIL WS-AuditIdx2 > WS-AuditLineCount
                       IF AU-LineType(WS-AuditIdx2) = "E" AND
                          AU-PoolCode(WS-AuditIdx2) =
                          AU-PoolCode(WS-AuditIdx)
                           EVALUATE AU-Status(WS-AuditIdx2)
                               WHEN "COMPLETED"
                                   ADD AU-Credits(WS-AuditIdx2)
                                       TO AU-PoolEarned(WS-AuditIdx)
                               WHEN "IN PROGRESS"
                                   ADD AU-Credits(WS-AuditIdx2)
                                       TO AU-PoolInProg(WS-AuditIdx)
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   IF AU-PoolEarned(WS-AuditIdx) <
                      AU-MinCredits(WS-AuditIdx)
                       MOVE "SHORT" TO AU-Status(WS-AuditIdx)
                       ADD 1 TO WS-AuditShortPools
                   ELSE
                       MOVE "SATISFIED" TO AU-Status(WS-AuditIdx)
                   END-IF
               END-IF
           END-PERFORM.

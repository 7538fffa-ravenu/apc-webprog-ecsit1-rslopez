      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: CURRIC.DAT maintenance - Add / Change / Delete of
      *          the programme curriculum lines, keyed on programme +
      *          pool + course, in the same interactive shape as
      *          PrereqMaint. A pool header line (type P, no course)
      *          names an elective pool and the minimum credits of it
      *          a student must pass; course lines are C(ompulsory)
      *          or E(lective). The programme is validated against
      *          PROGRAMS.DAT and every course against COURSES.DAT,
      *          so the degree audit never chases a typo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CurriculumMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CurriculumFile ASSIGN TO "CURRIC.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CV-CurricKey
       		              FILE STATUS IS WS-CurricStatus.
           SELECT ProgrammeFile ASSIGN TO "PROGRAMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS PG-ProgrammeCode
       		              FILE STATUS IS WS-ProgrammeStatus.
           SELECT CourseFile ASSIGN TO "COURSES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT RejectFile ASSIGN TO "CVREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
       DATA DIVISION.

       FILE SECTION.
       FD CurriculumFile.
           COPY CURRICRC.

       FD ProgrammeFile.
           COPY PROGRC.

       FD CourseFile.
           COPY COURSERC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-CurricKey    PIC X(16).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(50)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-CurricStatus         PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".

       01  WS-ProgrammeStatus      PIC XX      VALUE SPACES.
           88 WS-ProgrammeStatusOk              VALUE "00".
       01  WS-ProgAvailableFlag    PIC X       VALUE "N".
           88 WS-ProgFileAvailable              VALUE "Y".
       01  WS-CourseFileStatus     PIC XX      VALUE SPACES.
           88 WS-CourseFileNotFound             VALUE "35".
       01  WS-CourseFileAvailableFlag PIC X     VALUE "N".
           88 WS-CourseFileAvailable            VALUE "Y".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveKey              PIC X(16)   VALUE SPACES.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "CurricMt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenCurriculumFile
           IF NOT WS-FileOpenOk
               DISPLAY "CurriculumMaint - CURRIC.DAT could not be "
                       "opened, status " WS-CurricStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND RejectFile
               OPEN INPUT ProgrammeFile
               IF WS-ProgrammeStatusOk
                   SET WS-ProgFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - PROGRAMS.DAT not available, "
                           "programme validation is disabled."
               END-IF
               OPEN INPUT CourseFile
               IF WS-CourseFileNotFound
                   DISPLAY "Warning - COURSES.DAT not found, "
                           "CourseCode validation is disabled."
               ELSE
                   SET WS-CourseFileAvailable TO TRUE
               END-IF
               DISPLAY "CURRIC.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddCurriculumLine
                       WHEN WS-TransChange
                           PERFORM ChangeCurriculumLine
                       WHEN WS-TransDelete
                           PERFORM DeleteCurriculumLine
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE CurriculumFile
               CLOSE RejectFile
               IF WS-ProgFileAvailable
                   CLOSE ProgrammeFile
               END-IF
               IF WS-CourseFileAvailable
                   CLOSE CourseFile
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenCurriculumFile.
           OPEN I-O CurriculumFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT CurriculumFile
               CLOSE CurriculumFile
               OPEN I-O CurriculumFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddCurriculumLine.
           PERFORM GetCurriculumDetails
           IF CurriculumRecord = SPACES
               CONTINUE
           ELSE
               MOVE CurriculumRecord TO WS-CandidateRecord
               READ CurriculumFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO CurriculumRecord
                       WRITE CurriculumRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO CurriculumRecord
                       DISPLAY "Reject - curriculum line "
                               CV-CurricKey " already exists."
                       MOVE "Duplicate curriculum line on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE CV-CurricKey    TO RR-CurricKey
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeCurriculumLine.
           PERFORM GetCurriculumKey
           MOVE CV-CurricKey TO WS-SaveKey
           READ CurriculumFile
               INVALID KEY
                   DISPLAY "Reject - curriculum line " CV-CurricKey
                           " not on file."
               NOT INVALID KEY
                   DISPLAY "Current details - " CurriculumRecord
                   PERFORM GetCurriculumDetails
                   IF CurriculumRecord = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       IF CV-CurricKey NOT = WS-SaveKey
                           DISPLAY "Change cancelled - programme, "
                                   "pool and course cannot be "
                                   "changed, delete and add the line "
                                   "instead."
                       ELSE
                           REWRITE CurriculumRecord
                               INVALID KEY
                                   DISPLAY "Reject - rewrite of "
                                           "curriculum line "
                                           CV-CurricKey " failed."
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       DeleteCurriculumLine.
           PERFORM GetCurriculumKey
           READ CurriculumFile
               INVALID KEY
                   DISPLAY "Reject - curriculum line " CV-CurricKey
                           " not on file."
               NOT INVALID KEY
                   DISPLAY "Delete " CurriculumRecord " - are you "
                           "sure (Y/N) ? " WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       DELETE CurriculumFile
                           INVALID KEY
                               DISPLAY "Reject - delete of "
                                       "curriculum line "
                                       CV-CurricKey " failed."
                       END-DELETE
                   ELSE
                       DISPLAY "Delete cancelled."
                   END-IF
           END-READ.

       GetCurriculumKey.
           MOVE SPACES TO CurriculumRecord
           DISPLAY "Enter programme code           : "
               WITH NO ADVANCING
           ACCEPT CV-ProgrammeCode
           DISPLAY "Enter pool code                : "
               WITH NO ADVANCING
           ACCEPT CV-PoolCode
           DISPLAY "Enter CourseCode (blank=header): "
               WITH NO ADVANCING
           ACCEPT CV-CourseCode
           PERFORM NormalizeCurriculumKey.

       GetCurriculumDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               DISPLAY "Enter - Programme, Pool, Course, Type "
                       "(P/C/E), MinCredits (P only), Pool title "
                       "(P only)"
               DISPLAY "PPPPPPLLLLCCCCCCTMMMTTTTTTTTTTTTTTTTTTTTTTTTTT"
                       "TTTT"
               MOVE SPACES TO CurriculumRecord
               ACCEPT CurriculumRecord
               IF CurriculumRecord = SPACES
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM NormalizeCurriculumKey
                   PERFORM ValidateCurriculumDetails
               END-IF
           END-PERFORM.

      * Upper-cases and left-justifies the key fields and the line
      * type as keyed, so the audit's lookups always match.
       NormalizeCurriculumKey.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CV-ProgrammeCode))
               TO CV-ProgrammeCode
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CV-PoolCode))
               TO CV-PoolCode
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CV-CourseCode))
               TO CV-CourseCode
           MOVE FUNCTION UPPER-CASE(CV-LineType) TO CV-LineType.

       ValidateCurriculumDetails.
           SET WS-EntryValid TO TRUE
           IF CV-ProgrammeCode = SPACES
               DISPLAY "Reject - programme code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           ELSE
               PERFORM CheckProgrammeOnFile
           END-IF
           IF CV-PoolCode = SPACES
               DISPLAY "Reject - pool code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN CV-PoolHeader
                   IF CV-CourseCode NOT = SPACES
                       DISPLAY "Reject - a pool header carries no "
                               "course code."
                       SET WS-EntryInvalid TO TRUE
                   END-IF
                   IF CV-MinCredits NOT NUMERIC OR
                      CV-MinCredits = ZERO
                       DISPLAY "Reject - pool minimum credits must "
                               "be 001-999."
                       SET WS-EntryInvalid TO TRUE
                   END-IF
                   IF CV-PoolTitle = SPACES
                       DISPLAY "Reject - pool title cannot be blank."
                       SET WS-EntryInvalid TO TRUE
                   END-IF
               WHEN CV-CompulsoryCourse OR CV-ElectiveCourse
                   IF CV-CourseCode = SPACES
                       DISPLAY "Reject - course code cannot be "
                               "blank on a course line."
                       SET WS-EntryInvalid TO TRUE
                   ELSE
                       PERFORM CheckCourseOnFile
                   END-IF
                   MOVE ZEROS  TO CV-MinCredits
                   MOVE SPACES TO CV-PoolTitle
               WHEN OTHER
                   DISPLAY "Reject - line type must be P, C or E."
                   SET WS-EntryInvalid TO TRUE
           END-EVALUATE.

       CheckProgrammeOnFile.
           IF WS-ProgFileAvailable
               MOVE CV-ProgrammeCode TO PG-ProgrammeCode
               READ ProgrammeFile
                   INVALID KEY
                       DISPLAY "Reject - programme " CV-ProgrammeCode
                               " not found in PROGRAMS.DAT."
                       SET WS-EntryInvalid TO TRUE
               END-READ
           END-IF.

       CheckCourseOnFile.
           IF WS-CourseFileAvailable
               MOVE CV-CourseCode TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       DISPLAY "Reject - course code " CV-CourseCode
                               " not found in COURSES.DAT."
                       SET WS-EntryInvalid TO TRUE
               END-READ
           END-IF.

       END PROGRAM CurriculumMaint.

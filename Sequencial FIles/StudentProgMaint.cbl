      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: STUDPROG.DAT maintenance - Add / Change / Delete of
      *          the degree programme each student reads, keyed on
      *          StudentId, in the same interactive shape as
      *          TermMaint. The student is validated against
      *          STUDENTS.DAT and the programme against PROGRAMS.DAT,
      *          and each assignment is stamped with the business
      *          date. The degree audit and GraduationRun judge a
      *          student against the curriculum of the programme
      *          held here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentProgMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudProgFile ASSIGN TO "STUDPROG.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS SP-StudentId
       		              FILE STATUS IS WS-StudProgStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT ProgrammeFile ASSIGN TO "PROGRAMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS PG-ProgrammeCode
       		              FILE STATUS IS WS-ProgrammeStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT RejectFile ASSIGN TO "SPREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
       DATA DIVISION.

       FILE SECTION.
       FD StudProgFile.
           COPY STPROGRC.

       FD StudentFile.
       01 StudentDetails.
           02  StudentId       PIC 99(9).
           02  StudentName.
               03 Surname      PIC X(10).
               03 Initials     PIC XX.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==DateOfBirth==
                                  ==:YEAR:==  BY ==YOBirth==
                                  ==:MONTH:== BY ==MOBirth==
                                  ==:DAY:==   BY ==DOBirth==.
           02  CourseCode      PIC X(6).
           02  Gender          PIC X(6).
           02  EnrollStatus    PIC X.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==StatusDate==
                                  ==:YEAR:==  BY ==StatusYear==
                                  ==:MONTH:== BY ==StatusMonth==
                                  ==:DAY:==   BY ==StatusDay==.

       FD ProgrammeFile.
           COPY PROGRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD RejectFile.
       01 RejectRecord.
           02  RR-StudentId    PIC X(10).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Programme    PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(23)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-StudProgStatus       PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk                VALUE "00".
       01  WS-StudentAvailableFlag PIC X       VALUE "N".
           88 WS-StudentFileAvailable           VALUE "Y".
       01  WS-ProgrammeStatus      PIC XX      VALUE SPACES.
           88 WS-ProgrammeStatusOk              VALUE "00".
       01  WS-ProgAvailableFlag    PIC X       VALUE "N".
           88 WS-ProgFileAvailable              VALUE "Y".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

      * The assignment as keyed - the StudentId arrives as text so a
      * non-numeric entry is refused rather than taken as zero.
       01  WS-AssignEntry.
           02  AE-StudentId        PIC X(10).
           02  AE-StudentIdNum REDEFINES AE-StudentId
                                   PIC 99(9).
           02  AE-ProgrammeCode    PIC X(6).

       01  WS-SaveStudentId        PIC 99(9)   VALUE ZEROS.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "StProgMt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM OpenStudProgFile
           IF NOT WS-FileOpenOk
               DISPLAY "StudentProgMaint - STUDPROG.DAT could not be "
                       "opened, status " WS-StudProgStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND RejectFile
               OPEN INPUT StudentFile
               IF WS-StudentStatusOk
                   SET WS-StudentFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - STUDENTS.DAT not available, "
                           "StudentId validation is disabled."
               END-IF
               OPEN INPUT ProgrammeFile
               IF WS-ProgrammeStatusOk
                   SET WS-ProgFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - PROGRAMS.DAT not available, "
                           "programme validation is disabled."
               END-IF
               DISPLAY "STUDPROG.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddAssignment
                       WHEN WS-TransChange
                           PERFORM ChangeAssignment
                       WHEN WS-TransDelete
                           PERFORM DeleteAssignment
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE StudProgFile
               CLOSE RejectFile
               IF WS-StudentFileAvailable
                   CLOSE StudentFile
               END-IF
               IF WS-ProgFileAvailable
                   CLOSE ProgrammeFile
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

       OpenStudProgFile.
           OPEN I-O StudProgFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT StudProgFile
               CLOSE StudProgFile
               OPEN I-O StudProgFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddAssignment.
           PERFORM GetAssignmentDetails
           IF StudentProgrammeRecord = SPACES
               CONTINUE
           ELSE
               MOVE StudentProgrammeRecord TO WS-CandidateRecord
               READ StudProgFile
                   INVALID KEY
                       MOVE WS-CandidateRecord
                           TO StudentProgrammeRecord
                       WRITE StudentProgrammeRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord
                           TO StudentProgrammeRecord
                       DISPLAY "Reject - StudentId " SP-StudentId
                               " already has a programme, use "
                               "Change."
                       MOVE "Duplicate StudentId on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES           TO RejectRecord
           MOVE SP-StudentId     TO RR-StudentId
           MOVE SP-ProgrammeCode TO RR-Programme
           MOVE WS-RejectReason  TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeAssignment.
           PERFORM GetAssignmentKey
           IF SP-StudentId NOT = ZEROS
               MOVE SP-StudentId TO WS-SaveStudentId
               READ StudProgFile
                   INVALID KEY
                       DISPLAY "Reject - StudentId " SP-StudentId
                               " has no programme on file."
                   NOT INVALID KEY
                       DISPLAY "Current details - "
                               StudentProgrammeRecord
                       PERFORM GetAssignmentDetails
                       IF StudentProgrammeRecord = SPACES
                           DISPLAY "Change cancelled."
                       ELSE
                           MOVE WS-SaveStudentId TO SP-StudentId
                           REWRITE StudentProgrammeRecord
                               INVALID KEY
                                   DISPLAY "Reject - rewrite of "
                                           "StudentId " SP-StudentId
                                           " failed."
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       DeleteAssignment.
           PERFORM GetAssignmentKey
           IF SP-StudentId NOT = ZEROS
               READ StudProgFile
                   INVALID KEY
                       DISPLAY "Reject - StudentId " SP-StudentId
                               " has no programme on file."
                   NOT INVALID KEY
                       DISPLAY "Delete " StudentProgrammeRecord
                               " - are you sure (Y/N) ? "
                               WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           DELETE StudProgFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of "
                                           "StudentId " SP-StudentId
                                           " failed."
                           END-DELETE
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
               END-READ
           END-IF.

       GetAssignmentKey.
           MOVE SPACES TO WS-AssignEntry
           DISPLAY "Enter StudentId : " WITH NO ADVANCING
           ACCEPT AE-StudentId
           IF AE-StudentId NUMERIC
               MOVE AE-StudentIdNum TO SP-StudentId
           ELSE
               DISPLAY "Reject - StudentId must be 10 digits."
               MOVE ZEROS TO SP-StudentId
           END-IF.

       GetAssignmentDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               DISPLAY "Enter - StudentId, Programme"
               DISPLAY "SSSSSSSSSSPPPPPP"
               MOVE SPACES TO WS-AssignEntry
               ACCEPT WS-AssignEntry
               IF WS-AssignEntry = SPACES
                   MOVE SPACES TO StudentProgrammeRecord
                   SET WS-EntryValid TO TRUE
               ELSE
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(AE-ProgrammeCode))
                       TO AE-ProgrammeCode
                   PERFORM ValidateAssignment
               END-IF
           END-PERFORM.

       ValidateAssignment.
           SET WS-EntryValid TO TRUE
           IF AE-StudentId NOT NUMERIC
               DISPLAY "Reject - StudentId must be 10 digits."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF WS-StudentFileAvailable
                   MOVE AE-StudentIdNum TO StudentId
                   READ StudentFile
                       INVALID KEY
                           DISPLAY "Reject - StudentId "
                                   AE-StudentId
                                   " not on STUDENTS.DAT."
                           SET WS-EntryInvalid TO TRUE
                   END-READ
               END-IF
           END-IF
           IF AE-ProgrammeCode = SPACES
               DISPLAY "Reject - programme code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF WS-ProgFileAvailable
                   MOVE AE-ProgrammeCode TO PG-ProgrammeCode
                   READ ProgrammeFile
                       INVALID KEY
                           DISPLAY "Reject - programme "
                                   AE-ProgrammeCode
                                   " not found in PROGRAMS.DAT."
                           SET WS-EntryInvalid TO TRUE
                   END-READ
               END-IF
           END-IF
           IF WS-EntryValid
               MOVE SPACES           TO StudentProgrammeRecord
               MOVE AE-StudentIdNum  TO SP-StudentId
               MOVE AE-ProgrammeCode TO SP-ProgrammeCode
               MOVE WS-BusinessDate  TO SP-AssignedDate
           END-IF.

       END PROGRAM StudentProgMaint.

      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: PROGRAMS.DAT maintenance - Add / Change / Delete of
      *          the degree programme master (programme code, title
      *          and the total credit hours a student must pass), in
      *          the same interactive shape as TermMaint. A programme
      *          still named on CURRIC.DAT or STUDPROG.DAT cannot be
      *          deleted, so the degree audit never meets a curriculum
      *          or a student whose programme has gone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgrammeMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProgrammeFile ASSIGN TO "PROGRAMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS PG-ProgrammeCode
       		              FILE STATUS IS WS-ProgrammeStatus.
           SELECT CurriculumFile ASSIGN TO "CURRIC.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CV-CurricKey
       		              FILE STATUS IS WS-CurricStatus.
           SELECT StudProgFile ASSIGN TO "STUDPROG.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS SP-StudentId
       		              FILE STATUS IS WS-StudProgStatus.
           SELECT RejectFile ASSIGN TO "PROGREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
       DATA DIVISION.

       FILE SECTION.
       FD ProgrammeFile.
           COPY PROGRC.

       FD CurriculumFile.
           COPY CURRICRC.

       FD StudProgFile.
           COPY STPROGRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-ProgrammeCode PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(39)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ProgrammeStatus      PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-CurricStatus         PIC XX      VALUE SPACES.
           88 WS-CurricStatusOk                 VALUE "00".
       01  WS-StudProgStatus       PIC XX      VALUE SPACES.
           88 WS-StudProgStatusOk               VALUE "00".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveProgrammeCode    PIC X(6)    VALUE SPACES.

       01  WS-InUseFlag            PIC X       VALUE "N".
           88 WS-ProgrammeInUse                VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "ProgMt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenProgrammeFile
           IF NOT WS-FileOpenOk
               DISPLAY "ProgrammeMaint - PROGRAMS.DAT could not be "
                       "opened, status " WS-ProgrammeStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND RejectFile
               DISPLAY "PROGRAMS.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddProgramme
                       WHEN WS-TransChange
                           PERFORM ChangeProgramme
                       WHEN WS-TransDelete
                           PERFORM DeleteProgramme
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE ProgrammeFile
               CLOSE RejectFile
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenProgrammeFile.
           OPEN I-O ProgrammeFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT ProgrammeFile
               CLOSE ProgrammeFile
               OPEN I-O ProgrammeFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddProgramme.
           PERFORM GetProgrammeDetails
           IF ProgrammeRecord = SPACES
               CONTINUE
           ELSE
               MOVE ProgrammeRecord TO WS-CandidateRecord
               READ ProgrammeFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO ProgrammeRecord
                       WRITE ProgrammeRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO ProgrammeRecord
                       DISPLAY "Reject - programme " PG-ProgrammeCode
                               " already exists."
                       MOVE "Duplicate programme code on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES           TO RejectRecord
           MOVE PG-ProgrammeCode TO RR-ProgrammeCode
           MOVE WS-RejectReason  TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeProgramme.
           DISPLAY "Enter programme code to change : "
               WITH NO ADVANCING
           ACCEPT PG-ProgrammeCode
           PERFORM NormalizeProgrammeCode
           MOVE PG-ProgrammeCode TO WS-SaveProgrammeCode
           READ ProgrammeFile
               INVALID KEY
                   DISPLAY "Reject - programme " PG-ProgrammeCode
                           " not on file."
               NOT INVALID KEY
                   DISPLAY "Current details - " ProgrammeRecord
                   PERFORM GetProgrammeDetails
                   IF ProgrammeRecord = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       MOVE WS-SaveProgrammeCode TO PG-ProgrammeCode
                       REWRITE ProgrammeRecord
                           INVALID KEY
                               DISPLAY "Reject - rewrite of programme "
                                       PG-ProgrammeCode " failed."
                       END-REWRITE
                   END-IF
           END-READ.

       DeleteProgramme.
           DISPLAY "Enter programme code to delete : "
               WITH NO ADVANCING
           ACCEPT PG-ProgrammeCode
           PERFORM NormalizeProgrammeCode
           READ ProgrammeFile
               INVALID KEY
                   DISPLAY "Reject - programme " PG-ProgrammeCode
                           " not on file."
               NOT INVALID KEY
                   PERFORM CheckProgrammeInUse
                   IF WS-ProgrammeInUse
                       MOVE "Programme still in use on delete"
                           TO WS-RejectReason
                       PERFORM LogReject
                   ELSE
                       DISPLAY "Delete " ProgrammeRecord " - are you "
                               "sure (Y/N) ? " WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           DELETE ProgrammeFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of "
                                           "programme "
                                           PG-ProgrammeCode " failed."
                           END-DELETE
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
                   END-IF
           END-READ.

      * A programme with curriculum lines, or a student reading it,
      * stays - the curriculum lines are removed with CurriculumMaint
      * and the students moved with StudentProgMaint first.
       CheckProgrammeInUse.
           MOVE "N" TO WS-InUseFlag
           OPEN INPUT CurriculumFile
           IF WS-CurricStatusOk
               MOVE PG-ProgrammeCode TO CV-ProgrammeCode
               MOVE LOW-VALUES       TO CV-PoolCode CV-CourseCode
               START CurriculumFile KEY IS >= CV-CurricKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CurriculumFile NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CV-ProgrammeCode = PG-ProgrammeCode
                                   SET WS-ProgrammeInUse TO TRUE
                                   DISPLAY "Reject - programme "
                                           PG-ProgrammeCode " still "
                                           "has lines on CURRIC.DAT."
                               END-IF
                       END-READ
               END-START
               CLOSE CurriculumFile
           END-IF
           IF NOT WS-ProgrammeInUse
               OPEN INPUT StudProgFile
               IF WS-StudProgStatusOk
                   MOVE "N" TO WS-ScanEOFFlag
                   PERFORM UNTIL WS-ScanEOF OR WS-ProgrammeInUse
                       READ StudProgFile NEXT
                           AT END
                               SET WS-ScanEOF TO TRUE
                           NOT AT END
                               IF SP-ProgrammeCode = PG-ProgrammeCode
                                   SET WS-ProgrammeInUse TO TRUE
                                   DISPLAY "Reject - programme "
                                           PG-ProgrammeCode " is "
                                           "still read by StudentId "
                                           SP-StudentId "."
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE StudProgFile
               END-IF
           END-IF.

       GetProgrammeDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               DISPLAY "Enter - Code, Title, Total credits"
               DISPLAY "PPPPPPTTTTTTTTTTTTTTTTTTTTTTTTTTTTTTCCC"
               MOVE SPACES TO ProgrammeRecord
               ACCEPT ProgrammeRecord
               IF ProgrammeRecord = SPACES
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM NormalizeProgrammeCode
                   PERFORM ValidateProgrammeDetails
               END-IF
           END-PERFORM.

      * Upper-cases and left-justifies the programme code as keyed,
      * the same normalization TermMaint applies to TM-TermCode.
       NormalizeProgrammeCode.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PG-ProgrammeCode))
               TO PG-ProgrammeCode.

       ValidateProgrammeDetails.
           SET WS-EntryValid TO TRUE
           IF PG-ProgrammeCode = SPACES
               DISPLAY "Reject - programme code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF PG-Title = SPACES
               DISPLAY "Reject - title cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF PG-TotalCredits NOT NUMERIC OR PG-TotalCredits = ZERO
               DISPLAY "Reject - total credits must be 001-999."
               SET WS-EntryInvalid TO TRUE
           END-IF.

       END PROGRAM ProgrammeMaint.

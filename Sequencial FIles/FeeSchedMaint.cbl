      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: FEESCHED.DAT maintenance - Add / Change / Delete of
      *          the course fee schedule, in the same interactive
      *          shape as GradeScaleMaint. Each record prices one
      *          course for one term: its per-credit-hour tuition
      *          rate (zero leaves the TUITPARM.DAT card rate in
      *          force) and up to three fixed lab, materials or
      *          studio fees, every line flagged refundable or not.
      *          TuitionBilling itemises the lines on the invoice and
      *          WithdrawalRefund returns only the refundable ones.
      *          The course and term are validated against
      *          COURSES.DAT and TERMS.DAT when those are available,
      *          and the prices of a term TermClose has closed can no
      *          longer be changed or deleted here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeSchedMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeeSchedFile ASSIGN TO "FEESCHED.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS FS-FeeKey
       		              FILE STATUS IS WS-FeeSchedStatus.
           SELECT CourseFile ASSIGN TO "COURSES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT TermFile ASSIGN TO "TERMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS TM-TermCode
       		              FILE STATUS IS WS-TermStatus.
           SELECT RejectFile ASSIGN TO "FEEREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
       DATA DIVISION.

       FILE SECTION.
       FD FeeSchedFile.
           COPY FEESCHRC.

       FD CourseFile.
           COPY COURSERC.

       FD TermFile.
           COPY TERMRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-CourseCode   PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-TermCode     PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(83)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-FeeSchedStatus       PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-CourseFileStatus     PIC XX      VALUE SPACES.
           88 WS-CourseStatusOk                 VALUE "00".
       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-TermStatusOk                   VALUE "00".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".
       01  WS-CourseAvailableFlag   PIC X       VALUE "N".
           88 WS-CourseFileAvailable            VALUE "Y".
       01  WS-TermAvailableFlag     PIC X       VALUE "N".
           88 WS-TermFileAvailable              VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

      * The schedule as keyed - the rate and amounts arrive as text
      * so a non-numeric entry is refused rather than taken as zero.
       01  WS-FeeEntry.
           02  FE-CourseCode       PIC X(6).
           02  FE-TermCode         PIC X(6).
           02  FE-TuitionRate      PIC X(6).
           02  FE-TuitionRateNum REDEFINES FE-TuitionRate
                                   PIC 9(4)V99.
           02  FE-TuitionRefund    PIC X.
           02  FE-FeeLine OCCURS 3 TIMES.
               03  FE-FeeType      PIC X(10).
               03  FE-FeeAmount    PIC X(7).
               03  FE-FeeAmountNum REDEFINES FE-FeeAmount
                                   PIC 9(5)V99.
               03  FE-FeeRefund    PIC X.
       01  WS-FeeIndex             PIC 9       VALUE ZERO.

       01  WS-SaveFeeKey           PIC X(12)   VALUE SPACES.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-TermClosedFlag       PIC X       VALUE "N".
           88 WS-FeeTermClosed                 VALUE "Y".

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "FeeSchMt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenFeeSchedFile
           IF NOT WS-FileOpenOk
               DISPLAY "FeeSchedMaint - FEESCHED.DAT could not be "
                       "opened, status " WS-FeeSchedStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT CourseFile
               IF WS-CourseStatusOk
                   SET WS-CourseFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - COURSES.DAT not available, "
                           "course codes not validated."
               END-IF
               OPEN INPUT TermFile
               IF WS-TermStatusOk
                   SET WS-TermFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - TERMS.DAT not available, "
                           "terms not validated."
               END-IF
               OPEN EXTEND RejectFile
               DISPLAY "FEESCHED.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddFeeSchedule
                       WHEN WS-TransChange
                           PERFORM ChangeFeeSchedule
                       WHEN WS-TransDelete
                           PERFORM DeleteFeeSchedule
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE FeeSchedFile
               IF WS-CourseFileAvailable
                   CLOSE CourseFile
               END-IF
               IF WS-TermFileAvailable
                   CLOSE TermFile
               END-IF
               CLOSE RejectFile
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenFeeSchedFile.
           OPEN I-O FeeSchedFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT FeeSchedFile
               CLOSE FeeSchedFile
               OPEN I-O FeeSchedFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddFeeSchedule.
           PERFORM GetFeeDetails
           IF FeeScheduleRecord = SPACES
               CONTINUE
           ELSE
               MOVE FeeScheduleRecord TO WS-CandidateRecord
               READ FeeSchedFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO FeeScheduleRecord
                       WRITE FeeScheduleRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO FeeScheduleRecord
                       DISPLAY "Reject - fees for course "
                               FS-CourseCode " term " FS-TermCode
                               " already exist."
                       MOVE "Duplicate fee schedule on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE FS-CourseCode   TO RR-CourseCode
           MOVE FS-TermCode     TO RR-TermCode
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeFeeSchedule.
           PERFORM GetFeeKey
           MOVE FS-FeeKey TO WS-SaveFeeKey
           READ FeeSchedFile
               INVALID KEY
                   DISPLAY "Reject - no fees for course " FS-CourseCode
                           " term " FS-TermCode "."
               NOT INVALID KEY
                   PERFORM CheckFeeTermClosed
                   IF WS-FeeTermClosed
                       DISPLAY "Reject - term " FS-TermCode " is "
                               "closed, its fees were billed."
                   ELSE
                       PERFORM ChangeOpenFeeSchedule
                   END-IF
           END-READ.

       ChangeOpenFeeSchedule.
           DISPLAY "Current details - " FeeScheduleRecord
           PERFORM GetFeeDetails
           IF FeeScheduleRecord = SPACES
               DISPLAY "Change cancelled."
           ELSE
               IF FS-FeeKey NOT = WS-SaveFeeKey
                   DISPLAY "Change cancelled - the course and term "
                           "cannot be changed, delete and add the "
                           "schedule instead."
               ELSE
                   REWRITE FeeScheduleRecord
                       INVALID KEY
                           DISPLAY "Reject - rewrite of the fee "
                                   "schedule failed."
                   END-REWRITE
               END-IF
           END-IF.

       DeleteFeeSchedule.
           PERFORM GetFeeKey
           READ FeeSchedFile
               INVALID KEY
                   DISPLAY "Reject - no fees for course " FS-CourseCode
                           " term " FS-TermCode "."
               NOT INVALID KEY
                   PERFORM CheckFeeTermClosed
                   IF WS-FeeTermClosed
                       DISPLAY "Reject - term " FS-TermCode " is "
                               "closed, its fees were billed."
                   ELSE
                       DISPLAY "Delete " FeeScheduleRecord " - are you "
                               "sure (Y/N) ? " WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           DELETE FeeSchedFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of the fee "
                                           "schedule failed."
                           END-DELETE
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
                   END-IF
           END-READ.

      * The invoices and credit notes of a closed term were priced
      * from its schedule - it stays as it was billed.
       CheckFeeTermClosed.
           MOVE "N" TO WS-TermClosedFlag
           IF WS-TermFileAvailable
               MOVE FS-TermCode TO TM-TermCode
               READ TermFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-TermClosed
                           SET WS-FeeTermClosed TO TRUE
                       END-IF
               END-READ
           END-IF.

       GetFeeKey.
           MOVE SPACES TO WS-FeeEntry
           DISPLAY "Enter CourseCode : " WITH NO ADVANCING
           ACCEPT FE-CourseCode
           DISPLAY "Enter TermCode   : " WITH NO ADVANCING
           ACCEPT FE-TermCode
           PERFORM NormalizeFeeKey
           MOVE FE-CourseCode TO FS-CourseCode
           MOVE FE-TermCode   TO FS-TermCode.

       GetFeeDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               DISPLAY "Enter - Course, Term, Rate (001250 = 12.50), "
                       "Refundable, then up to 3 x Fee type, Amount "
                       "(0004500 = 45.00), Refundable"
               DISPLAY "CCCCCCTTTTTTRRRRRRF"
                       "LLLLLLLLLLAAAAAAAFLLLLLLLLLLAAAAAAAF"
                       "LLLLLLLLLLAAAAAAAF"
               MOVE SPACES TO WS-FeeEntry
               ACCEPT WS-FeeEntry
               IF WS-FeeEntry = SPACES
                   MOVE SPACES TO FeeScheduleRecord
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM NormalizeFeeKey
                   PERFORM ValidateFeeDetails
               END-IF
           END-PERFORM.

      * Upper-cases and left-justifies the course and term as keyed,
      * the same normalization CourseMaint and TermMaint apply to
      * their own codes.
       NormalizeFeeKey.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FE-CourseCode))
               TO FE-CourseCode
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FE-TermCode))
               TO FE-TermCode.

       ValidateFeeDetails.
           SET WS-EntryValid TO TRUE
           IF FE-CourseCode = SPACES
               DISPLAY "Reject - course code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF WS-CourseFileAvailable
                   MOVE FE-CourseCode TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           DISPLAY "Reject - course code "
                                   FE-CourseCode
                                   " not on COURSES.DAT."
                           SET WS-EntryInvalid TO TRUE
                   END-READ
               END-IF
           END-IF
           IF FE-TermCode = SPACES
               DISPLAY "Reject - term code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF WS-TermFileAvailable
                   MOVE FE-TermCode TO TM-TermCode
                   READ TermFile
                       INVALID KEY
                           DISPLAY "Reject - term " FE-TermCode
                                   " not on TERMS.DAT."
                           SET WS-EntryInvalid TO TRUE
                       NOT INVALID KEY
                           IF TM-TermClosed
                               DISPLAY "Reject - term " FE-TermCode
                                       " is closed, its fees were "
                                       "billed."
                               SET WS-EntryInvalid TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF FE-TuitionRate NOT NUMERIC
               DISPLAY "Reject - tuition rate must be 6 digits, "
                       "000000 for the TUITPARM.DAT rate."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF FE-TuitionRefund = SPACE
               MOVE "Y" TO FE-TuitionRefund
           END-IF
           IF FE-TuitionRefund NOT = "Y" AND NOT = "N"
               DISPLAY "Reject - tuition refundable flag must be Y "
                       "or N."
               SET WS-EntryInvalid TO TRUE
           END-IF
           PERFORM VARYING WS-FeeIndex FROM 1 BY 1
                   UNTIL WS-FeeIndex > 3
               PERFORM ValidateFeeLine
           END-PERFORM
           IF WS-EntryValid
               MOVE SPACES             TO FeeScheduleRecord
               MOVE FE-CourseCode      TO FS-CourseCode
               MOVE FE-TermCode        TO FS-TermCode
               MOVE FE-TuitionRateNum  TO FS-TuitionRate
               MOVE FE-TuitionRefund   TO FS-TuitionRefund
               PERFORM VARYING WS-FeeIndex FROM 1 BY 1
                       UNTIL WS-FeeIndex > 3
                   MOVE FE-FeeType(WS-FeeIndex)
                       TO FS-FeeType(WS-FeeIndex)
                   MOVE FE-FeeAmountNum(WS-FeeIndex)
                       TO FS-FeeAmount(WS-FeeIndex)
                   MOVE FE-FeeRefund(WS-FeeIndex)
                       TO FS-FeeRefund(WS-FeeIndex)
               END-PERFORM
           END-IF.

      * An unused line is a blank type - whatever was keyed beside it
      * is cleared to a zero, non-refundable line. A used line needs
      * an amount above zero and a Y or N.
       ValidateFeeLine.
           IF FE-FeeType(WS-FeeIndex) = SPACES
               MOVE ZEROS TO FE-FeeAmountNum(WS-FeeIndex)
               MOVE "N"   TO FE-FeeRefund(WS-FeeIndex)
           ELSE
               MOVE FUNCTION UPPER-CASE(FE-FeeType(WS-FeeIndex))
                   TO FE-FeeType(WS-FeeIndex)
               IF FE-FeeAmount(WS-FeeIndex) NOT NUMERIC
                   DISPLAY "Reject - fee line " WS-FeeIndex
                           " amount must be 7 digits."
                   SET WS-EntryInvalid TO TRUE
               ELSE
                   IF FE-FeeAmountNum(WS-FeeIndex) = ZEROS
                       DISPLAY "Reject - fee line " WS-FeeIndex
                               " has a type but no amount."
                       SET WS-EntryInvalid TO TRUE
                   END-IF
               END-IF
               IF FE-FeeRefund(WS-FeeIndex) NOT = "Y" AND NOT = "N"
                   DISPLAY "Reject - fee line " WS-FeeIndex
                           " refundable flag must be Y or N."
                   SET WS-EntryInvalid TO TRUE
               END-IF
           END-IF.

       END PROGRAM FeeSchedMaint.

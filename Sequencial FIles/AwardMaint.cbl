      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: AWARDS.DAT maintenance - Add / Change / Delete of
      *          the scholarships, bursaries and sponsorships that
      *          pay some or all of a student's fees for a term, in
      *          the same interactive shape as FeeSchedMaint. Each
      *          award names the student, the term, the SPONSORS.DAT
      *          sponsor paying it, its type and either a percentage
      *          of the term's invoice or a fixed amount.
      *          TuitionBilling bills the sponsor's share to the
      *          sponsor and only the rest to the student. The
      *          student, term and sponsor are validated against
      *          STUDENTS.DAT, TERMS.DAT and SPONSORS.DAT when those
      *          are available, and the awards of a term TermClose
      *          has closed can no longer be changed or deleted here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AwardMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
       		               ORGANIZATION IS INDEXED
       		               ACCESS MODE IS DYNAMIC
       		               RECORD KEY IS AW-AwardKey
       		               FILE STATUS IS WS-AwardStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		               ORGANIZATION IS INDEXED
       		               ACCESS MODE IS RANDOM
       		               RECORD KEY IS StudentId
       		               ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		               ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		               FILE STATUS IS WS-StudentStatus.
           SELECT TermFile ASSIGN TO "TERMS.DAT"
       		               ORGANIZATION IS INDEXED
       		               ACCESS MODE IS RANDOM
       		               RECORD KEY IS TM-TermCode
       		               FILE STATUS IS WS-TermStatus.
           SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
       		               ORGANIZATION IS INDEXED
       		               ACCESS MODE IS RANDOM
       		               RECORD KEY IS SN-SponsorCode
       		               FILE STATUS IS WS-SponsorStatus.
           SELECT RejectFile ASSIGN TO "AWDREJECTS.DAT"
       		               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		               ORGANIZATION IS LINE SEQUENTIAL
       		               FILE STATUS IS WS-ErrorFileStatus.
       DATA DIVISION.

       FILE SECTION.
       FD AwardFile.
           COPY AWARDRC.

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

       FD TermFile.
           COPY TERMRC.

       FD SponsorFile.
           COPY SPONSRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-StudentId    PIC 99(9).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-TermCode     PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-SponsorCode  PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(48)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-AwardStatus          PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk                VALUE "00".
       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-TermStatusOk                   VALUE "00".
       01  WS-SponsorStatus        PIC XX      VALUE SPACES.
           88 WS-SponsorStatusOk                VALUE "00".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".
       01  WS-StudentAvailableFlag  PIC X       VALUE "N".
           88 WS-StudentFileAvailable           VALUE "Y".
       01  WS-TermAvailableFlag     PIC X       VALUE "N".
           88 WS-TermFileAvailable              VALUE "Y".
       01  WS-SponsorAvailableFlag  PIC X       VALUE "N".
           88 WS-SponsorFileAvailable           VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

      * The award as keyed - the id, percentage and amount arrive as
      * text so a non-numeric entry is refused rather than taken as
      * zero.
       01  WS-AwardEntry.
           02  AX-StudentId        PIC X(10).
           02  AX-StudentIdNum REDEFINES AX-StudentId
                                   PIC 99(9).
           02  AX-TermCode         PIC X(6).
           02  AX-SponsorCode      PIC X(6).
           02  AX-AwardType        PIC X.
           02  AX-Basis            PIC X.
           02  AX-Percent          PIC X(5).
           02  AX-PercentNum REDEFINES AX-Percent
                                   PIC 9(3)V99.
           02  AX-Amount           PIC X(9).
           02  AX-AmountNum REDEFINES AX-Amount
                                   PIC 9(7)V99.

       01  WS-SaveAwardKey         PIC X(22)   VALUE SPACES.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-TermClosedFlag       PIC X       VALUE "N".
           88 WS-AwardTermClosed               VALUE "Y".

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "AwardMnt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenAwardFile
           IF NOT WS-FileOpenOk
               DISPLAY "AwardMaint - AWARDS.DAT could not be "
                       "opened, status " WS-AwardStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT StudentFile
               IF WS-StudentStatusOk
                   SET WS-StudentFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - STUDENTS.DAT not available, "
                           "student ids not validated."
               END-IF
               OPEN INPUT TermFile
               IF WS-TermStatusOk
                   SET WS-TermFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - TERMS.DAT not available, "
                           "terms not validated."
               END-IF
               OPEN INPUT SponsorFile
               IF WS-SponsorStatusOk
                   SET WS-SponsorFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - SPONSORS.DAT not available, "
                           "sponsor codes not validated."
               END-IF
               OPEN EXTEND RejectFile
               DISPLAY "AWARDS.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddAward
                       WHEN WS-TransChange
                           PERFORM ChangeAward
                       WHEN WS-TransDelete
                           PERFORM DeleteAward
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE AwardFile
               IF WS-StudentFileAvailable
                   CLOSE StudentFile
               END-IF
               IF WS-TermFileAvailable
                   CLOSE TermFile
               END-IF
               IF WS-SponsorFileAvailable
                   CLOSE SponsorFile
               END-IF
               CLOSE RejectFile
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenAwardFile.
           OPEN I-O AwardFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT AwardFile
               CLOSE AwardFile
               OPEN I-O AwardFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddAward.
           PERFORM GetAwardDetails
           IF StudentAwardRecord = SPACES
               CONTINUE
           ELSE
               MOVE StudentAwardRecord TO WS-CandidateRecord
               READ AwardFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO StudentAwardRecord
                       WRITE StudentAwardRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO StudentAwardRecord
                       DISPLAY "Reject - an award for student "
                               AW-StudentId " term " AW-TermCode
                               " from " AW-SponsorCode
                               " already exists."
                       MOVE "Duplicate award on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE AW-StudentId    TO RR-StudentId
           MOVE AW-TermCode     TO RR-TermCode
           MOVE AW-SponsorCode  TO RR-SponsorCode
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeAward.
           PERFORM GetAwardKey
           MOVE AW-AwardKey TO WS-SaveAwardKey
           READ AwardFile
               INVALID KEY
                   DISPLAY "Reject - no award for student "
                           AW-StudentId " term " AW-TermCode
                           " from " AW-SponsorCode "."
               NOT INVALID KEY
                   PERFORM CheckAwardTermClosed
                   IF WS-AwardTermClosed
                       DISPLAY "Reject - term " AW-TermCode " is "
                               "closed, its awards were billed."
                   ELSE
                       PERFORM ChangeOpenAward
                   END-IF
           END-READ.

       ChangeOpenAward.
           DISPLAY "Current details - " StudentAwardRecord
           PERFORM GetAwardDetails
           IF StudentAwardRecord = SPACES
               DISPLAY "Change cancelled."
           ELSE
               IF AW-AwardKey NOT = WS-SaveAwardKey
                   DISPLAY "Change cancelled - the student, term and "
                           "sponsor cannot be changed, delete and add "
                           "the award instead."
               ELSE
                   REWRITE StudentAwardRecord
                       INVALID KEY
                           DISPLAY "Reject - rewrite of the award "
                                   "failed."
                   END-REWRITE
               END-IF
           END-IF.

       DeleteAward.
           PERFORM GetAwardKey
           READ AwardFile
               INVALID KEY
                   DISPLAY "Reject - no award for student "
                           AW-StudentId " term " AW-TermCode
                           " from " AW-SponsorCode "."
               NOT INVALID KEY
                   PERFORM CheckAwardTermClosed
                   IF WS-AwardTermClosed
                       DISPLAY "Reject - term " AW-TermCode " is "
                               "closed, its awards were billed."
                   ELSE
                       DISPLAY "Delete " StudentAwardRecord " - are "
                               "you sure (Y/N) ? " WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           DELETE AwardFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of the "
                                           "award failed."
                           END-DELETE
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
                   END-IF
           END-READ.

      * The invoices and credit notes of a closed term were split
      * between student and sponsor by its awards - they stay as
      * they were billed.
       CheckAwardTermClosed.
           MOVE "N" TO WS-TermClosedFlag
           IF WS-TermFileAvailable
               MOVE AW-TermCode TO TM-TermCode
               READ TermFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-TermClosed
                           SET WS-AwardTermClosed TO TRUE
                       END-IF
               END-READ
           END-IF.

       GetAwardKey.
           MOVE SPACES TO WS-AwardEntry
           DISPLAY "Enter StudentId   : " WITH NO ADVANCING
           ACCEPT AW-StudentId
           DISPLAY "Enter TermCode    : " WITH NO ADVANCING
           ACCEPT AX-TermCode
           DISPLAY "Enter SponsorCode : " WITH NO ADVANCING
           ACCEPT AX-SponsorCode
           PERFORM NormalizeAwardKey
           MOVE AX-TermCode    TO AW-TermCode
           MOVE AX-SponsorCode TO AW-SponsorCode.

       GetAwardDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               DISPLAY "Enter - StudId, Term, Sponsor, Type (S/B/P), "
                       "Basis (P)ercent or (F)ixed, Percent (01250 = "
                       "12.50), Amount (000150000 = 1500.00)"
               DISPLAY "NNNNNNNNNNTTTTTTSSSSSSYBPPPPPAAAAAAAAA"
               MOVE SPACES TO WS-AwardEntry
               ACCEPT WS-AwardEntry
               IF WS-AwardEntry = SPACES
                   MOVE SPACES TO StudentAwardRecord
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM NormalizeAwardKey
                   PERFORM ValidateAwardDetails
               END-IF
           END-PERFORM.

      * Upper-cases and left-justifies the term and sponsor as keyed,
      * the same normalization FeeSchedMaint applies to its codes.
       NormalizeAwardKey.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AX-TermCode))
               TO AX-TermCode
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AX-SponsorCode))
               TO AX-SponsorCode
           MOVE FUNCTION UPPER-CASE(AX-AwardType) TO AX-AwardType
           MOVE FUNCTION UPPER-CASE(AX-Basis)     TO AX-Basis.

       ValidateAwardDetails.
           SET WS-EntryValid TO TRUE
           IF AX-StudentId NOT NUMERIC OR AX-StudentIdNum = ZEROS
               DISPLAY "Reject - student id must be a non-zero "
                       "number."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF WS-StudentFileAvailable
                   MOVE AX-StudentIdNum TO StudentId
                   READ StudentFile
                       INVALID KEY
                           DISPLAY "Reject - student id "
                                   AX-StudentIdNum
                                   " not found in STUDENTS.DAT."
                           SET WS-EntryInvalid TO TRUE
                   END-READ
               END-IF
           END-IF
           IF AX-TermCode = SPACES
               DISPLAY "Reject - term code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF WS-TermFileAvailable
                   MOVE AX-TermCode TO TM-TermCode
                   READ TermFile
                       INVALID KEY
                           DISPLAY "Reject - term " AX-TermCode
                                   " not on TERMS.DAT."
                           SET WS-EntryInvalid TO TRUE
                       NOT INVALID KEY
                           IF TM-TermClosed
                               DISPLAY "Reject - term " AX-TermCode
                                       " is closed, its awards were "
                                       "billed."
                               SET WS-EntryInvalid TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF AX-SponsorCode = SPACES
               DISPLAY "Reject - sponsor code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF WS-SponsorFileAvailable
                   MOVE AX-SponsorCode TO SN-SponsorCode
                   READ SponsorFile
                       INVALID KEY
                           DISPLAY "Reject - sponsor " AX-SponsorCode
                                   " not on SPONSORS.DAT."
                           SET WS-EntryInvalid TO TRUE
                   END-READ
               END-IF
           END-IF
           IF AX-AwardType NOT = "S" AND NOT = "B" AND NOT = "P"
               DISPLAY "Reject - award type must be S(cholarship), "
                       "B(ursary) or P (sponsorship)."
               SET WS-EntryInvalid TO TRUE
           END-IF
           EVALUATE AX-Basis
               WHEN "P"
                   PERFORM ValidateAwardPercent
               WHEN "F"
                   PERFORM ValidateAwardAmount
               WHEN OTHER
                   DISPLAY "Reject - basis must be P(ercent) or "
                           "F(ixed amount)."
                   SET WS-EntryInvalid TO TRUE
           END-EVALUATE
           IF WS-EntryValid
               MOVE SPACES           TO StudentAwardRecord
               MOVE AX-StudentIdNum  TO AW-StudentId
               MOVE AX-TermCode      TO AW-TermCode
               MOVE AX-SponsorCode   TO AW-SponsorCode
               MOVE AX-AwardType     TO AW-AwardType
               MOVE AX-Basis         TO AW-Basis
               MOVE AX-PercentNum    TO AW-Percent
               MOVE AX-AmountNum     TO AW-FixedAmount
           END-IF.

      * A percentage award carries no amount, and a fixed award no
      * percentage - whatever was keyed beside the one in use is
      * cleared to zero.
       ValidateAwardPercent.
           MOVE ZEROS TO AX-AmountNum
           IF AX-Percent NOT NUMERIC
               DISPLAY "Reject - percentage must be 5 digits."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF AX-PercentNum = ZEROS OR AX-PercentNum > 100
                   DISPLAY "Reject - percentage must be above 0 and "
                           "no more than 100."
                   SET WS-EntryInvalid TO TRUE
               END-IF
           END-IF.

       ValidateAwardAmount.
           MOVE ZEROS TO AX-PercentNum
           IF AX-Amount NOT NUMERIC
               DISPLAY "Reject - amount must be 9 digits."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF AX-AmountNum = ZEROS
                   DISPLAY "Reject - a fixed award needs an amount "
                           "above zero."
                   SET WS-EntryInvalid TO TRUE
               END-IF
           END-IF.

       END PROGRAM AwardMaint.

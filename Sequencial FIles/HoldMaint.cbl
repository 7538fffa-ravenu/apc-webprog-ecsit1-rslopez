      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: HOLDS.DAT student hold maintenance - Place / Release
      *          / List of the financial, library, disciplinary and
      *          admissions holds that stop a student registering
      *          (EnrollMaint) or being sent a transcript
      *          (TranscriptRpt). The operator signs on against
      *          OPERATOR.DAT first, so every hold records who placed
      *          and who released it; each action is also journalled
      *          on HOLDLOG.DAT. A hold may be placed until a set
      *          date, after which it lapses by itself; otherwise it
      *          stands until released here. Financial holds for debt
      *          over 90 days are placed by AgedDebtRpt and released
      *          here by the bursar once the debt is cleared.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS HO-HoldKey
       		              FILE STATUS IS WS-HoldStatus.
           SELECT HoldLogFile ASSIGN TO "HOLDLOG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-HoldLogStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS OP-OperatorId
       		              FILE STATUS IS WS-OperatorStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD HoldFile.
           COPY HOLDRC.

       FD HoldLogFile.
           COPY HOLDLGRC.

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

       FD OperatorFile.
           COPY OPERRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-HoldStatus           PIC XX      VALUE SPACES.
           88 WS-StatusOk                      VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-HoldLogStatus        PIC XX      VALUE SPACES.
           88 WS-HoldLogNotFound               VALUE "35".
       01  WS-HoldAction           PIC X       VALUE SPACE.

       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-StudentAvailableFlag PIC X       VALUE "N".
           88 WS-StudentFileAvailable          VALUE "Y".

       01  WS-OperatorStatus       PIC XX      VALUE SPACES.
           88 WS-OperatorStatusOk              VALUE "00".
       01  WS-SignedOnFlag         PIC X       VALUE "N".
           88 WS-SignedOn                      VALUE "Y".
       01  WS-SignOnTries          PIC 9       VALUE ZERO.
       01  WS-OperatorId           PIC X(8)    VALUE SPACES.
       01  WS-PasswordIn           PIC X(8)    VALUE SPACES.
       01  WS-AuthLevel            PIC 9       VALUE ZERO.

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransPlace                    VALUE "P" "p".
           88 WS-TransRelease                  VALUE "R" "r".
           88 WS-TransList                     VALUE "L" "l".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".
       01  WS-HoldFoundFlag        PIC X       VALUE "N".
           88 WS-HoldFound                     VALUE "Y".
       01  WS-HoldActiveFlag       PIC X       VALUE "N".
           88 WS-HoldActive                    VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.

      * One hold as keyed - the record is only built from it once the
      * entry has passed validation. The until date is optional.
       01  WS-HoldEntry.
           02  HE-StudentId        PIC X(10).
           02  HE-StudentIdNum REDEFINES HE-StudentId
                                   PIC 99(9).
           02  HE-HoldType         PIC X.
           02  HE-Reason           PIC X(30).
           02  HE-UntilDate        PIC X(8).
           02  HE-UntilDateNum REDEFINES HE-UntilDate
                                   PIC 9(8).

       01  WS-HoldKeyEntry.
           02  HK-StudentId        PIC X(10).
           02  HK-StudentIdNum REDEFINES HK-StudentId
                                   PIC 99(9).
           02  HK-HoldType         PIC X.

       01  WS-ListStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-HoldState            PIC X(8)    VALUE SPACES.
       01  WS-PlacedCount          PIC 9(6)    VALUE ZEROS.
       01  WS-ReleasedCount        PIC 9(6)    VALUE ZEROS.
       01  WS-ListedCount          PIC 9(6)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM SignOnOperator
           IF NOT WS-SignedOn
               DISPLAY "HoldMaint - sign-on failed, holds cannot be "
                       "placed or released without a known operator."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O HoldFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT HoldFile
               CLOSE HoldFile
               OPEN I-O HoldFile
           END-IF
           IF NOT WS-StatusOk
               DISPLAY "HoldMaint - HOLDS.DAT could not be opened, "
                       "status " WS-HoldStatus " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT StudentFile
           IF WS-StudentStatusOk
               SET WS-StudentFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDENTS.DAT not available, "
                       "StudentIds cannot be checked."
           END-IF
           DISPLAY "HOLDS.DAT student holds - Place / Release / List."
           PERFORM GetTransCode
           PERFORM UNTIL WS-TransQuit
               EVALUATE TRUE
                   WHEN WS-TransPlace
                       PERFORM PlaceHold
                   WHEN WS-TransRelease
                       PERFORM ReleaseHold
                   WHEN WS-TransList
                       PERFORM ListStudentHolds
                   WHEN OTHER
                       DISPLAY "Invalid selection - use P, R, L or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
           CLOSE HoldFile
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           END-IF
           DISPLAY "HoldMaint - " WS-PlacedCount " hold(s) placed, "
                   WS-ReleasedCount " released."
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY BUSDATPG.

           COPY OPSIGNPG.

           COPY HOLDLGPG.

       GetTransCode.
           DISPLAY "Enter transaction - P)lace, R)elease, L)ist, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

      * A hold still in force on the business date - placed, and
      * either never released or released only from a future date.
       TestHoldActive.
           MOVE "N" TO WS-HoldActiveFlag
           IF HO-PlacedDate <= WS-BusinessDate AND
              (HO-ReleaseDate = ZEROS OR
               HO-ReleaseDate > WS-BusinessDate)
               SET WS-HoldActive TO TRUE
           END-IF.

       PlaceHold.
           PERFORM GetHoldDetails
           IF WS-HoldEntry NOT = SPACES
               MOVE HE-StudentIdNum TO HO-StudentId
               MOVE HE-HoldType     TO HO-HoldType
               READ HoldFile
                   INVALID KEY
                       MOVE "N" TO WS-HoldFoundFlag
                   NOT INVALID KEY
                       SET WS-HoldFound TO TRUE
               END-READ
               IF WS-HoldFound
                   PERFORM TestHoldActive
               END-IF
               IF WS-HoldFound AND WS-HoldActive
                   DISPLAY "Reject - StudentId " HO-StudentId
                           " already has an active " HO-HoldType
                           " hold, placed " HO-PlacedDate " by "
                           HO-PlacedBy "."
               ELSE
                   MOVE HE-StudentIdNum TO HO-StudentId
                   MOVE HE-HoldType     TO HO-HoldType
                   MOVE WS-BusinessDate TO HO-PlacedDate
                   MOVE WS-OperatorId   TO HO-PlacedBy
                   MOVE HE-Reason       TO HO-Reason
                   IF HE-UntilDate = SPACES
                       MOVE ZEROS       TO HO-ReleaseDate
                   ELSE
                       MOVE HE-UntilDateNum TO HO-ReleaseDate
                   END-IF
                   MOVE SPACES          TO HO-ReleasedBy
                   IF WS-HoldFound
                       REWRITE StudentHoldRecord
                           INVALID KEY
                               DISPLAY "Reject - rewrite of hold "
                                       HO-HoldKey " failed."
                               MOVE "N" TO WS-HoldFoundFlag
                       END-REWRITE
                   ELSE
                       WRITE StudentHoldRecord
                           INVALID KEY
                               DISPLAY "Reject - write of hold "
                                       HO-HoldKey " failed."
                           NOT INVALID KEY
                               SET WS-HoldFound TO TRUE
                       END-WRITE
                   END-IF
                   IF WS-HoldFound
                       MOVE "P" TO WS-HoldAction
                       PERFORM LogHoldAction
                       ADD 1 TO WS-PlacedCount
                       DISPLAY "Hold " HO-HoldType " placed on "
                               "StudentId " HO-StudentId "."
                   END-IF
               END-IF
           END-IF.

       GetHoldDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               MOVE SPACES TO WS-HoldEntry
               DISPLAY "Enter - StudentId, Type F/L/D/A, Reason, "
                       "Until date (optional) (blank line cancels)"
               DISPLAY "NNNNNNNNNNTRRRRRRRRRRRRRRRRRRRRRRRRRRRRRR"
                       "YYYYMMDD"
               ACCEPT  WS-HoldEntry
               IF WS-HoldEntry = SPACES
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM ValidateHoldEntry
               END-IF
           END-PERFORM.

       ValidateHoldEntry.
           SET WS-EntryValid TO TRUE
           MOVE SPACES TO WS-RejectReason
           MOVE FUNCTION UPPER-CASE(HE-HoldType) TO HE-HoldType
           MOVE FUNCTION UPPER-CASE(HE-Reason)   TO HE-Reason
           MOVE HE-HoldType TO HO-HoldType
           EVALUATE TRUE
               WHEN HE-StudentId NOT NUMERIC OR HE-StudentIdNum = ZEROS
                   MOVE "StudentId not a non-zero 10-digit number"
                       TO WS-RejectReason
               WHEN NOT HO-ValidType
                   MOVE "Hold type must be F, L, D or A"
                       TO WS-RejectReason
               WHEN HE-Reason = SPACES
                   MOVE "A reason for the hold is required"
                       TO WS-RejectReason
               WHEN HE-UntilDate NOT = SPACES AND
                    HE-UntilDate NOT NUMERIC
                   MOVE "Until date must be YYYYMMDD or blank"
                       TO WS-RejectReason
               WHEN HE-UntilDate NOT = SPACES AND
                    FUNCTION TEST-DATE-YYYYMMDD(HE-UntilDateNum)
                    NOT = ZERO
                   MOVE "Until date is not a valid date"
                       TO WS-RejectReason
               WHEN HE-UntilDate NOT = SPACES AND
                    HE-UntilDateNum <= WS-BusinessDate
                   MOVE "Until date must be after the business date"
                       TO WS-RejectReason
               WHEN OTHER
                   IF WS-StudentFileAvailable
                       MOVE HE-StudentIdNum TO StudentId
                       READ StudentFile
                           INVALID KEY
                               MOVE "StudentId not on STUDENTS.DAT"
                                   TO WS-RejectReason
                       END-READ
                   END-IF
           END-EVALUATE
           IF WS-RejectReason NOT = SPACES
               DISPLAY "Reject - " WS-RejectReason
               SET WS-EntryInvalid TO TRUE
           END-IF.

       GetHoldKey.
           MOVE "N" TO WS-HoldFoundFlag
           MOVE SPACES TO WS-HoldKeyEntry
           DISPLAY "Enter StudentId and hold type to release "
                   "(NNNNNNNNNNT) : " WITH NO ADVANCING
           ACCEPT WS-HoldKeyEntry
           MOVE FUNCTION UPPER-CASE(HK-HoldType) TO HK-HoldType
           IF HK-StudentId NOT NUMERIC
               DISPLAY "Reject - StudentId must be 10 digits."
           ELSE
               MOVE HK-StudentIdNum TO HO-StudentId
               MOVE HK-HoldType     TO HO-HoldType
               READ HoldFile
                   INVALID KEY
                       DISPLAY "Reject - StudentId " HO-StudentId
                               " has no " HO-HoldType " hold."
                   NOT INVALID KEY
                       SET WS-HoldFound TO TRUE
               END-READ
           END-IF.

       ReleaseHold.
           PERFORM GetHoldKey
           IF WS-HoldFound
               PERFORM TestHoldActive
               IF NOT WS-HoldActive
                   DISPLAY "Reject - the " HO-HoldType " hold on "
                           "StudentId " HO-StudentId " is not active."
               ELSE
                   DISPLAY "Release " HO-HoldType " hold on "
                           HO-StudentId " placed " HO-PlacedDate
                           " by " HO-PlacedBy " - " HO-Reason
                   DISPLAY "  (Y/N) ? " WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       MOVE WS-BusinessDate TO HO-ReleaseDate
                       MOVE WS-OperatorId   TO HO-ReleasedBy
                       REWRITE StudentHoldRecord
                           INVALID KEY
                               DISPLAY "Reject - rewrite of hold "
                                       HO-HoldKey " failed."
                           NOT INVALID KEY
                               MOVE "R" TO WS-HoldAction
                               PERFORM LogHoldAction
                               ADD 1 TO WS-ReleasedCount
                               DISPLAY "Hold released."
                       END-REWRITE
                   ELSE
                       DISPLAY "Release cancelled."
                   END-IF
               END-IF
           END-IF.

       ListStudentHolds.
           MOVE ZEROS TO WS-ListedCount
           DISPLAY "Enter StudentId to list : " WITH NO ADVANCING
           ACCEPT WS-ListStudentId
           MOVE "N" TO WS-ScanEOFFlag
           MOVE WS-ListStudentId TO HO-StudentId
           MOVE LOW-VALUES       TO HO-HoldType
           START HoldFile KEY NOT < HO-HoldKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ HoldFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF HO-StudentId NOT = WS-ListStudentId
                           SET WS-ScanEOF TO TRUE
                       ELSE
                           PERFORM ShowOneHold
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ListedCount " hold(s) on file for StudentId "
                   WS-ListStudentId ".".

       ShowOneHold.
           ADD 1 TO WS-ListedCount
           PERFORM TestHoldActive
           IF WS-HoldActive
               MOVE "ACTIVE" TO WS-HoldState
           ELSE
               MOVE "RELEASED" TO WS-HoldState
           END-IF
           DISPLAY HO-HoldType " " WS-HoldState " placed "
                   HO-PlacedDate " by " HO-PlacedBy " - " HO-Reason
           IF HO-ReleaseDate NOT = ZEROS
               DISPLAY "    release date " HO-ReleaseDate " by "
                       HO-ReleasedBy
           END-IF.

       END PROGRAM HoldMaint.

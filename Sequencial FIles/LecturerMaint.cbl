      * Purpose: LECTURERS.DAT maintenance - Add / Change / Delete of
      *          the lecturer master each course's CO-LecturerId
      *          assignment points at, in the same interactive shape
      *          as CourseMaint - with each lecturer's department and
      *          the credit hours of teaching a term they are
      *          contracted for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(48)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-LecturerStatus       PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
       GetLecturerDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid OR LecturerRecord = SPACES
               DISPLAY "Enter - LecturerId, Name, Department, "
                       "Contracted hours"
               DISPLAY "LLLLLLNNNNNNNNNNNNNNNNNNNNDDDDDDDDDDHH"
               ACCEPT LecturerRecord
               IF LecturerRecord = SPACES
                   SET WS-EntryValid TO TRUE
      * was originally keyed in here.
       NormalizeLecturerDetails.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LE-LecturerId))
               TO LE-LecturerId
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LE-Department))
               TO LE-Department.

       ValidateLecturerDetails.
           SET WS-EntryValid TO TRUE
           IF LE-LecturerName = SPACES
               DISPLAY "Reject - lecturer name cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF LE-Department = SPACES
               DISPLAY "Reject - department cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF LE-ContractHours NOT NUMERIC OR
              LE-ContractHours = ZERO
               DISPLAY "Reject - contracted hours must be 01-99."
               SET WS-EntryInvalid TO TRUE
           END-IF.

       END PROGRAM LecturerMaint.

      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: STUDCONT.DAT maintenance - Add / Change / Delete of
      *          a student's contact record (term and home address,
      *          which of the two to post documents to, e-mail and
      *          phone), in the same interactive shape as
      *          LecturerMaint. The StudentId must be on STUDENTS.DAT
      *          and the details pass the shared STCTCKPG edit the
      *          admissions load applies, so every contact on file is
      *          one the billing, statement and refund runs can
      *          address. New intakes arrive through AdmissionsImport;
      *          this is for the changes after that.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CT-StudentId
       		              FILE STATUS IS WS-ContactStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT RejectFile ASSIGN TO "CONTREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD ContactFile.
           COPY STUDCTRC.

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

       FD RejectFile.
       01 RejectRecord.
           02  RR-StudentId    PIC X(10).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(250)  VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ContactStatus        PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusDuplicate                VALUE "22".
           88 WS-StatusNotFound                 VALUE "23".
           88 WS-StatusFileNotFound             VALUE "35".

       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-StudentAvailableFlag PIC X       VALUE "N".
           88 WS-StudentFileAvailable          VALUE "Y".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveStudentId        PIC 99(9)   VALUE ZEROS.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

      * Console entry is taken in three lines - the student and how
      * to reach them, then the term address, then the home address -
      * as the whole record is too wide to key against one mask.
       01  WS-ContactEntry.
           02  CE-StudentId        PIC X(10).
           02  CE-MailTo           PIC X.
           02  CE-Phone            PIC X(15).
           02  CE-Email            PIC X(40).
       01  WS-TermEntry            PIC X(88)   VALUE SPACES.
       01  WS-HomeEntry            PIC X(88)   VALUE SPACES.

      * Work fields for the shared ValidateContactDetails edit
      * (STCTCKPG).
       01  WS-ContactFlag          PIC X       VALUE "Y".
           88 WS-ContactValid                  VALUE "Y".
           88 WS-ContactInvalid                VALUE "N".
       01  WS-ContactReason        PIC X(40)   VALUE SPACES.
       01  WS-AtCount              PIC 99      VALUE ZEROS.
       01  WS-EmailLength          PIC 99      VALUE ZEROS.

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "ContMt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM OpenContactFile
           IF NOT WS-FileOpenOk
               DISPLAY "ContactMaint - STUDCONT.DAT could not be "
                       "opened, status " WS-ContactStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT StudentFile
               IF WS-StudentStatusOk
                   SET WS-StudentFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - STUDENTS.DAT not available, "
                           "StudentIds cannot be checked."
               END-IF
               OPEN EXTEND RejectFile
               DISPLAY "STUDCONT.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddContact
                       WHEN WS-TransChange
                           PERFORM ChangeContact
                       WHEN WS-TransDelete
                           PERFORM DeleteContact
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE ContactFile
               IF WS-StudentFileAvailable
                   CLOSE StudentFile
               END-IF
               CLOSE RejectFile
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenContactFile.
           OPEN I-O ContactFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT ContactFile
               CLOSE ContactFile
               OPEN I-O ContactFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

           COPY BUSDATPG.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddContact.
           PERFORM GetContactDetails
           IF StudentContactRecord = SPACES
               CONTINUE
           ELSE
               MOVE StudentContactRecord TO WS-CandidateRecord
               READ ContactFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO StudentContactRecord
                       WRITE StudentContactRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO StudentContactRecord
                       DISPLAY "Reject - StudentId " CT-StudentId
                               " already has a contact record - use "
                               "Change."
                       MOVE "Duplicate contact record on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE CT-StudentId    TO RR-StudentId
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

           COPY STCTCKPG.

       ChangeContact.
           DISPLAY "Enter StudentId to change : " WITH NO ADVANCING
           ACCEPT CT-StudentId
           MOVE CT-StudentId TO WS-SaveStudentId
           READ ContactFile
               INVALID KEY
                   DISPLAY "Reject - StudentId " CT-StudentId
                           " has no contact record."
               NOT INVALID KEY
                   PERFORM ShowCurrentContact
                   PERFORM GetContactDetails
                   IF StudentContactRecord = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       IF CT-StudentId NOT = WS-SaveStudentId
                           DISPLAY "Reject - the StudentId cannot "
                                   "be changed, delete and re-add."
                       ELSE
                           REWRITE StudentContactRecord
                               INVALID KEY
                                   DISPLAY "Reject - rewrite of "
                                           "StudentId " CT-StudentId
                                           " failed."
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       DeleteContact.
           DISPLAY "Enter StudentId to delete : " WITH NO ADVANCING
           ACCEPT CT-StudentId
           READ ContactFile
               INVALID KEY
                   DISPLAY "Reject - StudentId " CT-StudentId
                           " has no contact record."
               NOT INVALID KEY
                   PERFORM ShowCurrentContact
                   DISPLAY "Delete this contact record - are you "
                           "sure (Y/N) ? " WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       DELETE ContactFile
                           INVALID KEY
                               DISPLAY "Reject - delete of "
                                       "StudentId " CT-StudentId
                                       " failed."
                       END-DELETE
                   ELSE
                       DISPLAY "Delete cancelled."
                   END-IF
           END-READ.

       ShowCurrentContact.
           DISPLAY "Current details - " CT-StudentId " mail to "
                   CT-MailTo " phone " CT-Phone
           DISPLAY "  e-mail " CT-Email
           DISPLAY "  term   " CT-TermAddress
           DISPLAY "  home   " CT-HomeAddress.

       GetContactDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               MOVE SPACES TO WS-ContactEntry WS-TermEntry
                              WS-HomeEntry
               DISPLAY "Enter - StudentId, Mail to T/H, Phone, E-mail "
                       "(blank line cancels)"
               DISPLAY "NNNNNNNNNNMPPPPPPPPPPPPPPPEEEEEEEEEEEEEEEEEEEE"
                       "EEEEEEEEEEEEEEEEEEEE"
               ACCEPT  WS-ContactEntry
               IF WS-ContactEntry = SPACES
                   MOVE SPACES TO StudentContactRecord
                   SET WS-EntryValid TO TRUE
               ELSE
                   DISPLAY "Enter - Term address: line 1, line 2, "
                           "town, postcode (blank line = none)"
                   DISPLAY "111111111111111111111111111111"
                           "222222222222222222222222222222"
                           "TTTTTTTTTTTTTTTTTTTTPPPPPPPP"
                   ACCEPT  WS-TermEntry
                   DISPLAY "Enter - Home address: line 1, line 2, "
                           "town, postcode (blank line = none)"
                   DISPLAY "111111111111111111111111111111"
                           "222222222222222222222222222222"
                           "TTTTTTTTTTTTTTTTTTTTPPPPPPPP"
                   ACCEPT  WS-HomeEntry
                   MOVE SPACES          TO StudentContactRecord
                   MOVE CE-StudentId    TO CT-StudentId
                   MOVE CE-MailTo       TO CT-MailTo
                   MOVE CE-Phone        TO CT-Phone
                   MOVE CE-Email        TO CT-Email
                   MOVE WS-TermEntry    TO CT-TermAddress
                   MOVE WS-HomeEntry    TO CT-HomeAddress
                   MOVE WS-BusinessDate TO CT-ChangedDate
                   PERFORM ValidateContact
               END-IF
           END-PERFORM.

       ValidateContact.
           SET WS-EntryValid TO TRUE
           MOVE SPACES TO WS-RejectReason
           IF CE-StudentId NOT NUMERIC OR CT-StudentId = ZEROS
               MOVE "StudentId not a non-zero 10-digit number"
                   TO WS-RejectReason
           ELSE
               IF WS-StudentFileAvailable
                   MOVE CT-StudentId TO StudentId
                   READ StudentFile
                       INVALID KEY
                           MOVE "StudentId not found in STUDENTS.DAT"
                               TO WS-RejectReason
                   END-READ
               END-IF
           END-IF
           IF WS-RejectReason = SPACES
               PERFORM ValidateContactDetails
               IF WS-ContactInvalid
                   MOVE WS-ContactReason TO WS-RejectReason
               END-IF
           END-IF
           IF WS-RejectReason NOT = SPACES
               DISPLAY "Reject - " WS-RejectReason
               SET WS-EntryInvalid TO TRUE
           END-IF.

       END PROGRAM ContactMaint.

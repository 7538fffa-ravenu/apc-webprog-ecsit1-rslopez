      *          batch mode expects, and writes an ADMEDIT.LST edit
      *          report listing every input row it could not convert
      *          and why, so nobody re-types the intake by hand.
      *          Any contact columns that follow Gender - term
      *          address line 1, line 2, town and postcode, the same
      *          four for the home address, then e-mail and phone -
      *          are edited with the shared STCTCKPG rules and loaded
      *          straight onto STUDCONT.DAT (created on first use; a
      *          student already there is overwritten with the
      *          admissions office's details). Addresses are plain
      *          CSV columns, so may not themselves hold a comma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              FILE STATUS IS WS-TransStatus.
           SELECT EditFile ASSIGN TO "ADMEDIT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CT-StudentId
       		              FILE STATUS IS WS-ContactStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD AdmissFile.
       01 AdmissLine               PIC X(400).

       FD TransFile.
       01 TransRecord.
       FD EditFile.
       01 EditLine                 PIC X(132).

       FD ContactFile.
           COPY STUDCTRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-AdmissStatus         PIC XX      VALUE SPACES.
           88 WS-AdmissStatusOk                VALUE "00".
       01  WS-TransStatus          PIC XX      VALUE SPACES.
           88 WS-TransStatusOk                 VALUE "00".
       01  WS-ContactStatus        PIC XX      VALUE SPACES.
           88 WS-ContactStatusOk               VALUE "00".
           88 WS-ContactNotFound               VALUE "35".
       01  WS-ContactAvailableFlag PIC X       VALUE "N".
           88 WS-ContactFileAvailable          VALUE "Y".

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-AdmissEOFFlag        PIC X       VALUE "N".
           88 WS-AdmissEOF                     VALUE "Y".
       01  WS-ReadCount            PIC 9(6)    VALUE ZEROS.
       01  WS-WrittenCount         PIC 9(6)    VALUE ZEROS.
       01  WS-RejectCount          PIC 9(6)    VALUE ZEROS.
       01  WS-ContactCount         PIC 9(6)    VALUE ZEROS.
       01  WS-ContactSkipCount     PIC 9(6)    VALUE ZEROS.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.

       01  WS-FieldStudentId       PIC X(10)   VALUE SPACES.
       01  WS-FieldCourse          PIC X(10)   VALUE SPACES.
       01  WS-FieldGender          PIC X(10)   VALUE SPACES.

      * The optional contact columns - parsed wider than the
      * STUDCONT.DAT fields so an over-long value is rejected rather
      * than cut short on the student's post.
       01  WS-ContactFields.
           02  WS-FieldTermLine1   PIC X(40).
           02  WS-FieldTermLine2   PIC X(40).
           02  WS-FieldTermTown    PIC X(40).
           02  WS-FieldTermPost    PIC X(20).
           02  WS-FieldHomeLine1   PIC X(40).
           02  WS-FieldHomeLine2   PIC X(40).
           02  WS-FieldHomeTown    PIC X(40).
           02  WS-FieldHomePost    PIC X(20).
           02  WS-FieldEmail       PIC X(60).
           02  WS-FieldPhone       PIC X(20).

      * Work fields for the shared ValidateContactDetails edit
      * (STCTCKPG).
       01  WS-ContactFlag          PIC X       VALUE "Y".
           88 WS-ContactValid                  VALUE "Y".
           88 WS-ContactInvalid                VALUE "N".
       01  WS-ContactReason        PIC X(40)   VALUE SPACES.
       01  WS-AtCount              PIC 99      VALUE ZEROS.
       01  WS-EmailLength          PIC 99      VALUE ZEROS.

       01  WS-DOBYear              PIC X(4)    VALUE SPACES.
       01  WS-DOBMonth             PIC X(2)    VALUE SPACES.
       01  WS-DOBDay               PIC X(2)    VALUE SPACES.
           02  FILLER              PIC X(20)   VALUE
               "ROWS REJECTED      :".
           02  SU-Rejected         PIC ZZZZZ9.
       01  WS-SummaryLine4.
           02  FILLER              PIC X(20)   VALUE
               "CONTACTS LOADED    :".
           02  SU-Contacts         PIC ZZZZZ9.
       01  WS-SummaryLine5.
           02  FILLER              PIC X(20)   VALUE
               "CONTACTS NOT LOADED:".
           02  SU-ContactSkips     PIC ZZZZZ9.

       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           OPEN INPUT AdmissFile
           IF NOT WS-AdmissStatusOk
               DISPLAY "AdmissionsImport - ADMISS.CSV could not be "
           END-IF
           OPEN OUTPUT TransFile
           OPEN OUTPUT EditFile
           PERFORM OpenContactFile
           MOVE WS-HeadingLine TO EditLine
           WRITE EditLine
           MOVE WS-BlankLine TO EditLine
           MOVE WS-RejectCount  TO SU-Rejected
           MOVE WS-SummaryLine3 TO EditLine
           WRITE EditLine
           MOVE WS-ContactCount TO SU-Contacts
           MOVE WS-SummaryLine4 TO EditLine
           WRITE EditLine
           MOVE WS-ContactSkipCount TO SU-ContactSkips
           MOVE WS-SummaryLine5 TO EditLine
           WRITE EditLine
           CLOSE AdmissFile
           CLOSE TransFile
           CLOSE EditFile
           IF WS-ContactFileAvailable
               CLOSE ContactFile
           END-IF
           IF WS-RejectCount > ZEROS OR WS-ContactSkipCount > ZEROS
               DISPLAY "AdmissionsImport - " WS-WrittenCount
                       " transaction(s) written, " WS-RejectCount
                       " row(s) rejected, " WS-ContactSkipCount
                       " contact(s) not loaded, see ADMEDIT.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "AdmissionsImport - " WS-WrittenCount
           END-IF
           GOBACK.

      * STUDCONT.DAT is opened once for the run and created if this
      * is its first; if it cannot be had the students still convert
      * and every contact row is counted as not loaded.
       OpenContactFile.
           OPEN I-O ContactFile
           IF WS-ContactNotFound
               OPEN OUTPUT ContactFile
               CLOSE ContactFile
               OPEN I-O ContactFile
           END-IF
           IF WS-ContactStatusOk
               SET WS-ContactFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDCONT.DAT could not be opened, "
                       "status " WS-ContactStatus " - contact "
                       "columns will not be loaded."
           END-IF.

           COPY BUSDATPG.

       ReadAdmissRow.
           READ AdmissFile
               AT END SET WS-AdmissEOF TO TRUE
               PERFORM ValidateAdmissRow
               IF WS-RowValid
                   PERFORM WriteTransRecord
                   IF WS-ContactFields NOT = SPACES
                       PERFORM LoadContactRecord
                   END-IF
               ELSE
                   PERFORM WriteEditReject
               END-IF
           MOVE SPACES TO WS-FieldStudentId WS-FieldSurname
                          WS-FieldInitials  WS-FieldDOB
                          WS-FieldCourse    WS-FieldGender
                          WS-ContactFields
           UNSTRING AdmissLine DELIMITED BY ","
               INTO WS-FieldStudentId
                    WS-FieldSurname
                    WS-FieldDOB
                    WS-FieldCourse
                    WS-FieldGender
                    WS-FieldTermLine1
                    WS-FieldTermLine2
                    WS-FieldTermTown
                    WS-FieldTermPost
                    WS-FieldHomeLine1
                    WS-FieldHomeLine2
                    WS-FieldHomeTown
                    WS-FieldHomePost
                    WS-FieldEmail
                    WS-FieldPhone
           END-UNSTRING
           MOVE SPACES TO WS-DOBYear WS-DOBMonth WS-DOBDay
           UNSTRING WS-FieldDOB DELIMITED BY "-"
              FUNCTION TRIM(WS-FieldGender) NOT = "F"
               MOVE "Gender not M or F" TO WS-RejectReason
               SET WS-RowInvalid TO TRUE
           END-IF
           IF WS-RowValid AND WS-ContactFields NOT = SPACES
               PERFORM ValidateAdmissContact
           END-IF.

      * Builds the STUDCONT.DAT record from the contact columns and
      * puts it through the same edit ContactMaint applies - a row
      * whose contact details would not pass there is rejected whole,
      * so the admissions office corrects it and re-sends the row.
       ValidateAdmissContact.
           MOVE SPACES TO StudentContactRecord
           MOVE WS-FieldStudentId TO CT-StudentId
           MOVE FUNCTION TRIM(WS-FieldTermLine1) TO WS-FieldTermLine1
           MOVE FUNCTION TRIM(WS-FieldTermLine2) TO WS-FieldTermLine2
           MOVE FUNCTION TRIM(WS-FieldTermTown)  TO WS-FieldTermTown
           MOVE FUNCTION TRIM(WS-FieldTermPost)  TO WS-FieldTermPost
           MOVE FUNCTION TRIM(WS-FieldHomeLine1) TO WS-FieldHomeLine1
           MOVE FUNCTION TRIM(WS-FieldHomeLine2) TO WS-FieldHomeLine2
           MOVE FUNCTION TRIM(WS-FieldHomeTown)  TO WS-FieldHomeTown
           MOVE FUNCTION TRIM(WS-FieldHomePost)  TO WS-FieldHomePost
           MOVE FUNCTION TRIM(WS-FieldEmail)     TO WS-FieldEmail
           MOVE FUNCTION TRIM(WS-FieldPhone)     TO WS-FieldPhone
           EVALUATE TRUE
               WHEN WS-FieldTermLine1(31:) NOT = SPACES
                 OR WS-FieldTermLine2(31:) NOT = SPACES
                 OR WS-FieldHomeLine1(31:) NOT = SPACES
                 OR WS-FieldHomeLine2(31:) NOT = SPACES
                   MOVE "Address line longer than 30 characters"
                       TO WS-RejectReason
               WHEN WS-FieldTermTown(21:) NOT = SPACES
                 OR WS-FieldHomeTown(21:) NOT = SPACES
                   MOVE "Town longer than 20 characters"
                       TO WS-RejectReason
               WHEN WS-FieldTermPost(9:) NOT = SPACES
                 OR WS-FieldHomePost(9:) NOT = SPACES
                   MOVE "Postcode longer than 8 characters"
                       TO WS-RejectReason
               WHEN WS-FieldEmail(41:) NOT = SPACES
                   MOVE "E-mail longer than 40 characters"
                       TO WS-RejectReason
               WHEN WS-FieldPhone(16:) NOT = SPACES
                   MOVE "Phone longer than 15 characters"
                       TO WS-RejectReason
               WHEN OTHER
                   MOVE WS-FieldTermLine1 TO CT-TermLine1
                   MOVE WS-FieldTermLine2 TO CT-TermLine2
                   MOVE WS-FieldTermTown  TO CT-TermTown
                   MOVE WS-FieldTermPost  TO CT-TermPostcode
                   MOVE WS-FieldHomeLine1 TO CT-HomeLine1
                   MOVE WS-FieldHomeLine2 TO CT-HomeLine2
                   MOVE WS-FieldHomeTown  TO CT-HomeTown
                   MOVE WS-FieldHomePost  TO CT-HomePostcode
                   MOVE WS-FieldEmail     TO CT-Email
                   MOVE WS-FieldPhone     TO CT-Phone
                   MOVE WS-BusinessDate   TO CT-ChangedDate
                   PERFORM ValidateContactDetails
                   IF WS-ContactInvalid
                       MOVE WS-ContactReason TO WS-RejectReason
                   END-IF
           END-EVALUATE
           IF WS-RejectReason NOT = SPACES
               SET WS-RowInvalid TO TRUE
           END-IF.

           COPY STCTCKPG.

      * Same calendar edit GetDaysInMonth applies in SeqWrite - the
      * translator rejects here so the intake run never sees a date
      * SeqWrite would only bounce again.
           WRITE TransRecord
           ADD 1 TO WS-WrittenCount.

      * The admissions office's details are the newest there are, so
      * a contact already on file for the StudentId is replaced.
       LoadContactRecord.
           IF NOT WS-ContactFileAvailable
               ADD 1 TO WS-ContactSkipCount
           ELSE
               WRITE StudentContactRecord
                   INVALID KEY
                       REWRITE StudentContactRecord
                           INVALID KEY
                               ADD 1 TO WS-ContactSkipCount
                           NOT INVALID KEY
                               ADD 1 TO WS-ContactCount
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-ContactCount
               END-WRITE
           END-IF.

       WriteEditReject.
           ADD 1 TO WS-RejectCount
           MOVE WS-RejectReason TO ED-Reason

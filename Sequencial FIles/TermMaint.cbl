      *          registration open/close dates EnrollMaint enforces,
      *          so enrollment no longer runs against no calendar at
      *          all and GradeMaint can validate GR-Term against a
      *          master instead of accepting free text. A term is
      *          added open; once TermClose has closed it, its record
      *          can no longer be changed or deleted here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(87)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveTermCode         PIC X(6)    VALUE SPACES.
       01  WS-SaveTermStatus       PIC X       VALUE SPACE.
       01  WS-SaveClosedDate       PIC 9(8)    VALUE ZEROS.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
               READ TermFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO TermRecord
                       MOVE "O"   TO TM-TermStatus
                       MOVE ZEROS TO TM-ClosedDate
                       WRITE TermRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO TermRecord
                   DISPLAY "Reject - TermCode " TM-TermCode
                           " not on file."
               NOT INVALID KEY
                   IF TM-TermClosed
                       DISPLAY "Reject - TermCode " TM-TermCode
                               " was closed on " TM-ClosedDate
                               ", no change allowed."
                   ELSE
                       PERFORM ChangeOpenTerm
                   END-IF
           END-READ.

      * The status and closing date are TermClose's to set - a change
      * keyed here carries them across untouched.
       ChangeOpenTerm.
           MOVE TM-TermStatus TO WS-SaveTermStatus
           MOVE TM-ClosedDate TO WS-SaveClosedDate
           DISPLAY "Current details - " TermRecord
           PERFORM GetTermDetails
           IF TermRecord = SPACES
               DISPLAY "Change cancelled."
           ELSE
               MOVE WS-SaveTermCode   TO TM-TermCode
               MOVE WS-SaveTermStatus TO TM-TermStatus
               MOVE WS-SaveClosedDate TO TM-ClosedDate
               REWRITE TermRecord
                   INVALID KEY
                       DISPLAY "Reject - rewrite of TermCode "
                               TM-TermCode " failed."
               END-REWRITE
           END-IF.

       DeleteTerm.
           DISPLAY "Enter TermCode to delete : " WITH NO ADVANCING
           ACCEPT TM-TermCode
                   DISPLAY "Reject - TermCode " TM-TermCode
                           " not on file."
               NOT INVALID KEY
                   IF TM-TermClosed
                       DISPLAY "Reject - TermCode " TM-TermCode
                               " is closed, its enrollment history "
                               "refers to it."
                   ELSE
                       DISPLAY "Delete " TermRecord " - are you sure "
                               "(Y/N) ? " WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           DELETE TermFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of "
                                           "TermCode " TM-TermCode
                                           " failed."
                           END-DELETE
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
                   END-IF
           END-READ.


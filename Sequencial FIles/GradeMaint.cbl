      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: GRADES.DAT maintenance - Add / Change / Delete of one
      *          mark per attempt at a course, keyed on the composite
      *          StudentId + CourseCode + Term, so a retake is Added
      *          as a further attempt under its own term and never
      *          overwrites the mark it follows. Change and Delete
      *          name the attempt by its term. Runs interactively
      *          off the console, or unattended from GRTRANS.DAT in
      *          the same transaction-file shape SeqWrite uses for
      *          SWTRANS.DAT. A term TermClose has closed takes no
      *          further Add, Change or Delete unless a level-3
      *          operator signs on against OPERATOR.DAT to override it
      *          - granted once per session for the term and recorded
      *          on ERRORS.DAT; an unattended batch run never
      *          overrides and rejects the transaction instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CC-FileName
       		              FILE STATUS IS WS-ControlStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS OP-OperatorId
       		              FILE STATUS IS WS-OperatorStatus.
       DATA DIVISION.

       FILE SECTION.
       FD ControlFile.
           COPY CTLCNTRC.

       FD OperatorFile.
           COPY OPERRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(25)   VALUE SPACES.
       01  WS-CandidateKey REDEFINES WS-CandidateRecord.
           02  CK-StudentId        PIC 99(9).
           02  CK-CourseCode       PIC X(6).
           02  FILLER              PIC X(10).
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
           88 WS-TermStatusOk                  VALUE "00".
       01  WS-TermAvailableFlag    PIC X       VALUE "N".
           88 WS-TermFileAvailable              VALUE "Y".
       01  WS-TermOpenFlag         PIC X       VALUE "Y".
           88 WS-TermOpenForUpdate             VALUE "Y".
       01  WS-OverrideTermCode     PIC X(6)    VALUE SPACES.
       01  WS-OverrideReply        PIC X       VALUE SPACE.
           88 WS-OverrideYes                   VALUE "Y" "y".

       01  WS-OperatorStatus       PIC XX      VALUE SPACES.
           88 WS-OperatorStatusOk              VALUE "00".
       01  WS-SignedOnFlag         PIC X       VALUE "N".
           88 WS-SignedOn                      VALUE "Y".
       01  WS-SignOnTries          PIC 9       VALUE ZERO.
       01  WS-OperatorId           PIC X(8)    VALUE SPACES.
       01  WS-PasswordIn           PIC X(8)    VALUE SPACES.
       01  WS-AuthLevel            PIC 9       VALUE ZERO.

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveKey              PIC X(21)   VALUE SPACES.

      * Console entry keeps its StudId / Course / Mark / Term order -
      * the record now carries the term inside its key, ahead of the
      * mark, so the keyed line is moved across field by field.
       01  WS-GradeEntry.
           02  GE-StudentId        PIC 99(9).
           02  GE-CourseCode       PIC X(6).
           02  GE-Mark             PIC 999.
           02  GE-Term             PIC X(6).
       01  WS-AttemptScanEOFFlag   PIC X       VALUE "N".
           88 WS-AttemptScanEOF                VALUE "Y".
       01  WS-AttemptNumber        PIC 99      VALUE ZEROS.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
               MOVE GradeRecord TO WS-CandidateRecord
               READ GradeFile
                   INVALID KEY
                       PERFORM CountPriorAttempts
                       MOVE WS-CandidateRecord TO GradeRecord
                       WRITE GradeRecord
                       IF WS-AttemptNumber > 1
                           DISPLAY "Retake - grade for " GR-StudentId
                                   " " GR-CourseCode " term " GR-Term
                                   " recorded as attempt "
                                   WS-AttemptNumber "."
                       END-IF
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO GradeRecord
                       DISPLAY "Reject - grade for " GR-GradeKey
               END-READ
           END-IF.

      * Numbers the candidate among the attempts at the same course
      * already on file - its own key is not, or the Add would have
      * been a duplicate.
       CountPriorAttempts.
           MOVE 1     TO WS-AttemptNumber
           MOVE "N"   TO WS-AttemptScanEOFFlag
           MOVE CK-StudentId  TO GR-StudentId
           MOVE CK-CourseCode TO GR-CourseCode
           MOVE LOW-VALUES    TO GR-Term
           START GradeFile KEY NOT < GR-GradeKey
               INVALID KEY SET WS-AttemptScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-AttemptScanEOF
               READ GradeFile NEXT
                   AT END
                       SET WS-AttemptScanEOF TO TRUE
                   NOT AT END
                       IF GR-StudentId = CK-StudentId AND
                          GR-CourseCode = CK-CourseCode
                           ADD 1 TO WS-AttemptNumber
                       ELSE
                           SET WS-AttemptScanEOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE GR-StudentId    TO RR-StudentId
           MOVE "N"   TO WS-CountEOFFlag
           MOVE ZEROS      TO GR-StudentId
           MOVE LOW-VALUES TO GR-CourseCode
           MOVE LOW-VALUES TO GR-Term
           START GradeFile KEY NOT < GR-GradeKey
               INVALID KEY SET WS-CountEOF TO TRUE
           END-START
                   DISPLAY "Reject - grade for " GR-GradeKey
                           " not on file."
               NOT INVALID KEY
                   PERFORM CheckTermOpen
                   IF WS-TermOpenForUpdate
                       PERFORM ChangeOpenGrade
                   ELSE
                       MOVE "Term closed - change refused"
                           TO WS-RejectReason
                       PERFORM LogReject
                   END-IF
           END-READ.

       ChangeOpenGrade.
           DISPLAY "Current details - " GradeRecord
           PERFORM GetGradeDetails
           IF GradeRecord = SPACES
               DISPLAY "Change cancelled."
           ELSE
               MOVE WS-SaveKey TO GR-GradeKey
               REWRITE GradeRecord
                   INVALID KEY
                       DISPLAY "Reject - rewrite of grade "
                               GR-GradeKey " failed."
               END-REWRITE
           END-IF.

       DeleteGrade.
           PERFORM GetGradeKey
           READ GradeFile
                   DISPLAY "Reject - grade for " GR-GradeKey
                           " not on file."
               NOT INVALID KEY
                   PERFORM CheckTermOpen
                   EVALUATE TRUE
                       WHEN NOT WS-TermOpenForUpdate
                           MOVE "Term closed - delete refused"
                               TO WS-RejectReason
                           PERFORM LogReject
                       WHEN WS-BatchMode
                           DELETE GradeFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of grade "
                                           GR-GradeKey " failed."
                           END-DELETE
                       WHEN OTHER
                           DISPLAY "Delete " GradeRecord
                                   " - are you sure (Y/N) ? "
                                   WITH NO ADVANCING
                           ACCEPT WS-ConfirmReply
                           IF WS-ConfirmYes
                               DELETE GradeFile
                                   INVALID KEY
                                       DISPLAY "Reject - delete of "
                                               "grade " GR-GradeKey
                                               " failed."
                               END-DELETE
                           ELSE
                               DISPLAY "Delete cancelled."
                           END-IF
                   END-EVALUATE
           END-READ.

       GetGradeKey.
           IF WS-BatchMode
               MOVE TR-StudentId  TO GR-StudentId
               MOVE TR-CourseCode TO GR-CourseCode
               MOVE TR-Term       TO GR-Term
           ELSE
               DISPLAY "Enter StudentId           : " WITH NO ADVANCING
               ACCEPT GR-StudentId
               DISPLAY "Enter CourseCode          : " WITH NO ADVANCING
               ACCEPT GR-CourseCode
               DISPLAY "Enter Term of the attempt : " WITH NO ADVANCING
               ACCEPT GR-Term
           END-IF
           PERFORM NormalizeGradeDetails.

               ELSE
                   DISPLAY "Enter - StudId, Course, Mark, Term"
                   DISPLAY "NNNNNNNNNNCCCCCCMMMTTTTTT"
                   MOVE SPACES TO WS-GradeEntry
                   ACCEPT  WS-GradeEntry
                   IF WS-GradeEntry = SPACES
                       MOVE SPACES TO GradeRecord
                       SET WS-EntryValid TO TRUE
                   ELSE
                       MOVE GE-StudentId  TO GR-StudentId
                       MOVE GE-CourseCode TO GR-CourseCode
                       MOVE GE-Mark       TO GR-Mark
                       MOVE GE-Term       TO GR-Term
                       PERFORM NormalizeGradeDetails
                       PERFORM ValidateGradeDetails
                   END-IF
                           DISPLAY "Reject - term " GR-Term
                                   " not found in TERMS.DAT."
                           SET WS-EntryInvalid TO TRUE
                       NOT INVALID KEY
                           PERFORM CheckTermOpen
                           IF NOT WS-TermOpenForUpdate
                               SET WS-EntryInvalid TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * A term TermClose has frozen takes no further marks unless a
      * level-3 operator signs on to override it - asked once per
      * session for the term, and recorded on ERRORS.DAT. As with
      * EmpMaint's run lock, an unattended batch run never overrides.
       CheckTermOpen.
           SET WS-TermOpenForUpdate TO TRUE
           IF WS-TermFileAvailable
               MOVE GR-Term TO TM-TermCode
               READ TermFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-TermClosed AND
                          GR-Term NOT = WS-OverrideTermCode
                           PERFORM RequestTermOverride
                       END-IF
               END-READ
           END-IF.

       RequestTermOverride.
           MOVE "N" TO WS-TermOpenFlag
           DISPLAY "Term " GR-Term " was closed on " TM-ClosedDate
                   " - marks are frozen."
           IF WS-BatchMode
               DISPLAY "Reject - unattended run cannot override a "
                       "closed term."
           ELSE
               DISPLAY "Override with a level-3 sign-on (Y/N) ? "
                       WITH NO ADVANCING
               ACCEPT WS-OverrideReply
               IF WS-OverrideYes
                   PERFORM SignOnOperator
                   IF WS-SignedOn AND WS-AuthLevel >= 3
                       MOVE GR-Term TO WS-OverrideTermCode
                       SET WS-TermOpenForUpdate TO TRUE
                       MOVE SPACES TO WS-ErrorMessage
                       STRING "Closed term " GR-Term " override by "
                              WS-OperatorId DELIMITED BY SIZE
                           INTO WS-ErrorMessage
                       PERFORM LogError
                   ELSE
                       DISPLAY "Reject - a closed term needs authority "
                               "level 3 to override."
                   END-IF
               END-IF
           END-IF.

           COPY OPSIGNPG.

       END PROGRAM GradeMaint.

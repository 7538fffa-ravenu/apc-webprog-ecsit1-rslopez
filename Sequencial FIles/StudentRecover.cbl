      *          an Add only when the key is absent - the first
      *          replay that does not fit halts the run with a clear
      *          message and return code 12, so the operator recovers
      *          to the minute instead of to yesterday. A merge step
      *          journaled by StudentMerge changes nothing on the
      *          master and is applied only as a check that both the
      *          losing student (as journaled) and the survivor are
      *          on file; the loser's retirement follows as a Delete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                           PERFORM ReplayChange
                       WHEN "D"
                           PERFORM ReplayDelete
                       WHEN "M"
                           PERFORM ReplayMergeStep
                       WHEN OTHER
                           MOVE "Unrecognized transaction type"
                               TO WS-HaltReason
                   END-IF
           END-READ.

      * A merge step moved the losing student's records on the other
      * files and changes nothing on STUDENTS.DAT itself - replay only
      * proves both students stand on the rebuilt master as they did
      * at the merge, ahead of the Delete that retires the loser.
       ReplayMergeStep.
           MOVE SH-MergeIntoId TO StudentId
           READ StudentFile
               INVALID KEY
                   MOVE "Merge replay - survivor not on file"
                       TO WS-HaltReason
                   PERFORM HaltReplay
               NOT INVALID KEY
                   PERFORM CheckMergeLoser
           END-READ.

       CheckMergeLoser.
           MOVE SH-BeforeImage(1:10) TO StudentId
           READ StudentFile
               INVALID KEY
                   MOVE "Merge replay - loser not on file"
                       TO WS-HaltReason
                   PERFORM HaltReplay
               NOT INVALID KEY
                   IF StudentDetails = SH-BeforeImage
                       PERFORM ReportApplied
                   ELSE
                       MOVE "Merge replay - before-image mismatch"
                           TO WS-HaltReason
                       PERFORM HaltReplay
                   END-IF
           END-READ.

       ReportApplied.
           ADD 1 TO WS-AppliedCount
           MOVE SH-TransType  TO AP-TransType
           MOVE SH-Timestamp  TO AP-Timestamp
           IF SH-TransType = "D" OR SH-TransType = "M"
               MOVE SH-BeforeImage(1:10) TO AP-StudentId
           ELSE
               MOVE SH-AfterImage(1:10)  TO AP-StudentId

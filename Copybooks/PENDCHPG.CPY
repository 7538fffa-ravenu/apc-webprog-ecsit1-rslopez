      ******************************************************************
      * Common pending-change paragraph, for the maintenance programs
      * that may no longer apply a pay-rate or bank-detail change
      * themselves. The caller builds PendingChangeRecord - key,
      * action and the change data - then PERFORMs ParkPendingChange,
      * which stamps it with WS-OperatorId and the business date and
      * writes it to PENDCHG.DAT (created on first use). WS-ChangeParked
      * says whether it went on; a change of the same type already
      * waiting for the employee is refused, never overwritten, so a
      * second keying cannot slip past what the approver was shown.
      *
      * The including program must supply, in addition to
      * COPY PENDCHRC in an FD for a file SELECTed as PendChgFile
      * (INDEXED, RECORD KEY CQ-ChangeKey, FILE STATUS
      * WS-PendChgStatus) and WS-BusinessDate / WS-OperatorId:
      *   01  WS-PendChgStatus    PIC XX    VALUE SPACES.
      *       88 WS-PendChgStatusOk       VALUE "00".
      *       88 WS-PendChgNotFound       VALUE "35".
      *   01  WS-ParkedFlag       PIC X     VALUE "N".
      *       88 WS-ChangeParked          VALUE "Y".
      ******************************************************************
       ParkPendingChange.
           MOVE "N" TO WS-ParkedFlag
           MOVE WS-OperatorId         TO CQ-KeyedBy
           MOVE WS-BusinessDate       TO CQ-KeyedDate
           MOVE FUNCTION CURRENT-DATE TO CQ-KeyedStamp
           OPEN I-O PendChgFile
           IF WS-PendChgNotFound
               OPEN OUTPUT PendChgFile
               CLOSE PendChgFile
               OPEN I-O PendChgFile
           END-IF
           IF NOT WS-PendChgStatusOk
               DISPLAY "Reject - PENDCHG.DAT could not be opened, "
                       "status " WS-PendChgStatus "."
           ELSE
               WRITE PendingChangeRecord
                   INVALID KEY
                       DISPLAY "Reject - a change of this kind is "
                               "already waiting for approval for "
                               "employee " CQ-EmployeeId "."
                   NOT INVALID KEY
                       SET WS-ChangeParked TO TRUE
                       DISPLAY "Change for employee " CQ-EmployeeId
                               " held on PENDCHG.DAT until a second "
                               "operator approves it."
               END-WRITE
               CLOSE PendChgFile
           END-IF.

      ******************************************************************
      * Common hold-journal paragraph - with StudentHoldRecord as it
      * now stands on HOLDS.DAT, MOVE "P" or "R" to WS-HoldAction and
      * PERFORM LogHoldAction to append the HOLDLOG.DAT line, in the
      * same open-extend-or-create shape as every journal writer.
      *
      * The including program must supply, in addition to
      * COPY HOLDLGRC in an FD for a file SELECTed as HoldLogFile
      * (LINE SEQUENTIAL, FILE STATUS WS-HoldLogStatus):
      *   01  WS-HoldLogStatus    PIC XX    VALUE SPACES.
      *       88 WS-HoldLogNotFound       VALUE "35".
      *   01  WS-HoldAction       PIC X     VALUE SPACE.
      ******************************************************************
       LogHoldAction.
           OPEN EXTEND HoldLogFile
           IF WS-HoldLogNotFound
               OPEN OUTPUT HoldLogFile
               CLOSE HoldLogFile
               OPEN EXTEND HoldLogFile
           END-IF
           MOVE SPACES                TO HoldLogRecord
           MOVE FUNCTION CURRENT-DATE TO HG-Timestamp
           MOVE WS-HoldAction         TO HG-Action
           MOVE StudentHoldRecord     TO HG-HoldImage
           WRITE HoldLogRecord
           CLOSE HoldLogFile.

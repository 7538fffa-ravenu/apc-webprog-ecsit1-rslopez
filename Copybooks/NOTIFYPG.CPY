      ******************************************************************
      * Common notification paragraph - COPY this into the PROCEDURE
      * DIVISION. With WS-NotifyEvent, WS-NotifyStudentId,
      * WS-NotifySurname, WS-NotifyInitials, WS-NotifyKey and the two
      * event details WS-NotifyDetail1/2 set, PERFORM
      * QueueNotification to append the notice to NOTIFYQ.DAT for
      * NotifyDispatch to send.
      * The wording comes from the event's template file, named for
      * the event type with .TPL after it (WAITPROM.TPL and so on),
      * whose first line is the message with these markers filled
      * in: &NAME (initials and surname), &ID (the StudentId), &DATE
      * (the business date), &1 and &2 (the event details). With no
      * template file for the event a plain notice is built from the
      * same markers. A template is read once per run per event.
      *
      * The including program must supply, in addition to
      * COPY NOTIFYRC in an FD for a file SELECTed as NotifyQueueFile
      * ("NOTIFYQ.DAT", LINE SEQUENTIAL, FILE STATUS
      * WS-NotifyQueueStatus), an FD for a file SELECTed as
      * NotifyTplFile (ASSIGN USING WS-NotifyTplName, LINE SEQUENTIAL,
      * FILE STATUS WS-NotifyTplStatus) holding
      * 01 NotifyTplRecord PIC X(160), and WS-BusinessDate:
      *   01  WS-NotifyQueueStatus PIC XX   VALUE SPACES.
      *       88 WS-NotifyQueueNotFound   VALUE "35".
      *   01  WS-NotifyTplStatus  PIC XX    VALUE SPACES.
      *       88 WS-NotifyTplStatusOk     VALUE "00".
      *   01  WS-NotifyTplName    PIC X(12) VALUE SPACES.
      *   01  WS-NotifyTplLoaded  PIC X(8)  VALUE SPACES.
      *   01  WS-NotifyTemplate   PIC X(165) VALUE SPACES.
      *   01  WS-NotifyEvent      PIC X(8)  VALUE SPACES.
      *   01  WS-NotifyStudentId  PIC 99(9) VALUE ZEROS.
      *   01  WS-NotifySurname    PIC X(10) VALUE SPACES.
      *   01  WS-NotifyInitials   PIC XX    VALUE SPACES.
      *   01  WS-NotifyKey        PIC X(12) VALUE SPACES.
      *   01  WS-NotifyDetail1    PIC X(30) VALUE SPACES.
      *   01  WS-NotifyDetail2    PIC X(30) VALUE SPACES.
      *   01  WS-NotifyIn         PIC 999   VALUE ZEROS.
      *   01  WS-NotifyOut        PIC 999   VALUE ZEROS.
      *   01  WS-NotifyCount      PIC 9(5)  VALUE ZEROS.
      ******************************************************************
       QueueNotification.
           IF WS-NotifyEvent NOT = WS-NotifyTplLoaded
               PERFORM LoadNotifyTemplate
           END-IF
           MOVE SPACES             TO NotifyRecord
           MOVE WS-NotifyStudentId TO NQ-StudentId
           MOVE WS-NotifyEvent     TO NQ-EventType
           MOVE WS-NotifyKey       TO NQ-EventKey
           MOVE WS-BusinessDate    TO NQ-BusinessDate
           PERFORM BuildNotifyText
           OPEN EXTEND NotifyQueueFile
           IF WS-NotifyQueueNotFound
               OPEN OUTPUT NotifyQueueFile
               CLOSE NotifyQueueFile
               OPEN EXTEND NotifyQueueFile
           END-IF
           WRITE NotifyRecord
           CLOSE NotifyQueueFile
           ADD 1 TO WS-NotifyCount.

      * The work area runs five bytes past the template line, so a
      * marker test at the last characters never reads off the end.
       LoadNotifyTemplate.
           MOVE SPACES TO WS-NotifyTemplate
           MOVE SPACES TO WS-NotifyTplName
           STRING WS-NotifyEvent DELIMITED BY SPACE
                  ".TPL"         DELIMITED BY SIZE
               INTO WS-NotifyTplName
           OPEN INPUT NotifyTplFile
           IF WS-NotifyTplStatusOk
               READ NotifyTplFile
                   AT END
                       MOVE SPACES TO NotifyTplRecord
               END-READ
               MOVE NotifyTplRecord TO WS-NotifyTemplate(1:160)
               CLOSE NotifyTplFile
           END-IF
           IF WS-NotifyTemplate = SPACES
               STRING WS-NotifyEvent DELIMITED BY SPACE
                      " notice for &NAME (&ID) - &1 &2"
                                     DELIMITED BY SIZE
                   INTO WS-NotifyTemplate
           END-IF
           MOVE WS-NotifyEvent TO WS-NotifyTplLoaded.

       BuildNotifyText.
           MOVE 1 TO WS-NotifyIn
           MOVE 1 TO WS-NotifyOut
           PERFORM UNTIL WS-NotifyIn > 160 OR WS-NotifyOut > 160
               EVALUATE TRUE
                   WHEN WS-NotifyTemplate(WS-NotifyIn:5) = "&NAME"
                       IF WS-NotifyInitials NOT = SPACES
                           STRING WS-NotifyInitials DELIMITED BY SPACE
                                  " "               DELIMITED BY SIZE
                               INTO NQ-MessageText
                               WITH POINTER WS-NotifyOut
                       END-IF
                       STRING WS-NotifySurname DELIMITED BY SPACE
                           INTO NQ-MessageText
                           WITH POINTER WS-NotifyOut
                       ADD 5 TO WS-NotifyIn
                   WHEN WS-NotifyTemplate(WS-NotifyIn:3) = "&ID"
                       STRING WS-NotifyStudentId DELIMITED BY SIZE
                           INTO NQ-MessageText
                           WITH POINTER WS-NotifyOut
                       ADD 3 TO WS-NotifyIn
                   WHEN WS-NotifyTemplate(WS-NotifyIn:5) = "&DATE"
                       STRING WS-BusinessDate(1:4) "-"
                              WS-BusinessDate(5:2) "-"
                              WS-BusinessDate(7:2)
                              DELIMITED BY SIZE
                           INTO NQ-MessageText
                           WITH POINTER WS-NotifyOut
                       ADD 5 TO WS-NotifyIn
                   WHEN WS-NotifyTemplate(WS-NotifyIn:2) = "&1"
                       STRING FUNCTION TRIM(WS-NotifyDetail1)
                              DELIMITED BY SIZE
                           INTO NQ-MessageText
                           WITH POINTER WS-NotifyOut
                       ADD 2 TO WS-NotifyIn
                   WHEN WS-NotifyTemplate(WS-NotifyIn:2) = "&2"
                       STRING FUNCTION TRIM(WS-NotifyDetail2)
                              DELIMITED BY SIZE
                           INTO NQ-MessageText
                           WITH POINTER WS-NotifyOut
                       ADD 2 TO WS-NotifyIn
                   WHEN OTHER
                       STRING WS-NotifyTemplate(WS-NotifyIn:1)
                              DELIMITED BY SIZE
                           INTO NQ-MessageText
                           WITH POINTER WS-NotifyOut
                       ADD 1 TO WS-NotifyIn
               END-EVALUATE
           END-PERFORM.

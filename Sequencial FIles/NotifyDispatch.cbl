      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Student notification dispatch - takes the notices
      *          SeqWrite, AcademicStanding, AttendanceRpt, AgedDebtRpt
      *          and GraduationRun have queued on NOTIFYQ.DAT and
      *          writes the day's batch for the college mail/SMS
      *          gateway as NTFYyyyymmdd.CSV (the business date), one
      *          row per notice: channel, address, StudentId, event
      *          type, queued date and the message text in quotes.
      *          A student with an e-mail address on STUDCONT.DAT is
      *          sent an EMAIL, one with only a phone an SMS. Every
      *          notice sent goes on the NOTIFSNT.DAT sent log under
      *          its student, event type and event key, and a notice
      *          already on the log is dropped unsent, so no student
      *          is told the same thing twice however often the
      *          producing job lists them. A notice for a student
      *          with no contact details is held back on the queue
      *          for the next run. NOTIFYRPT.LST lists what was
      *          sent, dropped and held; the run ends with the WARN
      *          return code when any were held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifyDispatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NotifyQueueFile ASSIGN TO "NOTIFYQ.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyQueueStatus.
           SELECT HeldQueueFile ASSIGN TO "NOTIFYQ.TMP"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SentLogFile ASSIGN TO "NOTIFSNT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS NG-SentKey
       		              FILE STATUS IS WS-SentLogStatus.
           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CT-StudentId
       		              FILE STATUS IS WS-ContactStatus.
           SELECT GatewayFile ASSIGN USING WS-GatewayName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-GatewayStatus.
           SELECT ReportFile ASSIGN TO "NOTIFYRPT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD NotifyQueueFile.
           COPY NOTIFYRC.

      * Notices that could not go this run, carried to the next.
       FD HeldQueueFile.
       01 HeldQueueRecord          PIC X(202).

       FD SentLogFile.
           COPY NTFSNTRC.

       FD ContactFile.
           COPY STUDCTRC.

       FD GatewayFile.
       01 GatewayLine              PIC X(300).

       FD ReportFile.
       01 ReportLine               PIC X(132).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-NotifyQueueStatus    PIC XX      VALUE SPACES.
           88 WS-NotifyQueueStatusOk           VALUE "00".
           88 WS-NotifyQueueNotFound           VALUE "35".
       01  WS-SentLogStatus        PIC XX      VALUE SPACES.
           88 WS-SentLogStatusOk               VALUE "00".
           88 WS-SentLogNotFound               VALUE "35".
       01  WS-ContactStatus        PIC XX      VALUE SPACES.
           88 WS-ContactStatusOk               VALUE "00".
       01  WS-ContactAvailableFlag PIC X       VALUE "N".
           88 WS-ContactFileAvailable          VALUE "Y".
       01  WS-GatewayStatus        PIC XX      VALUE SPACES.
           88 WS-GatewayNotFound               VALUE "35".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-QueueEOFFlag         PIC X       VALUE "N".
           88 WS-QueueEOF                      VALUE "Y".

       01  WS-GatewayName          PIC X(16)   VALUE SPACES.
       01  WS-QueueName            PIC X(12)   VALUE "NOTIFYQ.DAT".
       01  WS-HeldName             PIC X(12)   VALUE "NOTIFYQ.TMP".
       01  WS-RenameRC             PIC S9(9)   VALUE ZERO.

      * Where this notice goes - EMAIL to the e-mail address when the
      * student has one, else SMS to the phone, else nowhere yet.
       01  WS-Channel              PIC X(5)    VALUE SPACES.
           88 WS-NoChannel                     VALUE SPACES.
       01  WS-Address              PIC X(40)   VALUE SPACES.
       01  WS-MessageWork          PIC X(160)  VALUE SPACES.

       01  WS-ReadCount            PIC 9(6)    VALUE ZEROS.
       01  WS-SentCount            PIC 9(6)    VALUE ZEROS.
       01  WS-EmailCount           PIC 9(6)    VALUE ZEROS.
       01  WS-SmsCount             PIC 9(6)    VALUE ZEROS.
       01  WS-DuplicateCount       PIC 9(6)    VALUE ZEROS.
       01  WS-HeldCount            PIC 9(6)    VALUE ZEROS.

       01  WS-HeadingLine.
           02  FILLER              PIC X(40)   VALUE
               "NOTIFICATION DISPATCH - BUSINESS DATE : ".
           02  HL-Date             PIC 9(8).
           02  FILLER              PIC X(15)   VALUE
               "   GATEWAY : ".
           02  HL-GatewayName      PIC X(16).

       01  WS-ColumnHeading        PIC X(132)  VALUE
           "STUDENTID  EVENT    EVENT KEY    QUEUED    RESULT
      -    "       CHANNEL ADDRESS".

       01  WS-DetailLine.
           02  DL-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-EventType        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-EventKey         PIC X(12).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-QueuedDate       PIC 9(8).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-Result           PIC X(18).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-Channel          PIC X(5).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-Address          PIC X(40).

       01  WS-SummaryLine.
           02  SU-Label            PIC X(30).
           02  SU-Count            PIC ZZZ,ZZ9.

       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           OPEN INPUT NotifyQueueFile
           IF WS-NotifyQueueNotFound
               DISPLAY "NotifyDispatch - no NOTIFYQ.DAT, nothing "
                       "queued to send."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-NotifyQueueStatusOk
               DISPLAY "NotifyDispatch - NOTIFYQ.DAT could not be "
                       "opened, status " WS-NotifyQueueStatus
                       " - nothing sent."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O SentLogFile
           IF WS-SentLogNotFound
               OPEN OUTPUT SentLogFile
               CLOSE SentLogFile
               OPEN I-O SentLogFile
           END-IF
           IF NOT WS-SentLogStatusOk
               DISPLAY "NotifyDispatch - NOTIFSNT.DAT could not be "
                       "opened, status " WS-SentLogStatus
                       " - nothing sent."
               CLOSE NotifyQueueFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ContactFile
           IF WS-ContactStatusOk
               SET WS-ContactFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDCONT.DAT not available, every "
                       "notice is held for the next run."
           END-IF
           PERFORM OpenGatewayFile
           OPEN OUTPUT HeldQueueFile
           OPEN OUTPUT ReportFile
           PERFORM WriteReportHeadings
           PERFORM ReadQueueEntry
           PERFORM UNTIL WS-QueueEOF
               PERFORM DispatchOneNotice
               PERFORM ReadQueueEntry
           END-PERFORM
           PERFORM WriteReportSummary
           CLOSE NotifyQueueFile
           CLOSE HeldQueueFile
           CLOSE SentLogFile
           CLOSE GatewayFile
           CLOSE ReportFile
           IF WS-ContactFileAvailable
               CLOSE ContactFile
           END-IF
           PERFORM ReplaceQueueFile
           DISPLAY "NotifyDispatch - " WS-SentCount " of "
                   WS-ReadCount " notice(s) sent to " WS-GatewayName
                   ", " WS-DuplicateCount " already sent, "
                   WS-HeldCount " held, see NOTIFYRPT.LST."
           IF WS-HeldCount > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

      * One gateway file per business date - a second run the same
      * day adds its rows to the first run's file.
       OpenGatewayFile.
           MOVE SPACES TO WS-GatewayName
           STRING "NTFY"          DELIMITED BY SIZE
                  WS-BusinessDate DELIMITED BY SIZE
                  ".CSV"          DELIMITED BY SIZE
               INTO WS-GatewayName
           OPEN EXTEND GatewayFile
           IF WS-GatewayNotFound
               OPEN OUTPUT GatewayFile
               CLOSE GatewayFile
               OPEN EXTEND GatewayFile
           END-IF.

       ReadQueueEntry.
           READ NotifyQueueFile
               AT END SET WS-QueueEOF TO TRUE
           END-READ.

      * The sent log is consulted before anything else, so a notice
      * queued twice - the same job run twice, or a list repeated
      * night after night - goes once. It is written only when the
      * notice actually goes, so a held notice is not marked sent.
       DispatchOneNotice.
           ADD 1 TO WS-ReadCount
           MOVE NQ-StudentId    TO DL-StudentId
           MOVE NQ-EventType    TO DL-EventType
           MOVE NQ-EventKey     TO DL-EventKey
           MOVE NQ-BusinessDate TO DL-QueuedDate
           MOVE SPACES          TO DL-Channel
           MOVE SPACES          TO DL-Address
           MOVE NQ-StudentId    TO NG-StudentId
           MOVE NQ-EventType    TO NG-EventType
           MOVE NQ-EventKey     TO NG-EventKey
           READ SentLogFile
               INVALID KEY
                   PERFORM SendOrHoldNotice
               NOT INVALID KEY
                   ADD 1 TO WS-DuplicateCount
                   MOVE "ALREADY SENT"  TO DL-Result
                   MOVE NG-Channel      TO DL-Channel
                   MOVE NG-Address      TO DL-Address
           END-READ
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

       SendOrHoldNotice.
           PERFORM PickChannel
           IF WS-NoChannel
               WRITE HeldQueueRecord FROM NotifyRecord
               ADD 1 TO WS-HeldCount
               MOVE "HELD - NO CONTACT" TO DL-Result
           ELSE
               PERFORM WriteGatewayLine
               PERFORM LogNoticeSent
               MOVE "SENT"     TO DL-Result
               MOVE WS-Channel TO DL-Channel
               MOVE WS-Address TO DL-Address
           END-IF.

       PickChannel.
           MOVE SPACES TO WS-Channel
           MOVE SPACES TO WS-Address
           IF WS-ContactFileAvailable
               MOVE NQ-StudentId TO CT-StudentId
               READ ContactFile
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CT-Email NOT = SPACES
                               MOVE "EMAIL"  TO WS-Channel
                               MOVE CT-Email TO WS-Address
                           WHEN CT-Phone NOT = SPACES
                               MOVE "SMS"    TO WS-Channel
                               MOVE CT-Phone TO WS-Address
                       END-EVALUATE
               END-READ
           END-IF.

      * The gateway's row: channel, address, StudentId, event type,
      * queued date and the message in double quotes - any double
      * quote inside the message is sent as a single one.
       WriteGatewayLine.
           MOVE NQ-MessageText TO WS-MessageWork
           INSPECT WS-MessageWork REPLACING ALL '"' BY "'"
           MOVE SPACES TO GatewayLine
           STRING FUNCTION TRIM(WS-Channel)     DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Address)     DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  NQ-StudentId                  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-EventType)   DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  NQ-BusinessDate               DELIMITED BY SIZE
                  ',"'                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MessageWork) DELIMITED BY SIZE
                  '"'                           DELIMITED BY SIZE
               INTO GatewayLine
           WRITE GatewayLine
           ADD 1 TO WS-SentCount
           IF WS-Channel = "EMAIL"
               ADD 1 TO WS-EmailCount
           ELSE
               ADD 1 TO WS-SmsCount
           END-IF.

       LogNoticeSent.
           MOVE WS-BusinessDate TO NG-SentDate
           MOVE NQ-BusinessDate TO NG-QueuedDate
           MOVE WS-Channel      TO NG-Channel
           MOVE WS-Address      TO NG-Address
           WRITE NotifySentRecord
               INVALID KEY
                   DISPLAY "Warning - sent log entry for StudentId "
                           NQ-StudentId " " NQ-EventType
                           " could not be written, status "
                           WS-SentLogStatus "."
           END-WRITE.

       WriteReportHeadings.
           MOVE WS-BusinessDate TO HL-Date
           MOVE WS-GatewayName  TO HL-GatewayName
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnHeading TO ReportLine
           WRITE ReportLine.

       WriteReportSummary.
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE "NOTICES QUEUED       : " TO SU-Label
           MOVE WS-ReadCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine
           MOVE "SENT BY EMAIL        : " TO SU-Label
           MOVE WS-EmailCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine
           MOVE "SENT BY SMS          : " TO SU-Label
           MOVE WS-SmsCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine
           MOVE "ALREADY SENT         : " TO SU-Label
           MOVE WS-DuplicateCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine
           MOVE "HELD - NO CONTACT    : " TO SU-Label
           MOVE WS-HeldCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine.

      * What was held becomes the queue; with nothing held the queue
      * is simply gone until the producing jobs start a new one.
       ReplaceQueueFile.
           CALL "CBL_DELETE_FILE" USING WS-QueueName
               RETURNING WS-RenameRC
           IF WS-HeldCount > ZEROS
               CALL "CBL_RENAME_FILE" USING WS-HeldName
                       WS-QueueName
                   RETURNING WS-RenameRC
               IF WS-RenameRC NOT = ZERO
                   DISPLAY "Warning - could not rewrite NOTIFYQ.DAT, "
                           "return code " WS-RenameRC " - the held "
                           "notices are on NOTIFYQ.TMP, rename it by "
                           "hand."
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-HeldName
                   RETURNING WS-RenameRC
           END-IF.

       END PROGRAM NotifyDispatch.

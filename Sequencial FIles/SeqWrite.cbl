           SELECT PromoteLogFile ASSIGN TO "WAITPROM.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-PromoteLogStatus.
           SELECT NotifyQueueFile ASSIGN TO "NOTIFYQ.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyQueueStatus.
           SELECT NotifyTplFile ASSIGN USING WS-NotifyTplName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyTplStatus.
           SELECT StudHistFile ASSIGN TO "STUDHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-StudHistStatus.
       FD PromoteLogFile.
       01 PromoteLogRecord         PIC X(49).

       FD NotifyQueueFile.
           COPY NOTIFYRC.

       FD NotifyTplFile.
       01 NotifyTplRecord          PIC X(160).

       FD StudHistFile.
           COPY STUDHSRC.

           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-NotifyQueueStatus    PIC XX      VALUE SPACES.
           88 WS-NotifyQueueNotFound           VALUE "35".
       01  WS-NotifyTplStatus      PIC XX      VALUE SPACES.
           88 WS-NotifyTplStatusOk             VALUE "00".
       01  WS-NotifyTplName        PIC X(12)   VALUE SPACES.
       01  WS-NotifyTplLoaded      PIC X(8)    VALUE SPACES.
       01  WS-NotifyTemplate       PIC X(165)  VALUE SPACES.
       01  WS-NotifyEvent          PIC X(8)    VALUE SPACES.
       01  WS-NotifyStudentId      PIC 99(9)   VALUE ZEROS.
       01  WS-NotifySurname        PIC X(10)   VALUE SPACES.
       01  WS-NotifyInitials       PIC XX      VALUE SPACES.
       01  WS-NotifyKey            PIC X(12)   VALUE SPACES.
       01  WS-NotifyDetail1        PIC X(30)   VALUE SPACES.
       01  WS-NotifyDetail2        PIC X(30)   VALUE SPACES.
       01  WS-NotifyIn             PIC 999     VALUE ZEROS.
       01  WS-NotifyOut            PIC 999     VALUE ZEROS.
       01  WS-NotifyCount          PIC 9(5)    VALUE ZEROS.

       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
                   MOVE StudentDetails TO WS-JournalAfter
                   PERFORM LogStudentJournal
                   PERFORM LogPromotion
                   PERFORM QueuePromotionNotice
           END-WRITE.

       LogPromotion.
           WRITE PromoteLogRecord FROM WS-PromoteLine
           CLOSE PromoteLogFile.

      * The promoted student is told they have their place - keyed
      * on the course, so a place is announced once.
       QueuePromotionNotice.
           MOVE "WAITPROM"   TO WS-NotifyEvent
           MOVE StudentId    TO WS-NotifyStudentId
           MOVE Surname      TO WS-NotifySurname
           MOVE Initials     TO WS-NotifyInitials
           MOVE CourseCode   TO WS-NotifyKey
           MOVE CourseCode   TO WS-NotifyDetail1
           MOVE SPACES       TO WS-NotifyDetail2
           STRING WS-TodayDate(1:4) "-" WS-TodayDate(5:2) "-"
                  WS-TodayDate(7:2) DELIMITED BY SIZE
               INTO WS-NotifyDetail2
           PERFORM QueueNotification.

           COPY NOTIFYPG.

      * Writes one STUDHIST.DAT journal line for the master update
      * just applied - the caller sets WS-JournalTransType and the
      * before/after images first. REJECTS.DAT records what was

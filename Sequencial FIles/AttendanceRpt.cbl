      *          ATTPARM.DAT threshold is repeated on the
      *          ATTEXCEPT.LST absence exception list, so a drop-out
      *          in the making is caught while it is still an
      *          attendance problem rather than a withdrawal, and is
      *          queued an ABSENCE notice on NOTIFYQ.DAT for
      *          NotifyDispatch, once per student and course. Ends
      *          with the WARN return code when exceptions exist.
      * Tectonics: cobc
      ******************************************************************
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionFile ASSIGN TO "ATTEXCEPT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NotifyQueueFile ASSIGN TO "NOTIFYQ.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyQueueStatus.
           SELECT NotifyTplFile ASSIGN USING WS-NotifyTplName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyTplStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD ExceptionFile.
       01 ExceptionLine            PIC X(100).

       FD NotifyQueueFile.
           COPY NOTIFYRC.

       FD NotifyTplFile.
       01 NotifyTplRecord          PIC X(160).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-AttendStatus         PIC XX      VALUE SPACES.
           88 WS-AttendStatusOk                VALUE "00".
           88 WS-StudentFileAvailable          VALUE "Y".
       01  WS-ParmStatus           PIC XX      VALUE SPACES.
           88 WS-ParmStatusOk                  VALUE "00".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
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

       01  WS-AttendEOFFlag        PIC X       VALUE "N".
           88 WS-AttendEOF                     VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM ReadAttendParms
           OPEN INPUT AttendFile
           IF NOT WS-AttendStatusOk
       ReportOneStudent.
           MOVE WS-PrevStudentId TO DL-StudentId
           MOVE SPACES TO DL-Surname
           MOVE SPACES TO WS-NotifyInitials
           IF WS-StudentFileAvailable
               MOVE WS-PrevStudentId TO StudentId
               READ StudentFile
                   INVALID KEY
                       MOVE "*NO FILE*" TO DL-Surname
                   NOT INVALID KEY
                       MOVE Surname  TO DL-Surname
                       MOVE Initials TO WS-NotifyInitials
               END-READ
           END-IF
           MOVE WS-PresentCount TO DL-Present
               MOVE WS-DetailLine(1:60) TO ED-Detail
               MOVE WS-ExceptionDetail TO ExceptionLine
               WRITE ExceptionLine
               PERFORM QueueAbsenceNotice
           ELSE
               MOVE SPACES TO DL-Flag
           END-IF
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

      * The student is warned of the attendance shortfall - keyed on
      * the course, so one warning per course however many runs
      * list them.
       QueueAbsenceNotice.
           MOVE "ABSENCE"          TO WS-NotifyEvent
           MOVE WS-PrevStudentId   TO WS-NotifyStudentId
           IF DL-Surname = "*NO FILE*"
               MOVE SPACES         TO WS-NotifySurname
           ELSE
               MOVE DL-Surname     TO WS-NotifySurname
           END-IF
           MOVE WS-PrevCourseCode  TO WS-NotifyKey
           MOVE WS-PrevCourseCode  TO WS-NotifyDetail1
           MOVE DL-Percent         TO WS-NotifyDetail2
           PERFORM QueueNotification.

           COPY NOTIFYPG.

           COPY BUSDATPG.

       END PROGRAM AttendanceRpt.

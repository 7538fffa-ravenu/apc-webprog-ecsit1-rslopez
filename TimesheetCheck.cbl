      *          employee with no hours record. An employee with
      *          leave booked on LEAVE.DAT is listed as covered
      *          rather than missing - the payroll run pays them
      *          from the booking. A leaver whose leave date has
      *          been reached on the RUNDATE.DAT business date is due
      *          their final pay and listed as such, since the run
      *          pays them without hours; one leaving later is
      *          checked like anyone else. An employee already paid
      *          off is not checked at all, nor is salaried staff,
      *          who are paid without a timesheet. Ends with the WARN
      *          return code when anyone is genuinely missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              FILE STATUS IS WS-LeaveStatus.
           SELECT ReportFile ASSIGN TO "TSMISSING.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD ReportFile.
       01 ReportLine               PIC X(100).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EmployeeStatus       PIC XX      VALUE SPACES.
           88 WS-EmployeeStatusOk              VALUE "00".
           88 WS-LeaveStatusOk                 VALUE "00".
       01  WS-LeaveAvailableFlag   PIC X       VALUE "N".
           88 WS-LeaveAvailable                VALUE "Y".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.
       01  WS-FinalPayFlag         PIC X       VALUE "N".
           88 WS-FinalPayDue                   VALUE "Y".

       01  WS-EmployeeEOFFlag      PIC X       VALUE "N".
           88 WS-EmployeeEOF                   VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           OPEN INPUT EmployeeFile
           IF NOT WS-EmployeeStatusOk
               DISPLAY "TimesheetCheck - EMPMAST.DAT could not be "
           END-IF
           GOBACK.

           COPY BUSDATPG.

       LoadTimesheets.
           OPEN INPUT TimesheetFile
           IF WS-TimesheetStatusOk
           END-READ.

       CheckOneEmployee.
           IF NOT EM-Left AND NOT EM-Salaried
               ADD 1 TO WS-EmployeeCount
               PERFORM FindTimesheet
               IF NOT WS-TimesheetFound
                   PERFORM ReportMissingEmployee
               END-IF
           END-IF
           PERFORM ReadEmployee.

           MOVE EM-Department   TO DL-Department
           MOVE "** NO TIMESHEET **" TO DL-Verdict
           ADD 1 TO WS-MissingCount
      * Only a leaver whose leave date has come is paid off without
      * hours - the payroll run holds anyone leaving later to the
      * normal timesheet rules, so they are checked the same here.
           MOVE "N" TO WS-FinalPayFlag
           IF EM-Left OR
              (EM-Leaving AND EM-LeaveDate <= WS-BusinessDate)
               SET WS-FinalPayDue TO TRUE
           END-IF
           IF WS-FinalPayDue
               MOVE "LEAVER - FINAL PAY DUE" TO DL-Verdict
               SUBTRACT 1 FROM WS-MissingCount
           END-IF
           IF WS-LeaveAvailable AND NOT WS-FinalPayDue
               MOVE EM-EmployeeId TO LV-EmployeeId
               READ LeaveFile
                   INVALID KEY

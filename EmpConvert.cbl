      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: One-off conversion of EMPMAST.DAT to the record
      *          layout carrying the leaver details (EM-Status,
      *          EM-LeaveDate, EM-FinalPayDate), the pay basis and
      *          frequency, and the spare FILLER behind them - a
      *          master written before leavers were recorded holds
      *          58-byte records, and every opener of the new layout
      *          refuses it. Renames the live file aside as
      *          EMPCONV.OLD, reads it back in the old layout, and
      *          reloads every employee into a freshly built
      *          EMPMAST.DAT as active (status A, no leaving date),
      *          hourly and paid weekly, reporting the counts on
      *          EMPCONV.LST and refreshing the file's control count.
      *          Refuses to run while an EMPCONV.OLD from a prior
      *          conversion is still on disk, and puts the file
      *          straight back if the renamed copy turns out not to
      *          be in the old layout - the same guarantees
      *          EnrollConvert gives the enrollment file. EMPCONV.OLD
      *          is left behind as the fallback until the operator
      *          has verified the reload and removes it by hand. The
      *          OLDEMP.DAT snapshot and the EMPHIST.DAT journal still
      *          hold old-layout images, so PayrollSnapshot must be
      *          run straight after this conversion, before any
      *          maintenance, to give PayrollRecover a new-layout
      *          starting point.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldEmpFile ASSIGN TO "EMPCONV.OLD"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS OE-EmployeeId
       		              FILE STATUS IS WS-OldStatus.
           SELECT EmployeeFile ASSIGN TO "EMPMAST.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EM-EmployeeId
       		              FILE STATUS IS WS-EmployeeStatus.
           SELECT ReportFile ASSIGN TO "EMPCONV.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ControlFile ASSIGN TO "CTLCOUNT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CC-FileName
       		              FILE STATUS IS WS-ControlStatus.
       DATA DIVISION.

       FILE SECTION.
      * The pre-leaver layout - EMPMASRC as it stood, under its own
      * names.
       FD OldEmpFile.
       01 OldEmployeeMaster.
           02  OE-EmployeeId       PIC 9(6).
           02  OE-EmployeeName     PIC X(20).
           02  OE-HourlyRate       PIC 9(4)V99.
           02  OE-Sales            PIC 9(6)V99.
           02  OE-Department       PIC X(10).
           02  OE-HireDate         PIC 9(8).

       FD EmployeeFile.
           COPY EMPMASRC.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       FD ControlFile.
           COPY CTLCNTRC.

       WORKING-STORAGE SECTION.
       01  WS-OldStatus            PIC XX      VALUE SPACES.
           88 WS-OldStatusOk                   VALUE "00".
           88 WS-OldFileNotFound               VALUE "35".
       01  WS-EmployeeStatus       PIC XX      VALUE SPACES.
           88 WS-EmployeeStatusOk              VALUE "00".

       01  WS-OldEOFFlag           PIC X       VALUE "N".
           88 WS-OldEOF                        VALUE "Y".

       01  WS-LoadedCount          PIC 9(6)    VALUE ZEROS.

       01  WS-LiveName             PIC X(15)   VALUE "EMPMAST.DAT".
       01  WS-ConvertName          PIC X(15)   VALUE "EMPCONV.OLD".
       01  WS-RenameRC             PIC S9(9)   VALUE ZERO.

       01  WS-ControlStatus        PIC XX      VALUE SPACES.
           88 WS-ControlStatusOk               VALUE "00".
           88 WS-ControlNotFound               VALUE "35".
       01  WS-ControlFileName      PIC X(16)   VALUE SPACES.
       01  WS-ControlCount         PIC 9(7)    VALUE ZEROS.

       01  WS-HeadingLine          PIC X(100)  VALUE
           "EMPMAST.DAT CONVERSION - LEAVER DETAILS ADDED".

       01  WS-LoadedLine.
           02  FILLER              PIC X(20)   VALUE
               "RECORDS RELOADED   :".
           02  LL-Count            PIC ZZZZZ9.

       01  WS-DefaultLine          PIC X(100)  VALUE
           "DEFAULTED          : ACTIVE, HOURLY, PAID WEEKLY".

       01  WS-SnapshotLine         PIC X(100)  VALUE
           "RUN PAYROLLSNAPSHOT BEFORE ANY EMPMAINT OR PAYROLL RUN".

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
      * A leftover EMPCONV.OLD means a prior conversion already ran
      * (or was abandoned) - converting again on top of it would
      * overwrite the only fallback copy.
           OPEN INPUT OldEmpFile
           IF NOT WS-OldFileNotFound
               IF WS-OldStatusOk
                   CLOSE OldEmpFile
               END-IF
               DISPLAY "EmpConvert - EMPCONV.OLD is already on "
                       "disk from a prior conversion - verify and "
                       "remove it first, nothing done."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-LiveName
                   WS-ConvertName
               RETURNING WS-RenameRC
           IF WS-RenameRC NOT = ZERO
               DISPLAY "EmpConvert - EMPMAST.DAT could not be "
                       "renamed aside, return code " WS-RenameRC
                       " - nothing done."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-OldStatus
           OPEN INPUT OldEmpFile
           IF NOT WS-OldStatusOk
      * Not readable in the old layout - most likely the file was
      * converted already. Put it straight back.
               DISPLAY "EmpConvert - the file is not in the old "
                       "layout (status " WS-OldStatus
                       ") - restored untouched, nothing done."
               CALL "CBL_RENAME_FILE" USING WS-ConvertName
                       WS-LiveName
                   RETURNING WS-RenameRC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EmployeeFile
           IF NOT WS-EmployeeStatusOk
               DISPLAY "EmpConvert - the new EMPMAST.DAT could not "
                       "be built, status " WS-EmployeeStatus
                       " - old file restored."
               CLOSE OldEmpFile
               CALL "CBL_RENAME_FILE" USING WS-ConvertName
                       WS-LiveName
                   RETURNING WS-RenameRC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ReportFile
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           PERFORM ReloadEmployees
           MOVE WS-LoadedCount TO LL-Count
           MOVE WS-LoadedLine TO ReportLine
           WRITE ReportLine
           MOVE WS-DefaultLine TO ReportLine
           WRITE ReportLine
           MOVE WS-SnapshotLine TO ReportLine
           WRITE ReportLine
           CLOSE OldEmpFile
           CLOSE EmployeeFile
           CLOSE ReportFile
           MOVE WS-LoadedCount TO WS-ControlCount
           MOVE "EMPMAST.DAT" TO WS-ControlFileName
           PERFORM UpdateControlCount
           DISPLAY "EmpConvert - " WS-LoadedCount " record(s) "
                   "reloaded as active, see EMPCONV.LST - run "
                   "PayrollSnapshot now, and remove EMPCONV.OLD once "
                   "verified."
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ReloadEmployees.
           READ OldEmpFile NEXT
               AT END SET WS-OldEOF TO TRUE
           END-READ
           PERFORM UNTIL WS-OldEOF
               MOVE SPACES            TO EmployeeMaster
               MOVE OldEmployeeMaster TO EmployeeMaster(1:58)
               SET EM-Active          TO TRUE
               MOVE ZEROS             TO EM-LeaveDate
                                         EM-FinalPayDate
               MOVE "H"               TO EM-PayBasis
               MOVE "W"               TO EM-PayFrequency
               MOVE ZEROS             TO EM-AnnualSalary
               WRITE EmployeeMaster
               ADD 1 TO WS-LoadedCount
               READ OldEmpFile NEXT
                   AT END SET WS-OldEOF TO TRUE
               END-READ
           END-PERFORM.

           COPY CTLCNTPG.

       END PROGRAM EmpConvert.

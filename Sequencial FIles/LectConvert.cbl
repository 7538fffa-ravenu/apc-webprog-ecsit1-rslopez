      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: One-off conversion of LECTURERS.DAT to the record
      *          layout carrying the lecturer's department and
      *          contracted teaching hours - a master written before
      *          workloads were tracked holds 26-byte records (id and
      *          name only), and every opener of the new layout
      *          refuses it. Renames the live file aside as
      *          LECTCONV.OLD, reads it back in the old layout, and
      *          reloads every lecturer into a freshly built
      *          LECTURERS.DAT with no department and no contract
      *          recorded, reporting the count on LECTCONV.LST - the
      *          departments and contracted hours are then keyed
      *          through LecturerMaint. Refuses to run while a
      *          LECTCONV.OLD from a prior conversion is still on
      *          disk, and puts the file straight back if the renamed
      *          copy turns out not to be in the old layout - the
      *          same guarantees EmpConvert gives the employee
      *          master. LECTCONV.OLD is left behind as the fallback
      *          until the operator has verified the reload and
      *          removes it by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LectConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldLecturerFile ASSIGN TO "LECTCONV.OLD"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS OL-LecturerId
       		              FILE STATUS IS WS-OldStatus.
           SELECT LecturerFile ASSIGN TO "LECTURERS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS LE-LecturerId
       		              FILE STATUS IS WS-LecturerStatus.
           SELECT ReportFile ASSIGN TO "LECTCONV.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
      * The id-and-name layout - LECTRC as it stood, under its own
      * names.
       FD OldLecturerFile.
       01 OldLecturerRecord.
           02  OL-LecturerId       PIC X(6).
           02  OL-LecturerName     PIC X(20).

       FD LecturerFile.
           COPY LECTRC.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OldStatus            PIC XX      VALUE SPACES.
           88 WS-OldStatusOk                   VALUE "00".
           88 WS-OldFileNotFound               VALUE "35".
       01  WS-LecturerStatus       PIC XX      VALUE SPACES.
           88 WS-LecturerStatusOk              VALUE "00".

       01  WS-OldEOFFlag           PIC X       VALUE "N".
           88 WS-OldEOF                        VALUE "Y".

       01  WS-LoadedCount          PIC 9(6)    VALUE ZEROS.

       01  WS-LiveName             PIC X(15)   VALUE "LECTURERS.DAT".
       01  WS-ConvertName          PIC X(15)   VALUE "LECTCONV.OLD".
       01  WS-RenameRC             PIC S9(9)   VALUE ZERO.

       01  WS-HeadingLine          PIC X(100)  VALUE
           "LECTURERS.DAT CONVERSION - DEPARTMENT AND CONTRACT ADDED".

       01  WS-LoadedLine.
           02  FILLER              PIC X(20)   VALUE
               "RECORDS RELOADED   :".
           02  LL-Count            PIC ZZZZZ9.

       01  WS-DefaultLine          PIC X(100)  VALUE
           "DEFAULTED          : NO DEPARTMENT, NO CONTRACT HOURS".

       01  WS-FollowUpLine         PIC X(100)  VALUE
           "KEY EACH DEPARTMENT AND CONTRACT THROUGH LECTURERMAINT".

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
      * A leftover LECTCONV.OLD means a prior conversion already ran
      * (or was abandoned) - converting again on top of it would
      * overwrite the only fallback copy.
           OPEN INPUT OldLecturerFile
           IF NOT WS-OldFileNotFound
               IF WS-OldStatusOk
                   CLOSE OldLecturerFile
               END-IF
               DISPLAY "LectConvert - LECTCONV.OLD is already on "
                       "disk from a prior conversion - verify and "
                       "remove it first, nothing done."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-LiveName
                   WS-ConvertName
               RETURNING WS-RenameRC
           IF WS-RenameRC NOT = ZERO
               DISPLAY "LectConvert - LECTURERS.DAT could not be "
                       "renamed aside, return code " WS-RenameRC
                       " - nothing done."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-OldStatus
           OPEN INPUT OldLecturerFile
           IF NOT WS-OldStatusOk
      * Not readable in the old layout - most likely the file was
      * converted already. Put it straight back.
               DISPLAY "LectConvert - the file is not in the old "
                       "layout (status " WS-OldStatus
                       ") - restored untouched, nothing done."
               CALL "CBL_RENAME_FILE" USING WS-ConvertName
                       WS-LiveName
                   RETURNING WS-RenameRC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LecturerFile
           IF NOT WS-LecturerStatusOk
               DISPLAY "LectConvert - the new LECTURERS.DAT could "
                       "not be built, status " WS-LecturerStatus
                       " - old file restored."
               CLOSE OldLecturerFile
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
           PERFORM ReloadLecturers
           MOVE WS-LoadedCount TO LL-Count
           MOVE WS-LoadedLine TO ReportLine
           WRITE ReportLine
           MOVE WS-DefaultLine TO ReportLine
           WRITE ReportLine
           MOVE WS-FollowUpLine TO ReportLine
           WRITE ReportLine
           CLOSE OldLecturerFile
           CLOSE LecturerFile
           CLOSE ReportFile
           DISPLAY "LectConvert - " WS-LoadedCount " record(s) "
                   "reloaded, see LECTCONV.LST - remove LECTCONV.OLD "
                   "once verified."
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ReloadLecturers.
           READ OldLecturerFile NEXT
               AT END SET WS-OldEOF TO TRUE
           END-READ
           PERFORM UNTIL WS-OldEOF
               MOVE SPACES          TO LecturerRecord
               MOVE OL-LecturerId   TO LE-LecturerId
               MOVE OL-LecturerName TO LE-LecturerName
               MOVE ZEROS           TO LE-ContractHours
               WRITE LecturerRecord
               ADD 1 TO WS-LoadedCount
               READ OldLecturerFile NEXT
                   AT END SET WS-OldEOF TO TRUE
               END-READ
           END-PERFORM.

       END PROGRAM LectConvert.

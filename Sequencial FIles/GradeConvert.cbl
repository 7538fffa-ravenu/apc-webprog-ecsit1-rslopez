      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: One-off conversion of GRADES.DAT to the record layout
      *          keyed per attempt - a file written before retakes
      *          were kept holds one record per student/course,
      *          keyed on StudentId + CourseCode alone with the term
      *          trailing the mark, and every opener of the new
      *          StudentId + CourseCode + Term key refuses it with
      *          file status 39. Renames the live file aside as
      *          GRADCONV.OLD, reads it back in the old organization,
      *          and reloads every grade into a freshly built
      *          GRADES.DAT as the single attempt at its course in
      *          the term it already carried - reporting the counts
      *          on GRADCONV.LST, with a count of records that reach
      *          the new file with no term, and refreshing the file's
      *          control count. Refuses to run while a GRADCONV.OLD
      *          from a prior conversion is still on disk, and puts
      *          the file straight back if the renamed copy turns out
      *          not to be in the old organization - so running it
      *          twice can never eat the file, the same guarantees
      *          EnrollConvert gives the enrollment file. GRADCONV.OLD
      *          is left behind as the fallback until the operator
      *          has verified the reload and removes it by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldGradeFile ASSIGN TO "GRADCONV.OLD"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS OldGradeKey
       		              FILE STATUS IS WS-OldStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS GR-GradeKey
       		              FILE STATUS IS WS-GradeStatus.
           SELECT ReportFile ASSIGN TO "GRADCONV.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ControlFile ASSIGN TO "CTLCOUNT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CC-FileName
       		              FILE STATUS IS WS-ControlStatus.
       DATA DIVISION.

       FILE SECTION.
      * The one-record-per-course layout - the key was StudentId +
      * CourseCode, with the term after the mark.
       FD OldGradeFile.
       01 OldGradeRecord.
           02  OldGradeKey.
               03  OldStudentId    PIC 99(9).
               03  OldCourseCode   PIC X(6).
           02  OldMark             PIC 999.
           02  OldTerm             PIC X(6).

       FD GradeFile.
           COPY GRADERC.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       FD ControlFile.
           COPY CTLCNTRC.

       WORKING-STORAGE SECTION.
       01  WS-OldStatus            PIC XX      VALUE SPACES.
           88 WS-OldStatusOk                   VALUE "00".
           88 WS-OldFileNotFound               VALUE "35".
       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".

       01  WS-OldEOFFlag           PIC X       VALUE "N".
           88 WS-OldEOF                        VALUE "Y".

       01  WS-LoadedCount          PIC 9(6)    VALUE ZEROS.
       01  WS-NoTermCount          PIC 9(6)    VALUE ZEROS.

       01  WS-LiveName             PIC X(15)   VALUE "GRADES.DAT".
       01  WS-ConvertName          PIC X(15)   VALUE "GRADCONV.OLD".
       01  WS-RenameRC             PIC S9(9)   VALUE ZERO.

       01  WS-ControlStatus        PIC XX      VALUE SPACES.
           88 WS-ControlStatusOk               VALUE "00".
           88 WS-ControlNotFound               VALUE "35".
       01  WS-ControlFileName      PIC X(16)   VALUE SPACES.
       01  WS-ControlCount         PIC 9(7)    VALUE ZEROS.

       01  WS-HeadingLine          PIC X(100)  VALUE
           "GRADES.DAT CONVERSION - ONE RECORD PER ATTEMPT REBUILD".

       01  WS-LoadedLine.
           02  FILLER              PIC X(20)   VALUE
               "RECORDS RELOADED   :".
           02  LL-Count            PIC ZZZZZ9.

       01  WS-NoTermLine.
           02  FILLER              PIC X(20)   VALUE
               "RELOADED NO TERM   :".
           02  NT-Count            PIC ZZZZZ9.

       01  WS-AttemptLine          PIC X(100)  VALUE
           "EACH RECORD LOADED AS THE ONLY ATTEMPT AT ITS COURSE".

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
      * A leftover GRADCONV.OLD means a prior conversion already ran
      * (or was abandoned) - converting again on top of it would
      * overwrite the only fallback copy.
           OPEN INPUT OldGradeFile
           IF NOT WS-OldFileNotFound
               IF WS-OldStatusOk
                   CLOSE OldGradeFile
               END-IF
               DISPLAY "GradeConvert - GRADCONV.OLD is already on "
                       "disk from a prior conversion - verify and "
                       "remove it first, nothing done."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-LiveName
                   WS-ConvertName
               RETURNING WS-RenameRC
           IF WS-RenameRC NOT = ZERO
               DISPLAY "GradeConvert - GRADES.DAT could not be "
                       "renamed aside, return code " WS-RenameRC
                       " - nothing done."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-OldStatus
           OPEN INPUT OldGradeFile
           IF NOT WS-OldStatusOk
      * Not readable in the old organization - most likely the file
      * was converted already. Put it straight back.
               DISPLAY "GradeConvert - the file is not in the old "
                       "organization (status " WS-OldStatus
                       ") - restored untouched, nothing done."
               CALL "CBL_RENAME_FILE" USING WS-ConvertName
                       WS-LiveName
                   RETURNING WS-RenameRC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT GradeFile
           IF NOT WS-GradeStatusOk
               DISPLAY "GradeConvert - the new GRADES.DAT could not "
                       "be built, status " WS-GradeStatus
                       " - old file restored."
               CLOSE OldGradeFile
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
           PERFORM ReloadGrades
           MOVE WS-LoadedCount TO LL-Count
           MOVE WS-LoadedLine TO ReportLine
           WRITE ReportLine
           MOVE WS-NoTermCount TO NT-Count
           MOVE WS-NoTermLine TO ReportLine
           WRITE ReportLine
           MOVE WS-AttemptLine TO ReportLine
           WRITE ReportLine
           CLOSE OldGradeFile
           CLOSE GradeFile
           CLOSE ReportFile
           MOVE WS-LoadedCount TO WS-ControlCount
           MOVE "GRADES.DAT" TO WS-ControlFileName
           PERFORM UpdateControlCount
           DISPLAY "GradeConvert - " WS-LoadedCount " record(s) "
                   "reloaded one per attempt, see GRADCONV.LST - "
                   "remove GRADCONV.OLD once verified."
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * The old key order (StudentId, CourseCode) is also the new
      * key order with one attempt per course, so the reload writes
      * in ascending key sequence.
       ReloadGrades.
           READ OldGradeFile NEXT
               AT END SET WS-OldEOF TO TRUE
           END-READ
           PERFORM UNTIL WS-OldEOF
               MOVE SPACES        TO GradeRecord
               MOVE OldStudentId  TO GR-StudentId
               MOVE OldCourseCode TO GR-CourseCode
               MOVE OldTerm       TO GR-Term
               MOVE OldMark       TO GR-Mark
               WRITE GradeRecord
               ADD 1 TO WS-LoadedCount
               IF OldTerm = SPACES
                   ADD 1 TO WS-NoTermCount
               END-IF
               READ OldGradeFile NEXT
                   AT END SET WS-OldEOF TO TRUE
               END-READ
           END-PERFORM.

           COPY CTLCNTPG.

       END PROGRAM GradeConvert.

      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: One-off conversion of TERMS.DAT to the record layout
      *          carrying the term's open/closed status - a calendar
      *          written before terms were closed holds 68-byte
      *          records (code, description and the four dates), and
      *          every opener of the new layout refuses it. Renames
      *          the live file aside as TERMCONV.OLD, reads it back in
      *          the old layout, and reloads every term into a freshly
      *          built TERMS.DAT as open, reporting the count on
      *          TERMCONV.LST - terms already finished are then closed
      *          through TermClose. Refuses to run while a
      *          TERMCONV.OLD from a prior conversion is still on
      *          disk, and puts the file straight back if the renamed
      *          copy turns out not to be in the old layout - the
      *          same guarantees LectConvert gives the lecturer
      *          master. TERMCONV.OLD is left behind as the fallback
      *          until the operator has verified the reload and
      *          removes it by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldTermFile ASSIGN TO "TERMCONV.OLD"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS OT-TermCode
       		              FILE STATUS IS WS-OldStatus.
           SELECT TermFile ASSIGN TO "TERMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS TM-TermCode
       		              FILE STATUS IS WS-TermStatus.
           SELECT ReportFile ASSIGN TO "TERMCONV.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
      * The code, description and dates layout - TERMRC as it stood,
      * under its own names.
       FD OldTermFile.
       01 OldTermRecord.
           02  OT-TermCode         PIC X(6).
           02  OT-Description      PIC X(30).
           02  OT-StartDate        PIC 9(8).
           02  OT-EndDate          PIC 9(8).
           02  OT-RegOpenDate      PIC 9(8).
           02  OT-RegCloseDate     PIC 9(8).

       FD TermFile.
           COPY TERMRC.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OldStatus            PIC XX      VALUE SPACES.
           88 WS-OldStatusOk                   VALUE "00".
           88 WS-OldFileNotFound               VALUE "35".
       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-TermStatusOk                  VALUE "00".

       01  WS-OldEOFFlag           PIC X       VALUE "N".
           88 WS-OldEOF                        VALUE "Y".

       01  WS-LoadedCount          PIC 9(6)    VALUE ZEROS.

       01  WS-LiveName             PIC X(15)   VALUE "TERMS.DAT".
       01  WS-ConvertName          PIC X(15)   VALUE "TERMCONV.OLD".
       01  WS-RenameRC             PIC S9(9)   VALUE ZERO.

       01  WS-HeadingLine          PIC X(100)  VALUE
           "TERMS.DAT CONVERSION - OPEN/CLOSED STATUS ADDED".

       01  WS-LoadedLine.
           02  FILLER              PIC X(20)   VALUE
               "RECORDS RELOADED   :".
           02  LL-Count            PIC ZZZZZ9.

       01  WS-DefaultLine          PIC X(100)  VALUE
           "DEFAULTED          : EVERY TERM RELOADED AS OPEN".

       01  WS-FollowUpLine         PIC X(100)  VALUE
           "CLOSE EACH FINISHED TERM THROUGH TERMCLOSE".

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
      * A leftover TERMCONV.OLD means a prior conversion already ran
      * (or was abandoned) - converting again on top of it would
      * overwrite the only fallback copy.
           OPEN INPUT OldTermFile
           IF NOT WS-OldFileNotFound
               IF WS-OldStatusOk
                   CLOSE OldTermFile
               END-IF
               DISPLAY "TermConvert - TERMCONV.OLD is already on "
                       "disk from a prior conversion - verify and "
                       "remove it first, nothing done."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-LiveName
                   WS-ConvertName
               RETURNING WS-RenameRC
           IF WS-RenameRC NOT = ZERO
               DISPLAY "TermConvert - TERMS.DAT could not be "
                       "renamed aside, return code " WS-RenameRC
                       " - nothing done."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-OldStatus
           OPEN INPUT OldTermFile
           IF NOT WS-OldStatusOk
      * Not readable in the old layout - most likely the file was
      * converted already. Put it straight back.
               DISPLAY "TermConvert - the file is not in the old "
                       "layout (status " WS-OldStatus
                       ") - restored untouched, nothing done."
               CALL "CBL_RENAME_FILE" USING WS-ConvertName
                       WS-LiveName
                   RETURNING WS-RenameRC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TermFile
           IF NOT WS-TermStatusOk
               DISPLAY "TermConvert - the new TERMS.DAT could "
                       "not be built, status " WS-TermStatus
                       " - old file restored."
               CLOSE OldTermFile
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
           PERFORM ReloadTerms
           MOVE WS-LoadedCount TO LL-Count
           MOVE WS-LoadedLine TO ReportLine
           WRITE ReportLine
           MOVE WS-DefaultLine TO ReportLine
           WRITE ReportLine
           MOVE WS-FollowUpLine TO ReportLine
           WRITE ReportLine
           CLOSE OldTermFile
           CLOSE TermFile
           CLOSE ReportFile
           DISPLAY "TermConvert - " WS-LoadedCount " record(s) "
                   "reloaded, see TERMCONV.LST - remove TERMCONV.OLD "
                   "once verified."
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ReloadTerms.
           READ OldTermFile NEXT
               AT END SET WS-OldEOF TO TRUE
           END-READ
           PERFORM UNTIL WS-OldEOF
               MOVE SPACES          TO TermRecord
               MOVE OT-TermCode     TO TM-TermCode
               MOVE OT-Description  TO TM-Description
               MOVE OT-StartDate    TO TM-StartDate
               MOVE OT-EndDate      TO TM-EndDate
               MOVE OT-RegOpenDate  TO TM-RegOpenDate
               MOVE OT-RegCloseDate TO TM-RegCloseDate
               MOVE "O"             TO TM-TermStatus
               MOVE ZEROS           TO TM-ClosedDate
               WRITE TermRecord
               ADD 1 TO WS-LoadedCount
               READ OldTermFile NEXT
                   AT END SET WS-OldEOF TO TRUE
               END-READ
           END-PERFORM.

       END PROGRAM TermConvert.

      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: GRDSCALE.DAT maintenance - Add / Change / Delete of
      *          the grading-scale bands, in the same interactive
      *          shape as TermMaint. Each band maps the marks from its
      *          minimum up to the next band's minimum to a letter
      *          and a grade-point value, under the term the scale
      *          takes effect from (blank for the scale in force from
      *          the beginning), so a regraded scale applies to later
      *          terms without restating earlier results. The
      *          effective term is validated against TERMS.DAT when
      *          the calendar is available.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeScaleMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeScaleFile ASSIGN TO "GRDSCALE.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS GS-ScaleKey
       		              FILE STATUS IS WS-ScaleStatus.
           SELECT TermFile ASSIGN TO "TERMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS TM-TermCode
       		              FILE STATUS IS WS-TermStatus.
           SELECT RejectFile ASSIGN TO "SCALEREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
       DATA DIVISION.

       FILE SECTION.
       FD GradeScaleFile.
           COPY GRDSCLRC.

       FD TermFile.
           COPY TERMRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-EffTerm      PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-MinMark      PIC X(3).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(14)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ScaleStatus          PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-TermStatusOk                   VALUE "00".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".
       01  WS-TermAvailableFlag     PIC X       VALUE "N".
           88 WS-TermFileAvailable              VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

      * The band as keyed - mark and points arrive as text so a
      * non-numeric entry is refused rather than taken as zero.
       01  WS-BandEntry.
           02  BE-EffTerm          PIC X(6).
           02  BE-MinMark          PIC X(3).
           02  BE-MinMarkNum REDEFINES BE-MinMark
                                   PIC 999.
           02  BE-Letter           PIC X(2).
           02  BE-Points           PIC X(3).
           02  BE-PointsNum REDEFINES BE-Points
                                   PIC 9V99.

       01  WS-SaveScaleKey         PIC X(9)    VALUE SPACES.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "GrdSclMt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenScaleFile
           IF NOT WS-FileOpenOk
               DISPLAY "GradeScaleMaint - GRDSCALE.DAT could not be "
                       "opened, status " WS-ScaleStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT TermFile
               IF WS-TermStatusOk
                   SET WS-TermFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - TERMS.DAT not available, "
                           "effective terms not validated."
               END-IF
               OPEN EXTEND RejectFile
               DISPLAY "GRDSCALE.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddBand
                       WHEN WS-TransChange
                           PERFORM ChangeBand
                       WHEN WS-TransDelete
                           PERFORM DeleteBand
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE GradeScaleFile
               IF WS-TermFileAvailable
                   CLOSE TermFile
               END-IF
               CLOSE RejectFile
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenScaleFile.
           OPEN I-O GradeScaleFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT GradeScaleFile
               CLOSE GradeScaleFile
               OPEN I-O GradeScaleFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddBand.
           PERFORM GetBandDetails
           IF GradeScaleRecord = SPACES
               CONTINUE
           ELSE
               MOVE GradeScaleRecord TO WS-CandidateRecord
               READ GradeScaleFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO GradeScaleRecord
                       WRITE GradeScaleRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO GradeScaleRecord
                       DISPLAY "Reject - a band from mark " GS-MinMark
                               " already exists for term "
                               GS-EffTerm "."
                       MOVE "Duplicate scale band on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE GS-EffTerm      TO RR-EffTerm
           MOVE GS-MinMark      TO RR-MinMark
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeBand.
           PERFORM GetBandKey
           MOVE GS-ScaleKey TO WS-SaveScaleKey
           READ GradeScaleFile
               INVALID KEY
                   DISPLAY "Reject - no band from mark " GS-MinMark
                           " for term " GS-EffTerm "."
               NOT INVALID KEY
                   DISPLAY "Current details - " GradeScaleRecord
                   PERFORM GetBandDetails
                   IF GradeScaleRecord = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       IF GS-ScaleKey NOT = WS-SaveScaleKey
                           DISPLAY "Change cancelled - the term and "
                                   "minimum mark cannot be changed, "
                                   "delete and add the band instead."
                       ELSE
                           REWRITE GradeScaleRecord
                               INVALID KEY
                                   DISPLAY "Reject - rewrite of the "
                                           "band failed."
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       DeleteBand.
           PERFORM GetBandKey
           READ GradeScaleFile
               INVALID KEY
                   DISPLAY "Reject - no band from mark " GS-MinMark
                           " for term " GS-EffTerm "."
               NOT INVALID KEY
                   DISPLAY "Delete " GradeScaleRecord " - are you "
                           "sure (Y/N) ? " WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       DELETE GradeScaleFile
                           INVALID KEY
                               DISPLAY "Reject - delete of the band "
                                       "failed."
                       END-DELETE
                   ELSE
                       DISPLAY "Delete cancelled."
                   END-IF
           END-READ.

       GetBandKey.
           MOVE SPACES TO WS-BandEntry
           DISPLAY "Enter effective term (blank for the base "
                   "scale) : " WITH NO ADVANCING
           ACCEPT BE-EffTerm
           DISPLAY "Enter band minimum mark (3 digits) : "
                   WITH NO ADVANCING
           ACCEPT BE-MinMark
           PERFORM NormalizeEffTerm
           MOVE BE-EffTerm TO GS-EffTerm
           IF BE-MinMark NUMERIC
               MOVE BE-MinMarkNum TO GS-MinMark
           ELSE
               MOVE ZERO TO GS-MinMark
           END-IF.

       GetBandDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               DISPLAY "Enter - EffTerm, MinMark, Letter, Points "
                       "(points 400 = 4.00)"
               DISPLAY "TTTTTTMMMLLPPP"
               MOVE SPACES TO WS-BandEntry
               ACCEPT WS-BandEntry
               IF WS-BandEntry = SPACES
                   MOVE SPACES TO GradeScaleRecord
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM NormalizeEffTerm
                   PERFORM ValidateBandDetails
               END-IF
           END-PERFORM.

      * Upper-cases and left-justifies the effective term as keyed,
      * the same normalization TermMaint applies to TM-TermCode.
       NormalizeEffTerm.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BE-EffTerm))
               TO BE-EffTerm.

       ValidateBandDetails.
           SET WS-EntryValid TO TRUE
           IF BE-EffTerm NOT = SPACES AND WS-TermFileAvailable
               MOVE BE-EffTerm TO TM-TermCode
               READ TermFile
                   INVALID KEY
                       DISPLAY "Reject - effective term " BE-EffTerm
                               " not on TERMS.DAT."
                       SET WS-EntryInvalid TO TRUE
               END-READ
           END-IF
           IF BE-MinMark NOT NUMERIC
               DISPLAY "Reject - minimum mark must be 3 digits."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF BE-MinMarkNum > 100
                   DISPLAY "Reject - minimum mark cannot exceed 100."
                   SET WS-EntryInvalid TO TRUE
               END-IF
           END-IF
           IF BE-Letter = SPACES
               DISPLAY "Reject - letter grade cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF BE-Points NOT NUMERIC
               DISPLAY "Reject - grade points must be 3 digits."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF WS-EntryValid
               MOVE SPACES        TO GradeScaleRecord
               MOVE BE-EffTerm    TO GS-EffTerm
               MOVE BE-MinMarkNum TO GS-MinMark
               MOVE BE-Letter     TO GS-Letter
               MOVE BE-PointsNum  TO GS-Points
           END-IF.

       END PROGRAM GradeScaleMaint.

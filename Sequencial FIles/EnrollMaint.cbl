      *          SWTRANS.DAT. An Add is only accepted while the
      *          business date sits inside the current term's
      *          registration window on the TERMS.DAT calendar
      *          TermMaint maintains, and is refused outright while
      *          the student carries a registration hold (financial,
      *          disciplinary or admissions) on HOLDS.DAT, or when the
      *          section meets in the same schedule slot as another
      *          section the student already holds. Every Drop is
      *          journalled on DROPS.DAT with the business date it was
      *          made, for WithdrawalRefund to refund the dropped
      *          course on the term-progress refund scale.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              FILE STATUS IS WS-PrereqStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS GR-GradeKey
       		              FILE STATUS IS WS-GradeStatus.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CC-FileName
       		              FILE STATUS IS WS-ControlStatus.
           SELECT RetakeParmFile ASSIGN TO "RETAKEPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RetakeParmStatus.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS HO-HoldKey
       		              FILE STATUS IS WS-HoldStatus.
           SELECT DropFile ASSIGN TO "DROPS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS DR-DropKey
       		              FILE STATUS IS WS-DropStatus.
       DATA DIVISION.

       FILE SECTION.
       FD ControlFile.
           COPY CTLCNTRC.

       FD HoldFile.
           COPY HOLDRC.

       FD RetakeParmFile.
           COPY RTKPRMRC.

       FD DropFile.
           COPY DROPRC.

       WORKING-STORAGE SECTION.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
       01  WS-CourseSectionedFlag  PIC X       VALUE "N".
           88 WS-CourseSectioned               VALUE "Y".

      * Work fields for the student timetable clash check.
       01  WS-ClashScanSave        PIC X(18)   VALUE SPACES.
       01  WS-ClashStudentId       PIC 99(9)   VALUE ZEROS.
       01  WS-ClashCourse          PIC X(6)    VALUE SPACES.
       01  WS-ClashSectionNo       PIC 99      VALUE ZEROS.
       01  WS-CandCourse           PIC X(6)    VALUE SPACES.
       01  WS-CandSchedule         PIC X(12)   VALUE SPACES.
       01  WS-SlotCourse           PIC X(6)    VALUE SPACES.
       01  WS-SlotSectionNo        PIC 99      VALUE ZEROS.
       01  WS-SlotSchedule         PIC X(12)   VALUE SPACES.
       01  WS-ClashScanEOFFlag     PIC X       VALUE "N".
           88 WS-ClashScanEOF                  VALUE "Y".
       01  WS-ClashFoundFlag       PIC X       VALUE "N".
           88 WS-ClashFound                    VALUE "Y".

      * Work fields for the shared retake paragraphs (RETAKPG).
       01  WS-RetakeParmStatus     PIC XX      VALUE SPACES.
           88 WS-RetakeParmStatusOk            VALUE "00".
       01  WS-RetakePolicy         PIC X       VALUE "B".
           88 WS-CountBestAttempt              VALUE "B".
           88 WS-CountLatestAttempt            VALUE "L".
       01  WS-AttemptCount         PIC 99      VALUE ZEROS.
       01  WS-CountedMark          PIC 999     VALUE ZEROS.
       01  WS-CountedTerm          PIC X(6)    VALUE SPACES.
       01  WS-AttemptScanEOFFlag   PIC X       VALUE "N".
           88 WS-AttemptScanEOF                VALUE "Y".

      * Work fields for the shared CheckStudentHolds test (HOLDCKPG).
       01  WS-HoldStatus           PIC XX      VALUE SPACES.
           88 WS-HoldStatusOk                  VALUE "00".
       01  WS-HoldAvailableFlag    PIC X       VALUE "N".
           88 WS-HoldFileAvailable             VALUE "Y".
       01  WS-HoldStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-HoldScanEOFFlag      PIC X       VALUE "N".
           88 WS-HoldScanEOF                   VALUE "Y".
       01  WS-RegHoldFlag          PIC X       VALUE "N".
           88 WS-RegistrationHold              VALUE "Y".
       01  WS-TranHoldFlag         PIC X       VALUE "N".
           88 WS-TranscriptHold                VALUE "Y".
       01  WS-HoldTypesFound       PIC X(4)    VALUE SPACES.
       01  WS-HoldTypeCount        PIC 9       VALUE ZERO.

      * Every drop is journalled on DROPS.DAT for WithdrawalRefund to
      * price - the enrollment is copied aside before the DELETE.
       01  WS-DropStatus           PIC XX      VALUE SPACES.
           88 WS-DropStatusOk                  VALUE "00".
           88 WS-DropFileNotFound              VALUE "35".
       01  WS-DropAvailableFlag    PIC X       VALUE "N".
           88 WS-DropFileAvailable             VALUE "Y".
       01  WS-DroppedEnroll        PIC X(18)   VALUE SPACES.
       01  WS-DroppedEnrollParts REDEFINES WS-DroppedEnroll.
           02  WS-DroppedStudentId PIC 99(9).
           02  WS-DroppedCourse    PIC X(6).
           02  WS-DroppedSection   PIC 99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM ReadRetakePolicy
           PERFORM OpenEnrollFile
           IF NOT WS-FileOpenOk
               DISPLAY "EnrollMaint - ENROLLMENTS.DAT could not be "
               DISPLAY "Warning - SECTIONS.DAT not found, every "
                       "course books as a single section 01."
           END-IF
           OPEN INPUT HoldFile
           IF WS-HoldStatusOk
               SET WS-HoldFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - HOLDS.DAT not found, registration "
                       "holds are not enforced."
           END-IF
           PERFORM OpenDropFile
           PERFORM DetectBatchMode
           IF NOT WS-BatchMode
               DISPLAY "ENROLLMENTS.DAT maintenance - Add / Drop."
           IF WS-SectionFileAvailable
               CLOSE SectionFile
           END-IF
           IF WS-HoldFileAvailable
               CLOSE HoldFile
           END-IF
           IF WS-DropFileAvailable
               CLOSE DropFile
           END-IF
           IF WS-BatchMode
               CLOSE TransFile
               PERFORM ArchiveEnrollTransFile
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

      * Same open-or-create shape as OpenEnrollFile. A drop journal
      * that cannot be opened does not stop a drop, but the drop then
      * goes unrefunded until the bursar credits it by hand.
       OpenDropFile.
           OPEN I-O DropFile
           IF WS-DropFileNotFound
               OPEN OUTPUT DropFile
               CLOSE DropFile
               OPEN I-O DropFile
           END-IF
           IF WS-DropStatusOk
               SET WS-DropFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - DROPS.DAT could not be opened, "
                       "status " WS-DropStatus " - drops will not "
                       "be refunded."
           END-IF.

       DetectBatchMode.
           OPEN INPUT TransFile
           IF WS-TransFileNotFound

           COPY CTLCNTPG.

           COPY HOLDCKPG.

           COPY RETAKPG.

      * The record count the master holds at this clean close -
      * what tomorrow's HealthCheck step compares against.
       CountEnrollRecords.
                   DISPLAY "Reject - StudentId " EN-StudentId
                           " is not enrolled on " EN-CourseCode "."
               NOT INVALID KEY
                   MOVE EnrollRecord TO WS-DroppedEnroll
                   IF WS-BatchMode
                       DELETE EnrollFile
                           INVALID KEY
                               DISPLAY "Reject - drop of enrollment "
                                       EN-EnrollKey " failed."
                           NOT INVALID KEY
                               PERFORM RecordDrop
                       END-DELETE
                   ELSE
                       DISPLAY "Drop " EnrollRecord
                                   DISPLAY "Reject - drop of "
                                           "enrollment " EN-EnrollKey
                                           " failed."
                               NOT INVALID KEY
                                   PERFORM RecordDrop
                           END-DELETE
                       ELSE
                           DISPLAY "Drop cancelled."
                   END-IF
           END-READ.

      * Journals the drop, dated with the business date, for the
      * WithdrawalRefund run to price. The same course dropped twice
      * on one day was only billed once, so the second drop keeps the
      * journal entry already there.
       RecordDrop.
           IF WS-DropFileAvailable
               MOVE SPACES              TO DropRecord
               MOVE WS-DroppedStudentId TO DR-StudentId
               MOVE WS-DroppedCourse    TO DR-CourseCode
               MOVE WS-BusinessDate     TO DR-DropDate
               MOVE WS-DroppedSection   TO DR-SectionNo
               MOVE ZEROS TO DR-RefundDate
               MOVE ZEROS TO DR-RefundPct
               MOVE ZEROS TO DR-RefundAmount
               WRITE DropRecord
                   INVALID KEY
                       DISPLAY "Note - drop of " DR-CourseCode
                               " by StudentId " DR-StudentId
                               " is already journalled for "
                               DR-DropDate "."
               END-WRITE
           END-IF.

       GetEnrollDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid OR EnrollRecord = SPACES
                           SET WS-EntryInvalid TO TRUE
                   END-READ
               END-IF
               IF WS-EntryValid AND WS-HoldFileAvailable
                   PERFORM CheckRegistrationHold
               END-IF
           END-IF
           IF EN-CourseCode = SPACES
               DISPLAY "Reject - course code cannot be blank."
           IF WS-EntryValid AND WS-SectionFileAvailable
               PERFORM CheckSectionBooking
           END-IF
           IF WS-EntryValid AND
              (WS-SectionFileAvailable OR WS-CourseFileAvailable)
               PERFORM CheckTimetableClash
           END-IF
           IF WS-EntryValid AND WS-PrereqFileAvailable AND
              WS-GradeFileAvailable
               PERFORM CheckPrerequisites
           END-IF.

      * A student with a financial, disciplinary or admissions hold
      * active on the business date may not be enrolled on anything
      * until the hold is released through HoldMaint.
       CheckRegistrationHold.
           MOVE EN-StudentId TO WS-HoldStudentId
           PERFORM CheckStudentHolds
           IF WS-RegistrationHold
               MOVE SPACES TO WS-RejectReason
               STRING "Registration hold ("  DELIMITED BY SIZE
                      WS-HoldTypesFound      DELIMITED BY SPACE
                      ") on student"         DELIMITED BY SIZE
                   INTO WS-RejectReason
               DISPLAY "Reject - student id " EN-StudentId
                       " has a registration hold (" WS-HoldTypesFound
                       ") on HOLDS.DAT."
               SET WS-EntryInvalid TO TRUE
               SET WS-SpecificRejLogged TO TRUE
               PERFORM LogReject
           END-IF.

      * An Add books to one section of the course. A course with
      * SECTIONS.DAT records must be booked to one of them, and a
      * capped section is refused once its SE-MaxSeats enrollments
               INVALID KEY CONTINUE
           END-READ.

      * A student may not hold two sections that meet in the same
      * schedule slot - the per-student form of the room and
      * lecturer clashes ScheduleAudit reports. The candidate's slot
      * is compared, as the same whole SE-Schedule string
      * ScheduleAudit compares, with the slot of every other course
      * the student is already enrolled on; the first clash found is
      * refused with the clashing course and slot on ENREJECTS.DAT.
      * An unscheduled section clashes with nothing.
       CheckTimetableClash.
           MOVE EN-CourseCode TO WS-SlotCourse
           MOVE EN-SectionNo  TO WS-SlotSectionNo
           PERFORM LookupEnrollSlot
           MOVE WS-SlotSchedule TO WS-CandSchedule
           IF WS-CandSchedule NOT = SPACES
               MOVE EnrollRecord  TO WS-ClashScanSave
               MOVE EN-StudentId  TO WS-ClashStudentId
               MOVE EN-CourseCode TO WS-CandCourse
               MOVE "N" TO WS-ClashFoundFlag
               MOVE "N" TO WS-ClashScanEOFFlag
               MOVE LOW-VALUES TO EN-CourseCode
               START EnrollFile KEY NOT < EN-EnrollKey
                   INVALID KEY SET WS-ClashScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-ClashScanEOF
                   READ EnrollFile NEXT
                       AT END
                           SET WS-ClashScanEOF TO TRUE
                       NOT AT END
                           IF EN-StudentId = WS-ClashStudentId
                               PERFORM CheckOneHeldSection
                           ELSE
                               SET WS-ClashScanEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-ClashScanSave TO EnrollRecord
               IF WS-ClashFound
                   PERFORM RejectTimetableClash
               END-IF
           END-IF.

      * The student's existing booking on the candidate course itself
      * is left to the duplicate-key refusal on the WRITE.
       CheckOneHeldSection.
           IF EN-CourseCode NOT = WS-CandCourse
               MOVE EN-CourseCode TO WS-SlotCourse
               MOVE EN-SectionNo  TO WS-SlotSectionNo
               PERFORM LookupEnrollSlot
               IF WS-SlotSchedule = WS-CandSchedule
                   MOVE EN-CourseCode TO WS-ClashCourse
                   MOVE EN-SectionNo  TO WS-ClashSectionNo
                   SET WS-ClashFound   TO TRUE
                   SET WS-ClashScanEOF TO TRUE
               END-IF
           END-IF.

      * The slot a booking meets in - the section's own schedule when
      * the course runs in SECTIONS.DAT sections, else the single-
      * section schedule on the course record, as ClassListSort
      * staffs its headings.
       LookupEnrollSlot.
           MOVE SPACES TO WS-SlotSchedule
           IF WS-SectionFileAvailable
               MOVE WS-SlotCourse    TO SE-CourseCode
               MOVE WS-SlotSectionNo TO SE-SectionNo
               READ SectionFile
                   INVALID KEY
                       PERFORM LookupCourseSlot
                   NOT INVALID KEY
                       MOVE SE-Schedule TO WS-SlotSchedule
               END-READ
           ELSE
               PERFORM LookupCourseSlot
           END-IF.

       LookupCourseSlot.
           IF WS-CourseFileAvailable
               MOVE WS-SlotCourse TO CO-CourseCode
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO-Schedule TO WS-SlotSchedule
               END-READ
           END-IF.

       RejectTimetableClash.
           MOVE SPACES TO WS-RejectReason
           STRING "Clash with "      DELIMITED BY SIZE
                  WS-ClashCourse     DELIMITED BY SPACE
                  "/"                DELIMITED BY SIZE
                  WS-ClashSectionNo  DELIMITED BY SIZE
                  " at "             DELIMITED BY SIZE
                  WS-CandSchedule    DELIMITED BY SIZE
               INTO WS-RejectReason
           DISPLAY "Reject - StudentId " EN-StudentId " already "
                   "holds " WS-ClashCourse " section "
                   WS-ClashSectionNo " at " WS-CandSchedule
                   " - timetable clash."
           SET WS-EntryInvalid TO TRUE
           SET WS-SpecificRejLogged TO TRUE
           PERFORM LogReject.

      * Every PREREQ.DAT pairing for the candidate course must be
      * satisfied by a GRADES.DAT mark at or above the pairing's
      * minimum before the Add stands. Each unmet prerequisite is
               END-READ
           END-PERFORM.

      * Every attempt at the prerequisite is weighed and the one the
      * RETAKEPARM.DAT policy counts - best mark or latest attempt -
      * must reach the minimum.
       CheckOnePrerequisite.
           MOVE ZEROS TO WS-AttemptCount
           MOVE "N"   TO WS-AttemptScanEOFFlag
           MOVE EN-StudentId     TO GR-StudentId
           MOVE PQ-ReqCourseCode TO GR-CourseCode
           MOVE LOW-VALUES       TO GR-Term
           START GradeFile KEY NOT < GR-GradeKey
               INVALID KEY SET WS-AttemptScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-AttemptScanEOF
               READ GradeFile NEXT
                   AT END
                       SET WS-AttemptScanEOF TO TRUE
                   NOT AT END
                       IF GR-StudentId = EN-StudentId AND
                          GR-CourseCode = PQ-ReqCourseCode
                           PERFORM WeighAttempt
                       ELSE
                           SET WS-AttemptScanEOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AttemptCount = ZEROS OR WS-CountedMark < PQ-MinMark
               PERFORM RejectMissingPrereq
           END-IF.

       RejectMissingPrereq.
           MOVE PQ-MinMark TO WS-ReqMarkEdit

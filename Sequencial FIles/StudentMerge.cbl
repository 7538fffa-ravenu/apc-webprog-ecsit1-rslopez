      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Duplicate student merge - settles a pair StudentMatch
      *          listed on DUPMATCH.LST. The operator names the
      *          surviving StudentId and the losing one; after both
      *          records are shown and the merge confirmed, everything
      *          held under the losing id is moved to the surviving
      *          id: its ENROLLMENTS.DAT enrollments, GRADES.DAT
      *          attempts and ATTEND.DAT attendance marks are re-keyed
      *          (where the survivor already holds the same course,
      *          attempt or class date, the survivor's record stands
      *          and the loser's is dropped), and its STUDLEDG.DAT
      *          ledger entries are re-keyed in place, dates and
      *          references unchanged, through the same
      *          delete-then-rename swap the other file rewrites use.
      *          The losing record is then retired off STUDENTS.DAT.
      *          A merge is refused before anything moves when the two
      *          ids hold different marks for the same course attempt
      *          - the registry must settle the grade first. Every step
      *          is journaled to STUDHIST.DAT: one M(erge) entry per
      *          file moved, carrying the loser's image and the
      *          survivor id with the counts moved and dropped, then
      *          the retirement as a Delete, so the merge can be
      *          audited from StudentHistInq under either id and
      *          StudentRecover's forward replay reproduces it. Holds
      *          the STUDLOCK.DAT run lock while the master is open
      *          for update, and records the STUDENTS.DAT,
      *          ENROLLMENTS.DAT and GRADES.DAT control counts at clean
      *          close, the same as every other updating program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentMerge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT EnrollFile ASSIGN TO "ENROLLMENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EN-EnrollKey
       		              FILE STATUS IS WS-EnrollStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS GR-GradeKey
       		              FILE STATUS IS WS-GradeStatus.
           SELECT AttendFile ASSIGN TO "ATTEND.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS AT-AttendKey
       		              FILE STATUS IS WS-AttendStatus.
           SELECT LedgerFile ASSIGN TO "STUDLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LedgerStatus.
           SELECT LedgerTmpFile ASSIGN TO "STUDLEDG.TMP"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StudHistFile ASSIGN TO "STUDHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-StudHistStatus.
           SELECT LockFile ASSIGN TO "STUDLOCK.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LockStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT ControlFile ASSIGN TO "CTLCOUNT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CC-FileName
       		              FILE STATUS IS WS-ControlStatus.
       DATA DIVISION.

       FILE SECTION.
       FD StudentFile.
       01 StudentDetails.
           02  StudentId       PIC 99(9).
           02  StudentName.
               03 Surname      PIC X(10).
               03 Initials     PIC XX.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==DateOfBirth==
                                  ==:YEAR:==  BY ==YOBirth==
                                  ==:MONTH:== BY ==MOBirth==
                                  ==:DAY:==   BY ==DOBirth==.
           02  CourseCode      PIC X(6).
           02  Gender          PIC X(6).
           02  EnrollStatus    PIC X.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==StatusDate==
                                  ==:YEAR:==  BY ==StatusYear==
                                  ==:MONTH:== BY ==StatusMonth==
                                  ==:DAY:==   BY ==StatusDay==.

       FD EnrollFile.
           COPY ENROLLRC.

       FD GradeFile.
           COPY GRADERC.

       FD AttendFile.
           COPY ATTENDRC.

       FD LedgerFile.
           COPY LEDGERRC.

       FD LedgerTmpFile.
       01 LedgerTmpRecord          PIC X(44).

       FD StudHistFile.
           COPY STUDHSRC.

       FD LockFile.
       01 LockRecord.
           02  LO-ProgramId        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  LO-Timestamp        PIC X(21).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD ControlFile.
           COPY CTLCNTRC.

       WORKING-STORAGE SECTION.
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-EnrollStatus         PIC XX      VALUE SPACES.
           88 WS-EnrollStatusOk                VALUE "00".
           88 WS-EnrollNotFound                VALUE "35".
       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".
           88 WS-GradeNotFound                 VALUE "35".
       01  WS-AttendStatus         PIC XX      VALUE SPACES.
           88 WS-AttendStatusOk                VALUE "00".
           88 WS-AttendNotFound                VALUE "35".
       01  WS-LedgerStatus         PIC XX      VALUE SPACES.
           88 WS-LedgerStatusOk                VALUE "00".
       01  WS-StudHistStatus       PIC XX      VALUE SPACES.
           88 WS-StudHistNotFound              VALUE "35".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-ProgramId            PIC X(8)    VALUE "Merge".

       01  WS-EnrollAvailableFlag  PIC X       VALUE "N".
           88 WS-EnrollFileAvailable           VALUE "Y".
       01  WS-GradeAvailableFlag   PIC X       VALUE "N".
           88 WS-GradeFileAvailable            VALUE "Y".
       01  WS-AttendAvailableFlag  PIC X       VALUE "N".
           88 WS-AttendFileAvailable           VALUE "Y".
       01  WS-OpenFailedFlag       PIC X       VALUE "N".
           88 WS-OpenFailed                    VALUE "Y".

       01  WS-LockStatus           PIC XX      VALUE SPACES.
           88 WS-LockStatusOk                  VALUE "00".
           88 WS-LockNotFound                  VALUE "35".
       01  WS-LockHeldFlag         PIC X       VALUE "N".
           88 WS-LockAcquired                  VALUE "Y".
       01  WS-LockName             PIC X(13)   VALUE "STUDLOCK.DAT".
       01  WS-LockDeleteRC         PIC S9(9)   VALUE ZERO.
       01  WS-OverrideReply        PIC X       VALUE SPACE.
           88 WS-OverrideYes                   VALUE "Y" "y".

       01  WS-ControlStatus        PIC XX      VALUE SPACES.
           88 WS-ControlStatusOk               VALUE "00".
           88 WS-ControlNotFound               VALUE "35".
       01  WS-ControlFileName      PIC X(16)   VALUE SPACES.
       01  WS-ControlCount         PIC 9(7)    VALUE ZEROS.

      * Same delete-then-rename swap TimesheetMaint uses - the live
      * ledger only ever changes whole.
       01  WS-LedgerName           PIC X(13)   VALUE "STUDLEDG.DAT".
       01  WS-LedgerTmpName        PIC X(13)   VALUE "STUDLEDG.TMP".
       01  WS-RenameRC             PIC S9(9)   VALUE ZERO.

       01  WS-SurvivorId           PIC 99(9)   VALUE ZEROS.
       01  WS-LoserId              PIC 99(9)   VALUE ZEROS.
       01  WS-SurvivorImage        PIC X(51)   VALUE SPACES.
       01  WS-LoserImage           PIC X(51)   VALUE SPACES.
       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".
       01  WS-PairOkFlag           PIC X       VALUE "N".
           88 WS-PairOk                        VALUE "Y".

       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".
       01  WS-LedgerEOFFlag        PIC X       VALUE "N".
           88 WS-LedgerEOF                     VALUE "Y".
       01  WS-MoveDoneFlag         PIC X       VALUE "N".
           88 WS-MoveDone                      VALUE "Y".

      * The loser's attempts, held so each can be looked up under
      * the survivor's id without losing the scan position.
       01  WS-LoserGradeTable.
           02  WS-LoserGradeEntry OCCURS 200 TIMES.
               03  WS-LGCourseCode PIC X(6).
               03  WS-LGTerm       PIC X(6).
               03  WS-LGMark       PIC 999.
       01  WS-LGCount              PIC 999     VALUE ZEROS.
       01  WS-LGIndex              PIC 999     VALUE ZEROS.
       01  WS-ConflictCount        PIC 999     VALUE ZEROS.

       01  WS-SaveEnroll           PIC X(18)   VALUE SPACES.
       01  WS-SaveGrade            PIC X(25)   VALUE SPACES.
       01  WS-SaveAttend           PIC X(25)   VALUE SPACES.

      * Per-step counts, journaled on the step's M entry.
       01  WS-StepFile             PIC X(16)   VALUE SPACES.
       01  WS-StepMoved            PIC 9(6)    VALUE ZEROS.
       01  WS-StepDropped          PIC 9(6)    VALUE ZEROS.

       01  WS-MergeCount           PIC 9(5)    VALUE ZEROS.
       01  WS-RefusedCount         PIC 9(5)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM ClaimRunLock
           IF NOT WS-LockAcquired
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O StudentFile
           IF NOT WS-StudentStatusOk
               DISPLAY "StudentMerge - STUDENTS.DAT could not be "
                       "opened, status " WS-StudentStatus
                       " - run aborted."
               PERFORM ReleaseRunLock
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenRecordFiles
           IF WS-OpenFailed
               PERFORM CloseRecordFiles
               CLOSE StudentFile
               PERFORM ReleaseRunLock
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Duplicate student merge - the losing StudentId's "
                   "records move to the surviving StudentId."
           PERFORM GetMergePair
           PERFORM UNTIL WS-SurvivorId = ZEROS
               PERFORM MergeOnePair
               PERFORM GetMergePair
           END-PERFORM
           PERFORM CountStudentRecords
           MOVE "STUDENTS.DAT" TO WS-ControlFileName
           PERFORM UpdateControlCount
           IF WS-EnrollFileAvailable
               PERFORM CountEnrollRecords
               MOVE "ENROLLMENTS.DAT" TO WS-ControlFileName
               PERFORM UpdateControlCount
           END-IF
           IF WS-GradeFileAvailable
               PERFORM CountGradeRecords
               MOVE "GRADES.DAT" TO WS-ControlFileName
               PERFORM UpdateControlCount
           END-IF
           PERFORM CloseRecordFiles
           CLOSE StudentFile
           PERFORM ReleaseRunLock
           DISPLAY "StudentMerge - " WS-MergeCount
                   " merge(s) made, " WS-RefusedCount " refused."
           IF WS-RefusedCount > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

           COPY CTLCNTPG.

      * A record file not yet created holds nothing to move; one that
      * is there but will not open stops the run before any merge,
      * so no merge is ever left half made.
       OpenRecordFiles.
           OPEN I-O EnrollFile
           IF WS-EnrollStatusOk
               SET WS-EnrollFileAvailable TO TRUE
           ELSE
               IF NOT WS-EnrollNotFound
                   DISPLAY "StudentMerge - ENROLLMENTS.DAT could not "
                           "be opened, status " WS-EnrollStatus
                           " - run aborted."
                   SET WS-OpenFailed TO TRUE
               END-IF
           END-IF
           OPEN I-O GradeFile
           IF WS-GradeStatusOk
               SET WS-GradeFileAvailable TO TRUE
           ELSE
               IF NOT WS-GradeNotFound
                   DISPLAY "StudentMerge - GRADES.DAT could not be "
                           "opened, status " WS-GradeStatus
                           " - run aborted."
                   SET WS-OpenFailed TO TRUE
               END-IF
           END-IF
           OPEN I-O AttendFile
           IF WS-AttendStatusOk
               SET WS-AttendFileAvailable TO TRUE
           ELSE
               IF NOT WS-AttendNotFound
                   DISPLAY "StudentMerge - ATTEND.DAT could not be "
                           "opened, status " WS-AttendStatus
                           " - run aborted."
                   SET WS-OpenFailed TO TRUE
               END-IF
           END-IF.

       CloseRecordFiles.
           IF WS-EnrollFileAvailable
               CLOSE EnrollFile
           END-IF
           IF WS-GradeFileAvailable
               CLOSE GradeFile
           END-IF
           IF WS-AttendFileAvailable
               CLOSE AttendFile
           END-IF.

      * Same lock protocol the other master updaters follow - an
      * operator at the console may clear a stale lock left by a
      * crashed run and carry on.
       ClaimRunLock.
           MOVE "N" TO WS-LockHeldFlag
           OPEN INPUT LockFile
           IF WS-LockNotFound
               PERFORM WriteRunLock
           ELSE
               READ LockFile
                   AT END
                       MOVE SPACES TO LockRecord
               END-READ
               CLOSE LockFile
               DISPLAY "StudentMerge - STUDENTS.DAT is locked by "
                       LO-ProgramId " since " LO-Timestamp "."
               DISPLAY "Override a stale lock and continue "
                       "(Y/N) ? " WITH NO ADVANCING
               ACCEPT WS-OverrideReply
               IF WS-OverrideYes
                   PERFORM WriteRunLock
               ELSE
                   DISPLAY "StudentMerge - run refused while the "
                           "lock is held."
               END-IF
           END-IF.

       WriteRunLock.
           OPEN OUTPUT LockFile
           MOVE SPACES                TO LockRecord
           MOVE WS-ProgramId          TO LO-ProgramId
           MOVE FUNCTION CURRENT-DATE TO LO-Timestamp
           WRITE LockRecord
           CLOSE LockFile
           SET WS-LockAcquired TO TRUE.

       ReleaseRunLock.
           CALL "CBL_DELETE_FILE" USING WS-LockName
               RETURNING WS-LockDeleteRC.

       GetMergePair.
           MOVE ZEROS TO WS-SurvivorId
           MOVE ZEROS TO WS-LoserId
           DISPLAY "Enter surviving StudentId (0 to quit) : "
                   WITH NO ADVANCING
           ACCEPT WS-SurvivorId
           IF WS-SurvivorId NOT = ZEROS
               DISPLAY "Enter losing StudentId               : "
                       WITH NO ADVANCING
               ACCEPT WS-LoserId
           END-IF.

       MergeOnePair.
           PERFORM CheckMergePair
           IF WS-PairOk
               DISPLAY "Survivor : " WS-SurvivorImage
               DISPLAY "Loser    : " WS-LoserImage
               DISPLAY "Move every record of " WS-LoserId " to "
                       WS-SurvivorId " and retire " WS-LoserId
                       " (Y/N) ? " WITH NO ADVANCING
               ACCEPT WS-ConfirmReply
               IF WS-ConfirmYes
                   PERFORM MergeTheRecords
               ELSE
                   DISPLAY "Merge cancelled."
               END-IF
           ELSE
               ADD 1 TO WS-RefusedCount
           END-IF.

      * Both ids must be on the master and different, and no course
      * attempt may carry one mark under one id and another under the
      * other - which grade is right is the registry's call, not this
      * program's.
       CheckMergePair.
           MOVE "N" TO WS-PairOkFlag
           IF WS-LoserId = WS-SurvivorId OR WS-LoserId = ZEROS
               DISPLAY "Refused - the losing StudentId must be "
                       "given and differ from the surviving one."
           ELSE
               MOVE WS-SurvivorId TO StudentId
               READ StudentFile
                   INVALID KEY
                       DISPLAY "Refused - surviving StudentId "
                               WS-SurvivorId " is not on "
                               "STUDENTS.DAT."
                   NOT INVALID KEY
                       MOVE StudentDetails TO WS-SurvivorImage
                       PERFORM CheckLoserOnFile
               END-READ
           END-IF.

       CheckLoserOnFile.
           MOVE WS-LoserId TO StudentId
           READ StudentFile
               INVALID KEY
                   DISPLAY "Refused - losing StudentId " WS-LoserId
                           " is not on STUDENTS.DAT."
               NOT INVALID KEY
                   MOVE StudentDetails TO WS-LoserImage
                   PERFORM CheckGradeConflicts
           END-READ.

       CheckGradeConflicts.
           MOVE ZEROS TO WS-LGCount
           MOVE ZEROS TO WS-ConflictCount
           SET WS-PairOk TO TRUE
           IF WS-GradeFileAvailable
               PERFORM LoadLoserGrades
               PERFORM VARYING WS-LGIndex FROM 1 BY 1
                       UNTIL WS-LGIndex > WS-LGCount
                   MOVE WS-SurvivorId TO GR-StudentId
                   MOVE WS-LGCourseCode(WS-LGIndex) TO GR-CourseCode
                   MOVE WS-LGTerm(WS-LGIndex) TO GR-Term
                   READ GradeFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF GR-Mark NOT = WS-LGMark(WS-LGIndex)
                               ADD 1 TO WS-ConflictCount
                               DISPLAY "Refused - " GR-CourseCode
                                       " in " GR-Term " is marked "
                                       GR-Mark " under "
                                       WS-SurvivorId " but "
                                       WS-LGMark(WS-LGIndex)
                                       " under " WS-LoserId "."
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ConflictCount > ZEROS
                   MOVE "N" TO WS-PairOkFlag
               END-IF
           END-IF.

       LoadLoserGrades.
           MOVE "N" TO WS-ScanEOFFlag
           MOVE WS-LoserId TO GR-StudentId
           MOVE LOW-VALUES TO GR-CourseCode
           MOVE LOW-VALUES TO GR-Term
           START GradeFile KEY NOT < GR-GradeKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ GradeFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF GR-StudentId NOT = WS-LoserId
                           SET WS-ScanEOF TO TRUE
                       ELSE
                           PERFORM KeepLoserGrade
                       END-IF
               END-READ
           END-PERFORM.

       KeepLoserGrade.
           IF WS-LGCount < 200
               ADD 1 TO WS-LGCount
               MOVE GR-CourseCode TO WS-LGCourseCode(WS-LGCount)
               MOVE GR-Term       TO WS-LGTerm(WS-LGCount)
               MOVE GR-Mark       TO WS-LGMark(WS-LGCount)
           ELSE
               IF WS-PairOk
                   DISPLAY "Refused - StudentId " WS-LoserId
                           " holds more than 200 attempts, too many "
                           "to check."
                   MOVE "N" TO WS-PairOkFlag
               END-IF
           END-IF.

      * Each file is moved and journaled in turn, and the loser is
      * retired last - a run stopped part way leaves the loser still
      * on the master, to be merged again once the cause is cleared.
       MergeTheRecords.
           IF WS-EnrollFileAvailable
               PERFORM MoveEnrollments
           END-IF
           IF WS-GradeFileAvailable
               PERFORM MoveGrades
           END-IF
           IF WS-AttendFileAvailable
               PERFORM MoveAttendance
           END-IF
           PERFORM MoveLedgerEntries
           PERFORM RetireLoser.

      * Every record of the loser is taken from the top of its key
      * range in turn - written under the survivor, then deleted - so
      * the scan never has to step past a record it has just removed.
       MoveEnrollments.
           MOVE ZEROS TO WS-StepMoved
           MOVE ZEROS TO WS-StepDropped
           MOVE "N" TO WS-MoveDoneFlag
           PERFORM UNTIL WS-MoveDone
               MOVE WS-LoserId TO EN-StudentId
               MOVE LOW-VALUES TO EN-CourseCode
               START EnrollFile KEY NOT < EN-EnrollKey
                   INVALID KEY SET WS-MoveDone TO TRUE
               END-START
               IF NOT WS-MoveDone
                   READ EnrollFile NEXT
                       AT END
                           SET WS-MoveDone TO TRUE
                       NOT AT END
                           IF EN-StudentId NOT = WS-LoserId
                               SET WS-MoveDone TO TRUE
                           ELSE
                               PERFORM MoveOneEnrollment
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           MOVE "ENROLLMENTS.DAT" TO WS-StepFile
           PERFORM LogMergeStep.

      * Where the survivor is already on the course the survivor's
      * section booking stands.
       MoveOneEnrollment.
           MOVE EnrollRecord  TO WS-SaveEnroll
           MOVE WS-SurvivorId TO EN-StudentId
           WRITE EnrollRecord
               INVALID KEY
                   ADD 1 TO WS-StepDropped
               NOT INVALID KEY
                   ADD 1 TO WS-StepMoved
           END-WRITE
           MOVE WS-SaveEnroll TO EnrollRecord
           DELETE EnrollFile
               INVALID KEY
                   DISPLAY "Warning - enrollment " EN-EnrollKey
                           " could not be removed, status "
                           WS-EnrollStatus " - remove it by hand."
                   SET WS-MoveDone TO TRUE
           END-DELETE.

       MoveGrades.
           MOVE ZEROS TO WS-StepMoved
           MOVE ZEROS TO WS-StepDropped
           MOVE "N" TO WS-MoveDoneFlag
           PERFORM UNTIL WS-MoveDone
               MOVE WS-LoserId TO GR-StudentId
               MOVE LOW-VALUES TO GR-CourseCode
               MOVE LOW-VALUES TO GR-Term
               START GradeFile KEY NOT < GR-GradeKey
                   INVALID KEY SET WS-MoveDone TO TRUE
               END-START
               IF NOT WS-MoveDone
                   READ GradeFile NEXT
                       AT END
                           SET WS-MoveDone TO TRUE
                       NOT AT END
                           IF GR-StudentId NOT = WS-LoserId
                               SET WS-MoveDone TO TRUE
                           ELSE
                               PERFORM MoveOneGrade
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           MOVE "GRADES.DAT" TO WS-StepFile
           PERFORM LogMergeStep.

      * CheckGradeConflicts has already made sure an attempt the
      * survivor also holds carries the same mark.
       MoveOneGrade.
           MOVE GradeRecord   TO WS-SaveGrade
           MOVE WS-SurvivorId TO GR-StudentId
           WRITE GradeRecord
               INVALID KEY
                   ADD 1 TO WS-StepDropped
               NOT INVALID KEY
                   ADD 1 TO WS-StepMoved
           END-WRITE
           MOVE WS-SaveGrade TO GradeRecord
           DELETE GradeFile
               INVALID KEY
                   DISPLAY "Warning - grade " GR-GradeKey
                           " could not be removed, status "
                           WS-GradeStatus " - remove it by hand."
                   SET WS-MoveDone TO TRUE
           END-DELETE.

       MoveAttendance.
           MOVE ZEROS TO WS-StepMoved
           MOVE ZEROS TO WS-StepDropped
           MOVE "N" TO WS-MoveDoneFlag
           PERFORM UNTIL WS-MoveDone
               MOVE WS-LoserId TO AT-StudentId
               MOVE LOW-VALUES TO AT-CourseCode
               MOVE ZEROS      TO AT-ClassDate
               START AttendFile KEY NOT < AT-AttendKey
                   INVALID KEY SET WS-MoveDone TO TRUE
               END-START
               IF NOT WS-MoveDone
                   READ AttendFile NEXT
                       AT END
                           SET WS-MoveDone TO TRUE
                       NOT AT END
                           IF AT-StudentId NOT = WS-LoserId
                               SET WS-MoveDone TO TRUE
                           ELSE
                               PERFORM MoveOneAttendance
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           MOVE "ATTEND.DAT" TO WS-StepFile
           PERFORM LogMergeStep.

      * A class the survivor is already marked for keeps the
      * survivor's mark.
       MoveOneAttendance.
           MOVE AttendRecord  TO WS-SaveAttend
           MOVE WS-SurvivorId TO AT-StudentId
           WRITE AttendRecord
               INVALID KEY
                   ADD 1 TO WS-StepDropped
               NOT INVALID KEY
                   ADD 1 TO WS-StepMoved
           END-WRITE
           MOVE WS-SaveAttend TO AttendRecord
           DELETE AttendFile
               INVALID KEY
                   DISPLAY "Warning - attendance " AT-AttendKey
                           " could not be removed, status "
                           WS-AttendStatus " - remove it by hand."
                   SET WS-MoveDone TO TRUE
           END-DELETE.

      * The ledger is copied whole with the loser's entries re-keyed
      * to the survivor, and swapped in only when something moved.
      * Every entry keeps its date and reference, so statements,
      * ageing and lodgement matching carry on as before.
       MoveLedgerEntries.
           MOVE ZEROS TO WS-StepMoved
           MOVE ZEROS TO WS-StepDropped
           MOVE "N" TO WS-LedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WS-LedgerStatusOk
               OPEN OUTPUT LedgerTmpFile
               PERFORM ReadLedgerEntry
               PERFORM UNTIL WS-LedgerEOF
                   IF LG-StudentId = WS-LoserId
                       MOVE WS-SurvivorId TO LG-StudentId
                       ADD 1 TO WS-StepMoved
                   END-IF
                   WRITE LedgerTmpRecord FROM StudentLedgerRecord
                   PERFORM ReadLedgerEntry
               END-PERFORM
               CLOSE LedgerFile
               CLOSE LedgerTmpFile
               IF WS-StepMoved > ZEROS
                   PERFORM SwapLedgerFile
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-LedgerTmpName
                       RETURNING WS-RenameRC
               END-IF
           END-IF
           MOVE "STUDLEDG.DAT" TO WS-StepFile
           PERFORM LogMergeStep.

       ReadLedgerEntry.
           READ LedgerFile
               AT END SET WS-LedgerEOF TO TRUE
           END-READ.

       SwapLedgerFile.
           CALL "CBL_DELETE_FILE" USING WS-LedgerName
               RETURNING WS-RenameRC
           CALL "CBL_RENAME_FILE" USING WS-LedgerTmpName
                   WS-LedgerName
               RETURNING WS-RenameRC
           IF WS-RenameRC NOT = ZERO
               DISPLAY "Warning - could not rewrite STUDLEDG.DAT, "
                       "return code " WS-RenameRC " - the merged "
                       "ledger is on STUDLEDG.TMP, rename it by hand."
           END-IF.

      * The loser comes off the master only if it still matches the
      * image shown to the operator, and the retirement is journaled
      * as a Delete like any other.
       RetireLoser.
           MOVE WS-LoserId TO StudentId
           READ StudentFile
               INVALID KEY
                   DISPLAY "Warning - StudentId " WS-LoserId
                           " is no longer on STUDENTS.DAT."
               NOT INVALID KEY
                   IF StudentDetails = WS-LoserImage
                       PERFORM DeleteLoser
                   ELSE
                       DISPLAY "Warning - StudentId " WS-LoserId
                               " changed during the merge - left on "
                               "STUDENTS.DAT, retire it by hand."
                   END-IF
           END-READ.

       DeleteLoser.
           DELETE StudentFile
               INVALID KEY
                   DISPLAY "Warning - StudentId " WS-LoserId
                           " could not be retired, status "
                           WS-StudentStatus "."
               NOT INVALID KEY
                   PERFORM LogRetireJournal
                   ADD 1 TO WS-MergeCount
                   DISPLAY "Merged - StudentId " WS-LoserId
                           " into " WS-SurvivorId " and retired."
           END-DELETE.

       OpenStudHist.
           OPEN EXTEND StudHistFile
           IF WS-StudHistNotFound
               OPEN OUTPUT StudHistFile
               CLOSE StudHistFile
               OPEN EXTEND StudHistFile
           END-IF.

      * One M entry per file moved: the loser's image before, and
      * the survivor id with what moved and what was dropped after.
       LogMergeStep.
           DISPLAY "  " WS-StepFile " : " WS-StepMoved " moved, "
                   WS-StepDropped " dropped as already held."
           PERFORM OpenStudHist
           MOVE SPACES                TO StudentHistRecord
           MOVE "M"                   TO SH-TransType
           MOVE FUNCTION CURRENT-DATE TO SH-Timestamp
           MOVE WS-LoserImage         TO SH-BeforeImage
           MOVE WS-SurvivorId         TO SH-MergeIntoId
           MOVE WS-StepFile           TO SH-MergeFile
           MOVE WS-StepMoved          TO SH-MergeMoved
           MOVE WS-StepDropped        TO SH-MergeDropped
           WRITE StudentHistRecord
           CLOSE StudHistFile.

      * The retirement is journaled exactly as a SeqWrite
      * DeleteStudent would be, so StudentRecover's forward replay
      * reproduces it against a rebuilt master.
       LogRetireJournal.
           PERFORM OpenStudHist
           MOVE SPACES                TO StudentHistRecord
           MOVE "D"                   TO SH-TransType
           MOVE FUNCTION CURRENT-DATE TO SH-Timestamp
           MOVE WS-LoserImage         TO SH-BeforeImage
           MOVE SPACES                TO SH-AfterImage
           WRITE StudentHistRecord
           CLOSE StudHistFile.

      * The record counts the masters hold at this clean close - the
      * figures tomorrow's HealthCheck step compares against.
       CountStudentRecords.
           MOVE ZEROS TO WS-ControlCount
           MOVE "N"   TO WS-ScanEOFFlag
           MOVE ZEROS TO StudentId
           START StudentFile KEY NOT < StudentId
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ StudentFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ControlCount
               END-READ
           END-PERFORM.

       CountEnrollRecords.
           MOVE ZEROS TO WS-ControlCount
           MOVE "N"   TO WS-ScanEOFFlag
           MOVE LOW-VALUES TO EN-EnrollKey
           START EnrollFile KEY NOT < EN-EnrollKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ EnrollFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ControlCount
               END-READ
           END-PERFORM.

       CountGradeRecords.
           MOVE ZEROS TO WS-ControlCount
           MOVE "N"   TO WS-ScanEOFFlag
           MOVE LOW-VALUES TO GR-GradeKey
           START GradeFile KEY NOT < GR-GradeKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ GradeFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ControlCount
               END-READ
           END-PERFORM.

       END PROGRAM StudentMerge.

      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: PENDCHG.DAT pending-change approval - the second
      *          pair of eyes on every pay-terms change EmpMaint parks
      *          and every bank-detail change BankMaint parks. Opens
      *          with a sign-on against OPERATOR.DAT and admits only
      *          authority level 3; a change can be decided only by
      *          an operator other than the one who keyed it. An
      *          approved rate change is applied to EMPMAST.DAT (the
      *          old terms must still be in force, or the change is
      *          refused as stale), journalled on EMPHIST.DAT and
      *          given its RATEHIST.DAT line at the effective date
      *          keyed; an approved bank change is added to, changed
      *          on or deleted from BANKACCT.DAT. Changes left
      *          undecided for more than 14 days lapse when the
      *          program starts. Every approval, rejection and expiry
      *          is logged to PENDLOG.DAT with both operators and the
      *          change itself. Holds the PAYLOCK.DAT lock while it
      *          runs, as EmpMaint does, so the payroll run never
      *          reads the master mid-update. Started from OpsMenu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeApprove.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendChgFile ASSIGN TO "PENDCHG.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CQ-ChangeKey
       		              FILE STATUS IS WS-PendChgStatus.
           SELECT EmployeeFile ASSIGN TO "EMPMAST.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EM-EmployeeId
       		              FILE STATUS IS WS-EmployeeStatus.
           SELECT BankAcctFile ASSIGN TO "BANKACCT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS BA-EmployeeId
       		              FILE STATUS IS WS-BankAcctStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS OP-OperatorId
       		              FILE STATUS IS WS-OperatorStatus.
           SELECT RateHistFile ASSIGN TO "RATEHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RateHistStatus.
           SELECT EmpHistFile ASSIGN TO "EMPHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-EmpHistStatus.
           SELECT PendLogFile ASSIGN TO "PENDLOG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-PendLogStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT LockFile ASSIGN TO "PAYLOCK.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LockStatus.
       DATA DIVISION.

       FILE SECTION.
       FD PendChgFile.
           COPY PENDCHRC.

       FD EmployeeFile.
           COPY EMPMASRC.

       FD BankAcctFile.
           COPY BANKACRC.

       FD OperatorFile.
           COPY OPERRC.

       FD RateHistFile.
           COPY RATEHSRC.

       FD EmpHistFile.
           COPY EMPHSRC.

      * The decision log - one line per change approved, rejected or
      * expired: who keyed it and when, who decided it (EXPIRY for a
      * lapsed change), the reason given for a rejection, and the
      * change data exactly as it was parked.
       FD PendLogFile.
       01 PendLogRecord.
           02  CG-Timestamp        PIC X(21).
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-Outcome          PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-EmployeeId       PIC 9(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-ChangeType       PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-Action           PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-KeyedBy          PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-KeyedDate        PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-DecidedBy        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-Reason           PIC X(30).
           02  FILLER              PIC X       VALUE SPACE.
           02  CG-ChangeData       PIC X(119).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

      * Run lock shared with EmpMaint and the TC_Commands2 payroll
      * run - an approved rate change updates EMPMAST.DAT.
       FD LockFile.
       01 LockRecord.
           02  LO-ProgramId        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  LO-Timestamp        PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-ProgramId            PIC X(8)    VALUE "ChgAppr".

       01  WS-PendChgStatus        PIC XX      VALUE SPACES.
           88 WS-PendChgStatusOk               VALUE "00".
           88 WS-PendChgNotFound               VALUE "35".
       01  WS-EmployeeStatus       PIC XX      VALUE SPACES.
           88 WS-EmployeeStatusOk              VALUE "00".
       01  WS-BankAcctStatus       PIC XX      VALUE SPACES.
           88 WS-BankAcctStatusOk              VALUE "00".
           88 WS-BankAcctNotFound              VALUE "35".
       01  WS-RateHistStatus       PIC XX      VALUE SPACES.
           88 WS-RateHistNotFound              VALUE "35".
       01  WS-EmpHistStatus        PIC XX      VALUE SPACES.
           88 WS-EmpHistNotFound               VALUE "35".
       01  WS-PendLogStatus        PIC XX      VALUE SPACES.
           88 WS-PendLogNotFound               VALUE "35".

       01  WS-OperatorStatus       PIC XX      VALUE SPACES.
           88 WS-OperatorStatusOk              VALUE "00".
       01  WS-SignedOnFlag         PIC X       VALUE "N".
           88 WS-SignedOn                      VALUE "Y".
       01  WS-SignOnTries          PIC 9       VALUE ZERO.
       01  WS-OperatorId           PIC X(8)    VALUE SPACES.
       01  WS-PasswordIn           PIC X(8)    VALUE SPACES.
       01  WS-AuthLevel            PIC 9       VALUE ZERO.

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-LockStatus           PIC XX      VALUE SPACES.
           88 WS-LockStatusOk                  VALUE "00".
           88 WS-LockNotFound                  VALUE "35".
       01  WS-LockHeldFlag         PIC X       VALUE "N".
           88 WS-LockAcquired                  VALUE "Y".
       01  WS-LockName             PIC X(13)   VALUE "PAYLOCK.DAT".
       01  WS-LockDeleteRC         PIC S9(9)   VALUE ZERO.
       01  WS-OverrideReply        PIC X       VALUE SPACE.
           88 WS-OverrideYes                   VALUE "Y" "y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransApprove                  VALUE "A" "a".
           88 WS-TransReject                   VALUE "R" "r".
           88 WS-TransList                     VALUE "L" "l".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

      * A change not decided within this many days of being keyed
      * lapses - the keyer must key it again if it is still wanted.
       01  WS-ExpiryDays           PIC 999     VALUE 14.
       01  WS-AgeDays              PIC S9(7)   VALUE ZERO.

       01  WS-ChangeFoundFlag      PIC X       VALUE "N".
           88 WS-ChangeFound                   VALUE "Y".
       01  WS-DeciderFlag          PIC X       VALUE "N".
           88 WS-DeciderValid                  VALUE "Y".
           88 WS-DeciderInvalid                VALUE "N".
       01  WS-AppliedFlag          PIC X       VALUE "N".
           88 WS-ChangeApplied                 VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".

       01  WS-ChangeKeyEntry.
           02  CK-EmployeeId       PIC 9(6).
           02  CK-ChangeType       PIC X.

       01  WS-LogOutcome           PIC X(8)    VALUE SPACES.
       01  WS-LogDecidedBy         PIC X(8)    VALUE SPACES.
       01  WS-LogReason            PIC X(30)   VALUE SPACES.

       01  WS-JournalBefore        PIC X(95)   VALUE SPACES.
       01  WS-RateEffDate          PIC 9(8)    VALUE ZEROS.

       01  WS-PendingCount         PIC 9(6)    VALUE ZEROS.
       01  WS-ApprovedCount        PIC 9(6)    VALUE ZEROS.
       01  WS-RejectedCount        PIC 9(6)    VALUE ZEROS.
       01  WS-ExpiredCount         PIC 9(6)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM SignOnOperator
           IF NOT WS-SignedOn
               DISPLAY "ChangeApprove - sign-on failed, no change "
                       "can be decided."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-AuthLevel < 3
               DISPLAY "ChangeApprove - approving pay and bank "
                       "changes needs authority level 3, yours is "
                       WS-AuthLevel "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PendChgFile
           IF WS-PendChgNotFound
               DISPLAY "ChangeApprove - no PENDCHG.DAT, nothing is "
                       "waiting for approval."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-PendChgStatusOk
               DISPLAY "ChangeApprove - PENDCHG.DAT could not be "
                       "opened, status " WS-PendChgStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ClaimRunLock
           IF NOT WS-LockAcquired
               CLOSE PendChgFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O EmployeeFile
           IF NOT WS-EmployeeStatusOk
               DISPLAY "ChangeApprove - EMPMAST.DAT could not be "
                       "opened, status " WS-EmployeeStatus
                       " - run aborted."
               CLOSE PendChgFile
               PERFORM ReleaseRunLock
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O BankAcctFile
           IF WS-BankAcctNotFound
               OPEN OUTPUT BankAcctFile
               CLOSE BankAcctFile
               OPEN I-O BankAcctFile
           END-IF
           PERFORM ExpireOldChanges
           PERFORM ListPendingChanges
           PERFORM GetTransCode
           PERFORM UNTIL WS-TransQuit
               EVALUATE TRUE
                   WHEN WS-TransApprove
                       PERFORM ApproveChange
                   WHEN WS-TransReject
                       PERFORM RejectChange
                   WHEN WS-TransList
                       PERFORM ListPendingChanges
                   WHEN OTHER
                       DISPLAY "Invalid selection - use A, R, L or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
           CLOSE PendChgFile
           CLOSE EmployeeFile
           CLOSE BankAcctFile
           PERFORM ReleaseRunLock
           DISPLAY "ChangeApprove - " WS-ApprovedCount " approved, "
                   WS-RejectedCount " rejected, " WS-ExpiredCount
                   " expired, see PENDLOG.DAT."
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY BUSDATPG.

           COPY OPSIGNPG.

      * Same lock protocol as EmpMaint - an interactive operator may
      * clear a stale lock left by a crashed run and carry on.
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
               DISPLAY "ChangeApprove - EMPMAST.DAT is locked by "
                       LO-ProgramId " since " LO-Timestamp "."
               DISPLAY "Override a stale lock and continue "
                       "(Y/N) ? " WITH NO ADVANCING
               ACCEPT WS-OverrideReply
               IF WS-OverrideYes
                   PERFORM WriteRunLock
               ELSE
                   DISPLAY "ChangeApprove - run refused while the "
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

       GetTransCode.
           DISPLAY "Enter transaction - A)pprove, R)eject, L)ist "
                   "waiting, Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

      * Lapses every change keyed more than WS-ExpiryDays ago -
      * logged as EXPIRED and taken off the file, the master left as
      * it is.
       ExpireOldChanges.
           MOVE "N" TO WS-ScanEOFFlag
           MOVE LOW-VALUES TO CQ-ChangeKey
           START PendChgFile KEY NOT < CQ-ChangeKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ PendChgFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       PERFORM CheckExpiry
               END-READ
           END-PERFORM
           IF WS-ExpiredCount > ZEROS
               DISPLAY WS-ExpiredCount " change(s) undecided for "
                       "more than " WS-ExpiryDays " days have "
                       "expired."
           END-IF.

       CheckExpiry.
           MOVE ZERO TO WS-AgeDays
           IF CQ-KeyedDate NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(CQ-KeyedDate) = ZERO
               COMPUTE WS-AgeDays =
                   FUNCTION INTEGER-OF-DATE(WS-BusinessDate)
                 - FUNCTION INTEGER-OF-DATE(CQ-KeyedDate)
           END-IF
           IF WS-AgeDays > WS-ExpiryDays
               MOVE "EXPIRED" TO WS-LogOutcome
               MOVE "EXPIRY"  TO WS-LogDecidedBy
               MOVE SPACES    TO WS-LogReason
               PERFORM LogDecision
               DELETE PendChgFile
                   INVALID KEY
                       DISPLAY "Warning - expired change "
                               CQ-ChangeKey " could not be removed."
                   NOT INVALID KEY
                       ADD 1 TO WS-ExpiredCount
               END-DELETE
           END-IF.

       ListPendingChanges.
           MOVE ZEROS TO WS-PendingCount
           MOVE "N" TO WS-ScanEOFFlag
           MOVE LOW-VALUES TO CQ-ChangeKey
           START PendChgFile KEY NOT < CQ-ChangeKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ PendChgFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PendingCount
                       PERFORM ShowChange
               END-READ
           END-PERFORM
           DISPLAY WS-PendingCount " change(s) waiting for approval.".

       ShowChange.
           DISPLAY "Employee " CQ-EmployeeId " keyed by " CQ-KeyedBy
                   " on " CQ-KeyedDate
           IF CQ-RateChange
               DISPLAY "  R  rate " CQ-OldRate " -> " CQ-NewRate
                       "  salary " CQ-OldSalary " -> " CQ-NewSalary
                       "  basis " CQ-OldPayBasis " -> "
                       CQ-NewPayBasis "  effective " CQ-RateEffDate
           ELSE
               MOVE CQ-BankImage TO BankAcctRecord
               DISPLAY "  B" CQ-Action " sort code " BA-SortCode1
                       " IBAN " BA-Iban1 " " BA-AcctName1
               IF BA-SplitMethod NOT = "N"
                   DISPLAY "      split " BA-SplitMethod " "
                           BA-SplitFigure " to " BA-SortCode2 " "
                           BA-Iban2 " " BA-AcctName2
               END-IF
           END-IF.

       ApproveChange.
           PERFORM GetPendingChange
           IF WS-ChangeFound
               PERFORM CheckDecider
               IF WS-DeciderValid
                   PERFORM ShowChange
                   DISPLAY "Approve and apply this change (Y/N) ? "
                           WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       MOVE "N" TO WS-AppliedFlag
                       IF CQ-RateChange
                           PERFORM ApplyRateChange
                       ELSE
                           PERFORM ApplyBankChange
                       END-IF
                       IF WS-ChangeApplied
                           MOVE "APPROVED"    TO WS-LogOutcome
                           MOVE WS-OperatorId TO WS-LogDecidedBy
                           MOVE SPACES        TO WS-LogReason
                           PERFORM LogDecision
                           PERFORM RemovePendingChange
                           ADD 1 TO WS-ApprovedCount
                           DISPLAY "Change applied."
                       END-IF
                   ELSE
                       DISPLAY "Approval cancelled."
                   END-IF
               END-IF
           END-IF.

       RejectChange.
           PERFORM GetPendingChange
           IF WS-ChangeFound
               PERFORM CheckDecider
               IF WS-DeciderValid
                   PERFORM ShowChange
                   DISPLAY "Reason for rejection : " WITH NO ADVANCING
                   MOVE SPACES TO WS-LogReason
                   ACCEPT WS-LogReason
                   DISPLAY "Reject this change (Y/N) ? "
                           WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       MOVE "REJECTED"    TO WS-LogOutcome
                       MOVE WS-OperatorId TO WS-LogDecidedBy
                       PERFORM LogDecision
                       PERFORM RemovePendingChange
                       ADD 1 TO WS-RejectedCount
                   ELSE
                       DISPLAY "Rejection cancelled."
                   END-IF
               END-IF
           END-IF.

       GetPendingChange.
           MOVE "N" TO WS-ChangeFoundFlag
           DISPLAY "Enter EmployeeId + change type R/B (NNNNNNT) : "
                   WITH NO ADVANCING
           ACCEPT WS-ChangeKeyEntry
           MOVE FUNCTION UPPER-CASE(CK-ChangeType) TO CK-ChangeType
           IF CK-EmployeeId NOT NUMERIC
               DISPLAY "Reject - employee id must be numeric."
           ELSE
               MOVE CK-EmployeeId TO CQ-EmployeeId
               MOVE CK-ChangeType TO CQ-ChangeType
               READ PendChgFile
                   INVALID KEY
                       DISPLAY "Reject - no change of type "
                               CK-ChangeType " waiting for employee "
                               CK-EmployeeId "."
                   NOT INVALID KEY
                       SET WS-ChangeFound TO TRUE
               END-READ
           END-IF.

      * The four-eyes rule - whoever keyed a change never decides it.
       CheckDecider.
           SET WS-DeciderValid TO TRUE
           IF CQ-KeyedBy = WS-OperatorId
               DISPLAY "Refused - you keyed this change; another "
                       "level 3 operator must decide it."
               SET WS-DeciderInvalid TO TRUE
           END-IF.

      * The terms the keyer saw must still be the terms in force -
      * anything else means the master moved underneath the change
      * and it must be rejected and keyed again.
       ApplyRateChange.
           MOVE CQ-EmployeeId TO EM-EmployeeId
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "Refused - employee " CQ-EmployeeId
                           " is no longer on EMPMAST.DAT; reject the "
                           "change."
               NOT INVALID KEY
                   IF EM-HourlyRate   NOT = CQ-OldRate   OR
                      EM-AnnualSalary NOT = CQ-OldSalary OR
                      EM-PayBasis     NOT = CQ-OldPayBasis
                       DISPLAY "Refused - the pay terms on file have "
                               "changed since this was keyed; reject "
                               "the change."
                   ELSE
                       MOVE EmployeeMaster TO WS-JournalBefore
                       MOVE CQ-NewRate     TO EM-HourlyRate
                       MOVE CQ-NewSalary   TO EM-AnnualSalary
                       MOVE CQ-NewPayBasis TO EM-PayBasis
                       REWRITE EmployeeMaster
                           INVALID KEY
                               DISPLAY "Refused - rewrite of "
                                       "EmployeeId " EM-EmployeeId
                                       " failed."
                           NOT INVALID KEY
                               SET WS-ChangeApplied TO TRUE
                               PERFORM LogEmpJournal
                               IF EM-Hourly
                                   PERFORM LogRateHistory
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

       ApplyBankChange.
           MOVE CQ-BankImage    TO BankAcctRecord
           MOVE WS-BusinessDate TO BA-ChangedDate
           EVALUATE TRUE
               WHEN CQ-ActionAdd
                   WRITE BankAcctRecord
                       INVALID KEY
                           DISPLAY "Refused - employee " BA-EmployeeId
                                   " already has bank details; "
                                   "reject the change."
                       NOT INVALID KEY
                           SET WS-ChangeApplied TO TRUE
                   END-WRITE
               WHEN CQ-ActionChange
                   REWRITE BankAcctRecord
                       INVALID KEY
                           DISPLAY "Refused - employee " BA-EmployeeId
                                   " has no bank details to change; "
                                   "reject the change."
                       NOT INVALID KEY
                           SET WS-ChangeApplied TO TRUE
                   END-REWRITE
               WHEN CQ-ActionDelete
                   DELETE BankAcctFile
                       INVALID KEY
                           DISPLAY "Refused - employee " BA-EmployeeId
                                   " has no bank details to delete; "
                                   "reject the change."
                       NOT INVALID KEY
                           SET WS-ChangeApplied TO TRUE
                   END-DELETE
               WHEN OTHER
                   DISPLAY "Refused - unknown bank action "
                           CQ-Action "; reject the change."
           END-EVALUATE.

       RemovePendingChange.
           DELETE PendChgFile
               INVALID KEY
                   DISPLAY "Warning - change " CQ-ChangeKey
                           " could not be removed from PENDCHG.DAT."
           END-DELETE.

      * One PENDLOG.DAT line per decision - same open-extend-or-
      * create shape every journal writer uses.
       LogDecision.
           OPEN EXTEND PendLogFile
           IF WS-PendLogNotFound
               OPEN OUTPUT PendLogFile
               CLOSE PendLogFile
               OPEN EXTEND PendLogFile
           END-IF
           MOVE SPACES                TO PendLogRecord
           MOVE FUNCTION CURRENT-DATE TO CG-Timestamp
           MOVE WS-LogOutcome         TO CG-Outcome
           MOVE CQ-EmployeeId         TO CG-EmployeeId
           MOVE CQ-ChangeType         TO CG-ChangeType
           MOVE CQ-Action             TO CG-Action
           MOVE CQ-KeyedBy            TO CG-KeyedBy
           MOVE CQ-KeyedDate          TO CG-KeyedDate
           MOVE WS-LogDecidedBy       TO CG-DecidedBy
           MOVE WS-LogReason          TO CG-Reason
           MOVE CQ-BankImage          TO CG-ChangeData
           WRITE PendLogRecord
           CLOSE PendLogFile.

      * The EMPHIST.DAT line PayrollRecover replays - a Change with
      * the master as it stood before and after the approval.
       LogEmpJournal.
           OPEN EXTEND EmpHistFile
           IF WS-EmpHistNotFound
               OPEN OUTPUT EmpHistFile
               CLOSE EmpHistFile
               OPEN EXTEND EmpHistFile
           END-IF
           MOVE SPACES                TO EmpHistRecord
           MOVE "C"                   TO EH-TransType
           MOVE FUNCTION CURRENT-DATE TO EH-Timestamp
           MOVE WS-JournalBefore      TO EH-BeforeImage
           MOVE EmployeeMaster        TO EH-AfterImage
           WRITE EmpHistRecord
           CLOSE EmpHistFile.

      * The rate goes into RATEHIST.DAT at the effective date the
      * keyer gave (today when none was), exactly as EmpMaint used to
      * write it directly.
       LogRateHistory.
           MOVE CQ-RateEffDate TO WS-RateEffDate
           IF WS-RateEffDate NOT NUMERIC OR WS-RateEffDate = ZEROS
               MOVE WS-BusinessDate TO WS-RateEffDate
           END-IF
           OPEN EXTEND RateHistFile
           IF WS-RateHistNotFound
               OPEN OUTPUT RateHistFile
               CLOSE RateHistFile
               OPEN EXTEND RateHistFile
           END-IF
           MOVE SPACES                TO RateHistRecord
           MOVE EM-EmployeeId         TO RH-EmployeeId
           MOVE EM-HourlyRate         TO RH-Rate
           MOVE WS-RateEffDate        TO RH-EffectiveDate
           MOVE FUNCTION CURRENT-DATE TO RH-Recorded
           WRITE RateHistRecord
           CLOSE RateHistFile.

       END PROGRAM ChangeApprove.

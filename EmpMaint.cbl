      *          entry, and department plus hire date carried on the
      *          record. Runs interactively off the console, or
      *          unattended from EMTRANS.DAT in the same transaction-
      *          file shape SeqWrite uses for SWTRANS.DAT. L(eaver)
      *          records the date an employee leaves, for the payroll
      *          run to make their final pay and close them off; an
      *          employee already paid this year cannot be deleted,
      *          so their PAYYTD.DAT figures always keep a master
      *          record behind them. Each employee carries a pay
      *          basis - hourly off the timesheet, or salaried at an
      *          annual salary - and a weekly, fortnightly or monthly
      *          pay frequency. A change to an employee's pay terms
      *          (hourly rate, annual salary or pay basis) is never
      *          applied here: the rest of the change goes through,
      *          but the new terms are parked on PENDCHG.DAT until a
      *          second operator at authority level 3 approves them
      *          through ChangeApprove, which then updates the master
      *          and RATEHIST.DAT. The console operator signs on
      *          against OPERATOR.DAT first so the keyer is known; a
      *          change from EMTRANS.DAT is keyed as EMTRANS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EmpHistFile ASSIGN TO "EMPHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-EmpHistStatus.
           SELECT YtdFile ASSIGN TO "PAYYTD.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS YT-EmployeeId
       		              FILE STATUS IS WS-YtdStatus.
           SELECT ControlFile ASSIGN TO "CTLCOUNT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CC-FileName
       		              FILE STATUS IS WS-ControlStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS OP-OperatorId
       		              FILE STATUS IS WS-OperatorStatus.
           SELECT PendChgFile ASSIGN TO "PENDCHG.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CQ-ChangeKey
       		              FILE STATUS IS WS-PendChgStatus.
       DATA DIVISION.

       FILE SECTION.
           02  TR-HireDay          PIC 99.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-RateEffDate      PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-LeaveDate        PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-PayBasis         PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-PayFrequency     PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-AnnualSalary     PIC 9(7)V99.

       FD RateHistFile.
           COPY RATEHSRC.
       FD EmpHistFile.
           COPY EMPHSRC.

       FD YtdFile.
           COPY PAYYTDRC.

       FD ControlFile.
           COPY CTLCNTRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD OperatorFile.
           COPY OPERRC.

      * Pay-terms changes waiting for a second operator's approval.
       FD PendChgFile.
           COPY PENDCHRC.

      * Run lock shared with the TC_Commands2 payroll run - claimed
      * at startup and released at close, so maintenance and payroll
      * can never hold EMPMAST.DAT open for update at once. The
           02  LO-Timestamp        PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(95)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransLeaver                   VALUE "L" "l".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveId               PIC 9(6)    VALUE ZEROS.
       01  WS-SaveLeaverDetails    PIC X(17)   VALUE SPACES.

       01  WS-LeaveDateEntry       PIC X(8)    VALUE SPACES.
       01  WS-LeaveDateNum REDEFINES WS-LeaveDateEntry PIC 9(8).

       01  WS-YtdStatus            PIC XX      VALUE SPACES.
           88 WS-YtdStatusOk                   VALUE "00".
       01  WS-PaidThisYearFlag     PIC X       VALUE "N".
           88 WS-PaidThisYear                  VALUE "Y".

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".

       01  WS-MaxDay                PIC 99     VALUE ZEROS.

      * Console entry of the pay basis and frequency, keyed on a
      * second line after the employee details.
       01  WS-PayTermsEntry.
           02  WS-PayBasisEntry     PIC X       VALUE SPACE.
           02  WS-PayFrequencyEntry PIC X       VALUE SPACE.
           02  WS-AnnualSalaryEntry PIC X(9)    VALUE SPACES.
           02  WS-AnnualSalaryNum REDEFINES WS-AnnualSalaryEntry
                                    PIC 9(7)V99.

       01  WS-TransFileStatus       PIC XX      VALUE SPACES.
           88 WS-TransFileNotFound               VALUE "35".
       01  WS-BatchModeFlag         PIC X       VALUE "N".
       01  WS-EmpHistStatus        PIC XX      VALUE SPACES.
           88 WS-EmpHistNotFound               VALUE "35".
       01  WS-JournalTransType     PIC X       VALUE SPACE.
       01  WS-JournalBefore        PIC X(95)   VALUE SPACES.
       01  WS-JournalAfter         PIC X(95)   VALUE SPACES.

       01  WS-OperatorStatus       PIC XX      VALUE SPACES.
           88 WS-OperatorStatusOk              VALUE "00".
       01  WS-SignedOnFlag         PIC X       VALUE "N".
           88 WS-SignedOn                      VALUE "Y".
       01  WS-SignOnTries          PIC 9       VALUE ZERO.
       01  WS-OperatorId           PIC X(8)    VALUE SPACES.
       01  WS-PasswordIn           PIC X(8)    VALUE SPACES.
       01  WS-AuthLevel            PIC 9       VALUE ZERO.

       01  WS-PendChgStatus        PIC XX      VALUE SPACES.
           88 WS-PendChgStatusOk               VALUE "00".
           88 WS-PendChgNotFound               VALUE "35".
       01  WS-ParkedFlag           PIC X       VALUE "N".
           88 WS-ChangeParked                  VALUE "Y".
       01  WS-SaveSalary           PIC 9(7)V99 VALUE ZEROS.
       01  WS-SavePayBasis         PIC X       VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM DetectBatchMode
           IF WS-BatchMode
               MOVE "EMTRANS" TO WS-OperatorId
           ELSE
               PERFORM SignOnOperator
               IF NOT WS-SignedOn
                   DISPLAY "EmpMaint - sign-on failed, maintenance "
                           "not started."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM ClaimRunLock
           IF NOT WS-LockAcquired
               MOVE 8 TO RETURN-CODE
           OPEN EXTEND RejectFile
           IF NOT WS-BatchMode
               DISPLAY "EMPMAST.DAT maintenance - Add / Change / "
                       "Delete / Leaver."
           END-IF
           PERFORM GetTransCode
           PERFORM UNTIL WS-TransQuit
                       PERFORM ChangeEmployee
                   WHEN WS-TransDelete
                       PERFORM DeleteEmployee
                   WHEN WS-TransLeaver
                       PERFORM LeaverEmployee
                   WHEN OTHER
                       DISPLAY "Invalid selection - use A, C, D, L "
                               "or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
               PERFORM ReadTrans
           ELSE
               DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                       "L)eaver, Q)uit : " WITH NO ADVANCING
               ACCEPT WS-TransCode
           END-IF.

           IF EmployeeMaster = SPACES
               CONTINUE
           ELSE
               SET EM-Active TO TRUE
               MOVE ZEROS TO EM-LeaveDate EM-FinalPayDate
               MOVE EmployeeMaster TO WS-CandidateRecord
               READ EmployeeFile
                   INVALID KEY
                       MOVE SPACES         TO WS-JournalBefore
                       MOVE EmployeeMaster TO WS-JournalAfter
                       PERFORM LogEmpJournal
                       IF EM-Hourly
                           PERFORM GetRateEffDate
                           PERFORM LogRateHistory
                       END-IF
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO EmployeeMaster
                       DISPLAY "Reject - EmployeeId " EM-EmployeeId

           COPY CTLCNTPG.

           COPY OPSIGNPG.

           COPY PENDCHPG.

      * The record count the master holds at this clean close -
      * what tomorrow's HealthCheck step compares against.
       CountEmployeeRecords.
               NOT INVALID KEY
                   DISPLAY "Current details - " EmployeeMaster
                   MOVE EM-HourlyRate TO WS-SaveRate
                   MOVE EM-AnnualSalary TO WS-SaveSalary
                   MOVE EM-PayBasis TO WS-SavePayBasis
                   MOVE EmployeeMaster TO WS-JournalBefore
                   MOVE EM-LeaverDetails TO WS-SaveLeaverDetails
                   PERFORM GetEmployeeDetails
                   IF EmployeeMaster = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       MOVE WS-SaveId TO EM-EmployeeId
      * Leaving is recorded only through L)eaver and the payroll
      * run - a details change carries the status through as is.
                       MOVE WS-SaveLeaverDetails TO EM-LeaverDetails
                       IF EM-HourlyRate NOT = WS-SaveRate
                          OR EM-AnnualSalary NOT = WS-SaveSalary
                          OR EM-PayBasis NOT = WS-SavePayBasis
                           PERFORM ParkPayTerms
                       END-IF
                       REWRITE EmployeeMaster
                           INVALID KEY
                               DISPLAY "Reject - rewrite of "
                               MOVE EmployeeMaster
                                   TO WS-JournalAfter
                               PERFORM LogEmpJournal
                       END-REWRITE
                   END-IF
           END-READ.

      * New pay terms wait on PENDCHG.DAT for a second operator -
      * the master keeps the terms in force (the old rate, salary and
      * basis travel together, so the record stays consistent) and
      * RATEHIST.DAT gets its line only when ChangeApprove applies
      * the change. The effective date is asked for now, while the
      * keyer has the paperwork in hand.
       ParkPayTerms.
           MOVE SPACES          TO PendingChangeRecord
           MOVE EM-EmployeeId   TO CQ-EmployeeId
           SET CQ-RateChange    TO TRUE
           SET CQ-ActionChange  TO TRUE
           MOVE WS-SaveRate     TO CQ-OldRate
           MOVE EM-HourlyRate   TO CQ-NewRate
           MOVE WS-SaveSalary   TO CQ-OldSalary
           MOVE EM-AnnualSalary TO CQ-NewSalary
           MOVE WS-SavePayBasis TO CQ-OldPayBasis
           MOVE EM-PayBasis     TO CQ-NewPayBasis
           MOVE ZEROS           TO CQ-RateEffDate
           IF EM-Hourly
               PERFORM GetRateEffDate
               MOVE WS-RateEffDate TO CQ-RateEffDate
           END-IF
           PERFORM ParkPendingChange
           IF NOT WS-ChangeParked
               MOVE "Pay terms change not parked for approval"
                   TO WS-RejectReason
               PERFORM LogReject
           END-IF
           MOVE WS-SaveRate     TO EM-HourlyRate
           MOVE WS-SaveSalary   TO EM-AnnualSalary
           MOVE WS-SavePayBasis TO EM-PayBasis.

       DeleteEmployee.
           IF WS-BatchMode
               MOVE TR-EmployeeId TO EM-EmployeeId
                   DISPLAY "Reject - EmployeeId " EM-EmployeeId
                           " not on file."
               NOT INVALID KEY
                   PERFORM CheckPaidThisYear
                   IF WS-PaidThisYear
                       DISPLAY "Reject - EmployeeId " EM-EmployeeId
                               " has been paid this year - record "
                               "them as a L)eaver instead."
                       MOVE "Paid this year - use Leaver, not Delete"
                           TO WS-RejectReason
                       PERFORM LogReject
                   ELSE
                       MOVE EmployeeMaster TO WS-JournalBefore
                       IF WS-BatchMode
                           DELETE EmployeeFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of "
                                           "EmployeeId " EM-EmployeeId
                                           " failed."
                               NOT INVALID KEY
                                   MOVE "D"    TO WS-JournalTransType
                                   MOVE SPACES TO WS-JournalAfter
                                   PERFORM LogEmpJournal
                           END-DELETE
                       ELSE
                           DISPLAY "Delete " EmployeeMaster
                                   " - are you sure (Y/N) ? "
                                   WITH NO ADVANCING
                           ACCEPT WS-ConfirmReply
                           IF WS-ConfirmYes
                               DELETE EmployeeFile
                                   INVALID KEY
                                       DISPLAY "Reject - delete of "
                                               "EmployeeId "
                                               EM-EmployeeId " failed."
                                   NOT INVALID KEY
                                       MOVE "D" TO WS-JournalTransType
                                       MOVE SPACES TO WS-JournalAfter
                                       PERFORM LogEmpJournal
                               END-DELETE
                           ELSE
                               DISPLAY "Delete cancelled."
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * An employee with a PAYYTD.DAT record has been paid this
      * year - deleting them would orphan the figures RevenueExtract
      * and YearEndStatement report on. No year-to-date file at all
      * means nobody has been paid yet.
       CheckPaidThisYear.
           MOVE "N" TO WS-PaidThisYearFlag
           OPEN INPUT YtdFile
           IF WS-YtdStatusOk
               MOVE EM-EmployeeId TO YT-EmployeeId
               READ YtdFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PaidThisYear TO TRUE
               END-READ
               CLOSE YtdFile
           END-IF.

      * Records the date the employee leaves - the first payroll run
      * on or after it makes their final pay and closes them off
      * (see EMPMASRC). A zero date withdraws a leaving notice the
      * payroll run has not yet acted on.
       LeaverEmployee.
           IF WS-BatchMode
               MOVE TR-EmployeeId TO EM-EmployeeId
           ELSE
               DISPLAY "Enter EmployeeId leaving : "
                       WITH NO ADVANCING
               ACCEPT EM-EmployeeId
           END-IF
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "Reject - EmployeeId " EM-EmployeeId
                           " not on file."
               NOT INVALID KEY
                   MOVE EmployeeMaster TO WS-JournalBefore
                   PERFORM GetLeaveDate
                   PERFORM ValidateLeaveDate
                   IF WS-RejectReason = SPACES
                       PERFORM ApplyLeaveDate
                   ELSE
                       DISPLAY "Reject - EmployeeId " EM-EmployeeId
                               " " WS-RejectReason
                       PERFORM LogReject
                   END-IF
           END-READ.

       GetLeaveDate.
           IF WS-BatchMode
               MOVE TR-LeaveDate TO WS-LeaveDateEntry
           ELSE
               DISPLAY "Current status " EM-Status " leaving date "
                       EM-LeaveDate
               DISPLAY "Enter leaving date (YYYYMMDD, 0 = withdraw "
                       "the notice) : " WITH NO ADVANCING
               ACCEPT WS-LeaveDateEntry
               IF WS-LeaveDateEntry = "0"
                   MOVE ZEROS TO WS-LeaveDateNum
               END-IF
           END-IF.

       ValidateLeaveDate.
           MOVE SPACES TO WS-RejectReason
           EVALUATE TRUE
               WHEN EM-Left
                   MOVE "Employee has already left and been paid"
                       TO WS-RejectReason
               WHEN WS-LeaveDateEntry NOT NUMERIC
                   MOVE "Leaving date must be YYYYMMDD"
                       TO WS-RejectReason
               WHEN WS-LeaveDateNum = ZEROS AND NOT EM-Leaving
                   MOVE "No leaving notice to withdraw"
                       TO WS-RejectReason
               WHEN WS-LeaveDateNum = ZEROS
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-LeaveDateNum)
                    NOT = ZERO
                   MOVE "Leaving date is not a valid date"
                       TO WS-RejectReason
               WHEN WS-LeaveDateEntry < EM-HireDate
                   MOVE "Leaving date is before the hire date"
                       TO WS-RejectReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ApplyLeaveDate.
           IF WS-LeaveDateNum = ZEROS
               SET EM-Active TO TRUE
               MOVE ZEROS TO EM-LeaveDate
           ELSE
               SET EM-Leaving TO TRUE
               MOVE WS-LeaveDateNum TO EM-LeaveDate
           END-IF
           REWRITE EmployeeMaster
               INVALID KEY
                   DISPLAY "Reject - rewrite of EmployeeId "
                           EM-EmployeeId " failed."
               NOT INVALID KEY
                   MOVE "C" TO WS-JournalTransType
                   MOVE EmployeeMaster TO WS-JournalAfter
                   PERFORM LogEmpJournal
                   IF EM-Leaving
                       DISPLAY "EmployeeId " EM-EmployeeId
                               " leaving on " EM-LeaveDate
                               " - final pay on their first payday "
                               "on or after that date."
                   ELSE
                       DISPLAY "EmployeeId " EM-EmployeeId
                               " leaving notice withdrawn."
                   END-IF
           END-REWRITE.

      * Writes one EMPHIST.DAT journal line for the master update
      * just applied - the caller sets WS-JournalTransType and the
      * before/after images first. EMREJECTS.DAT records what was
                   MOVE TR-HireYear     TO EM-HireYear
                   MOVE TR-HireMonth    TO EM-HireMonth
                   MOVE TR-HireDay      TO EM-HireDay
                   MOVE TR-PayBasis     TO EM-PayBasis
                   MOVE TR-PayFrequency TO EM-PayFrequency
                   MOVE TR-AnnualSalary TO EM-AnnualSalary
                   PERFORM NormalizeEmployeeDetails
                   PERFORM ValidateEmployeeDetails
                   IF WS-EntryInvalid
                   IF EmployeeMaster = SPACES
                       SET WS-EntryValid TO TRUE
                   ELSE
                       PERFORM GetPayTerms
                       PERFORM NormalizeEmployeeDetails
                       PERFORM ValidateEmployeeDetails
                   END-IF
               END-IF
           END-PERFORM.

      * Pay basis H(ourly) or S(alaried), frequency W(eekly),
      * F(ortnightly) or M(onthly); the annual salary is keyed
      * without a decimal point, pence included (7 + 2 digits).
       GetPayTerms.
           DISPLAY "Enter - PayBasis H/S, Frequency W/F/M, "
                   "AnnualSalary (blank if hourly)"
           DISPLAY "BFSSSSSSSSS"
           MOVE SPACES TO WS-PayTermsEntry
           ACCEPT WS-PayTermsEntry
           MOVE WS-PayBasisEntry     TO EM-PayBasis
           MOVE WS-PayFrequencyEntry TO EM-PayFrequency
           IF WS-AnnualSalaryEntry = SPACES
               MOVE ZEROS TO EM-AnnualSalary
           ELSE
               MOVE WS-AnnualSalaryNum TO EM-AnnualSalary
           END-IF.

      * Upper-cases the department as keyed so one department never
      * ends up recorded under two different castings on payroll
      * reporting. A blank pay basis or frequency - a card from
      * before they were carried - means hourly and weekly, and an
      * hourly employee with no salary keyed holds zero.
       NormalizeEmployeeDetails.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EM-Department))
               TO EM-Department
           MOVE FUNCTION UPPER-CASE(EM-PayBasis) TO EM-PayBasis
           MOVE FUNCTION UPPER-CASE(EM-PayFrequency)
               TO EM-PayFrequency
           IF EM-PayBasis = SPACE
               MOVE "H" TO EM-PayBasis
           END-IF
           IF EM-PayFrequency = SPACE
               MOVE "W" TO EM-PayFrequency
           END-IF
           IF EM-Hourly AND EM-AnnualSalary NOT NUMERIC
               MOVE ZEROS TO EM-AnnualSalary
           END-IF.

       ValidateEmployeeDetails.
           SET WS-EntryValid TO TRUE
               DISPLAY "Reject - employee name cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF EM-HourlyRate NOT NUMERIC
              OR (EM-Hourly AND EM-HourlyRate = ZEROS)
               DISPLAY "Reject - hourly rate must be a non-zero "
                       "amount."
               SET WS-EntryInvalid TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN NOT EM-Hourly AND NOT EM-Salaried
                   DISPLAY "Reject - pay basis must be H or S."
                   SET WS-EntryInvalid TO TRUE
               WHEN NOT EM-PaidWeekly AND NOT EM-PaidFortnightly
                    AND NOT EM-PaidMonthly
                   DISPLAY "Reject - pay frequency must be W, F or M."
                   SET WS-EntryInvalid TO TRUE
               WHEN EM-AnnualSalary NOT NUMERIC
                   DISPLAY "Reject - annual salary must be numeric."
                   SET WS-EntryInvalid TO TRUE
               WHEN EM-Salaried AND EM-AnnualSalary = ZEROS
                   DISPLAY "Reject - a salaried employee needs a "
                           "non-zero annual salary."
                   SET WS-EntryInvalid TO TRUE
      * The timesheet carries at most 99.99 hours, short of a
      * month's worth - hourly staff are paid weekly or fortnightly.
               WHEN EM-Hourly AND EM-PaidMonthly
                   DISPLAY "Reject - hourly staff cannot be paid "
                           "monthly."
                   SET WS-EntryInvalid TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF EM-Sales NOT NUMERIC
               DISPLAY "Reject - sales must be numeric."
               SET WS-EntryInvalid TO TRUE

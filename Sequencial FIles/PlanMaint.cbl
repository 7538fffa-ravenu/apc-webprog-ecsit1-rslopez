      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: PAYPLANS.DAT tuition payment plan maintenance - Add /
      *          Change / Delete / List of the instalment plans the
      *          bursar agrees with a student for a term, in the same
      *          interactive shape as HoldMaint. The operator signs on
      *          against OPERATOR.DAT first, so every plan records who
      *          agreed it. A plan is up to six instalments, each a due
      *          date and an amount, in due date order. On Add the
      *          instalments must add up to exactly the student's open
      *          balance on STUDLEDG.DAT that day, which becomes the
      *          plan balance, and a student may have only one active
      *          plan at a time; a broken or completed plan for the
      *          same term is replaced by the new one. Change
      *          reschedules an active plan - new dates and amounts for
      *          the same plan balance. PlanCheck checks the
      *          instalments nightly and AgedDebtRpt ages a student on
      *          a plan by the instalments past due.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlanFile ASSIGN TO "PAYPLANS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS PP-PlanKey
       		              FILE STATUS IS WS-PlanStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT TermFile ASSIGN TO "TERMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS TM-TermCode
       		              FILE STATUS IS WS-TermStatus.
           SELECT LedgerFile ASSIGN TO "STUDLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LedgerStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS OP-OperatorId
       		              FILE STATUS IS WS-OperatorStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD PlanFile.
           COPY PLANRC.

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

       FD TermFile.
           COPY TERMRC.

       FD LedgerFile.
           COPY LEDGERRC.

       FD OperatorFile.
           COPY OPERRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PlanStatus           PIC XX      VALUE SPACES.
           88 WS-StatusOk                      VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".

       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-StudentAvailableFlag PIC X       VALUE "N".
           88 WS-StudentFileAvailable          VALUE "Y".
       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-TermStatusOk                  VALUE "00".
       01  WS-TermAvailableFlag    PIC X       VALUE "N".
           88 WS-TermFileAvailable             VALUE "Y".
       01  WS-LedgerStatus         PIC XX      VALUE SPACES.
           88 WS-LedgerStatusOk                VALUE "00".
       01  WS-LedgerEOFFlag        PIC X       VALUE "N".
           88 WS-LedgerEOF                     VALUE "Y".

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

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransList                     VALUE "L" "l".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".
       01  WS-PlanFoundFlag        PIC X       VALUE "N".
           88 WS-PlanFound                     VALUE "Y".
       01  WS-OtherPlanFlag        PIC X       VALUE "N".
           88 WS-OtherPlanActive               VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.

      * One plan as keyed - the record is only built from it once the
      * entry has passed validation. Dates and amounts arrive as text
      * so a non-numeric entry is refused rather than taken as zero;
      * the instalments past the count are left blank.
       01  WS-PlanEntry.
           02  PM-StudentId        PIC X(10).
           02  PM-StudentIdNum REDEFINES PM-StudentId
                                   PIC 99(9).
           02  PM-TermCode         PIC X(6).
           02  PM-InstalmentCount  PIC X.
           02  PM-InstalmentCountNum REDEFINES PM-InstalmentCount
                                   PIC 9.
           02  PM-Instalment OCCURS 6 TIMES.
               03  PM-DueDate      PIC X(8).
               03  PM-DueDateNum REDEFINES PM-DueDate
                                   PIC 9(8).
               03  PM-Amount       PIC X(9).
               03  PM-AmountNum REDEFINES PM-Amount
                                   PIC 9(7)V99.
       01  WS-PlanIndex            PIC 9       VALUE ZERO.
       01  WS-PrevDueDate          PIC 9(8)    VALUE ZEROS.
       01  WS-InstalmentTotal      PIC 9(7)V99 VALUE ZEROS.

       01  WS-PlanKeyEntry.
           02  PK-StudentId        PIC X(10).
           02  PK-StudentIdNum REDEFINES PK-StudentId
                                   PIC 99(9).
           02  PK-TermCode         PIC X(6).

      * The plan as it stood before a change - its key, balance and
      * set-up are kept, only the instalments are rescheduled.
       01  WS-SavePlanRecord       PIC X(162)  VALUE SPACES.
       01  WS-SavePlan REDEFINES WS-SavePlanRecord.
           02  SP-PlanKey          PIC X(15).
           02  SP-PlanStatus       PIC X.
           02  SP-PlanBalance      PIC 9(7)V99.
           02  SP-SetupDate        PIC 9(8).
           02  SP-SetupBy          PIC X(8).
           02  FILLER              PIC X(121).

       01  WS-BalanceStudentId     PIC 99(9)   VALUE ZEROS.
       01  WS-LedgerBalance        PIC S9(9)V99 VALUE ZEROS.
       01  WS-BalanceKnownFlag     PIC X       VALUE "N".
           88 WS-BalanceKnown                  VALUE "Y".

       01  WS-ListStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-PlanState            PIC X(9)    VALUE SPACES.
       01  WS-ListedCount          PIC 9(6)    VALUE ZEROS.
       01  WS-AddedCount           PIC 9(6)    VALUE ZEROS.
       01  WS-ChangedCount         PIC 9(6)    VALUE ZEROS.
       01  WS-DeletedCount         PIC 9(6)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM SignOnOperator
           IF NOT WS-SignedOn
               DISPLAY "PlanMaint - sign-on failed, payment plans "
                       "cannot be agreed without a known operator."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PlanFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT PlanFile
               CLOSE PlanFile
               OPEN I-O PlanFile
           END-IF
           IF NOT WS-StatusOk
               DISPLAY "PlanMaint - PAYPLANS.DAT could not be opened, "
                       "status " WS-PlanStatus " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT StudentFile
           IF WS-StudentStatusOk
               SET WS-StudentFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDENTS.DAT not available, "
                       "StudentIds cannot be checked."
           END-IF
           OPEN INPUT TermFile
           IF WS-TermStatusOk
               SET WS-TermFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - TERMS.DAT not available, "
                       "terms not validated."
           END-IF
           DISPLAY "PAYPLANS.DAT payment plans - Add / Change / "
                   "Delete / List."
           PERFORM GetTransCode
           PERFORM UNTIL WS-TransQuit
               EVALUATE TRUE
                   WHEN WS-TransAdd
                       PERFORM AddPlan
                   WHEN WS-TransChange
                       PERFORM ChangePlan
                   WHEN WS-TransDelete
                       PERFORM DeletePlan
                   WHEN WS-TransList
                       PERFORM ListStudentPlans
                   WHEN OTHER
                       DISPLAY "Invalid selection - use A, C, D, L "
                               "or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
           CLOSE PlanFile
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           END-IF
           IF WS-TermFileAvailable
               CLOSE TermFile
           END-IF
           DISPLAY "PlanMaint - " WS-AddedCount " plan(s) added, "
                   WS-ChangedCount " changed, " WS-DeletedCount
                   " deleted."
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY BUSDATPG.

           COPY OPSIGNPG.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "L)ist, Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

      * A new plan is agreed for the whole of what the student owes
      * today. An active plan for the same term is a duplicate, and
      * an active plan for another term must be completed or broken
      * first; a broken or completed plan for this term is replaced.
       AddPlan.
           PERFORM GetPlanDetails
           IF WS-PlanEntry NOT = SPACES
               MOVE SPACES TO WS-RejectReason
               PERFORM CheckOtherActivePlan
               MOVE PM-StudentIdNum TO PP-StudentId
               MOVE PM-TermCode     TO PP-TermCode
               READ PlanFile
                   INVALID KEY
                       MOVE "N" TO WS-PlanFoundFlag
                   NOT INVALID KEY
                       SET WS-PlanFound TO TRUE
               END-READ
               MOVE PM-StudentIdNum TO WS-BalanceStudentId
               PERFORM GetLedgerBalance
               EVALUATE TRUE
                   WHEN WS-PlanFound AND PP-Active
                       MOVE "Student already has a plan for the term"
                           TO WS-RejectReason
                   WHEN WS-OtherPlanActive
                       MOVE "Active plan exists for another term"
                           TO WS-RejectReason
                   WHEN NOT WS-BalanceKnown
                       MOVE "STUDLEDG.DAT not available, no balance"
                           TO WS-RejectReason
                   WHEN WS-LedgerBalance NOT > ZEROS
                       MOVE "Student owes nothing on STUDLEDG.DAT"
                           TO WS-RejectReason
                   WHEN WS-InstalmentTotal NOT = WS-LedgerBalance
                       MOVE "Instalments do not add up to the balance"
                           TO WS-RejectReason
               END-EVALUATE
               IF WS-RejectReason NOT = SPACES
                   DISPLAY "Reject - " WS-RejectReason
                   IF WS-BalanceKnown
                       DISPLAY "  StudentId " PM-StudentIdNum
                               " balance " WS-LedgerBalance
                               ", instalments total "
                               WS-InstalmentTotal "."
                   END-IF
               ELSE
                   MOVE SPACES TO PaymentPlanRecord
                   PERFORM BuildPlanRecord
                   MOVE WS-LedgerBalance TO PP-PlanBalance
                   MOVE WS-BusinessDate  TO PP-SetupDate
                   MOVE WS-OperatorId    TO PP-SetupBy
                   SET PP-Active         TO TRUE
                   MOVE ZEROS            TO PP-BrokenDate
                   PERFORM WriteNewPlan
               END-IF
           END-IF.

       WriteNewPlan.
           IF WS-PlanFound
               REWRITE PaymentPlanRecord
                   INVALID KEY
                       DISPLAY "Reject - rewrite of plan "
                               PP-PlanKey " failed."
                       MOVE "N" TO WS-PlanFoundFlag
               END-REWRITE
           ELSE
               WRITE PaymentPlanRecord
                   INVALID KEY
                       DISPLAY "Reject - write of plan "
                               PP-PlanKey " failed."
                   NOT INVALID KEY
                       SET WS-PlanFound TO TRUE
               END-WRITE
           END-IF
           IF WS-PlanFound
               ADD 1 TO WS-AddedCount
               DISPLAY "Plan of " PP-InstalmentCount " instalment(s) "
                       "agreed for StudentId " PP-StudentId " term "
                       PP-TermCode "."
           END-IF.

      * Any active plan the student already has, under any term -
      * the scan leaves the plan area changed, so it runs before the
      * record for this key is read.
       CheckOtherActivePlan.
           MOVE "N" TO WS-OtherPlanFlag
           MOVE "N" TO WS-ScanEOFFlag
           MOVE PM-StudentIdNum TO PP-StudentId
           MOVE LOW-VALUES      TO PP-TermCode
           START PlanFile KEY NOT < PP-PlanKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF OR WS-OtherPlanActive
               READ PlanFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF PP-StudentId NOT = PM-StudentIdNum
                           SET WS-ScanEOF TO TRUE
                       ELSE
                           IF PP-Active AND
                              PP-TermCode NOT = PM-TermCode
                               SET WS-OtherPlanActive TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The student's open balance - debits less credits over the
      * whole of STUDLEDG.DAT, as StudentStatement works it out.
       GetLedgerBalance.
           MOVE ZEROS TO WS-LedgerBalance
           MOVE "N" TO WS-BalanceKnownFlag
           MOVE "N" TO WS-LedgerEOFFlag
           OPEN INPUT LedgerFile
           IF WS-LedgerStatusOk
               SET WS-BalanceKnown TO TRUE
               PERFORM ReadLedger
               PERFORM UNTIL WS-LedgerEOF
                   IF LG-StudentId = WS-BalanceStudentId
                       IF LG-TransType = "D"
                           ADD LG-Amount TO WS-LedgerBalance
                       ELSE
                           SUBTRACT LG-Amount FROM WS-LedgerBalance
                       END-IF
                   END-IF
                   PERFORM ReadLedger
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       ReadLedger.
           READ LedgerFile
               AT END SET WS-LedgerEOF TO TRUE
           END-READ.

      * A change reschedules an active plan: same student, term and
      * plan balance, new due dates and amounts. A broken or
      * completed plan is replaced through Add instead.
       ChangePlan.
           PERFORM GetPlanKey
           IF WS-PlanFound
               IF NOT PP-Active
                   DISPLAY "Reject - the plan for StudentId "
                           PP-StudentId " term " PP-TermCode
                           " is no longer active, add a new plan "
                           "instead."
               ELSE
                   PERFORM ChangeActivePlan
               END-IF
           END-IF.

       ChangeActivePlan.
           MOVE PaymentPlanRecord TO WS-SavePlanRecord
           PERFORM ShowPlan
           PERFORM GetPlanDetails
           IF WS-PlanEntry = SPACES
               DISPLAY "Change cancelled."
           ELSE
               MOVE PM-StudentIdNum TO PP-StudentId
               MOVE PM-TermCode     TO PP-TermCode
               EVALUATE TRUE
                   WHEN PP-PlanKey NOT = SP-PlanKey
                       DISPLAY "Change cancelled - the StudentId and "
                               "term cannot be changed, delete and "
                               "add the plan instead."
                   WHEN WS-InstalmentTotal NOT = SP-PlanBalance
                       DISPLAY "Reject - instalments total "
                               WS-InstalmentTotal " but the plan "
                               "balance is " SP-PlanBalance "."
                   WHEN OTHER
                       MOVE WS-SavePlanRecord TO PaymentPlanRecord
                       PERFORM BuildPlanRecord
                       REWRITE PaymentPlanRecord
                           INVALID KEY
                               DISPLAY "Reject - rewrite of plan "
                                       PP-PlanKey " failed."
                           NOT INVALID KEY
                               ADD 1 TO WS-ChangedCount
                               DISPLAY "Plan rescheduled."
                       END-REWRITE
               END-EVALUATE
           END-IF.

       DeletePlan.
           PERFORM GetPlanKey
           IF WS-PlanFound
               PERFORM ShowPlan
               DISPLAY "Delete this plan - are you sure (Y/N) ? "
                       WITH NO ADVANCING
               ACCEPT WS-ConfirmReply
               IF WS-ConfirmYes
                   DELETE PlanFile
                       INVALID KEY
                           DISPLAY "Reject - delete of plan "
                                   PP-PlanKey " failed."
                       NOT INVALID KEY
                           ADD 1 TO WS-DeletedCount
                           DISPLAY "Plan deleted."
                   END-DELETE
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       GetPlanKey.
           MOVE "N" TO WS-PlanFoundFlag
           MOVE SPACES TO WS-PlanKeyEntry
           DISPLAY "Enter StudentId and term (NNNNNNNNNNTTTTTT) : "
                   WITH NO ADVANCING
           ACCEPT WS-PlanKeyEntry
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PK-TermCode))
               TO PK-TermCode
           IF PK-StudentId NOT NUMERIC
               DISPLAY "Reject - StudentId must be 10 digits."
           ELSE
               MOVE PK-StudentIdNum TO PP-StudentId
               MOVE PK-TermCode     TO PP-TermCode
               READ PlanFile
                   INVALID KEY
                       DISPLAY "Reject - StudentId " PP-StudentId
                               " has no plan for term " PP-TermCode
                               "."
                   NOT INVALID KEY
                       SET WS-PlanFound TO TRUE
               END-READ
           END-IF.

       GetPlanDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               MOVE SPACES TO WS-PlanEntry
               DISPLAY "Enter - StudentId, Term, number of instalments "
                       "1-6, then per instalment Due date, Amount "
                       "(000150000 = 1500.00) (blank line cancels)"
               DISPLAY "NNNNNNNNNNTTTTTTC"
                       "YYYYMMDDAAAAAAAAAYYYYMMDDAAAAAAAAA"
                       "YYYYMMDDAAAAAAAAAYYYYMMDDAAAAAAAAA"
                       "YYYYMMDDAAAAAAAAAYYYYMMDDAAAAAAAAA"
               ACCEPT  WS-PlanEntry
               IF WS-PlanEntry = SPACES
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM ValidatePlanEntry
               END-IF
           END-PERFORM.

       ValidatePlanEntry.
           SET WS-EntryValid TO TRUE
           MOVE SPACES TO WS-RejectReason
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PM-TermCode))
               TO PM-TermCode
           EVALUATE TRUE
               WHEN PM-StudentId NOT NUMERIC OR PM-StudentIdNum = ZEROS
                   MOVE "StudentId not a non-zero 10-digit number"
                       TO WS-RejectReason
               WHEN PM-TermCode = SPACES
                   MOVE "Term code cannot be blank"
                       TO WS-RejectReason
               WHEN PM-InstalmentCount NOT NUMERIC OR
                    PM-InstalmentCountNum < 1 OR
                    PM-InstalmentCountNum > 6
                   MOVE "Number of instalments must be 1 to 6"
                       TO WS-RejectReason
               WHEN OTHER
                   PERFORM ValidatePlanStudentTerm
           END-EVALUATE
           IF WS-RejectReason = SPACES
               MOVE ZEROS TO WS-PrevDueDate
               MOVE ZEROS TO WS-InstalmentTotal
               PERFORM VARYING WS-PlanIndex FROM 1 BY 1
                       UNTIL WS-PlanIndex > 6
                          OR WS-RejectReason NOT = SPACES
                   PERFORM ValidateInstalment
               END-PERFORM
           END-IF
           IF WS-RejectReason NOT = SPACES
               DISPLAY "Reject - " WS-RejectReason
               SET WS-EntryInvalid TO TRUE
           END-IF.

       ValidatePlanStudentTerm.
           IF WS-StudentFileAvailable
               MOVE PM-StudentIdNum TO StudentId
               READ StudentFile
                   INVALID KEY
                       MOVE "StudentId not on STUDENTS.DAT"
                           TO WS-RejectReason
               END-READ
           END-IF
           IF WS-RejectReason = SPACES AND WS-TermFileAvailable
               MOVE PM-TermCode TO TM-TermCode
               READ TermFile
                   INVALID KEY
                       MOVE "Term not on TERMS.DAT"
                           TO WS-RejectReason
               END-READ
           END-IF.

      * The instalments up to the count need a real date, later than
      * the one before, and an amount; a new plan's first instalment
      * cannot already be due. Those past the count must be blank.
       ValidateInstalment.
           IF WS-PlanIndex > PM-InstalmentCountNum
               IF PM-Instalment(WS-PlanIndex) NOT = SPACES
                   MOVE "Unused instalments must be left blank"
                       TO WS-RejectReason
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN PM-DueDate(WS-PlanIndex) NOT NUMERIC
                       MOVE "Due date must be YYYYMMDD"
                           TO WS-RejectReason
                   WHEN FUNCTION TEST-DATE-YYYYMMDD
                            (PM-DueDateNum(WS-PlanIndex)) NOT = ZERO
                       MOVE "Due date is not a valid date"
                           TO WS-RejectReason
                   WHEN PM-DueDateNum(WS-PlanIndex) <= WS-PrevDueDate
                       MOVE "Due dates must be in ascending order"
                           TO WS-RejectReason
                   WHEN WS-TransAdd AND WS-PlanIndex = 1 AND
                        PM-DueDateNum(WS-PlanIndex) < WS-BusinessDate
                       MOVE "First due date is already past"
                           TO WS-RejectReason
                   WHEN PM-Amount(WS-PlanIndex) NOT NUMERIC
                       MOVE "Amount must be 9 digits"
                           TO WS-RejectReason
                   WHEN PM-AmountNum(WS-PlanIndex) = ZEROS
                       MOVE "Instalment amount cannot be zero"
                           TO WS-RejectReason
                   WHEN OTHER
                       MOVE PM-DueDateNum(WS-PlanIndex)
                           TO WS-PrevDueDate
                       ADD PM-AmountNum(WS-PlanIndex)
                           TO WS-InstalmentTotal
               END-EVALUATE
               IF WS-RejectReason NOT = SPACES
                   DISPLAY "  (instalment " WS-PlanIndex ")"
               END-IF
           END-IF.

      * The key and instalments from the validated entry; unused
      * instalments are held as zeros.
       BuildPlanRecord.
           MOVE PM-StudentIdNum       TO PP-StudentId
           MOVE PM-TermCode           TO PP-TermCode
           MOVE PM-InstalmentCountNum TO PP-InstalmentCount
           PERFORM VARYING WS-PlanIndex FROM 1 BY 1
                   UNTIL WS-PlanIndex > 6
               IF WS-PlanIndex > PM-InstalmentCountNum
                   MOVE ZEROS TO PP-DueDate(WS-PlanIndex)
                   MOVE ZEROS TO PP-InstAmount(WS-PlanIndex)
               ELSE
                   MOVE PM-DueDateNum(WS-PlanIndex)
                       TO PP-DueDate(WS-PlanIndex)
                   MOVE PM-AmountNum(WS-PlanIndex)
                       TO PP-InstAmount(WS-PlanIndex)
               END-IF
           END-PERFORM.

       ShowPlan.
           EVALUATE TRUE
               WHEN PP-Active
                   MOVE "ACTIVE"    TO WS-PlanState
               WHEN PP-Broken
                   MOVE "BROKEN"    TO WS-PlanState
               WHEN PP-Completed
                   MOVE "COMPLETED" TO WS-PlanState
               WHEN OTHER
                   MOVE "UNKNOWN"   TO WS-PlanState
           END-EVALUATE
           DISPLAY "StudentId " PP-StudentId " term " PP-TermCode
                   " " WS-PlanState " balance " PP-PlanBalance
                   " agreed " PP-SetupDate " by " PP-SetupBy
           IF PP-Broken
               DISPLAY "  broken " PP-BrokenDate
           END-IF
           PERFORM VARYING WS-PlanIndex FROM 1 BY 1
                   UNTIL WS-PlanIndex > PP-InstalmentCount
               DISPLAY "  " WS-PlanIndex " due "
                       PP-DueDate(WS-PlanIndex) " "
                       PP-InstAmount(WS-PlanIndex)
           END-PERFORM.

       ListStudentPlans.
           MOVE ZEROS TO WS-ListedCount
           DISPLAY "Enter StudentId to list : " WITH NO ADVANCING
           ACCEPT WS-ListStudentId
           MOVE "N" TO WS-ScanEOFFlag
           MOVE WS-ListStudentId TO PP-StudentId
           MOVE LOW-VALUES       TO PP-TermCode
           START PlanFile KEY NOT < PP-PlanKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ PlanFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF PP-StudentId NOT = WS-ListStudentId
                           SET WS-ScanEOF TO TRUE
                       ELSE
                           ADD 1 TO WS-ListedCount
                           PERFORM ShowPlan
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ListedCount " plan(s) on file for StudentId "
                   WS-ListStudentId ".".

       END PROGRAM PlanMaint.

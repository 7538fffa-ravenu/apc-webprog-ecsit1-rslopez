      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Nightly payment plan check - sorts the STUDLEDG.DAT
      *          ledger into StudentId/date order, applies each
      *          student's credits against their oldest debits first
      *          as AgedDebtRpt does, and for every student with an
      *          active PAYPLANS.DAT plan sets what has been paid
      *          towards the plan against its instalments in due
      *          order (PLANPG). Every instalment whose due date has
      *          passed without it being paid in full is listed on
      *          PLANMISS.LST with what is still unpaid and how many
      *          days late it is. Once the oldest missed instalment is
      *          more days late than the PLANPARM.DAT grace days (14
      *          when there is no card) the plan is marked broken on
      *          the business date - from then on the whole balance
      *          is due and AgedDebtRpt ages it as if there had been
      *          no plan. A plan found fully paid is marked completed.
      *          Ends with return code 4 when any instalment was
      *          missed, so the batch log shows it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "STUDLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LedgerStatus.
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
           SELECT ParmFile ASSIGN TO "PLANPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmStatus.
           SELECT SortWorkFile ASSIGN TO "PLSORT.TMP".
           SELECT ReportFile ASSIGN TO "PLANMISS.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD LedgerFile.
           COPY LEDGERRC.

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

       FD ParmFile.
       01 ParmRecord.
           02  PC-GraceDays        PIC 9(3).

       SD SortWorkFile.
       01 SortRecord.
           02  SL-StudentId    PIC 99(9).
           02  SL-TransType    PIC X.
           02  SL-TransDate    PIC 9(8).
           02  SL-Amount       PIC 9(7)V99.

       FD ReportFile.
       01 ReportLine               PIC X(132).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-LedgerStatus         PIC XX      VALUE SPACES.
           88 WS-LedgerStatusOk                VALUE "00".
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-StudentFileAvailableFlag PIC X   VALUE "N".
           88 WS-StudentFileAvailable          VALUE "Y".
       01  WS-ParmStatus           PIC XX      VALUE SPACES.
           88 WS-ParmStatusOk                  VALUE "00".
       01  WS-ParmEOFFlag          PIC X       VALUE "N".
           88 WS-ParmEOF                       VALUE "Y".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.
       01  WS-BusinessDays         PIC S9(9)   VALUE ZEROS.

      * Days an instalment may stay unpaid past its due date before
      * the plan is broken - PLANPARM.DAT when present.
       01  WS-GraceDays            PIC 9(3)    VALUE 14.
       01  WS-DaysLate             PIC S9(9)   VALUE ZEROS.

       01  WS-PlanStatus           PIC XX      VALUE SPACES.
           88 WS-PlanStatusOk                  VALUE "00".
           88 WS-PlanFileNotFound              VALUE "35".
       01  WS-PlanAvailableFlag    PIC X       VALUE "N".
           88 WS-PlanFileAvailable             VALUE "Y".
       01  WS-PlanScanEOFFlag      PIC X       VALUE "N".
           88 WS-PlanScanEOF                   VALUE "Y".
       01  WS-PlanFoundFlag        PIC X       VALUE "N".
           88 WS-PlanFound                     VALUE "Y".
       01  WS-PlanBrokenFlag       PIC X       VALUE "N".
           88 WS-PlanBrokenSeen                VALUE "Y".
       01  WS-PlanStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-PlanOpen             PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanTake             PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanPaidLeft         PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanOverdue          PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanNotDue           PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanFirstMissed      PIC 9       VALUE ZERO.
       01  WS-PlanIndex            PIC 9       VALUE ZERO.
       01  WS-PlanUnpaidTable.
           02  WS-PlanUnpaid       PIC 9(7)V99 OCCURS 6 TIMES.

       01  WS-LedgerEOFFlag        PIC X       VALUE "N".
           88 WS-LedgerEOF                     VALUE "Y".
       01  WS-SortEOFFlag          PIC X       VALUE "N".
           88 WS-SortEOF                       VALUE "Y".
       01  WS-FirstRecordFlag      PIC X       VALUE "Y".
           88 WS-IsFirstRecord                 VALUE "Y".
       01  WS-PrevStudentId        PIC 99(9)   VALUE ZEROS.

      * The current student's unpaid debits, oldest first, with
      * credits applied against entry 1 onward as they arrive - the
      * same table AgedDebtRpt builds, so both runs see the same
      * plan debt.
       01  WS-DebitTable.
           02  WS-DebitEntry OCCURS 100 TIMES.
               03  WS-DebitDate    PIC 9(8).
               03  WS-DebitOpen    PIC 9(7)V99.
       01  WS-DebitCount           PIC 999     VALUE ZEROS.
       01  WS-DebitIndex           PIC 999     VALUE ZEROS.
       01  WS-CreditLeft           PIC 9(7)V99 VALUE ZEROS.
       01  WS-TableFullWarned      PIC X       VALUE "N".

       01  WS-SurnameFound         PIC X(10)   VALUE SPACES.

       01  WS-PlansChecked         PIC 9(5)    VALUE ZEROS.
       01  WS-MissedCount          PIC 9(5)    VALUE ZEROS.
       01  WS-MissedTotal          PIC 9(9)V99 VALUE ZEROS.
       01  WS-BrokenCount          PIC 9(5)    VALUE ZEROS.
       01  WS-BrokenTotal          PIC 9(9)V99 VALUE ZEROS.
       01  WS-CompletedCount       PIC 9(5)    VALUE ZEROS.

       01  WS-HeadingLine.
           02  FILLER              PIC X(37)   VALUE
               "PAYMENT PLAN CHECK - BUSINESS DATE : ".
           02  HL-Date             PIC 9(8).
           02  FILLER              PIC X(16)   VALUE
               "   GRACE DAYS : ".
           02  HL-GraceDays        PIC ZZ9.

       01  WS-ColumnHeading.
           02  FILLER              PIC X(33)   VALUE
               "STUDENT ID SURNAME   TERM  INST  ".
           02  FILLER              PIC X(30)   VALUE
               "DUE DATE     UNPAID  LATE NOTE".

       01  WS-MissLine.
           02  ML-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  ML-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  ML-TermCode         PIC X(6).
           02  FILLER              PIC X(3)    VALUE SPACES.
           02  ML-InstNo           PIC 9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  ML-DueDate          PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  ML-Unpaid           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  ML-DaysLate         PIC ZZZZ9.

       01  WS-PlanLine.
           02  PS-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  PS-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  PS-TermCode         PIC X(6).
           02  FILLER              PIC X(15)   VALUE SPACES.
           02  PS-Amount           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(7)    VALUE SPACES.
           02  PS-Note             PIC X(40).

       01  WS-CountLine.
           02  CL-Label            PIC X(22).
           02  CL-Count            PIC ZZZZ9.

       01  WS-TotalLine.
           02  TL-Label            PIC X(22).
           02  TL-Count            PIC ZZZZ9.
           02  FILLER              PIC X       VALUE SPACE.
           02  TL-Amount           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           COMPUTE WS-BusinessDays =
               FUNCTION INTEGER-OF-DATE(WS-BusinessDate)
           PERFORM ReadPlanParms
           OPEN I-O PlanFile
           IF WS-PlanFileNotFound
               DISPLAY "PlanCheck - no PAYPLANS.DAT, no payment plans "
                       "to check."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-PlanStatusOk
               DISPLAY "PlanCheck - PAYPLANS.DAT could not be opened, "
                       "status " WS-PlanStatus " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SET WS-PlanFileAvailable TO TRUE
           OPEN INPUT LedgerFile
           IF NOT WS-LedgerStatusOk
               DISPLAY "PlanCheck - STUDLEDG.DAT could not be opened, "
                       "status " WS-LedgerStatus " - run aborted."
               CLOSE PlanFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE LedgerFile
           OPEN INPUT StudentFile
           IF WS-StudentStatusOk
               SET WS-StudentFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDENTS.DAT not available, "
                       "student names will not be shown."
           END-IF
           SORT SortWorkFile
               ON ASCENDING KEY SL-StudentId SL-TransDate
               INPUT PROCEDURE IS LoadLedger
               OUTPUT PROCEDURE IS CheckThePlans
           CLOSE ReportFile
           CLOSE PlanFile
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           END-IF
           DISPLAY "PlanCheck - " WS-PlansChecked " plans checked, "
                   WS-MissedCount " instalments missed, "
                   WS-BrokenCount " plans broken, "
                   WS-CompletedCount " completed."
           IF WS-MissedCount > ZEROS
               DISPLAY "PlanCheck - missed instalments found, see "
                       "PLANMISS.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

           COPY PLANPG.

      * Grace days from the PLANPARM.DAT parameter card when it is
      * there and numeric; otherwise the default stands.
       ReadPlanParms.
           OPEN INPUT ParmFile
           IF WS-ParmStatusOk
               READ ParmFile
                   AT END SET WS-ParmEOF TO TRUE
               END-READ
               IF NOT WS-ParmEOF AND PC-GraceDays IS NUMERIC
                   MOVE PC-GraceDays TO WS-GraceDays
               END-IF
               CLOSE ParmFile
           END-IF.

       LoadLedger.
           OPEN INPUT LedgerFile
           PERFORM ReadLedger
           PERFORM UNTIL WS-LedgerEOF
               MOVE LG-StudentId TO SL-StudentId
               MOVE LG-TransType TO SL-TransType
               MOVE LG-TransDate TO SL-TransDate
               MOVE LG-Amount    TO SL-Amount
               RELEASE SortRecord
               PERFORM ReadLedger
           END-PERFORM
           CLOSE LedgerFile.

       ReadLedger.
           READ LedgerFile
               AT END SET WS-LedgerEOF TO TRUE
           END-READ.

       CheckThePlans.
           OPEN OUTPUT ReportFile
           MOVE WS-BusinessDate TO HL-Date
           MOVE WS-GraceDays    TO HL-GraceDays
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnHeading TO ReportLine
           WRITE ReportLine
           RETURN SortWorkFile
               AT END SET WS-SortEOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SortEOF
               IF WS-IsFirstRecord
                   MOVE SL-StudentId TO WS-PrevStudentId
                   MOVE "N" TO WS-FirstRecordFlag
                   MOVE ZEROS TO WS-DebitCount
               END-IF
               IF SL-StudentId NOT = WS-PrevStudentId
                   PERFORM CheckOneStudent
                   MOVE SL-StudentId TO WS-PrevStudentId
                   MOVE ZEROS TO WS-DebitCount
               END-IF
               PERFORM AbsorbLedgerEntry
               RETURN SortWorkFile
                   AT END SET WS-SortEOF TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT WS-IsFirstRecord
               PERFORM CheckOneStudent
           END-IF
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE "PLANS CHECKED       : " TO CL-Label
           MOVE WS-PlansChecked TO CL-Count
           MOVE WS-CountLine TO ReportLine
           WRITE ReportLine
           MOVE "INSTALMENTS MISSED  : " TO TL-Label
           MOVE WS-MissedCount TO TL-Count
           MOVE WS-MissedTotal TO TL-Amount
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           MOVE "PLANS BROKEN        : " TO TL-Label
           MOVE WS-BrokenCount TO TL-Count
           MOVE WS-BrokenTotal TO TL-Amount
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           MOVE "PLANS COMPLETED     : " TO CL-Label
           MOVE WS-CompletedCount TO CL-Count
           MOVE WS-CountLine TO ReportLine
           WRITE ReportLine.

      * A debit joins the open-debit table in date order; a credit
      * pays the oldest open debits down first.
       AbsorbLedgerEntry.
           IF SL-TransType = "D"
               IF WS-DebitCount < 100
                   ADD 1 TO WS-DebitCount
                   MOVE SL-TransDate
                       TO WS-DebitDate(WS-DebitCount)
                   MOVE SL-Amount
                       TO WS-DebitOpen(WS-DebitCount)
               ELSE
                   IF WS-TableFullWarned = "N"
                       DISPLAY "Warning - more than 100 debits for "
                               "StudentId " SL-StudentId
                               ", remainder not checked."
                       MOVE "Y" TO WS-TableFullWarned
                   END-IF
               END-IF
           ELSE
               MOVE SL-Amount TO WS-CreditLeft
               PERFORM VARYING WS-DebitIndex FROM 1 BY 1
                       UNTIL WS-DebitIndex > WS-DebitCount
                   IF WS-CreditLeft > ZEROS
                       IF WS-DebitOpen(WS-DebitIndex) <=
                          WS-CreditLeft
                           SUBTRACT WS-DebitOpen(WS-DebitIndex)
                               FROM WS-CreditLeft
                           MOVE ZEROS
                               TO WS-DebitOpen(WS-DebitIndex)
                       ELSE
                           SUBTRACT WS-CreditLeft
                               FROM WS-DebitOpen(WS-DebitIndex)
                           MOVE ZEROS TO WS-CreditLeft
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Nothing left owing under the plan completes it; otherwise
      * every missed instalment is listed, and the plan is broken
      * once the oldest of them is past the grace days.
       CheckOneStudent.
           MOVE WS-PrevStudentId TO WS-PlanStudentId
           PERFORM FindActivePlan
           IF WS-PlanFound
               ADD 1 TO WS-PlansChecked
               PERFORM TakePlanDebits
               PERFORM SpreadPlanPayments
               PERFORM GetPlanSurname
               IF WS-PlanOpen = ZEROS
                   PERFORM CompletePlan
               ELSE
                   IF WS-PlanFirstMissed > ZERO
                       PERFORM ListMissedInstalments
                       COMPUTE WS-DaysLate = WS-BusinessDays -
                           FUNCTION INTEGER-OF-DATE
                               (PP-DueDate(WS-PlanFirstMissed))
                       IF WS-DaysLate > WS-GraceDays
                           PERFORM BreakPlan
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GetPlanSurname.
           MOVE SPACES TO WS-SurnameFound
           IF WS-StudentFileAvailable
               MOVE WS-PrevStudentId TO StudentId
               READ StudentFile
                   INVALID KEY
                       MOVE "*NO FILE*" TO WS-SurnameFound
                   NOT INVALID KEY
                       MOVE Surname TO WS-SurnameFound
               END-READ
           END-IF.

       ListMissedInstalments.
           PERFORM VARYING WS-PlanIndex FROM 1 BY 1
                   UNTIL WS-PlanIndex > PP-InstalmentCount
               IF WS-PlanUnpaid(WS-PlanIndex) > ZEROS AND
                  PP-DueDate(WS-PlanIndex) < WS-BusinessDate
                   MOVE PP-StudentId    TO ML-StudentId
                   MOVE WS-SurnameFound TO ML-Surname
                   MOVE PP-TermCode     TO ML-TermCode
                   MOVE WS-PlanIndex    TO ML-InstNo
                   MOVE PP-DueDate(WS-PlanIndex) TO ML-DueDate
                   MOVE WS-PlanUnpaid(WS-PlanIndex) TO ML-Unpaid
                   COMPUTE WS-DaysLate = WS-BusinessDays -
                       FUNCTION INTEGER-OF-DATE
                           (PP-DueDate(WS-PlanIndex))
                   MOVE WS-DaysLate     TO ML-DaysLate
                   MOVE WS-MissLine TO ReportLine
                   WRITE ReportLine
                   ADD 1 TO WS-MissedCount
                   ADD WS-PlanUnpaid(WS-PlanIndex) TO WS-MissedTotal
               END-IF
           END-PERFORM.

       BreakPlan.
           SET PP-Broken TO TRUE
           MOVE WS-BusinessDate TO PP-BrokenDate
           REWRITE PaymentPlanRecord
               INVALID KEY
                   DISPLAY "Warning - plan for StudentId " PP-StudentId
                           " term " PP-TermCode " could not be "
                           "marked broken, status " WS-PlanStatus "."
               NOT INVALID KEY
                   ADD 1 TO WS-BrokenCount
                   ADD WS-PlanOpen TO WS-BrokenTotal
                   MOVE "PLAN BROKEN - WHOLE BALANCE NOW DUE"
                       TO PS-Note
                   PERFORM WritePlanLine
           END-REWRITE.

       CompletePlan.
           SET PP-Completed TO TRUE
           REWRITE PaymentPlanRecord
               INVALID KEY
                   DISPLAY "Warning - plan for StudentId " PP-StudentId
                           " term " PP-TermCode " could not be "
                           "marked completed, status " WS-PlanStatus
                           "."
               NOT INVALID KEY
                   ADD 1 TO WS-CompletedCount
                   MOVE "PLAN COMPLETED" TO PS-Note
                   PERFORM WritePlanLine
           END-REWRITE.

       WritePlanLine.
           MOVE PP-StudentId    TO PS-StudentId
           MOVE WS-SurnameFound TO PS-Surname
           MOVE PP-TermCode     TO PS-TermCode
           MOVE WS-PlanOpen     TO PS-Amount
           MOVE WS-PlanLine TO ReportLine
           WRITE ReportLine.

       END PROGRAM PlanCheck.

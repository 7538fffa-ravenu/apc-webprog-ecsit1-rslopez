      ******************************************************************
      * Common payment plan paragraphs, shared by PlanCheck and
      * AgedDebtRpt so the nightly check and the aged-debt listing
      * agree on which instalments are missed. COPY this into the
      * PROCEDURE DIVISION.
      * With the student in WS-PlanStudentId, PERFORM FindActivePlan:
      * WS-PlanFound is set and PaymentPlanRecord holds the student's
      * A(ctive) plan if there is one; WS-PlanBrokenSeen is set if a
      * B(roken) plan was passed over on the way.
      * With the plan found and the student's unpaid debits in the
      * caller's WS-DebitTable (oldest first, credits already taken
      * off oldest-first), PERFORM TakePlanDebits: the open amount of
      * the debits dated on or before PP-SetupDate, up to
      * PP-PlanBalance, is taken out of the table into WS-PlanOpen -
      * that is what is still owed under the plan, and what is left
      * in the table is debt raised after the plan was agreed.
      * Then PERFORM SpreadPlanPayments: what has been paid towards
      * the plan (PP-PlanBalance less WS-PlanOpen) is set against the
      * instalments in due order, leaving WS-PlanUnpaid per
      * instalment, WS-PlanOverdue the unpaid amount due before the
      * business date, WS-PlanNotDue the unpaid amount not yet due
      * and WS-PlanFirstMissed the first instalment overdue (zero
      * when none is).
      *
      * The including program must supply, in addition to
      * COPY PLANRC in an FD for a file SELECTed as PlanFile
      * ("PAYPLANS.DAT", INDEXED, ACCESS DYNAMIC, RECORD KEY
      * PP-PlanKey, FILE STATUS WS-PlanStatus), WS-BusinessDate and
      * the WS-DebitTable/WS-DebitCount/WS-DebitIndex of AgedDebtRpt:
      *   01  WS-PlanStatus       PIC XX    VALUE SPACES.
      *       88 WS-PlanStatusOk          VALUE "00".
      *   01  WS-PlanAvailableFlag PIC X    VALUE "N".
      *       88 WS-PlanFileAvailable     VALUE "Y".
      *   01  WS-PlanScanEOFFlag  PIC X     VALUE "N".
      *       88 WS-PlanScanEOF           VALUE "Y".
      *   01  WS-PlanFoundFlag    PIC X     VALUE "N".
      *       88 WS-PlanFound             VALUE "Y".
      *   01  WS-PlanBrokenFlag   PIC X     VALUE "N".
      *       88 WS-PlanBrokenSeen        VALUE "Y".
      *   01  WS-PlanStudentId    PIC 99(9) VALUE ZEROS.
      *   01  WS-PlanOpen         PIC 9(7)V99 VALUE ZEROS.
      *   01  WS-PlanTake         PIC 9(7)V99 VALUE ZEROS.
      *   01  WS-PlanPaidLeft     PIC 9(7)V99 VALUE ZEROS.
      *   01  WS-PlanOverdue      PIC 9(7)V99 VALUE ZEROS.
      *   01  WS-PlanNotDue       PIC 9(7)V99 VALUE ZEROS.
      *   01  WS-PlanFirstMissed  PIC 9     VALUE ZERO.
      *   01  WS-PlanIndex        PIC 9     VALUE ZERO.
      *   01  WS-PlanUnpaidTable.
      *       02  WS-PlanUnpaid   PIC 9(7)V99 OCCURS 6 TIMES.
      ******************************************************************
       FindActivePlan.
           MOVE "N" TO WS-PlanFoundFlag
           MOVE "N" TO WS-PlanBrokenFlag
           IF WS-PlanFileAvailable
               MOVE "N" TO WS-PlanScanEOFFlag
               MOVE WS-PlanStudentId TO PP-StudentId
               MOVE LOW-VALUES       TO PP-TermCode
               START PlanFile KEY NOT < PP-PlanKey
                   INVALID KEY SET WS-PlanScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-PlanScanEOF OR WS-PlanFound
                   READ PlanFile NEXT
                       AT END
                           SET WS-PlanScanEOF TO TRUE
                       NOT AT END
                           IF PP-StudentId NOT = WS-PlanStudentId
                               SET WS-PlanScanEOF TO TRUE
                           ELSE
                               IF PP-Active
                                   SET WS-PlanFound TO TRUE
                               END-IF
                               IF PP-Broken
                                   SET WS-PlanBrokenSeen TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TakePlanDebits.
           MOVE ZEROS TO WS-PlanOpen
           PERFORM VARYING WS-DebitIndex FROM 1 BY 1
                   UNTIL WS-DebitIndex > WS-DebitCount
               IF WS-DebitDate(WS-DebitIndex) <= PP-SetupDate AND
                  WS-DebitOpen(WS-DebitIndex) > ZEROS AND
                  WS-PlanOpen < PP-PlanBalance
                   COMPUTE WS-PlanTake = PP-PlanBalance - WS-PlanOpen
                   IF WS-DebitOpen(WS-DebitIndex) < WS-PlanTake
                       MOVE WS-DebitOpen(WS-DebitIndex) TO WS-PlanTake
                   END-IF
                   ADD WS-PlanTake TO WS-PlanOpen
                   SUBTRACT WS-PlanTake
                       FROM WS-DebitOpen(WS-DebitIndex)
               END-IF
           END-PERFORM.

       SpreadPlanPayments.
           MOVE ZEROS TO WS-PlanOverdue
           MOVE ZEROS TO WS-PlanNotDue
           MOVE ZERO  TO WS-PlanFirstMissed
           MOVE ZEROS TO WS-PlanUnpaidTable
           IF WS-PlanOpen < PP-PlanBalance
               COMPUTE WS-PlanPaidLeft = PP-PlanBalance - WS-PlanOpen
           ELSE
               MOVE ZEROS TO WS-PlanPaidLeft
           END-IF
           PERFORM VARYING WS-PlanIndex FROM 1 BY 1
                   UNTIL WS-PlanIndex > PP-InstalmentCount
               PERFORM SpreadOneInstalment
           END-PERFORM.

       SpreadOneInstalment.
           IF PP-InstAmount(WS-PlanIndex) <= WS-PlanPaidLeft
               SUBTRACT PP-InstAmount(WS-PlanIndex)
                   FROM WS-PlanPaidLeft
           ELSE
               COMPUTE WS-PlanUnpaid(WS-PlanIndex) =
                   PP-InstAmount(WS-PlanIndex) - WS-PlanPaidLeft
               MOVE ZEROS TO WS-PlanPaidLeft
               IF PP-DueDate(WS-PlanIndex) < WS-BusinessDate
                   ADD WS-PlanUnpaid(WS-PlanIndex) TO WS-PlanOverdue
                   IF WS-PlanFirstMissed = ZERO
                       MOVE WS-PlanIndex TO WS-PlanFirstMissed
                   END-IF
               ELSE
                   ADD WS-PlanUnpaid(WS-PlanIndex) TO WS-PlanNotDue
               END-IF
           END-IF.

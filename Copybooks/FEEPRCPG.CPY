      ******************************************************************
      * Common course pricing paragraph, shared by TuitionBilling and
      * WithdrawalRefund so the refund is always worked from the very
      * lines the invoice charged. COPY this into the PROCEDURE
      * DIVISION; with the course's COURSES.DAT record read and the
      * term being priced in WS-FeeTermCode, PERFORM PriceCourseFees.
      * WS-FeeLineTable then holds the course's fee lines - line 1
      * always the tuition (credit hours at the FEESCHED.DAT rate,
      * or at CreditHourFee when the schedule has none), followed by
      * any fixed fees the schedule carries - with WS-FeeCourseTotal
      * their sum and WS-FeeRefundableTotal the sum of the lines
      * flagged refundable. With no FEESCHED.DAT, no term, or no
      * record for the course in the term, the tuition line alone is
      * priced, refundable, exactly as before the schedule existed.
      *
      * The including program must supply, in addition to
      * COPY FEESCHRC in an FD for a file SELECTed as FeeSchedFile
      * ("FEESCHED.DAT", INDEXED, RECORD KEY FS-FeeKey, FILE STATUS
      * WS-FeeSchedStatus), COPY COURSERC for CourseFile and an
      * 01 CreditHourFee PIC 9(4)V99:
      *   01  WS-FeeSchedStatus   PIC XX    VALUE SPACES.
      *       88 WS-FeeSchedStatusOk      VALUE "00".
      *   01  WS-FeeSchedAvailableFlag PIC X VALUE "N".
      *       88 WS-FeeSchedAvailable     VALUE "Y".
      *   01  WS-FeeSchedFoundFlag PIC X    VALUE "N".
      *       88 WS-FeeSchedFound         VALUE "Y".
      *   01  WS-FeeTermCode      PIC X(6)  VALUE SPACES.
      *   01  WS-FeeLineTable.
      *       02  WS-FeeLineEntry OCCURS 4 TIMES.
      *           03  WS-FLType       PIC X(10).
      *           03  WS-FLAmount     PIC 9(6)V99.
      *           03  WS-FLRefund     PIC X.
      *   01  WS-FLCount          PIC 9     VALUE ZERO.
      *   01  WS-FeeIndex         PIC 9     VALUE ZERO.
      *   01  WS-FeeCourseTotal   PIC 9(6)V99 VALUE ZEROS.
      *   01  WS-FeeRefundableTotal PIC 9(6)V99 VALUE ZEROS.
      ******************************************************************
       PriceCourseFees.
           MOVE ZERO  TO WS-FLCount
           MOVE ZEROS TO WS-FeeCourseTotal
           MOVE ZEROS TO WS-FeeRefundableTotal
           MOVE "N"   TO WS-FeeSchedFoundFlag
           IF WS-FeeSchedAvailable AND WS-FeeTermCode NOT = SPACES
               MOVE CO-CourseCode  TO FS-CourseCode
               MOVE WS-FeeTermCode TO FS-TermCode
               READ FeeSchedFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FeeSchedFound TO TRUE
               END-READ
           END-IF
           MOVE 1         TO WS-FLCount
           MOVE "TUITION" TO WS-FLType(1)
           MOVE "Y"       TO WS-FLRefund(1)
           IF WS-FeeSchedFound AND FS-TuitionRate > ZEROS
               COMPUTE WS-FLAmount(1) =
                   CO-CreditHours * FS-TuitionRate
           ELSE
               COMPUTE WS-FLAmount(1) =
                   CO-CreditHours * CreditHourFee
           END-IF
           IF WS-FeeSchedFound
               IF NOT FS-TuitionRefundable
                   MOVE "N" TO WS-FLRefund(1)
               END-IF
               PERFORM VARYING WS-FeeIndex FROM 1 BY 1
                       UNTIL WS-FeeIndex > 3
                   IF FS-FeeAmount(WS-FeeIndex) NUMERIC AND
                      FS-FeeAmount(WS-FeeIndex) > ZEROS
                       ADD 1 TO WS-FLCount
                       MOVE FS-FeeType(WS-FeeIndex)
                           TO WS-FLType(WS-FLCount)
                       MOVE FS-FeeAmount(WS-FeeIndex)
                           TO WS-FLAmount(WS-FLCount)
                       IF FS-FeeRefundable(WS-FeeIndex)
                           MOVE "Y" TO WS-FLRefund(WS-FLCount)
                       ELSE
                           MOVE "N" TO WS-FLRefund(WS-FLCount)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-FeeIndex FROM 1 BY 1
                   UNTIL WS-FeeIndex > WS-FLCount
               ADD WS-FLAmount(WS-FeeIndex) TO WS-FeeCourseTotal
               IF WS-FLRefund(WS-FeeIndex) = "Y"
                   ADD WS-FLAmount(WS-FeeIndex)
                       TO WS-FeeRefundableTotal
               END-IF
           END-PERFORM.

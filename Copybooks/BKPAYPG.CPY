      ******************************************************************
      * Common back-pay paragraphs, shared by the BackPay settlement
      * run and the payroll run (which settles a leaver's arrears in
      * their final pay, since no later BackPay run can reach them),
      * so both agree on what a period has been settled at and what
      * it should have been paid at. COPY this into the PROCEDURE
      * DIVISION.
      *
      * AbsorbPaidRecord takes the PAYHOURS.DAT record just read into
      * WS-PaidTable: a P record opens the pairing with its hours;
      * any record - original or correction - raises the settled rate
      * to the highest seen, so a period corrected once does not
      * correct again. GetCorrectRate sets WS-CorrectRate to the rate
      * that should have applied to the WS-PDIndex period - the same
      * latest-effective-date-wins pick the payroll run makes, taken
      * against the period's own date; a period with no history at
      * all stays at the rate it settled at.
      *
      * The including program must supply PayHoursRecord (PAYHRSRC)
      * and the RATEHIST.DAT table loaded as WS-RateTable /
      * WS-RateCount / WS-RateIndex, plus:
      *   01  WS-PaidTable.
      *       02  WS-PaidEntry OCCURS 500 TIMES.
      *           03  WS-PDEmployeeId PIC 9(6).
      *           03  WS-PDPeriod     PIC 9(8).
      *           03  WS-PDHours      PIC 99V99.
      *           03  WS-PDRate       PIC 9(4)V99.
      *   01  WS-PaidCount            PIC 999     VALUE ZEROS.
      *   01  WS-PDIndex              PIC 999     VALUE ZEROS.
      *   01  WS-FoundFlag            PIC X       VALUE "N".
      *       88 WS-PairFound                     VALUE "Y".
      *   01  WS-CorrectRate          PIC 9(4)V99 VALUE ZEROS.
      *   01  WS-BestEffDate          PIC 9(8)    VALUE ZEROS.
      ******************************************************************
       AbsorbPaidRecord.
           MOVE "N" TO WS-FoundFlag
           PERFORM VARYING WS-PDIndex FROM 1 BY 1
                   UNTIL WS-PDIndex > WS-PaidCount
               IF WS-PDEmployeeId(WS-PDIndex) = PH-EmployeeId AND
                  WS-PDPeriod(WS-PDIndex) = PH-PeriodDate
                   SET WS-PairFound TO TRUE
                   IF PH-Rate > WS-PDRate(WS-PDIndex)
                       MOVE PH-Rate TO WS-PDRate(WS-PDIndex)
                   END-IF
                   MOVE WS-PaidCount TO WS-PDIndex
               END-IF
           END-PERFORM
           IF NOT WS-PairFound
               IF WS-PaidCount < 500
                   ADD 1 TO WS-PaidCount
                   MOVE PH-EmployeeId
                       TO WS-PDEmployeeId(WS-PaidCount)
                   MOVE PH-PeriodDate
                       TO WS-PDPeriod(WS-PaidCount)
                   MOVE PH-Hours TO WS-PDHours(WS-PaidCount)
                   MOVE PH-Rate  TO WS-PDRate(WS-PaidCount)
               ELSE
                   DISPLAY "Warning - more than 500 paid periods, "
                           "remainder not assessed."
               END-IF
           END-IF.

       GetCorrectRate.
           MOVE WS-PDRate(WS-PDIndex) TO WS-CorrectRate
           MOVE ZEROS TO WS-BestEffDate
           PERFORM VARYING WS-RateIndex FROM 1 BY 1
                   UNTIL WS-RateIndex > WS-RateCount
               IF WS-RTEmployeeId(WS-RateIndex) =
                  WS-PDEmployeeId(WS-PDIndex) AND
                  WS-RTEffDate(WS-RateIndex) <=
                  WS-PDPeriod(WS-PDIndex) AND
                  WS-RTEffDate(WS-RateIndex) >= WS-BestEffDate
                   MOVE WS-RTEffDate(WS-RateIndex)
                       TO WS-BestEffDate
                   MOVE WS-RTRate(WS-RateIndex) TO WS-CorrectRate
               END-IF
           END-PERFORM.

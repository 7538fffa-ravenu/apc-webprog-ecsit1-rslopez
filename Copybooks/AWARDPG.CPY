      ******************************************************************
      * Common award paragraph, shared by TuitionBilling and
      * WithdrawalRefund so a refund is split between student and
      * sponsor exactly as the invoice was. COPY this into the
      * PROCEDURE DIVISION; with the student in WS-AwardStudentId,
      * the term in WS-AwardTermCode and the student's total charges
      * for the term in WS-AwardGross, PERFORM ApplyStudentAwards.
      * WS-AwardTable then holds one entry per sponsor paying
      * towards the charges - sponsor, award type and the amount
      * that sponsor bears - with WS-AwardTotal their sum and
      * WS-AwardStudentShare what is left for the student to pay.
      * Awards are taken in AWARDS.DAT key order, a percentage award
      * worked on the full charges and every award cut back to what
      * is still unpaid, so the student's share never goes below
      * zero. With no AWARDS.DAT, no term or no award, the student
      * bears the whole charge.
      *
      * The including program must supply, in addition to
      * COPY AWARDRC in an FD for a file SELECTed as AwardFile
      * ("AWARDS.DAT", INDEXED, ACCESS DYNAMIC, RECORD KEY
      * AW-AwardKey, FILE STATUS WS-AwardStatus):
      *   01  WS-AwardStatus      PIC XX    VALUE SPACES.
      *       88 WS-AwardStatusOk         VALUE "00".
      *   01  WS-AwardAvailableFlag PIC X   VALUE "N".
      *       88 WS-AwardFileAvailable    VALUE "Y".
      *   01  WS-AwardScanEOFFlag PIC X     VALUE "N".
      *       88 WS-AwardScanEOF          VALUE "Y".
      *   01  WS-AwardStudentId   PIC 99(9) VALUE ZEROS.
      *   01  WS-AwardTermCode    PIC X(6)  VALUE SPACES.
      *   01  WS-AwardGross       PIC 9(7)V99 VALUE ZEROS.
      *   01  WS-AwardTable.
      *       02  WS-AwardEntry OCCURS 5 TIMES.
      *           03  WS-AWSponsorCode PIC X(6).
      *           03  WS-AWType        PIC X.
      *           03  WS-AWAmount      PIC 9(7)V99.
      *   01  WS-AWCount          PIC 9     VALUE ZERO.
      *   01  WS-AWIndex          PIC 9     VALUE ZERO.
      *   01  WS-AwardShare       PIC 9(7)V99 VALUE ZEROS.
      *   01  WS-AwardTotal       PIC 9(7)V99 VALUE ZEROS.
      *   01  WS-AwardStudentShare PIC 9(7)V99 VALUE ZEROS.
      ******************************************************************
       ApplyStudentAwards.
           MOVE ZERO  TO WS-AWCount
           MOVE ZEROS TO WS-AwardTotal
           MOVE WS-AwardGross TO WS-AwardStudentShare
           IF WS-AwardFileAvailable AND WS-AwardTermCode NOT = SPACES
              AND WS-AwardGross > ZEROS
               MOVE "N" TO WS-AwardScanEOFFlag
               MOVE WS-AwardStudentId TO AW-StudentId
               MOVE WS-AwardTermCode  TO AW-TermCode
               MOVE LOW-VALUES        TO AW-SponsorCode
               START AwardFile KEY NOT < AW-AwardKey
                   INVALID KEY SET WS-AwardScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-AwardScanEOF
                   READ AwardFile NEXT
                       AT END
                           SET WS-AwardScanEOF TO TRUE
                       NOT AT END
                           IF AW-StudentId = WS-AwardStudentId AND
                              AW-TermCode = WS-AwardTermCode
                               PERFORM TakeOneAward
                           ELSE
                               SET WS-AwardScanEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TakeOneAward.
           IF AW-PercentBasis
               COMPUTE WS-AwardShare ROUNDED =
                   WS-AwardGross * AW-Percent / 100
           ELSE
               MOVE AW-FixedAmount TO WS-AwardShare
           END-IF
           IF WS-AwardShare > WS-AwardStudentShare
               MOVE WS-AwardStudentShare TO WS-AwardShare
           END-IF
           IF WS-AwardShare > ZEROS
               IF WS-AWCount < 5
                   ADD 1 TO WS-AWCount
                   MOVE AW-SponsorCode TO WS-AWSponsorCode(WS-AWCount)
                   MOVE AW-AwardType   TO WS-AWType(WS-AWCount)
                   MOVE WS-AwardShare  TO WS-AWAmount(WS-AWCount)
                   ADD WS-AwardShare TO WS-AwardTotal
                   SUBTRACT WS-AwardShare FROM WS-AwardStudentShare
               ELSE
                   DISPLAY "Warning - more than 5 awards for StudentId "
                           WS-AwardStudentId " term " WS-AwardTermCode
                           ", award from " AW-SponsorCode
                           " not applied."
               END-IF
           END-IF.

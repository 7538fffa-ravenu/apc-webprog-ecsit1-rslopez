      *          short computes the difference on the hours actually
      *          paid. It prints the BACKPAY.LST register, cuts a
      *          BACKPAY.DAT supplemental bank file in the same
      *          HDR/DTL/TRL shape as BANKPAY.DAT (each credit to the
      *          employee's first account on BANKACCT.DAT - a split
      *          applies to the regular net only), and journals a
      *          B-type correction back to PAYHOURS.DAT at the
      *          correct rate - so a rerun finds every period
      *          already settled and pays nothing twice.
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS EM-EmployeeId
       		              FILE STATUS IS WS-EmployeeStatus.
           SELECT BankAcctFile ASSIGN TO "BANKACCT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS BA-EmployeeId
       		              FILE STATUS IS WS-BankAcctStatus.
           SELECT BankFile ASSIGN TO "BACKPAY.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "BACKPAY.LST"
       FD EmployeeFile.
           COPY EMPMASRC.

       FD BankAcctFile.
           COPY BANKACRC.

       FD BankFile.
       01 BankRecord               PIC X(100).

       FD ReportFile.
       01 ReportLine               PIC X(100).
           88 WS-EmployeeStatusOk              VALUE "00".
       01  WS-EmployeeAvailableFlag PIC X      VALUE "N".
           88 WS-EmployeeFileAvailable          VALUE "Y".
       01  WS-BankAcctStatus       PIC XX      VALUE SPACES.
           88 WS-BankAcctStatusOk              VALUE "00".
       01  WS-BankAcctAvailableFlag PIC X      VALUE "N".
           88 WS-BankAcctAvailable             VALUE "Y".
       01  WS-NoAccountCount       PIC 9(6)    VALUE ZEROS.
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           02  BD-EmployeeName     PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  BD-Amount           PIC 9(6)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  BD-SortCode         PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  BD-Iban             PIC X(22).
           02  FILLER              PIC X       VALUE SPACE.
           02  BD-AcctName         PIC X(20).

       01  WS-BankTrailer.
           02  FILLER              PIC X(4)    VALUE "TRL ".
           IF WS-EmployeeStatusOk
               SET WS-EmployeeFileAvailable TO TRUE
           END-IF
           OPEN INPUT BankAcctFile
           IF WS-BankAcctStatusOk
               SET WS-BankAcctAvailable TO TRUE
           ELSE
               DISPLAY "Warning - BANKACCT.DAT could not be opened, "
                       "status " WS-BankAcctStatus " - BACKPAY.DAT "
                       "will carry no account details."
           END-IF
           OPEN OUTPUT BankFile
           OPEN OUTPUT ReportFile
           OPEN EXTEND PayHoursFile
           IF WS-EmployeeFileAvailable
               CLOSE EmployeeFile
           END-IF
           IF WS-BankAcctAvailable
               CLOSE BankAcctFile
           END-IF
           DISPLAY "BackPay - " WS-AdjustCount " adjustment(s) "
                   "totalling " WS-TotalBackPay
                   " written to BACKPAY.DAT, see BACKPAY.LST."
           IF WS-NoAccountCount > ZEROS
               DISPLAY "BackPay - " WS-NoAccountCount " credit(s) "
                       "have no account on BANKACCT.DAT - key the "
                       "details before BACKPAY.DAT is released."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.
               AT END SET WS-PayHoursEOF TO TRUE
           END-READ.

       SettleOnePeriod.
           PERFORM GetCorrectRate
           IF WS-CorrectRate > WS-PDRate(WS-PDIndex)
               END-IF
           END-IF.

           COPY BKPAYPG.

       WriteAdjustment.
           MOVE WS-PDEmployeeId(WS-PDIndex) TO DL-EmployeeId
               END-READ
           END-IF
           MOVE WS-DiffAmount TO BD-Amount
           MOVE SPACES TO BD-SortCode BD-Iban BD-AcctName
           MOVE WS-PDEmployeeId(WS-PDIndex) TO BA-EmployeeId
           IF WS-BankAcctAvailable
               READ BankAcctFile
                   INVALID KEY
                       ADD 1 TO WS-NoAccountCount
                   NOT INVALID KEY
                       MOVE BA-SortCode1 TO BD-SortCode
                       MOVE BA-Iban1     TO BD-Iban
                       MOVE BA-AcctName1 TO BD-AcctName
               END-READ
           ELSE
               ADD 1 TO WS-NoAccountCount
           END-IF
           WRITE BankRecord FROM WS-BankDetail
      * The correction is journaled at the rate now settled, so the
      * next BackPay run sees the period made whole.

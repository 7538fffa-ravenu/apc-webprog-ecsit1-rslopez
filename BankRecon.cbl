      *          never answered for, and a balance line proving the
      *          outcomes add back to the TRL record the upload was
      *          released against. Every failed credit is written to
      *          REISSUE.DAT (employee, name, amount, and the sort
      *          code / IBAN the credit bounced off) so it can be
      *          paid again once the account is fixed - instead of
      *          the employee discovering the bounce a week later.
      *          Each reissue item is checked against BANKACCT.DAT
      *          as it stands now and flagged CHANGED when the
      *          employee has since replaced the failed account, or
      *          UNCHANGED when a reissue would go to the same
      *          account and bounce again.
      *          Ends with the WARN return code when anything
      *          failed, was unmatched or went unanswered.
      * Tectonics: cobc
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "BANKRECON.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BankAcctFile ASSIGN TO "BANKACCT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS BA-EmployeeId
       		              FILE STATUS IS WS-BankAcctStatus.
       DATA DIVISION.

       FILE SECTION.
      * the count and total the bank confirmed receipt of. The three
      * record types share one area and tell apart on the tag.
       FD BankFile.
       01 BankRecord               PIC X(100).
       01 BankDetail REDEFINES BankRecord.
           02  BD-Tag              PIC X(4).
           02  BD-EmployeeId       PIC 9(6).
           02  BD-EmployeeName     PIC X(20).
           02  FILLER              PIC X.
           02  BD-NetPay           PIC 9(6)V99.
           02  FILLER              PIC X.
           02  BD-SortCode         PIC X(6).
           02  FILLER              PIC X.
           02  BD-Iban             PIC X(22).
           02  FILLER              PIC X.
           02  BD-AcctName         PIC X(20).
           02  FILLER              PIC X(9).
       01 BankTrailer REDEFINES BankRecord.
           02  BT-Tag              PIC X(4).
           02  BT-Count            PIC 9(6).
           02  FILLER              PIC X.
           02  BT-TotalNet         PIC 9(10)V99.
           02  FILLER              PIC X(77).

      * The bank's response - one line per item they processed, in
      * the layout agreed with the branch: PAID or FAIL, the
           02  BR-Reason           PIC X(20).

      * Failed credits parked for re-payment - same fields the bank
      * detail carried, including the account that failed, ready to
      * feed a supplemental payment once the account details are
      * corrected. RI-AcctStatus says whether BANKACCT.DAT has been
      * changed since: CHANGED, UNCHANGED, NO ACCOUNT (the details
      * have been deleted) or NOT CHECKED (BANKACCT.DAT unreadable).
       FD ReissueFile.
       01 ReissueRecord.
           02  RI-EmployeeId       PIC 9(6).
           02  RI-Amount           PIC 9(6)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  RI-Reason           PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  RI-SortCode         PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  RI-Iban             PIC X(22).
           02  FILLER              PIC X       VALUE SPACE.
           02  RI-AcctStatus       PIC X(11).

       FD ReportFile.
       01 ReportLine               PIC X(120).

       FD BankAcctFile.
           COPY BANKACRC.

       WORKING-STORAGE SECTION.
       01  WS-BankStatus           PIC XX      VALUE SPACES.
           88 WS-BankStatusOk                  VALUE "00".
       01  WS-ReturnStatus         PIC XX      VALUE SPACES.
           88 WS-ReturnStatusOk                VALUE "00".
       01  WS-BankAcctStatus       PIC XX      VALUE SPACES.
           88 WS-BankAcctStatusOk              VALUE "00".
       01  WS-BankAcctAvailableFlag PIC X      VALUE "N".
           88 WS-BankAcctAvailable             VALUE "Y".
       01  WS-AcctStatus           PIC X(11)   VALUE SPACES.
       01  WS-UnchangedCount       PIC 9(6)    VALUE ZEROS.

       01  WS-BankEOFFlag          PIC X       VALUE "N".
           88 WS-BankEOF                       VALUE "Y".
               03  WS-DTEmployeeId PIC 9(6).
               03  WS-DTName       PIC X(20).
               03  WS-DTAmount     PIC 9(6)V99.
               03  WS-DTSortCode   PIC X(6).
               03  WS-DTIban       PIC X(22).
               03  WS-DTAnswered   PIC X.
       01  WS-DetailCount          PIC 999     VALUE ZEROS.
       01  WS-DTIndex              PIC 999     VALUE ZEROS.
       01  WS-UnansweredTotal      PIC 9(10)V99 VALUE ZEROS.
       01  WS-AccountedTotal       PIC 9(10)V99 VALUE ZEROS.

       01  WS-HeadingLine          PIC X(120)  VALUE
           "BANK RETURN RECONCILIATION - BANKPAY.DAT VS BANKRET.DAT".

       01  WS-ItemLine.
           02  IL-Amount           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-Reason           PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-Iban             PIC X(22).
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-AcctStatus       PIC X(11).

       01  WS-TotalLine.
           02  TL-Label            PIC X(22).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  BL-Verdict          PIC X(16).

       01  WS-BlankLine            PIC X(120)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BankAcctFile
           IF WS-BankAcctStatusOk
               SET WS-BankAcctAvailable TO TRUE
           ELSE
               DISPLAY "Warning - BANKACCT.DAT could not be opened, "
                       "status " WS-BankAcctStatus " - failed items "
                       "are not checked for a changed account."
           END-IF
           OPEN OUTPUT ReissueFile
           OPEN OUTPUT ReportFile
           MOVE WS-HeadingLine TO ReportLine
           PERFORM WriteTotals
           CLOSE ReissueFile
           CLOSE ReportFile
           IF WS-BankAcctAvailable
               CLOSE BankAcctFile
           END-IF
           IF WS-UnchangedCount > ZEROS
               DISPLAY "BankRecon - " WS-UnchangedCount " failed "
                       "item(s) are still on the account that "
                       "bounced - fix BANKACCT.DAT before reissuing."
           END-IF
           IF WS-FailCount > ZEROS OR WS-UnmatchedCount > ZEROS OR
              WS-UnansweredCount > ZEROS
               DISPLAY "BankRecon - " WS-FailCount " failed, "
                               TO WS-DTName(WS-DetailCount)
                           MOVE BD-NetPay
                               TO WS-DTAmount(WS-DetailCount)
                           MOVE BD-SortCode
                               TO WS-DTSortCode(WS-DetailCount)
                           MOVE BD-Iban
                               TO WS-DTIban(WS-DetailCount)
                           MOVE "N"
                               TO WS-DTAnswered(WS-DetailCount)
                       END-IF
               MOVE SPACES          TO IL-Name
               MOVE BR-Amount       TO IL-Amount
               MOVE BR-Reason       TO IL-Reason
               MOVE SPACES          TO IL-Iban IL-AcctStatus
               MOVE WS-ItemLine TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE WS-DTName(WS-DTIndex) TO IL-Name
           MOVE BR-Amount TO IL-Amount
           MOVE BR-Reason TO IL-Reason
           MOVE WS-DTIban(WS-DTIndex) TO IL-Iban
           MOVE SPACES TO IL-AcctStatus
           IF BR-Status = "PAID"
               ADD 1 TO WS-PaidCount
               ADD BR-Amount TO WS-PaidTotal
               ADD 1 TO WS-FailCount
               ADD BR-Amount TO WS-FailTotal
               MOVE "FAILED     " TO IL-Outcome
               PERFORM CheckAccountChanged
               MOVE WS-AcctStatus TO IL-AcctStatus
               PERFORM WriteReissueRecord
           END-IF
           MOVE WS-ItemLine TO ReportLine
           MOVE WS-DTName(WS-DTIndex) TO RI-EmployeeName
           MOVE BR-Amount             TO RI-Amount
           MOVE BR-Reason             TO RI-Reason
           MOVE WS-DTSortCode(WS-DTIndex) TO RI-SortCode
           MOVE WS-DTIban(WS-DTIndex)     TO RI-Iban
           MOVE WS-AcctStatus         TO RI-AcctStatus
           WRITE ReissueRecord.

      * The failed IBAN still being one of the employee's accounts
      * on file means nothing has been fixed yet.
       CheckAccountChanged.
           IF WS-BankAcctAvailable
               MOVE BR-EmployeeId TO BA-EmployeeId
               READ BankAcctFile
                   INVALID KEY
                       MOVE "NO ACCOUNT" TO WS-AcctStatus
                   NOT INVALID KEY
                       IF BA-Iban1 = WS-DTIban(WS-DTIndex) OR
                          BA-Iban2 = WS-DTIban(WS-DTIndex)
                           MOVE "UNCHANGED" TO WS-AcctStatus
                           ADD 1 TO WS-UnchangedCount
                       ELSE
                           MOVE "CHANGED" TO WS-AcctStatus
                       END-IF
               END-READ
           ELSE
               MOVE "NOT CHECKED" TO WS-AcctStatus
           END-IF.

       ReportUnanswered.
           PERFORM VARYING WS-DTIndex FROM 1 BY 1
                   UNTIL WS-DTIndex > WS-DetailCount
                       TO IL-EmployeeId
                   MOVE WS-DTName(WS-DTIndex) TO IL-Name
                   MOVE WS-DTAmount(WS-DTIndex) TO IL-Amount
                   MOVE SPACES TO IL-Reason IL-AcctStatus
                   MOVE WS-DTIban(WS-DTIndex) TO IL-Iban
                   MOVE WS-ItemLine TO ReportLine
                   WRITE ReportLine
               END-IF

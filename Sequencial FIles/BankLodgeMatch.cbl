      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Bank lodgement matching - reads the bank's daily
      *          lodgement file BANKLODG.DAT (HDR, one DTL line per
      *          receipt with the payer's free-text reference and
      *          name, TRL with the count and total, in the same
      *          tagged shape BankRecon reads BANKPAY.DAT) and matches
      *          every receipt to a student without anyone having to
      *          key it: first on a StudentId quoted in the payer's
      *          reference, then on a TuitionBilling invoice number
      *          quoted there (looked up on STUDLEDG.DAT), and last on
      *          a word of the payer's name that is a surname on
      *          STUDENTS.DAT for a student whose open balance, or one
      *          of whose invoices, is exactly the amount paid. A
      *          receipt that leads to exactly one student is posted
      *          as a C(redit) entry on STUDLEDG.DAT the way
      *          PaymentEntry posts one, referenced with the bank's
      *          own reference. A receipt that leads to nobody, or to
      *          more than one student at the first step that finds
      *          any, goes to the SUSPENSE.DAT suspense file for an
      *          operator to assign through SuspenseClear. BANKMATCH.LST
      *          lists every receipt and its outcome and balances the
      *          file total (the TRL record's, else the sum of the DTL
      *          lines) against posted plus suspense. The posted total
      *          is written to GLINTF.DAT as a receipts/debtors pair of
      *          legs under the PAYMENT source; money in suspense goes
      *          to the general ledger when it is cleared. The
      *          consumed file is renamed to BANKLODG.DON so a rerun
      *          can never post it twice. Ends with return code 4 when
      *          anything went to suspense, 8 when a line could not be
      *          read or the file does not balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankLodgeMatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LodgeFile ASSIGN TO "BANKLODG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LodgeStatus.
           SELECT LedgerFile ASSIGN TO "STUDLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LedgerStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS SQ-SuspenseKey
       		              FILE STATUS IS WS-SuspenseStatus.
           SELECT ReportFile ASSIGN TO "BANKMATCH.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BalanceSortFile ASSIGN TO "BLSORT.TMP".
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT GlIntfFile ASSIGN TO "GLINTF.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-GlIntfStatus.
       DATA DIVISION.

       FILE SECTION.
      * The bank's lodgement file - HDR, one DTL per receipt credited
      * to the fees account, TRL with the count and total the bank
      * lodged. The three record types share one area and tell apart
      * on the tag; the HDR carries nothing this run needs.
       FD LodgeFile.
       01 LodgeRecord              PIC X(100).
       01 LodgeDetail REDEFINES LodgeRecord.
           02  LD-Tag              PIC X(4).
           02  LD-ValueDate        PIC X(8).
           02  FILLER              PIC X.
           02  LD-Amount           PIC 9(7)V99.
           02  FILLER              PIC X.
           02  LD-BankRef          PIC X(12).
           02  FILLER              PIC X.
           02  LD-PayerRef         PIC X(30).
           02  FILLER              PIC X.
           02  LD-PayerName        PIC X(30).
           02  FILLER              PIC X(3).
       01 LodgeTrailer REDEFINES LodgeRecord.
           02  LT-Tag              PIC X(4).
           02  LT-Count            PIC 9(6).
           02  FILLER              PIC X.
           02  LT-Total            PIC 9(10)V99.
           02  FILLER              PIC X(77).

       FD LedgerFile.
           COPY LEDGERRC.

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

       FD SuspenseFile.
           COPY SUSPRC.

       FD ReportFile.
       01 ReportLine               PIC X(140).

      * STUDLEDG.DAT in StudentId order, so each student's open
      * balance is one control break.
       SD BalanceSortFile.
       01 BalanceSortRecord.
           02  BW-StudentId        PIC 99(9).
           02  BW-TransType        PIC X.
           02  BW-Amount           PIC 9(7)V99.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD GlIntfFile.
           COPY GLINTFRC.

       WORKING-STORAGE SECTION.
       01  WS-LodgeStatus          PIC XX      VALUE SPACES.
           88 WS-LodgeStatusOk                 VALUE "00".
           88 WS-LodgeNotFound                 VALUE "35".
       01  WS-LedgerStatus         PIC XX      VALUE SPACES.
           88 WS-LedgerStatusOk                VALUE "00".
           88 WS-LedgerNotFound                VALUE "35".
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-SuspenseStatus       PIC XX      VALUE SPACES.
           88 WS-SuspenseStatusOk              VALUE "00".
           88 WS-SuspenseNotFound              VALUE "35".

       01  WS-LodgeEOFFlag         PIC X       VALUE "N".
           88 WS-LodgeEOF                      VALUE "Y".
       01  WS-LedgerEOFFlag        PIC X       VALUE "N".
           88 WS-LedgerEOF                     VALUE "Y".
       01  WS-SortEOFFlag          PIC X       VALUE "N".
           88 WS-SortEOF                       VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".

      * Every student with money still owing, in StudentId order,
      * and every numbered invoice ever raised - loaded once from
      * STUDLEDG.DAT before the first receipt is matched. A balance
      * comes down as each receipt is posted against it, so two
      * receipts for the same invoice cannot both match on amount.
       01  WS-BalanceTable.
           02  WS-BalanceEntry OCCURS 5000 TIMES.
               03  WS-BTStudentId  PIC 99(9).
               03  WS-BTBalance    PIC S9(9)V99.
       01  WS-BTCount              PIC 9(4)    VALUE ZEROS.
       01  WS-BTIndex              PIC 9(4)    VALUE ZEROS.
       01  WS-BTFoundFlag          PIC X       VALUE "N".
           88 WS-BalanceFound                  VALUE "Y".
       01  WS-BTFullFlag           PIC X       VALUE "N".
           88 WS-BalanceTableFull              VALUE "Y".
       01  WS-BreakStudentId       PIC 99(9)   VALUE ZEROS.
       01  WS-BreakBalance         PIC S9(9)V99 VALUE ZEROS.

       01  WS-InvoiceTable.
           02  WS-InvoiceEntry OCCURS 5000 TIMES.
               03  WS-IVReference  PIC X(12).
               03  WS-IVStudentId  PIC 99(9).
               03  WS-IVAmount     PIC 9(7)V99.
       01  WS-IVCount              PIC 9(4)    VALUE ZEROS.
       01  WS-IVIndex              PIC 9(4)    VALUE ZEROS.
       01  WS-IVFullFlag           PIC X       VALUE "N".
           88 WS-InvoiceTableFull              VALUE "Y".

      * The candidates one receipt leads to. Only whether there is
      * none, one or more than one matters, so the first StudentId
      * is kept and a second, different one ends the count at 2.
       01  WS-CandidateCount       PIC 9       VALUE ZERO.
       01  WS-CandidateId          PIC 99(9)   VALUE ZEROS.
       01  WS-MatchStudentId       PIC 99(9)   VALUE ZEROS.
       01  WS-MatchMethod          PIC X(20)   VALUE SPACES.
       01  WS-SuspenseReason       PIC X(20)   VALUE SPACES.

      * The payer's reference upper-cased, with one trailing space
      * so a run of digits at its very end still ends on a
      * non-digit.
       01  WS-ScanRef              PIC X(31)   VALUE SPACES.
       01  WS-CharIndex            PIC 99      VALUE ZEROS.
       01  WS-RunStart             PIC 99      VALUE ZEROS.
       01  WS-RunLength            PIC 99      VALUE ZEROS.
       01  WS-DigitRun             PIC X(10)   JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-DigitRunNum REDEFINES WS-DigitRun
                                   PIC 9(10).
       01  WS-InvoiceRef           PIC X(12)   VALUE SPACES.

      * The payer's name broken into words - each word of two or
      * more letters is tried as a surname.
       01  WS-ScanName             PIC X(30)   VALUE SPACES.
       01  WS-NameWords.
           02  WS-NameWord         PIC X(30)   OCCURS 6 TIMES.
       01  WS-NameIndex            PIC 9       VALUE ZERO.
       01  WS-SurnameKey           PIC X(10)   VALUE SPACES.

       01  WS-LastItemNo           PIC 9(5)    VALUE ZEROS.

       01  WS-TrailerCount         PIC 9(6)    VALUE ZEROS.
       01  WS-TrailerTotal         PIC 9(10)V99 VALUE ZEROS.
       01  WS-TrailerSeenFlag      PIC X       VALUE "N".
           88 WS-TrailerSeen                   VALUE "Y".

       01  WS-ReceiptCount         PIC 9(6)    VALUE ZEROS.
       01  WS-ReceiptTotal         PIC 9(10)V99 VALUE ZEROS.
       01  WS-PostedCount          PIC 9(6)    VALUE ZEROS.
       01  WS-PostedTotal          PIC 9(9)V99 VALUE ZEROS.
       01  WS-SuspenseCount        PIC 9(6)    VALUE ZEROS.
       01  WS-SuspenseTotal        PIC 9(10)V99 VALUE ZEROS.
       01  WS-UnreadableCount      PIC 9(6)    VALUE ZEROS.
       01  WS-AccountedCount       PIC 9(6)    VALUE ZEROS.
       01  WS-AccountedTotal       PIC 9(10)V99 VALUE ZEROS.
       01  WS-FileCount            PIC 9(6)    VALUE ZEROS.
       01  WS-FileTotal            PIC 9(10)V99 VALUE ZEROS.
       01  WS-BalancedFlag         PIC X       VALUE "N".
           88 WS-FileBalanced                  VALUE "Y".

       01  WS-LodgeFileName        PIC X(13)   VALUE "BANKLODG.DAT".
       01  WS-LodgeArchiveName     PIC X(13)   VALUE "BANKLODG.DON".
       01  WS-LodgeRenameRC        PIC S9(9)   VALUE ZERO.

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

      * Work fields for the GLINTF.DAT journal legs (GLINTFPG).
       01  WS-GlIntfStatus         PIC XX      VALUE SPACES.
           88 WS-GlIntfNotFound                VALUE "35".
       01  WS-GlSource             PIC X(8)    VALUE "PAYMENT".
       01  WS-GlTransType          PIC X(10)   VALUE SPACES.
       01  WS-GlDepartment         PIC X(10)   VALUE SPACES.
       01  WS-GlDrCr               PIC X       VALUE SPACE.
       01  WS-GlAmount             PIC S9(9)V99 VALUE ZEROS.
       01  WS-GlReference          PIC X(20)   VALUE SPACES.

       01  WS-HeadingLine          PIC X(140)  VALUE
           "BANK LODGEMENT MATCHING - BANKLODG.DAT TO STUDLEDG.DAT".

       01  WS-ColumnLine.
           02  FILLER              PIC X(46)   VALUE
               "OUTCOME    BANK REF     VALUE DT       AMOUNT ".
           02  FILLER              PIC X(63)   VALUE
               "STUDENT    MATCHED ON / REASON  PAYER REFERENCE".
           02  FILLER              PIC X(10)   VALUE
               "PAYER NAME".

       01  WS-ItemLine.
           02  IL-Outcome          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-BankRef          PIC X(12).
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-ValueDate        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-Amount           PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-StudentId        PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-Method           PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-PayerRef         PIC X(30).
           02  FILLER              PIC X       VALUE SPACE.
           02  IL-PayerName        PIC X(30).

       01  WS-TotalLine.
           02  TL-Label            PIC X(22).
           02  TL-Count            PIC ZZZZZ9.
           02  FILLER              PIC X       VALUE SPACE.
           02  TL-Amount           PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  TL-Verdict          PIC X(40).

       01  WS-BlankLine            PIC X(140)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           OPEN INPUT LodgeFile
           IF WS-LodgeNotFound
               DISPLAY "BankLodgeMatch - no BANKLODG.DAT, nothing to "
                       "match."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-LodgeStatusOk
               DISPLAY "BankLodgeMatch - BANKLODG.DAT could not be "
                       "opened, status " WS-LodgeStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT StudentFile
           IF NOT WS-StudentStatusOk
               DISPLAY "BankLodgeMatch - STUDENTS.DAT could not be "
                       "opened, status " WS-StudentStatus
                       " - run aborted, BANKLODG.DAT left in place."
               CLOSE LodgeFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O SuspenseFile
           IF WS-SuspenseNotFound
               OPEN OUTPUT SuspenseFile
               CLOSE SuspenseFile
               OPEN I-O SuspenseFile
           END-IF
           IF NOT WS-SuspenseStatusOk
               DISPLAY "BankLodgeMatch - SUSPENSE.DAT could not be "
                       "opened, status " WS-SuspenseStatus
                       " - run aborted, BANKLODG.DAT left in place."
               CLOSE LodgeFile
               CLOSE StudentFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FindLastSuspenseItem
           SORT BalanceSortFile
               ON ASCENDING KEY BW-StudentId
               INPUT PROCEDURE IS LoadLedgerEntries
               OUTPUT PROCEDURE IS BuildBalanceTable
           OPEN EXTEND LedgerFile
           IF WS-LedgerNotFound
               OPEN OUTPUT LedgerFile
               CLOSE LedgerFile
               OPEN EXTEND LedgerFile
           END-IF
           OPEN OUTPUT ReportFile
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnLine TO ReportLine
           WRITE ReportLine
           PERFORM ReadLodgeRecord
           PERFORM MatchLodgeRecord UNTIL WS-LodgeEOF
           CLOSE LodgeFile
           CLOSE LedgerFile
           CLOSE StudentFile
           CLOSE SuspenseFile
           PERFORM WriteTotals
           CLOSE ReportFile
           PERFORM WriteGlJournal
           PERFORM ArchiveLodgeFile
           DISPLAY "BankLodgeMatch - " WS-PostedCount " receipt(s) "
                   "posted, " WS-SuspenseCount " to SUSPENSE.DAT, "
                   WS-UnreadableCount " unreadable - see "
                   "BANKMATCH.LST."
           EVALUATE TRUE
               WHEN NOT WS-FileBalanced OR WS-UnreadableCount > ZEROS
                   DISPLAY "BankLodgeMatch - BANKLODG.DAT does not "
                           "balance, check it against the bank "
                           "statement."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SuspenseCount > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

           COPY BUSDATPG.

      * Items go on SUSPENSE.DAT numbered on from the last one
      * already filed under the business date, so a second lodgement
      * file on the same day never collides with the first.
       FindLastSuspenseItem.
           MOVE ZEROS TO WS-LastItemNo
           MOVE "N" TO WS-ScanEOFFlag
           MOVE WS-BusinessDate TO SQ-LodgeDate
           MOVE ZEROS           TO SQ-ItemNo
           START SuspenseFile KEY NOT < SQ-SuspenseKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ SuspenseFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF SQ-LodgeDate = WS-BusinessDate
                           MOVE SQ-ItemNo TO WS-LastItemNo
                       ELSE
                           SET WS-ScanEOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * The SORT input procedure - every ledger entry is released
      * for the balances, and every invoice debit carrying one of
      * TuitionBilling's invoice numbers is also kept for matching
      * on the number.
       LoadLedgerEntries.
           OPEN INPUT LedgerFile
           IF WS-LedgerStatusOk
               PERFORM ReadLedger
               PERFORM UNTIL WS-LedgerEOF
                   MOVE LG-StudentId TO BW-StudentId
                   MOVE LG-TransType TO BW-TransType
                   MOVE LG-Amount    TO BW-Amount
                   RELEASE BalanceSortRecord
                   IF LG-TransType = "D" AND
                      LG-Reference(1:2) = "IN" AND
                      LG-Reference(3:10) IS NUMERIC
                       PERFORM KeepInvoiceEntry
                   END-IF
                   PERFORM ReadLedger
               END-PERFORM
               CLOSE LedgerFile
           ELSE
               DISPLAY "Warning - STUDLEDG.DAT not available, "
                       "receipts match on StudentId only."
           END-IF.

       ReadLedger.
           READ LedgerFile
               AT END SET WS-LedgerEOF TO TRUE
           END-READ.

       KeepInvoiceEntry.
           IF WS-IVCount < 5000
               ADD 1 TO WS-IVCount
               MOVE LG-Reference TO WS-IVReference(WS-IVCount)
               MOVE LG-StudentId TO WS-IVStudentId(WS-IVCount)
               MOVE LG-Amount    TO WS-IVAmount(WS-IVCount)
           ELSE
               IF NOT WS-InvoiceTableFull
                   DISPLAY "Warning - more than 5000 invoices on "
                           "STUDLEDG.DAT, the later ones are not "
                           "matched on invoice number."
                   SET WS-InvoiceTableFull TO TRUE
               END-IF
           END-IF.

      * The SORT output procedure - one control break per student,
      * keeping only those with money still owing.
       BuildBalanceTable.
           PERFORM ReturnBalanceSort
           PERFORM UNTIL WS-SortEOF
               MOVE BW-StudentId TO WS-BreakStudentId
               MOVE ZEROS        TO WS-BreakBalance
               PERFORM UNTIL WS-SortEOF OR
                             BW-StudentId NOT = WS-BreakStudentId
                   IF BW-TransType = "D"
                       ADD BW-Amount TO WS-BreakBalance
                   ELSE
                       SUBTRACT BW-Amount FROM WS-BreakBalance
                   END-IF
                   PERFORM ReturnBalanceSort
               END-PERFORM
               IF WS-BreakBalance > ZEROS
                   PERFORM KeepBalanceEntry
               END-IF
           END-PERFORM.

       ReturnBalanceSort.
           RETURN BalanceSortFile
               AT END SET WS-SortEOF TO TRUE
           END-RETURN.

       KeepBalanceEntry.
           IF WS-BTCount < 5000
               ADD 1 TO WS-BTCount
               MOVE WS-BreakStudentId TO WS-BTStudentId(WS-BTCount)
               MOVE WS-BreakBalance   TO WS-BTBalance(WS-BTCount)
           ELSE
               IF NOT WS-BalanceTableFull
                   DISPLAY "Warning - more than 5000 students owing, "
                           "the rest are not matched on balance."
                   SET WS-BalanceTableFull TO TRUE
               END-IF
           END-IF.

       ReadLodgeRecord.
           READ LodgeFile
               AT END SET WS-LodgeEOF TO TRUE
           END-READ.

       MatchLodgeRecord.
           EVALUATE LD-Tag
               WHEN "DTL "
                   PERFORM MatchOneReceipt
               WHEN "TRL "
                   SET WS-TrailerSeen TO TRUE
                   MOVE LT-Count TO WS-TrailerCount
                   MOVE LT-Total TO WS-TrailerTotal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM ReadLodgeRecord.

      * The three tests run in order and the first that finds anyone
      * decides - a reference naming two students is not rescued by
      * the payer's name. A line whose amount cannot be read is
      * listed and left out of every total.
       MatchOneReceipt.
           MOVE LD-BankRef   TO IL-BankRef
           MOVE LD-ValueDate TO IL-ValueDate
           MOVE LD-PayerRef  TO IL-PayerRef
           MOVE LD-PayerName TO IL-PayerName
           MOVE SPACES       TO IL-StudentId
           IF LD-Amount NOT NUMERIC OR LD-Amount = ZEROS
               ADD 1 TO WS-UnreadableCount
               MOVE "UNREADABLE" TO IL-Outcome
               MOVE ZEROS        TO IL-Amount
               MOVE "AMOUNT NOT NUMERIC" TO IL-Method
           ELSE
               ADD 1 TO WS-ReceiptCount
               ADD LD-Amount TO WS-ReceiptTotal
               MOVE LD-Amount TO IL-Amount
               MOVE ZERO  TO WS-CandidateCount
               MOVE ZEROS TO WS-MatchStudentId
               MOVE FUNCTION UPPER-CASE(LD-PayerRef) TO WS-ScanRef
               MOVE "STUDENT ID" TO WS-MatchMethod
               PERFORM MatchOnStudentId
               IF WS-CandidateCount = ZERO
                   MOVE "INVOICE NUMBER" TO WS-MatchMethod
                   PERFORM MatchOnInvoiceNumber
               END-IF
               IF WS-CandidateCount = ZERO
                   MOVE "SURNAME + AMOUNT" TO WS-MatchMethod
                   PERFORM MatchOnSurname
               END-IF
               EVALUATE WS-CandidateCount
                   WHEN 1
                       PERFORM PostReceipt
                   WHEN ZERO
                       MOVE "NO MATCH" TO WS-SuspenseReason
                       PERFORM FileInSuspense
                   WHEN OTHER
                       MOVE SPACES TO WS-SuspenseReason
                       STRING "AMBIGUOUS " WS-MatchMethod
                           DELIMITED BY SIZE INTO WS-SuspenseReason
                       PERFORM FileInSuspense
               END-EVALUATE
           END-IF
           MOVE WS-ItemLine TO ReportLine
           WRITE ReportLine.

       AddCandidate.
           IF WS-CandidateCount = ZERO
               MOVE 1 TO WS-CandidateCount
               MOVE WS-CandidateId TO WS-MatchStudentId
           ELSE
               IF WS-CandidateId NOT = WS-MatchStudentId
                   MOVE 2 TO WS-CandidateCount
               END-IF
           END-IF.

      * Every run of 5 to 10 digits in the reference is tried as a
      * StudentId, so one quoted in full as the invoice prints it
      * still matches - shorter runs are too often a year or a house
      * number, and a run straight after IN is an invoice number.
       MatchOnStudentId.
           MOVE ZEROS TO WS-RunLength
           PERFORM VARYING WS-CharIndex FROM 1 BY 1
                   UNTIL WS-CharIndex > 31
               IF WS-ScanRef(WS-CharIndex:1) IS NUMERIC
                   IF WS-RunLength = ZEROS
                       MOVE WS-CharIndex TO WS-RunStart
                   END-IF
                   ADD 1 TO WS-RunLength
               ELSE
                   IF WS-RunLength >= 5 AND WS-RunLength <= 10
                       PERFORM TryStudentIdRun
                   END-IF
                   MOVE ZEROS TO WS-RunLength
               END-IF
           END-PERFORM.

       TryStudentIdRun.
           IF WS-RunStart > 2 AND
              WS-ScanRef(WS-RunStart - 2:2) = "IN"
               CONTINUE
           ELSE
               MOVE WS-ScanRef(WS-RunStart:WS-RunLength)
                   TO WS-DigitRun
               INSPECT WS-DigitRun REPLACING LEADING SPACE BY ZERO
               MOVE WS-DigitRunNum TO StudentId
               READ StudentFile KEY IS StudentId
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE StudentId TO WS-CandidateId
                       PERFORM AddCandidate
               END-READ
           END-IF.

      * IN followed by ten digits anywhere in the reference is taken
      * as a TuitionBilling invoice number.
       MatchOnInvoiceNumber.
           PERFORM VARYING WS-CharIndex FROM 1 BY 1
                   UNTIL WS-CharIndex > 19
               IF WS-ScanRef(WS-CharIndex:2) = "IN" AND
                  WS-ScanRef(WS-CharIndex + 2:10) IS NUMERIC
                   MOVE WS-ScanRef(WS-CharIndex:12) TO WS-InvoiceRef
                   PERFORM FindInvoiceNumber
               END-IF
           END-PERFORM.

       FindInvoiceNumber.
           PERFORM VARYING WS-IVIndex FROM 1 BY 1
                   UNTIL WS-IVIndex > WS-IVCount
               IF WS-IVReference(WS-IVIndex) = WS-InvoiceRef
                   MOVE WS-IVStudentId(WS-IVIndex) TO WS-CandidateId
                   PERFORM AddCandidate
               END-IF
           END-PERFORM.

      * Each word of the payer's name is looked up on the Surname
      * key; a student of that surname is a candidate only when the
      * amount paid clears their balance or one of their invoices
      * exactly.
       MatchOnSurname.
           MOVE FUNCTION UPPER-CASE(LD-PayerName) TO WS-ScanName
           INSPECT WS-ScanName REPLACING ALL "." BY SPACE
                                         ALL "," BY SPACE
           MOVE SPACES TO WS-NameWords
           UNSTRING WS-ScanName DELIMITED BY ALL SPACE
               INTO WS-NameWord(1) WS-NameWord(2) WS-NameWord(3)
                    WS-NameWord(4) WS-NameWord(5) WS-NameWord(6)
           END-UNSTRING
           PERFORM VARYING WS-NameIndex FROM 1 BY 1
                   UNTIL WS-NameIndex > 6
               IF WS-NameWord(WS-NameIndex)(2:1) NOT = SPACE
                   PERFORM ScanSurname
               END-IF
           END-PERFORM.

       ScanSurname.
           MOVE WS-NameWord(WS-NameIndex) TO WS-SurnameKey
           MOVE WS-SurnameKey TO Surname
           MOVE "N" TO WS-ScanEOFFlag
           START StudentFile KEY NOT < Surname
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ StudentFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF Surname = WS-SurnameKey
                           MOVE StudentId TO WS-CandidateId
                           PERFORM CheckAmountOwed
                       ELSE
                           SET WS-ScanEOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       CheckAmountOwed.
           PERFORM FindBalance
           IF WS-BalanceFound AND
              WS-BTBalance(WS-BTIndex) = LD-Amount
               PERFORM AddCandidate
           ELSE
               PERFORM VARYING WS-IVIndex FROM 1 BY 1
                       UNTIL WS-IVIndex > WS-IVCount
                   IF WS-IVStudentId(WS-IVIndex) = WS-CandidateId AND
                      WS-IVAmount(WS-IVIndex) = LD-Amount
                       PERFORM AddCandidate
                       MOVE WS-IVCount TO WS-IVIndex
                   END-IF
               END-PERFORM
           END-IF.

      * The balance table is in StudentId order, so the search stops
      * at the first entry at or past the student.
       FindBalance.
           MOVE "N" TO WS-BTFoundFlag
           PERFORM VARYING WS-BTIndex FROM 1 BY 1
                   UNTIL WS-BTIndex > WS-BTCount OR
                         WS-BTStudentId(WS-BTIndex) >= WS-CandidateId
               CONTINUE
           END-PERFORM
           IF WS-BTIndex <= WS-BTCount
               IF WS-BTStudentId(WS-BTIndex) = WS-CandidateId
                   SET WS-BalanceFound TO TRUE
               END-IF
           END-IF.

      * One ledger credit per receipt, the way PaymentEntry posts a
      * payment, carrying the bank's reference so the statement
      * shows which lodgement it was.
       PostReceipt.
           MOVE SPACES            TO StudentLedgerRecord
           MOVE WS-MatchStudentId TO LG-StudentId
           MOVE "C"               TO LG-TransType
           MOVE WS-BusinessDate   TO LG-TransDate
           MOVE LD-Amount         TO LG-Amount
           IF LD-BankRef = SPACES
               MOVE "LODGEMENT"   TO LG-Reference
           ELSE
               MOVE LD-BankRef    TO LG-Reference
           END-IF
           WRITE StudentLedgerRecord
           ADD 1 TO WS-PostedCount
           ADD LD-Amount TO WS-PostedTotal
           MOVE WS-MatchStudentId TO WS-CandidateId
           PERFORM FindBalance
           IF WS-BalanceFound
               SUBTRACT LD-Amount FROM WS-BTBalance(WS-BTIndex)
           END-IF
           MOVE "POSTED"          TO IL-Outcome
           MOVE WS-MatchStudentId TO IL-StudentId
           MOVE WS-MatchMethod    TO IL-Method.

       FileInSuspense.
           ADD 1 TO WS-LastItemNo
           MOVE SPACES            TO SuspenseRecord
           MOVE WS-BusinessDate   TO SQ-LodgeDate
           MOVE WS-LastItemNo     TO SQ-ItemNo
           IF LD-ValueDate IS NUMERIC
               MOVE LD-ValueDate  TO SQ-ValueDate
           ELSE
               MOVE ZEROS         TO SQ-ValueDate
           END-IF
           MOVE LD-Amount         TO SQ-Amount
           MOVE LD-BankRef        TO SQ-BankRef
           MOVE LD-PayerRef       TO SQ-PayerRef
           MOVE LD-PayerName      TO SQ-PayerName
           MOVE WS-SuspenseReason TO SQ-Reason
           SET SQ-Open TO TRUE
           MOVE ZEROS             TO SQ-StudentId
           MOVE ZEROS             TO SQ-ClearedDate
           MOVE SPACES            TO SQ-ClearedBy
           WRITE SuspenseRecord
               INVALID KEY
                   DISPLAY "Warning - SUSPENSE.DAT item "
                           SQ-SuspenseKey " could not be written, "
                           "status " WS-SuspenseStatus "."
           END-WRITE
           ADD 1 TO WS-SuspenseCount
           ADD LD-Amount TO WS-SuspenseTotal
           MOVE "SUSPENSE"        TO IL-Outcome
           MOVE WS-SuspenseReason TO IL-Method.

      * Posted plus suspense must reproduce the file total - the TRL
      * record's when the bank sent one, else the sum of the DTL
      * lines read. An unreadable line or a TRL that disagrees puts
      * the file out of balance.
       WriteTotals.
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           IF WS-TrailerSeen
               MOVE WS-TrailerCount TO WS-FileCount
               MOVE WS-TrailerTotal TO WS-FileTotal
               MOVE SPACES TO TL-Verdict
           ELSE
               COMPUTE WS-FileCount = WS-ReceiptCount
                   + WS-UnreadableCount
               MOVE WS-ReceiptTotal TO WS-FileTotal
               MOVE "(NO TRL RECORD - SUM OF THE DTL LINES)"
                   TO TL-Verdict
           END-IF
           MOVE "FILE TOTAL          : " TO TL-Label
           MOVE WS-FileCount TO TL-Count
           MOVE WS-FileTotal TO TL-Amount
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO TL-Verdict
           MOVE "POSTED              : " TO TL-Label
           MOVE WS-PostedCount TO TL-Count
           MOVE WS-PostedTotal TO TL-Amount
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           MOVE "TO SUSPENSE         : " TO TL-Label
           MOVE WS-SuspenseCount TO TL-Count
           MOVE WS-SuspenseTotal TO TL-Amount
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           MOVE "UNREADABLE          : " TO TL-Label
           MOVE WS-UnreadableCount TO TL-Count
           MOVE ZEROS TO TL-Amount
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           COMPUTE WS-AccountedCount = WS-PostedCount
               + WS-SuspenseCount
           COMPUTE WS-AccountedTotal = WS-PostedTotal
               + WS-SuspenseTotal
           IF WS-AccountedTotal = WS-FileTotal AND
              WS-AccountedCount = WS-FileCount
               SET WS-FileBalanced TO TRUE
               MOVE "IN BALANCE" TO TL-Verdict
           ELSE
               MOVE "** OUT OF BALANCE" TO TL-Verdict
           END-IF
           MOVE "POSTED + SUSPENSE   : " TO TL-Label
           MOVE WS-AccountedCount TO TL-Count
           MOVE WS-AccountedTotal TO TL-Amount
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine.

      * The receipts posted as one balanced pair of journal legs -
      * cash received debited, debtors credited - under the same
      * source PaymentEntry posts its receipts under.
       WriteGlJournal.
           MOVE SPACES TO WS-GlReference
           STRING "BANKLODG " WS-BusinessDate DELIMITED BY SIZE
               INTO WS-GlReference
           MOVE WS-PostedTotal TO WS-GlAmount
           MOVE "RECEIPTS" TO WS-GlTransType
           MOVE "D" TO WS-GlDrCr
           PERFORM WriteGlLine
           MOVE "DEBTORS" TO WS-GlTransType
           MOVE "C" TO WS-GlDrCr
           PERFORM WriteGlLine.

           COPY GLINTFPG.

      * Same rename-out-of-the-way PaymentEntry gives PMTRANS.DAT -
      * a lodgement file is matched once and once only.
       ArchiveLodgeFile.
           CALL "CBL_DELETE_FILE" USING WS-LodgeArchiveName
               RETURNING WS-LodgeRenameRC
           CALL "CBL_RENAME_FILE" USING WS-LodgeFileName
                   WS-LodgeArchiveName
               RETURNING WS-LodgeRenameRC
           IF WS-LodgeRenameRC NOT = ZERO
               DISPLAY "Warning - could not archive BANKLODG.DAT after "
                       "matching, return code " WS-LodgeRenameRC "."
           END-IF.

       END PROGRAM BankLodgeMatch.

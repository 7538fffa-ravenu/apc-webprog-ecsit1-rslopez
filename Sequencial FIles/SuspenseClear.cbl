      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: SUSPENSE.DAT clearing - List / Assign of the bank
      *          receipts BankLodgeMatch could not match to a student.
      *          The operator signs on against OPERATOR.DAT first, the
      *          way HoldMaint does, lists the open items, and assigns
      *          each one to the StudentId it belongs to once that has
      *          been worked out from the bank statement or the payer.
      *          Assigning validates the StudentId against
      *          STUDENTS.DAT, posts the receipt as a C(redit) entry on
      *          STUDLEDG.DAT the way BankLodgeMatch would have, and
      *          marks the item cleared with the StudentId, the
      *          business date and who cleared it. The run's cleared
      *          total is written to GLINTF.DAT as a receipts/debtors
      *          pair of legs under the PAYMENT source.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspenseClear.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS SQ-SuspenseKey
       		              FILE STATUS IS WS-SuspenseStatus.
           SELECT LedgerFile ASSIGN TO "STUDLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LedgerStatus.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS OP-OperatorId
       		              FILE STATUS IS WS-OperatorStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT GlIntfFile ASSIGN TO "GLINTF.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-GlIntfStatus.
       DATA DIVISION.

       FILE SECTION.
       FD SuspenseFile.
           COPY SUSPRC.

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

       FD OperatorFile.
           COPY OPERRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD GlIntfFile.
           COPY GLINTFRC.

       WORKING-STORAGE SECTION.
       01  WS-SuspenseStatus       PIC XX      VALUE SPACES.
           88 WS-StatusOk                      VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-LedgerStatus         PIC XX      VALUE SPACES.
           88 WS-LedgerNotFound                VALUE "35".

       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-StudentAvailableFlag PIC X       VALUE "N".
           88 WS-StudentFileAvailable          VALUE "Y".

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

      * Work fields for the GLINTF.DAT journal legs (GLINTFPG).
       01  WS-GlIntfStatus         PIC XX      VALUE SPACES.
           88 WS-GlIntfNotFound                VALUE "35".
       01  WS-GlSource             PIC X(8)    VALUE "PAYMENT".
       01  WS-GlTransType          PIC X(10)   VALUE SPACES.
       01  WS-GlDepartment         PIC X(10)   VALUE SPACES.
       01  WS-GlDrCr               PIC X       VALUE SPACE.
       01  WS-GlAmount             PIC S9(9)V99 VALUE ZEROS.
       01  WS-GlReference          PIC X(20)   VALUE SPACES.

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAssign                   VALUE "A" "a".
           88 WS-TransList                     VALUE "L" "l".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".
       01  WS-ItemFoundFlag        PIC X       VALUE "N".
           88 WS-ItemFound                     VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.

      * The item and the student as keyed - text first, so a non-
      * numeric entry is refused rather than taken as zero.
       01  WS-ItemKeyEntry.
           02  IK-LodgeDate        PIC X(8).
           02  IK-LodgeDateNum REDEFINES IK-LodgeDate
                                   PIC 9(8).
           02  IK-ItemNo           PIC X(5).
           02  IK-ItemNoNum REDEFINES IK-ItemNo
                                   PIC 9(5).

       01  WS-StudentEntry         PIC X(10)   VALUE SPACES.
       01  WS-StudentEntryNum REDEFINES WS-StudentEntry
                                   PIC 99(9).

       01  WS-ListedCount          PIC 9(6)    VALUE ZEROS.
       01  WS-ListedTotal          PIC 9(9)V99 VALUE ZEROS.
       01  WS-ClearedCount         PIC 9(6)    VALUE ZEROS.
       01  WS-ClearedTotal         PIC 9(9)V99 VALUE ZEROS.
       01  WS-DisplayAmount        PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM SignOnOperator
           IF NOT WS-SignedOn
               DISPLAY "SuspenseClear - sign-on failed, receipts "
                       "cannot be assigned without a known operator."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O SuspenseFile
           IF WS-StatusFileNotFound
               DISPLAY "SuspenseClear - no SUSPENSE.DAT, nothing is "
                       "waiting to be cleared."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-StatusOk
               DISPLAY "SuspenseClear - SUSPENSE.DAT could not be "
                       "opened, status " WS-SuspenseStatus
                       " - run aborted."
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
           OPEN EXTEND LedgerFile
           IF WS-LedgerNotFound
               OPEN OUTPUT LedgerFile
               CLOSE LedgerFile
               OPEN EXTEND LedgerFile
           END-IF
           DISPLAY "SUSPENSE.DAT unmatched receipts - List / Assign."
           PERFORM GetTransCode
           PERFORM UNTIL WS-TransQuit
               EVALUATE TRUE
                   WHEN WS-TransList
                       PERFORM ListOpenItems
                   WHEN WS-TransAssign
                       PERFORM AssignItem
                   WHEN OTHER
                       DISPLAY "Invalid selection - use L, A or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
           CLOSE SuspenseFile
           CLOSE LedgerFile
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           END-IF
           PERFORM WriteGlJournal
           DISPLAY "SuspenseClear - " WS-ClearedCount " receipt(s) "
                   "assigned and posted to STUDLEDG.DAT."
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY BUSDATPG.

           COPY OPSIGNPG.

       GetTransCode.
           DISPLAY "Enter transaction - L)ist open items, A)ssign, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       ListOpenItems.
           MOVE ZEROS TO WS-ListedCount
           MOVE ZEROS TO WS-ListedTotal
           MOVE "N" TO WS-ScanEOFFlag
           MOVE LOW-VALUES TO SQ-SuspenseKey
           START SuspenseFile KEY NOT < SQ-SuspenseKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ SuspenseFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF SQ-Open
                           PERFORM ShowOneItem
                           ADD 1 TO WS-ListedCount
                           ADD SQ-Amount TO WS-ListedTotal
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ListedTotal TO WS-DisplayAmount
           DISPLAY WS-ListedCount " open item(s) in suspense, "
                   "totalling " WS-DisplayAmount ".".

       ShowOneItem.
           MOVE SQ-Amount TO WS-DisplayAmount
           DISPLAY SQ-LodgeDate SQ-ItemNo " " SQ-ValueDate " "
                   WS-DisplayAmount " " SQ-BankRef " " SQ-Reason
           DISPLAY "      " SQ-PayerRef " " SQ-PayerName.

       GetItemKey.
           MOVE "N" TO WS-ItemFoundFlag
           MOVE SPACES TO WS-ItemKeyEntry
           DISPLAY "Enter item to assign (YYYYMMDDNNNNN) : "
                   WITH NO ADVANCING
           ACCEPT WS-ItemKeyEntry
           IF IK-LodgeDate NOT NUMERIC OR IK-ItemNo NOT NUMERIC
               DISPLAY "Reject - the item is the 8-digit date and "
                       "5-digit number shown by L)ist."
           ELSE
               MOVE IK-LodgeDateNum TO SQ-LodgeDate
               MOVE IK-ItemNoNum    TO SQ-ItemNo
               READ SuspenseFile
                   INVALID KEY
                       DISPLAY "Reject - item " SQ-SuspenseKey
                               " is not on SUSPENSE.DAT."
                   NOT INVALID KEY
                       IF SQ-Cleared
                           DISPLAY "Reject - item " SQ-SuspenseKey
                                   " was cleared " SQ-ClearedDate
                                   " by " SQ-ClearedBy " to StudentId "
                                   SQ-StudentId "."
                       ELSE
                           SET WS-ItemFound TO TRUE
                       END-IF
               END-READ
           END-IF.

       AssignItem.
           PERFORM GetItemKey
           IF WS-ItemFound
               PERFORM ShowOneItem
               PERFORM GetAssignedStudent
               IF WS-StudentEntry = SPACES
                   DISPLAY "Assign cancelled."
               ELSE
                   DISPLAY "Post " WS-DisplayAmount " to StudentId "
                           WS-StudentEntryNum " " StudentName
                           " (Y/N) ? " WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       PERFORM ClearItem
                   ELSE
                       DISPLAY "Assign cancelled."
                   END-IF
               END-IF
           END-IF.

       GetAssignedStudent.
           MOVE SPACES TO StudentName
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               MOVE SPACES TO WS-RejectReason
               MOVE SPACES TO WS-StudentEntry
               DISPLAY "Enter StudentId the receipt belongs to "
                       "(blank cancels) : " WITH NO ADVANCING
               ACCEPT WS-StudentEntry
               EVALUATE TRUE
                   WHEN WS-StudentEntry = SPACES
                       CONTINUE
                   WHEN WS-StudentEntry NOT NUMERIC OR
                        WS-StudentEntryNum = ZEROS
                       MOVE "StudentId not a non-zero 10-digit number"
                           TO WS-RejectReason
                   WHEN WS-StudentFileAvailable
                       MOVE WS-StudentEntryNum TO StudentId
                       READ StudentFile
                           INVALID KEY
                               MOVE "StudentId not on STUDENTS.DAT"
                                   TO WS-RejectReason
                       END-READ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-RejectReason = SPACES
                   SET WS-EntryValid TO TRUE
               ELSE
                   DISPLAY "Reject - " WS-RejectReason
               END-IF
           END-PERFORM.

      * The item is marked cleared first - if that fails nothing is
      * posted, so a receipt can never reach the ledger twice.
       ClearItem.
           SET SQ-Cleared TO TRUE
           MOVE WS-StudentEntryNum TO SQ-StudentId
           MOVE WS-BusinessDate    TO SQ-ClearedDate
           MOVE WS-OperatorId      TO SQ-ClearedBy
           REWRITE SuspenseRecord
               INVALID KEY
                   DISPLAY "Reject - rewrite of item " SQ-SuspenseKey
                           " failed, nothing posted."
               NOT INVALID KEY
                   PERFORM PostClearedReceipt
                   DISPLAY "Item " SQ-SuspenseKey " posted to "
                           "StudentId " SQ-StudentId "."
           END-REWRITE.

       PostClearedReceipt.
           MOVE SPACES            TO StudentLedgerRecord
           MOVE SQ-StudentId      TO LG-StudentId
           MOVE "C"               TO LG-TransType
           MOVE WS-BusinessDate   TO LG-TransDate
           MOVE SQ-Amount         TO LG-Amount
           IF SQ-BankRef = SPACES
               MOVE "LODGEMENT"   TO LG-Reference
           ELSE
               MOVE SQ-BankRef    TO LG-Reference
           END-IF
           WRITE StudentLedgerRecord
           ADD 1 TO WS-ClearedCount
           ADD SQ-Amount TO WS-ClearedTotal.

      * The receipts cleared out of suspense as one balanced pair of
      * journal legs - cash received debited, debtors credited.
       WriteGlJournal.
           MOVE SPACES TO WS-GlReference
           STRING "SUSPENSE " WS-BusinessDate DELIMITED BY SIZE
               INTO WS-GlReference
           MOVE WS-ClearedTotal TO WS-GlAmount
           MOVE "RECEIPTS" TO WS-GlTransType
           MOVE "D" TO WS-GlDrCr
           PERFORM WriteGlLine
           MOVE "DEBTORS" TO WS-GlTransType
           MOVE "C" TO WS-GlDrCr
           PERFORM WriteGlLine.

           COPY GLINTFPG.

       END PROGRAM SuspenseClear.

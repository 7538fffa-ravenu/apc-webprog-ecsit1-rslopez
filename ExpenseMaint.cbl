      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: EXPCLAIM.DAT expense claim capture and approval -
      *          staff travel, subsistence, mileage and materials
      *          claims, keyed against EMPMAST.DAT and numbered per
      *          employee, then approved or rejected by a second
      *          operator before the payroll run will reimburse
      *          them. The program opens with a sign-on against
      *          OPERATOR.DAT (the same three tries OpsMenu gives);
      *          each claim records the operator who keyed it, and
      *          the approve and reject transactions refuse that same
      *          operator and anyone below authority level 3, so no
      *          one can pay themselves. A)dd, C)hange and D)elete
      *          work only on claims still waiting for approval;
      *          L)ist shows everything waiting. Approved claims are
      *          paid free of tax on the next payroll, which marks
      *          them paid with its run date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExpenseFile ASSIGN TO "EXPCLAIM.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS XC-ClaimKey
       		              FILE STATUS IS WS-ExpenseStatus.
           SELECT EmployeeFile ASSIGN TO "EMPMAST.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EM-EmployeeId
       		              FILE STATUS IS WS-EmployeeStatus.
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
       FD ExpenseFile.
           COPY EXPCLMRC.

       FD EmployeeFile.
           COPY EMPMASRC.

       FD OperatorFile.
           COPY OPERRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ExpenseStatus        PIC XX      VALUE SPACES.
           88 WS-StatusOk                      VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-EmployeeStatus       PIC XX      VALUE SPACES.
           88 WS-EmployeeStatusOk              VALUE "00".

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
           88 WS-TransApprove                  VALUE "P" "p".
           88 WS-TransReject                   VALUE "R" "r".
           88 WS-TransList                     VALUE "L" "l".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".
       01  WS-ClaimFoundFlag       PIC X       VALUE "N".
           88 WS-ClaimFound                    VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".

      * One claim as keyed - the record is only built from it once
      * the entry has passed validation.
       01  WS-ClaimEntry.
           02  CE-EmployeeId       PIC 9(6).
           02  CE-ClaimDate        PIC 9(8).
           02  CE-Category         PIC X(4).
           02  CE-Description      PIC X(20).
           02  CE-Amount           PIC 9(5)V99.

       01  WS-ClaimKeyEntry.
           02  CK-EmployeeId       PIC 9(6).
           02  CK-ClaimNo          PIC 9(4).

       01  WS-NextClaimNo          PIC 9(4)    VALUE ZEROS.
       01  WS-AddedCount           PIC 9(6)    VALUE ZEROS.
       01  WS-ApprovedCount        PIC 9(6)    VALUE ZEROS.
       01  WS-RejectedCount        PIC 9(6)    VALUE ZEROS.
       01  WS-WaitingCount         PIC 9(6)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM SignOnOperator
           IF NOT WS-SignedOn
               DISPLAY "ExpenseMaint - sign-on failed, claims cannot "
                       "be keyed or approved without a known "
                       "operator."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ExpenseFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT ExpenseFile
               CLOSE ExpenseFile
               OPEN I-O ExpenseFile
           END-IF
           IF NOT WS-StatusOk
               DISPLAY "ExpenseMaint - EXPCLAIM.DAT could not be "
                       "opened, status " WS-ExpenseStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EmployeeFile
           IF NOT WS-EmployeeStatusOk
               DISPLAY "ExpenseMaint - EMPMAST.DAT could not be "
                       "opened, status " WS-EmployeeStatus
                       " - run aborted."
               CLOSE ExpenseFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "EXPCLAIM.DAT expense claims - Add / Change / "
                   "Delete / Approve / Reject."
           PERFORM GetTransCode
           PERFORM UNTIL WS-TransQuit
               EVALUATE TRUE
                   WHEN WS-TransAdd
                       PERFORM AddClaim
                   WHEN WS-TransChange
                       PERFORM ChangeClaim
                   WHEN WS-TransDelete
                       PERFORM DeleteClaim
                   WHEN WS-TransApprove
                       PERFORM ApproveClaim
                   WHEN WS-TransReject
                       PERFORM RejectClaim
                   WHEN WS-TransList
                       PERFORM ListWaitingClaims
                   WHEN OTHER
                       DISPLAY "Invalid selection - use A, C, D, P, "
                               "R, L or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
           CLOSE ExpenseFile
           CLOSE EmployeeFile
           DISPLAY "ExpenseMaint - " WS-AddedCount " claim(s) keyed, "
                   WS-ApprovedCount " approved, " WS-RejectedCount
                   " rejected."
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY OPSIGNPG.

           COPY BUSDATPG.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "P) approve, R)eject, L)ist waiting, Q)uit : "
                   WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddClaim.
           PERFORM GetClaimDetails
           IF WS-ClaimEntry NOT = SPACES
               PERFORM GetNextClaimNo
               MOVE SPACES            TO ExpenseClaimRecord
               MOVE CE-EmployeeId     TO XC-EmployeeId
               MOVE WS-NextClaimNo    TO XC-ClaimNo
               PERFORM MoveEntryToClaim
               SET XC-Keyed           TO TRUE
               MOVE WS-OperatorId     TO XC-KeyedBy
               MOVE ZEROS             TO XC-ApprovedDate XC-PaidDate
               WRITE ExpenseClaimRecord
                   INVALID KEY
                       DISPLAY "Reject - claim " XC-ClaimKey
                               " could not be written, status "
                               WS-ExpenseStatus "."
                   NOT INVALID KEY
                       ADD 1 TO WS-AddedCount
                       DISPLAY "Claim " XC-EmployeeId "/" XC-ClaimNo
                               " keyed - waiting for approval by "
                               "another operator."
               END-WRITE
           END-IF.

       MoveEntryToClaim.
           MOVE CE-ClaimDate   TO XC-ClaimDate
           MOVE CE-Category    TO XC-Category
           MOVE CE-Description TO XC-Description
           MOVE CE-Amount      TO XC-Amount.

      * Claims are numbered from 1 per employee - the next number is
      * one past the highest already on file for them.
       GetNextClaimNo.
           MOVE ZEROS TO WS-NextClaimNo
           MOVE "N" TO WS-ScanEOFFlag
           MOVE CE-EmployeeId TO XC-EmployeeId
           MOVE ZEROS         TO XC-ClaimNo
           START ExpenseFile KEY NOT < XC-ClaimKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ ExpenseFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF XC-EmployeeId = CE-EmployeeId
                           MOVE XC-ClaimNo TO WS-NextClaimNo
                       ELSE
                           SET WS-ScanEOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NextClaimNo.

       ChangeClaim.
           PERFORM GetWaitingClaim
           IF WS-ClaimFound
               IF XC-KeyedBy NOT = WS-OperatorId
                   DISPLAY "Reject - only " XC-KeyedBy " who keyed "
                           "the claim may change it."
               ELSE
                   DISPLAY "Current details - " XC-ClaimDate " "
                           XC-Category " " XC-Description " "
                           XC-Amount
                   PERFORM GetClaimDetails
                   IF WS-ClaimEntry = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       IF CE-EmployeeId NOT = XC-EmployeeId
                           DISPLAY "Reject - a claim cannot move to "
                                   "another employee; delete and "
                                   "re-key it."
                       ELSE
                           PERFORM MoveEntryToClaim
                           REWRITE ExpenseClaimRecord
                               INVALID KEY
                                   DISPLAY "Reject - rewrite of "
                                           "claim " XC-ClaimKey
                                           " failed."
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DeleteClaim.
           PERFORM GetWaitingClaim
           IF WS-ClaimFound
               DISPLAY "Delete claim " XC-EmployeeId "/" XC-ClaimNo
                       " " XC-Category " " XC-Amount
                       " - are you sure (Y/N) ? " WITH NO ADVANCING
               ACCEPT WS-ConfirmReply
               IF WS-ConfirmYes
                   DELETE ExpenseFile
                       INVALID KEY
                           DISPLAY "Reject - delete of claim "
                                   XC-ClaimKey " failed."
                   END-DELETE
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       ApproveClaim.
           PERFORM GetWaitingClaim
           IF WS-ClaimFound
               PERFORM CheckApprover
               IF WS-EntryValid
                   DISPLAY "Approve claim " XC-EmployeeId "/"
                           XC-ClaimNo " " XC-Category " "
                           XC-Description " " XC-Amount
                           " (Y/N) ? " WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       SET XC-Approved TO TRUE
                       PERFORM RecordDecision
                       ADD 1 TO WS-ApprovedCount
                   ELSE
                       DISPLAY "Approval cancelled."
                   END-IF
               END-IF
           END-IF.

       RejectClaim.
           PERFORM GetWaitingClaim
           IF WS-ClaimFound
               PERFORM CheckApprover
               IF WS-EntryValid
                   DISPLAY "Reject claim " XC-EmployeeId "/"
                           XC-ClaimNo " " XC-Category " "
                           XC-Description " " XC-Amount
                           " (Y/N) ? " WITH NO ADVANCING
                   ACCEPT WS-ConfirmReply
                   IF WS-ConfirmYes
                       SET XC-Rejected TO TRUE
                       PERFORM RecordDecision
                       ADD 1 TO WS-RejectedCount
                   ELSE
                       DISPLAY "Rejection cancelled."
                   END-IF
               END-IF
           END-IF.

      * The two-person rule: whoever keyed a claim never decides it,
      * and only an operator at authority level 3 decides at all.
       CheckApprover.
           SET WS-EntryValid TO TRUE
           IF WS-AuthLevel < 3
               DISPLAY "Refused - approving claims needs authority "
                       "level 3, yours is " WS-AuthLevel "."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF XC-KeyedBy = WS-OperatorId
               DISPLAY "Refused - you keyed this claim; another "
                       "operator must approve or reject it."
               SET WS-EntryInvalid TO TRUE
           END-IF.

       RecordDecision.
           MOVE WS-OperatorId   TO XC-ApprovedBy
           MOVE WS-BusinessDate TO XC-ApprovedDate
           REWRITE ExpenseClaimRecord
               INVALID KEY
                   DISPLAY "Reject - rewrite of claim " XC-ClaimKey
                           " failed."
           END-REWRITE.

      * Reads the claim keyed by the operator and insists it is still
      * waiting for a decision - approved, rejected and paid claims
      * are history and stay as they are.
       GetWaitingClaim.
           MOVE "N" TO WS-ClaimFoundFlag
           DISPLAY "Enter EmployeeId + claim number (NNNNNNCCCC) : "
                   WITH NO ADVANCING
           ACCEPT WS-ClaimKeyEntry
           IF CK-EmployeeId NOT NUMERIC OR CK-ClaimNo NOT NUMERIC
               DISPLAY "Reject - employee id and claim number must "
                       "be numeric."
           ELSE
               MOVE CK-EmployeeId TO XC-EmployeeId
               MOVE CK-ClaimNo    TO XC-ClaimNo
               READ ExpenseFile
                   INVALID KEY
                       DISPLAY "Reject - claim " XC-ClaimKey
                               " not on file."
                   NOT INVALID KEY
                       IF XC-Keyed
                           SET WS-ClaimFound TO TRUE
                       ELSE
                           DISPLAY "Reject - claim " XC-ClaimKey
                                   " is no longer waiting (status "
                                   XC-Status ")."
                       END-IF
               END-READ
           END-IF.

       GetClaimDetails.
           SET WS-EntryInvalid TO TRUE
           MOVE ZEROS TO CE-EmployeeId
           PERFORM UNTIL WS-EntryValid OR WS-ClaimEntry = SPACES
               DISPLAY "Enter - EmpId, Claim date, Category TRAV/SUBS"
                       "/MILE/MATL/OTHR, Description, Amount"
               DISPLAY "NNNNNNYYYYMMDDCCCCDDDDDDDDDDDDDDDDDDDDAAAAAAA"
               ACCEPT  WS-ClaimEntry
               IF WS-ClaimEntry = SPACES
                   SET WS-EntryValid TO TRUE
               ELSE
                   MOVE FUNCTION UPPER-CASE(CE-Category)
                       TO CE-Category
                   PERFORM ValidateClaimDetails
               END-IF
           END-PERFORM.

       ValidateClaimDetails.
           SET WS-EntryValid TO TRUE
           IF CE-EmployeeId NOT NUMERIC OR CE-EmployeeId = ZEROS
               DISPLAY "Reject - employee id must be a non-zero "
                       "number."
               SET WS-EntryInvalid TO TRUE
           ELSE
               MOVE CE-EmployeeId TO EM-EmployeeId
               READ EmployeeFile
                   INVALID KEY
                       DISPLAY "Reject - employee id " CE-EmployeeId
                               " not found in EMPMAST.DAT."
                       SET WS-EntryInvalid TO TRUE
                   NOT INVALID KEY
                       IF EM-Left
                           DISPLAY "Reject - employee " CE-EmployeeId
                                   " has left and been paid off."
                           SET WS-EntryInvalid TO TRUE
                       END-IF
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN CE-ClaimDate NOT NUMERIC
                   DISPLAY "Reject - claim date must be YYYYMMDD."
                   SET WS-EntryInvalid TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(CE-ClaimDate)
                    NOT = ZERO
                   DISPLAY "Reject - claim date is not a real date."
                   SET WS-EntryInvalid TO TRUE
               WHEN CE-ClaimDate > WS-BusinessDate
                   DISPLAY "Reject - claim date is in the future."
                   SET WS-EntryInvalid TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CE-Category TO XC-Category
           IF NOT XC-CategoryValid
               DISPLAY "Reject - category must be TRAV, SUBS, MILE, "
                       "MATL or OTHR."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF CE-Description = SPACES
               DISPLAY "Reject - description cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF CE-Amount NOT NUMERIC OR CE-Amount = ZEROS
               DISPLAY "Reject - amount must be a non-zero number."
               SET WS-EntryInvalid TO TRUE
           END-IF.

       ListWaitingClaims.
           MOVE ZEROS TO WS-WaitingCount
           MOVE "N" TO WS-ScanEOFFlag
           MOVE LOW-VALUES TO XC-ClaimKey
           START ExpenseFile KEY NOT < XC-ClaimKey
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM UNTIL WS-ScanEOF
               READ ExpenseFile NEXT
                   AT END
                       SET WS-ScanEOF TO TRUE
                   NOT AT END
                       IF XC-Keyed
                           ADD 1 TO WS-WaitingCount
                           DISPLAY XC-EmployeeId "/" XC-ClaimNo " "
                                   XC-ClaimDate " " XC-Category " "
                                   XC-Description " " XC-Amount
                                   " keyed by " XC-KeyedBy
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-WaitingCount " claim(s) waiting for approval.".

       END PROGRAM ExpenseMaint.

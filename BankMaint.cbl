      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: BANKACCT.DAT maintenance - Add / Change / Delete of
      *          each employee's bank details (sort code, IBAN, the
      *          name the account is held in, and an optional second
      *          account taking a fixed amount or a percentage of the
      *          net), keyed on EmployeeId and validated against
      *          EMPMAST.DAT, in the same interactive / transaction-
      *          file shape DeductMaint uses (the batch feed is
      *          BATRANS.DAT). Every account is put through the same
      *          sort-code / IBAN edit the payroll run applies before
      *          BANKPAY.DAT is cut, so a bad account is refused here
      *          at keying time rather than bounced on payday.
      *          Nothing keyed here reaches BANKACCT.DAT directly: each
      *          add, change or delete is parked on PENDCHG.DAT for a
      *          second operator at authority level 3 to approve
      *          through ChangeApprove, so no one operator can
      *          redirect an employee's pay. The console operator
      *          signs on against OPERATOR.DAT first; a change from
      *          BATRANS.DAT is keyed as BATRANS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankAcctFile ASSIGN TO "BANKACCT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS BA-EmployeeId
       		              FILE STATUS IS WS-BankAcctStatus.
           SELECT EmployeeFile ASSIGN TO "EMPMAST.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EM-EmployeeId
       		              FILE STATUS IS WS-EmployeeStatus.
           SELECT RejectFile ASSIGN TO "BAREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
           SELECT TransFile ASSIGN TO "BATRANS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-TransFileStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS OP-OperatorId
       		              FILE STATUS IS WS-OperatorStatus.
           SELECT PendChgFile ASSIGN TO "PENDCHG.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CQ-ChangeKey
       		              FILE STATUS IS WS-PendChgStatus.
       DATA DIVISION.

       FILE SECTION.
       FD BankAcctFile.
           COPY BANKACRC.

       FD EmployeeFile.
           COPY EMPMASRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-EmployeeId   PIC 9(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

      * Unattended batch transactions - one record per Add/Change/
      * Delete, in the same field layout GetAcctDetails validates
      * interactively. Presence of BATRANS.DAT switches the whole run
      * into batch mode (see DetectBatchMode) so this program can be
      * CALLed from a driver without blocking on the console ACCEPTs
      * below. The split fields are left blank for a single account.
       FD TransFile.
       01 TransRecord.
           02  TR-TransCode        PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-EmployeeId       PIC 9(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-SortCode1        PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-Iban1            PIC X(22).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-AcctName1        PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-SplitMethod      PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-SplitFigure      PIC 9(6)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-SortCode2        PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-Iban2            PIC X(22).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-AcctName2        PIC X(20).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD OperatorFile.
           COPY OPERRC.

      * Bank-detail changes waiting for a second operator's approval.
       FD PendChgFile.
           COPY PENDCHRC.

       WORKING-STORAGE SECTION.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "BankMnt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.
       01  WS-BankAcctStatus       PIC XX      VALUE SPACES.
           88 WS-StatusOk                      VALUE "00".
           88 WS-StatusDuplicate                VALUE "22".
           88 WS-StatusNotFound                VALUE "23".
           88 WS-StatusFileNotFound             VALUE "35".

       01  WS-EmployeeStatus       PIC XX      VALUE SPACES.
           88 WS-EmployeeFileNotFound           VALUE "35".
       01  WS-EmployeeAvailableFlag PIC X      VALUE "N".
           88 WS-EmployeeFileAvailable          VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveKey              PIC 9(6)    VALUE ZEROS.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

      * Console entry is taken in two lines - the primary account,
      * then the optional split - as the whole record is too wide to
      * key against a single column mask.
       01  WS-PrimaryEntry.
           02  PE-EmployeeId       PIC 9(6).
           02  PE-SortCode         PIC X(6).
           02  PE-Iban             PIC X(22).
           02  PE-AcctName         PIC X(20).
       01  WS-SplitEntry.
           02  SE-SplitMethod      PIC X.
           02  SE-SplitFigure      PIC 9(6)V99.
           02  SE-SortCode         PIC X(6).
           02  SE-Iban             PIC X(22).
           02  SE-AcctName         PIC X(20).

       01  WS-TransFileStatus       PIC XX      VALUE SPACES.
           88 WS-TransFileNotFound               VALUE "35".
       01  WS-BatchModeFlag         PIC X       VALUE "N".
           88 WS-BatchMode                      VALUE "Y".
       01  WS-TransEOFFlag          PIC X       VALUE "N".
           88 WS-TransEOF                       VALUE "Y".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".
       01  WS-RejectCount           PIC 9(6)    VALUE ZEROS.

       01  WS-TransFileName         PIC X(13)   VALUE "BATRANS.DAT".
       01  WS-TransArchiveName      PIC X(13)   VALUE "BATRANS.DON".
       01  WS-TransRenameRC         PIC S9(9)   VALUE ZERO.

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

      * Work fields for the shared ValidateBankAccount edit
      * (BANKCKPG).
       01  WS-CheckSortCode        PIC X(6)    VALUE SPACES.
       01  WS-CheckIban            PIC X(22)   VALUE SPACES.
       01  WS-CheckAcctName        PIC X(20)   VALUE SPACES.
       01  WS-AccountFlag          PIC X       VALUE "Y".
           88 WS-AccountValid                  VALUE "Y".
           88 WS-AccountInvalid                VALUE "N".
       01  WS-AccountReason        PIC X(40)   VALUE SPACES.
       01  WS-IbanLength           PIC 99      VALUE ZEROS.
       01  WS-IbanIdx              PIC 99      VALUE ZEROS.
       01  WS-IbanRearranged       PIC X(22)   VALUE SPACES.
       01  WS-IbanChar             PIC X       VALUE SPACE.
       01  WS-IbanDigit REDEFINES WS-IbanChar PIC 9.
       01  WS-IbanLetterPos        PIC 99      VALUE ZEROS.
       01  WS-IbanRemainder        PIC 9(4)    VALUE ZEROS.
       01  WS-IbanLetters          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-OperatorStatus       PIC XX      VALUE SPACES.
           88 WS-OperatorStatusOk              VALUE "00".
       01  WS-SignedOnFlag         PIC X       VALUE "N".
           88 WS-SignedOn                      VALUE "Y".
       01  WS-SignOnTries          PIC 9       VALUE ZERO.
       01  WS-OperatorId           PIC X(8)    VALUE SPACES.
       01  WS-PasswordIn           PIC X(8)    VALUE SPACES.
       01  WS-AuthLevel            PIC 9       VALUE ZERO.

       01  WS-PendChgStatus        PIC XX      VALUE SPACES.
           88 WS-PendChgStatusOk               VALUE "00".
           88 WS-PendChgNotFound               VALUE "35".
       01  WS-ParkedFlag           PIC X       VALUE "N".
           88 WS-ChangeParked                  VALUE "Y".
       01  WS-ParkAction           PIC X       VALUE SPACE.
       01  WS-PendImage            PIC X(119)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM DetectBatchMode
           IF WS-BatchMode
               MOVE "BATRANS" TO WS-OperatorId
           ELSE
               PERFORM SignOnOperator
               IF NOT WS-SignedOn
                   DISPLAY "BankMaint - sign-on failed, maintenance "
                           "not started."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM OpenBankAcctFile
           IF NOT WS-FileOpenOk
               DISPLAY "BankMaint - BANKACCT.DAT could not be "
                       "opened, status " WS-BankAcctStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RejectFile
           OPEN INPUT EmployeeFile
           IF WS-EmployeeFileNotFound
               DISPLAY "Warning - EMPMAST.DAT not found, EmployeeId "
                       "validation is disabled."
           ELSE
               SET WS-EmployeeFileAvailable TO TRUE
           END-IF
           IF NOT WS-BatchMode
               DISPLAY "BANKACCT.DAT maintenance - Add / Change / "
                       "Delete."
           END-IF
           PERFORM GetTransCode
           PERFORM UNTIL WS-TransQuit
               EVALUATE TRUE
                   WHEN WS-TransAdd
                       PERFORM AddAccount
                   WHEN WS-TransChange
                       PERFORM ChangeAccount
                   WHEN WS-TransDelete
                       PERFORM DeleteAccount
                   WHEN OTHER
                       DISPLAY "Invalid selection - use A, C, D or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
           CLOSE BankAcctFile
           CLOSE RejectFile
           IF WS-EmployeeFileAvailable
               CLOSE EmployeeFile
           END-IF
           IF WS-BatchMode
               CLOSE TransFile
               PERFORM ArchiveBankTransFile
           END-IF
           IF WS-RejectCount > 0
               DISPLAY "BankMaint - completed with "
                       WS-RejectCount " reject(s) logged, see "
                       "BAREJECTS.DAT."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

           COPY OPSIGNPG.

           COPY PENDCHPG.

       OpenBankAcctFile.
           OPEN I-O BankAcctFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT BankAcctFile
               CLOSE BankAcctFile
               OPEN I-O BankAcctFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

       DetectBatchMode.
           OPEN INPUT TransFile
           IF WS-TransFileNotFound
               CONTINUE
           ELSE
               SET WS-BatchMode TO TRUE
               DISPLAY "BATRANS.DAT found - running in unattended "
                       "batch mode."
           END-IF.

      * Renames the consumed transaction file out of the way once the
      * batch run finishes, so a leftover BATRANS.DAT never causes a
      * later interactive run to drop silently into batch mode, and
      * a later batch run never reprocesses today's transactions
      * twice. Any prior BATRANS.DON is overwritten by the rename.
       ArchiveBankTransFile.
           CALL "CBL_DELETE_FILE" USING WS-TransArchiveName
               RETURNING WS-TransRenameRC
           CALL "CBL_RENAME_FILE" USING WS-TransFileName
                   WS-TransArchiveName
               RETURNING WS-TransRenameRC
           IF WS-TransRenameRC NOT = ZERO
               DISPLAY "Warning - could not archive BATRANS.DAT after "
                       "processing, return code " WS-TransRenameRC "."
           END-IF.

       GetTransCode.
           IF WS-BatchMode
               PERFORM ReadTrans
           ELSE
               DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                       "Q)uit : " WITH NO ADVANCING
               ACCEPT WS-TransCode
           END-IF.

       ReadTrans.
           READ TransFile
               AT END
                   SET WS-TransEOF TO TRUE
                   MOVE "Q" TO WS-TransCode
               NOT AT END
                   MOVE TR-TransCode TO WS-TransCode
           END-READ.

       AddAccount.
           PERFORM GetAcctDetails
           IF BankAcctRecord = SPACES
               CONTINUE
           ELSE
               MOVE BankAcctRecord TO WS-PendImage
               READ BankAcctFile
                   INVALID KEY
                       MOVE "A" TO WS-ParkAction
                       PERFORM ParkBankChange
                   NOT INVALID KEY
                       DISPLAY "Reject - employee " BA-EmployeeId
                               " already has bank details - use "
                               "Change."
                       MOVE "Duplicate bank details on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

      * The caller leaves the account image to add, change to or
      * delete in WS-PendImage; the record itself only reaches
      * BANKACCT.DAT once a second operator approves it.
       ParkBankChange.
           MOVE SPACES            TO PendingChangeRecord
           MOVE WS-PendImage(1:6) TO CQ-EmployeeId
           SET CQ-BankChange      TO TRUE
           MOVE WS-ParkAction     TO CQ-Action
           MOVE WS-PendImage      TO CQ-BankImage
           PERFORM ParkPendingChange
           IF NOT WS-ChangeParked
               MOVE "Bank change not parked for approval"
                   TO WS-RejectReason
               PERFORM LogReject
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE BA-EmployeeId   TO RR-EmployeeId
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           ADD 1 TO WS-RejectCount
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeAccount.
           PERFORM GetAcctKey
           MOVE BA-EmployeeId TO WS-SaveKey
           READ BankAcctFile
               INVALID KEY
                   DISPLAY "Reject - no bank details on file for "
                           "employee " BA-EmployeeId "."
                   IF WS-BatchMode
                       MOVE "Bank details not on file for change"
                           TO WS-RejectReason
                       PERFORM LogReject
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Current details - " BankAcctRecord
                   PERFORM GetAcctDetails
                   IF BankAcctRecord = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       MOVE WS-SaveKey TO BA-EmployeeId
                       MOVE BankAcctRecord TO WS-PendImage
                       MOVE "C" TO WS-ParkAction
                       PERFORM ParkBankChange
                   END-IF
           END-READ.

       DeleteAccount.
           PERFORM GetAcctKey
           READ BankAcctFile
               INVALID KEY
                   DISPLAY "Reject - no bank details on file for "
                           "employee " BA-EmployeeId "."
               NOT INVALID KEY
                   IF WS-BatchMode
                       MOVE BankAcctRecord TO WS-PendImage
                       MOVE "D" TO WS-ParkAction
                       PERFORM ParkBankChange
                   ELSE
                       DISPLAY "Delete " BankAcctRecord
                               " - are you sure (Y/N) ? "
                               WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           MOVE BankAcctRecord TO WS-PendImage
                           MOVE "D" TO WS-ParkAction
                           PERFORM ParkBankChange
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
                   END-IF
           END-READ.

       GetAcctKey.
           IF WS-BatchMode
               MOVE TR-EmployeeId TO BA-EmployeeId
           ELSE
               DISPLAY "Enter EmployeeId          : " WITH NO ADVANCING
               ACCEPT BA-EmployeeId
           END-IF.

       GetAcctDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               IF WS-BatchMode
                   MOVE TR-EmployeeId  TO BA-EmployeeId
                   MOVE TR-SortCode1   TO BA-SortCode1
                   MOVE TR-Iban1       TO BA-Iban1
                   MOVE TR-AcctName1   TO BA-AcctName1
                   MOVE TR-SplitMethod TO BA-SplitMethod
                   MOVE TR-SplitFigure TO BA-SplitFigure
                   MOVE TR-SortCode2   TO BA-SortCode2
                   MOVE TR-Iban2       TO BA-Iban2
                   MOVE TR-AcctName2   TO BA-AcctName2
                   PERFORM NormalizeAcctDetails
                   PERFORM ValidateAcctDetails
                   IF WS-EntryInvalid
                       PERFORM LogReject
                       MOVE SPACES TO BankAcctRecord
                   END-IF
                   SET WS-EntryValid TO TRUE
               ELSE
                   MOVE SPACES TO WS-PrimaryEntry WS-SplitEntry
                   DISPLAY "Enter - EmpId, Sort code, IBAN, Account "
                           "name (blank line cancels)"
                   DISPLAY "NNNNNNSSSSSSIIIIIIIIIIIIIIIIIIIIII"
                           "AAAAAAAAAAAAAAAAAAAA"
                   ACCEPT  WS-PrimaryEntry
                   IF WS-PrimaryEntry = SPACES
                       MOVE SPACES TO BankAcctRecord
                       SET WS-EntryValid TO TRUE
                   ELSE
                       DISPLAY "Enter - Split N/A/P, Figure, Sort "
                               "code, IBAN, Account name (blank line "
                               "= no split)"
                       DISPLAY "MFFFFFFFFSSSSSSIIIIIIIIIIIIIIIIIIIIII"
                               "IAAAAAAAAAAAAAAAAAAAA"
                       ACCEPT  WS-SplitEntry
                       MOVE PE-EmployeeId  TO BA-EmployeeId
                       MOVE PE-SortCode    TO BA-SortCode1
                       MOVE PE-Iban        TO BA-Iban1
                       MOVE PE-AcctName    TO BA-AcctName1
                       MOVE SE-SplitMethod TO BA-SplitMethod
                       MOVE SE-SplitFigure TO BA-SplitFigure
                       MOVE SE-SortCode    TO BA-SortCode2
                       MOVE SE-Iban        TO BA-Iban2
                       MOVE SE-AcctName    TO BA-AcctName2
                       PERFORM NormalizeAcctDetails
                       PERFORM ValidateAcctDetails
                   END-IF
               END-IF
           END-PERFORM
           IF BankAcctRecord NOT = SPACES
               MOVE WS-BusinessDate TO BA-ChangedDate
           END-IF.

      * Upper-cases the IBANs and split method as keyed, defaults a
      * blank split to N(one), and clears the second account when
      * there is no split so a stale one never lingers on file.
       NormalizeAcctDetails.
           MOVE FUNCTION UPPER-CASE(BA-Iban1) TO BA-Iban1
           MOVE FUNCTION UPPER-CASE(BA-Iban2) TO BA-Iban2
           MOVE FUNCTION UPPER-CASE(BA-SplitMethod) TO BA-SplitMethod
           IF BA-SplitMethod = SPACE
               MOVE "N" TO BA-SplitMethod
           END-IF
           IF BA-SplitFigure NOT NUMERIC
               MOVE ZEROS TO BA-SplitFigure
           END-IF
           IF BA-SplitMethod = "N"
               MOVE ZEROS  TO BA-SplitFigure
               MOVE SPACES TO BA-Account2
           END-IF.

       ValidateAcctDetails.
           SET WS-EntryValid TO TRUE
           MOVE SPACES TO WS-RejectReason
           IF BA-EmployeeId NOT NUMERIC OR BA-EmployeeId = ZEROS
               MOVE "Employee id must be a non-zero number"
                   TO WS-RejectReason
           ELSE
               IF WS-EmployeeFileAvailable
                   MOVE BA-EmployeeId TO EM-EmployeeId
                   READ EmployeeFile
                       INVALID KEY
                           MOVE "Employee id not found in EMPMAST.DAT"
                               TO WS-RejectReason
                   END-READ
               END-IF
           END-IF
           IF WS-RejectReason = SPACES
               MOVE BA-SortCode1 TO WS-CheckSortCode
               MOVE BA-Iban1     TO WS-CheckIban
               MOVE BA-AcctName1 TO WS-CheckAcctName
               PERFORM ValidateBankAccount
               IF WS-AccountInvalid
                   MOVE WS-AccountReason TO WS-RejectReason
               END-IF
           END-IF
           IF WS-RejectReason = SPACES
               EVALUATE TRUE
                   WHEN BA-SplitMethod = "N"
                       CONTINUE
                   WHEN BA-SplitMethod NOT = "A"
                    AND BA-SplitMethod NOT = "P"
                       MOVE "Split method must be N, A or P"
                           TO WS-RejectReason
                   WHEN BA-SplitFigure = ZEROS
                       MOVE "Split figure must be a non-zero number"
                           TO WS-RejectReason
                   WHEN BA-SplitMethod = "P" AND BA-SplitFigure > 99
                       MOVE "Split percentage must be under 100"
                           TO WS-RejectReason
                   WHEN BA-Iban2 = BA-Iban1
                       MOVE "Split account is the same as the first"
                           TO WS-RejectReason
                   WHEN OTHER
                       MOVE BA-SortCode2 TO WS-CheckSortCode
                       MOVE BA-Iban2     TO WS-CheckIban
                       MOVE BA-AcctName2 TO WS-CheckAcctName
                       PERFORM ValidateBankAccount
                       IF WS-AccountInvalid
                           STRING "Split - " DELIMITED BY SIZE
                                  WS-AccountReason DELIMITED BY SIZE
                                  INTO WS-RejectReason
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-RejectReason NOT = SPACES
               DISPLAY "Reject - " WS-RejectReason "."
               SET WS-EntryInvalid TO TRUE
           END-IF.

           COPY BANKCKPG.

       END PROGRAM BankMaint.

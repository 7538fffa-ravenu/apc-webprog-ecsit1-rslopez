      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: DEPTBUD.DAT maintenance - Add / Change / Delete of
      *          one budget card per payroll department, keyed on the
      *          EM-Department name: the budget year, the annual and
      *          per-period budget for gross pay, employer pension
      *          and headcount, and the percentage tolerance over
      *          budget allowed before DeptBudgetRpt flags the
      *          department. Same interactive / transaction-file
      *          shape DeductMaint uses (the batch feed is
      *          DBTRANS.DAT), so the year's budgets can be loaded in
      *          one run when finance signs them off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptBudgetMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO "DEPTBUD.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS DB-Department
       		              FILE STATUS IS WS-BudgetStatus.
           SELECT RejectFile ASSIGN TO "DBREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
           SELECT TransFile ASSIGN TO "DBTRANS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-TransFileStatus.
       DATA DIVISION.

       FILE SECTION.
       FD BudgetFile.
           COPY DEPTBDRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-Department   PIC X(10).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

      * Unattended batch transactions - one record per Add/Change/
      * Delete, in the same field order GetBudgetDetails validates
      * interactively. Presence of DBTRANS.DAT switches the whole run
      * into batch mode (see DetectBatchMode).
       FD TransFile.
       01 TransRecord.
           02  TR-TransCode        PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-Department       PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-BudgetYear       PIC 9(4).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-AnnualGross      PIC 9(8)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-AnnualEmplPen    PIC 9(7)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-AnnualHeads      PIC 9(4).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-PeriodGross      PIC 9(7)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-PeriodEmplPen    PIC 9(6)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-PeriodHeads      PIC 9(4).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-TolerancePct     PIC 99V9.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(61)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "DeptBdMt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.
       01  WS-BudgetStatus         PIC XX      VALUE SPACES.
           88 WS-StatusOk                      VALUE "00".
           88 WS-StatusDuplicate                VALUE "22".
           88 WS-StatusNotFound                VALUE "23".
           88 WS-StatusFileNotFound             VALUE "35".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveKey              PIC X(10)   VALUE SPACES.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-TransFileStatus       PIC XX      VALUE SPACES.
           88 WS-TransFileNotFound               VALUE "35".
       01  WS-BatchModeFlag         PIC X       VALUE "N".
           88 WS-BatchMode                      VALUE "Y".
       01  WS-TransEOFFlag          PIC X       VALUE "N".
           88 WS-TransEOF                       VALUE "Y".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".
       01  WS-RejectCount           PIC 9(6)    VALUE ZEROS.

       01  WS-TransFileName         PIC X(13)   VALUE "DBTRANS.DAT".
       01  WS-TransArchiveName      PIC X(13)   VALUE "DBTRANS.DON".
       01  WS-TransRenameRC         PIC S9(9)   VALUE ZERO.

       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenBudgetFile
           IF NOT WS-FileOpenOk
               DISPLAY "DeptBudgetMaint - DEPTBUD.DAT could not be "
                       "opened, status " WS-BudgetStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND RejectFile
           PERFORM DetectBatchMode
           IF NOT WS-BatchMode
               DISPLAY "DEPTBUD.DAT maintenance - Add / Change / "
                       "Delete."
           END-IF
           PERFORM GetTransCode
           PERFORM UNTIL WS-TransQuit
               EVALUATE TRUE
                   WHEN WS-TransAdd
                       PERFORM AddBudget
                   WHEN WS-TransChange
                       PERFORM ChangeBudget
                   WHEN WS-TransDelete
                       PERFORM DeleteBudget
                   WHEN OTHER
                       DISPLAY "Invalid selection - use A, C, D or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
           CLOSE BudgetFile
           CLOSE RejectFile
           IF WS-BatchMode
               CLOSE TransFile
               PERFORM ArchiveBudgetTransFile
           END-IF
           IF WS-RejectCount > 0
               DISPLAY "DeptBudgetMaint - completed with "
                       WS-RejectCount " reject(s) logged, see "
                       "DBREJECTS.DAT."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenBudgetFile.
           OPEN I-O BudgetFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT BudgetFile
               CLOSE BudgetFile
               OPEN I-O BudgetFile
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
               DISPLAY "DBTRANS.DAT found - running in unattended "
                       "batch mode."
           END-IF.

      * Renames the consumed transaction file out of the way once the
      * batch run finishes, so a leftover DBTRANS.DAT never causes a
      * later interactive run to drop silently into batch mode. Any
      * prior DBTRANS.DON is overwritten by the rename.
       ArchiveBudgetTransFile.
           CALL "CBL_DELETE_FILE" USING WS-TransArchiveName
               RETURNING WS-TransRenameRC
           CALL "CBL_RENAME_FILE" USING WS-TransFileName
                   WS-TransArchiveName
               RETURNING WS-TransRenameRC
           IF WS-TransRenameRC NOT = ZERO
               DISPLAY "Warning - could not archive DBTRANS.DAT after "
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

       AddBudget.
           PERFORM GetBudgetDetails
           IF DeptBudgetRecord = SPACES
               CONTINUE
           ELSE
               MOVE DeptBudgetRecord TO WS-CandidateRecord
               READ BudgetFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO DeptBudgetRecord
                       WRITE DeptBudgetRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO DeptBudgetRecord
                       DISPLAY "Reject - department " DB-Department
                               " already has a budget."
                       MOVE "Duplicate budget on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE DB-Department   TO RR-Department
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           ADD 1 TO WS-RejectCount
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeBudget.
           PERFORM GetBudgetKey
           MOVE DB-Department TO WS-SaveKey
           READ BudgetFile
               INVALID KEY
                   DISPLAY "Reject - department " DB-Department
                           " has no budget on file."
               NOT INVALID KEY
                   DISPLAY "Current details - " DeptBudgetRecord
                   PERFORM GetBudgetDetails
                   IF DeptBudgetRecord = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       MOVE WS-SaveKey TO DB-Department
                       REWRITE DeptBudgetRecord
                           INVALID KEY
                               DISPLAY "Reject - rewrite of "
                                       "budget " DB-Department
                                       " failed."
                       END-REWRITE
                   END-IF
           END-READ.

       DeleteBudget.
           PERFORM GetBudgetKey
           READ BudgetFile
               INVALID KEY
                   DISPLAY "Reject - department " DB-Department
                           " has no budget on file."
               NOT INVALID KEY
                   IF WS-BatchMode
                       DELETE BudgetFile
                           INVALID KEY
                               DISPLAY "Reject - delete of "
                                       "budget " DB-Department
                                       " failed."
                       END-DELETE
                   ELSE
                       DISPLAY "Delete " DeptBudgetRecord
                               " - are you sure (Y/N) ? "
                               WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           DELETE BudgetFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of "
                                           "budget "
                                           DB-Department " failed."
                           END-DELETE
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
                   END-IF
           END-READ.

       GetBudgetKey.
           IF WS-BatchMode
               MOVE TR-Department TO DB-Department
           ELSE
               DISPLAY "Enter department          : " WITH NO ADVANCING
               ACCEPT DB-Department
           END-IF
           PERFORM NormalizeBudgetDetails.

       GetBudgetDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid OR DeptBudgetRecord = SPACES
               IF WS-BatchMode
                   MOVE TR-Department    TO DB-Department
                   MOVE TR-BudgetYear    TO DB-BudgetYear
                   MOVE TR-AnnualGross   TO DB-AnnualGross
                   MOVE TR-AnnualEmplPen TO DB-AnnualEmplPen
                   MOVE TR-AnnualHeads   TO DB-AnnualHeads
                   MOVE TR-PeriodGross   TO DB-PeriodGross
                   MOVE TR-PeriodEmplPen TO DB-PeriodEmplPen
                   MOVE TR-PeriodHeads   TO DB-PeriodHeads
                   MOVE TR-TolerancePct  TO DB-TolerancePct
                   PERFORM NormalizeBudgetDetails
                   PERFORM ValidateBudgetDetails
                   IF WS-EntryInvalid
                       MOVE "Validation failed in batch transaction"
                           TO WS-RejectReason
                       PERFORM LogReject
                       MOVE SPACES TO DeptBudgetRecord
                   END-IF
                   SET WS-EntryValid TO TRUE
               ELSE
                   DISPLAY "Enter - Department, Year, Annual gross/"
                           "empl pension/heads, Period gross/empl "
                           "pension/heads, Tolerance %"
                   DISPLAY "DDDDDDDDDDYYYYGGGGGGGGGGPPPPPPPPPHHHH"
                           "GGGGGGGGGPPPPPPPPHHHHTTT"
                   ACCEPT  DeptBudgetRecord
                   IF DeptBudgetRecord = SPACES
                       SET WS-EntryValid TO TRUE
                   ELSE
                       PERFORM NormalizeBudgetDetails
                       PERFORM ValidateBudgetDetails
                   END-IF
               END-IF
           END-PERFORM.

      * Upper-cases the department as keyed so a budget always meets
      * the payroll run's figures under the same name.
       NormalizeBudgetDetails.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DB-Department))
               TO DB-Department.

       ValidateBudgetDetails.
           SET WS-EntryValid TO TRUE
           IF DB-Department = SPACES
               DISPLAY "Reject - department cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF DB-BudgetYear NOT NUMERIC OR DB-BudgetYear < 2000
               DISPLAY "Reject - budget year must be a four-digit "
                       "year."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF DB-AnnualGross NOT NUMERIC OR
              DB-AnnualEmplPen NOT NUMERIC OR
              DB-AnnualHeads NOT NUMERIC OR
              DB-PeriodGross NOT NUMERIC OR
              DB-PeriodEmplPen NOT NUMERIC OR
              DB-PeriodHeads NOT NUMERIC
               DISPLAY "Reject - budget figures must be numeric."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF DB-AnnualGross = ZEROS OR DB-PeriodGross = ZEROS
                   DISPLAY "Reject - annual and period gross budget "
                           "must both be set."
                   SET WS-EntryInvalid TO TRUE
               END-IF
               IF DB-PeriodGross > DB-AnnualGross OR
                  DB-PeriodEmplPen > DB-AnnualEmplPen
                   DISPLAY "Reject - a period budget cannot exceed "
                           "the annual one."
                   SET WS-EntryInvalid TO TRUE
               END-IF
           END-IF
           IF DB-TolerancePct NOT NUMERIC
               DISPLAY "Reject - tolerance must be a percentage, "
                       "e.g. 050 for 5.0%."
               SET WS-EntryInvalid TO TRUE
           END-IF.

       END PROGRAM DeptBudgetMaint.

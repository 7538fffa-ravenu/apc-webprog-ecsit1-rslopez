      ******************************************************************
      * Author:Raphael Lopez
      * Date:2-21-17
      * Purpose: Multiplies two whole numbers of up to 6 digits each,
      *          keyed at the console, and logs each product to
      *          CALCLOG.DAT. When MULTTRAN.DAT is present it runs
      *          unattended instead - every request on the file is
      *          worked, each product or the reason there is none
      *          goes to MULTRES.DAT with the counts and control total
      *          at the end, and the consumed file is renamed to
      *          MULTTRAN.DON. Return code 4 when any request failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CalcLogFile ASSIGN TO "CALCLOG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-CalcLogStatus.
           SELECT CalcTransFile ASSIGN TO "MULTTRAN.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-CalcTransStatus.
           SELECT CalcResultFile ASSIGN TO "MULTRES.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CalcLogFile.
           02  FILLER          PIC X       VALUE SPACE.
           02  CL-Result       PIC 9(12).

       FD CalcTransFile.
           COPY CALCTRRC.

       FD CalcResultFile.
           COPY CALCRSRC.

       WORKING-STORAGE SECTION.
       01  Num1                                PIC 9(6) VALUE ZEROS.
       01  Num2                                PIC 9(6) VALUE ZEROS.
       01  WS-CalcLogStatus    PIC XX      VALUE SPACES.
           88 WS-CalcLogFileNotFound        VALUE "35".

      * Unattended batch mode - see DetectBatchMode.
       01  WS-CalcTransStatus  PIC XX      VALUE SPACES.
           88 WS-CalcTransNotFound          VALUE "35".
       01  WS-BatchModeFlag    PIC X       VALUE "N".
           88 WS-BatchMode                  VALUE "Y".
       01  WS-CalcTransEOFFlag PIC X       VALUE "N".
           88 WS-CalcTransEOF               VALUE "Y".
       01  WS-TransFileName    PIC X(12)   VALUE "MULTTRAN.DAT".
       01  WS-TransArchiveName PIC X(12)   VALUE "MULTTRAN.DON".
       01  WS-TransRenameRC    PIC S9(9)   VALUE ZERO.
       01  WS-FieldToCheck     PIC X(10)   VALUE SPACES.
       01  WS-Operand          PIC S9(11)V9(4) VALUE ZEROS.
       01  WS-WholeOperand     PIC 9(6)    VALUE ZEROS.
       01  WS-Outcome          PIC X(16)   VALUE SPACES.
           88 WS-OutcomeOk                  VALUE "OK".
       01  WS-ReadCount        PIC 9(6)    VALUE ZEROS.
       01  WS-OkCount          PIC 9(6)    VALUE ZEROS.
       01  WS-FailCount        PIC 9(6)    VALUE ZEROS.
       01  WS-ControlTotal     PIC S9(13)V99 VALUE ZEROS.
       01  WS-ControlTotalShown PIC -(13)9.99.

       PROCEDURE DIVISION.
       PERFORM DetectBatchMode.
       IF WS-BatchMode
           PERFORM RunBatch
           GOBACK
       END-IF.
       DISPLAY "Enter first number  (up to 6 digits) : "
               WITH NO ADVANCING.
       ACCEPT Num1.
           WRITE CalcLogRecord
           CLOSE CalcLogFile.

      * Presence of MULTTRAN.DAT switches the run into batch mode, so
      * the program can be CALLed from a driver without blocking on
      * the console ACCEPTs.
       DetectBatchMode.
           OPEN INPUT CalcTransFile
           IF WS-CalcTransNotFound
               CONTINUE
           ELSE
               SET WS-BatchMode TO TRUE
               DISPLAY "MULTTRAN.DAT found - running in unattended "
                       "batch mode."
           END-IF.

       RunBatch.
           OPEN OUTPUT CalcResultFile
           PERFORM ReadCalcRequest
           PERFORM UNTIL WS-CalcTransEOF
               IF CalcRequestRecord NOT = SPACES
                   PERFORM WorkCalcRequest
               END-IF
               PERFORM ReadCalcRequest
           END-PERFORM
           MOVE SPACES          TO CalcTotalRecord
           MOVE "*TOTALS*"      TO CX-Label
           MOVE WS-ReadCount    TO CX-ReadCount
           MOVE WS-OkCount      TO CX-OkCount
           MOVE WS-FailCount    TO CX-FailCount
           MOVE WS-ControlTotal TO CX-ControlTotal
           WRITE CalcTotalRecord
           CLOSE CalcResultFile
           CLOSE CalcTransFile
           PERFORM ArchiveCalcTransFile
           MOVE WS-ControlTotal TO WS-ControlTotalShown
           DISPLAY "Multiplier - " WS-ReadCount " request(s) read, "
                   WS-OkCount " worked, " WS-FailCount " failed, "
                   "control total "
                   FUNCTION TRIM(WS-ControlTotalShown)
                   " - see MULTRES.DAT."
           IF WS-FailCount > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       ReadCalcRequest.
           READ CalcTransFile
               AT END SET WS-CalcTransEOF TO TRUE
           END-READ.

      * The same limits as the console - whole numbers of up to 6
      * digits, no sign - and only the one operator.
       WorkCalcRequest.
           ADD 1 TO WS-ReadCount
           MOVE "OK" TO WS-Outcome
           MOVE ZEROS TO Result
           MOVE CN-Num1 TO WS-FieldToCheck
           PERFORM CheckOperand
           MOVE WS-WholeOperand TO Num1
           MOVE CN-Num2 TO WS-FieldToCheck
           PERFORM CheckOperand
           MOVE WS-WholeOperand TO Num2
           IF WS-OutcomeOk AND
              CN-Operator NOT = "*" AND CN-Operator NOT = SPACE
               MOVE "BAD OPERATOR" TO WS-Outcome
           END-IF
           IF WS-OutcomeOk
               MULTIPLY Num1 BY Num2 GIVING Result
                   ON SIZE ERROR
                       MOVE "SIZE ERROR" TO WS-Outcome
               END-MULTIPLY
           END-IF
           MOVE SPACES       TO CalcResultRecord
           MOVE CN-Reference TO CR-Reference
           MOVE CN-Num1      TO CR-Num1
           MOVE CN-Operator  TO CR-Operator
           MOVE CN-Num2      TO CR-Num2
           MOVE WS-Outcome   TO CR-Outcome
           IF WS-OutcomeOk
               MOVE Result TO CR-Result
               ADD 1 TO WS-OkCount
               ADD Result TO WS-ControlTotal
               PERFORM LogCalculation
           ELSE
               ADD 1 TO WS-FailCount
           END-IF
           WRITE CalcResultRecord.

      * A negative, fractional or over-long operand does not come
      * back the same through the unsigned whole-number field.
       CheckOperand.
           MOVE ZEROS TO WS-Operand
           MOVE ZEROS TO WS-WholeOperand
           IF WS-OutcomeOk
               IF FUNCTION TEST-NUMVAL(WS-FieldToCheck) = ZERO
                   COMPUTE WS-Operand =
                       FUNCTION NUMVAL(WS-FieldToCheck)
                       ON SIZE ERROR
                           MOVE "BAD OPERAND" TO WS-Outcome
                   END-COMPUTE
                   MOVE WS-Operand TO WS-WholeOperand
                   IF WS-Operand NOT = WS-WholeOperand
                       MOVE "BAD OPERAND" TO WS-Outcome
                   END-IF
               ELSE
                   MOVE "BAD OPERAND" TO WS-Outcome
               END-IF
           END-IF
           IF NOT WS-OutcomeOk
               MOVE ZEROS TO WS-WholeOperand
           END-IF.

      * The consumed file is renamed out of the way, so a later
      * console run never drops silently into batch mode and the
      * same sheet is never worked twice. Any prior MULTTRAN.DON is
      * overwritten by the rename.
       ArchiveCalcTransFile.
           CALL "CBL_DELETE_FILE" USING WS-TransArchiveName
               RETURNING WS-TransRenameRC
           CALL "CBL_RENAME_FILE" USING WS-TransFileName
                   WS-TransArchiveName
               RETURNING WS-TransRenameRC
           IF WS-TransRenameRC NOT = ZERO
               DISPLAY "Warning - could not archive MULTTRAN.DAT "
                       "after processing, return code "
                       WS-TransRenameRC "."
           END-IF.

       END PROGRAM Multiplier.

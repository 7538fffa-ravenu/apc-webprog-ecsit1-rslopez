      ******************************************************************
      * Author:Raphael Ervin S Lopez
      * Date:2-14-17
      * Purpose: Four-function calculator (+ - * /) on signed
      *          operands with cents, keyed at the console a set of
      *          calculations at a time; answers are logged to
      *          CALCS.DAT and a divide by zero or bad operator to
      *          ERRORS.DAT. When CALCTRAN.DAT is present it runs
      *          unattended instead - every request on the file is
      *          worked, each answer or the reason there is none goes
      *          to CALCRES.DAT with the counts and control total at
      *          the end, and the consumed file is renamed to
      *          CALCTRAN.DON. Return code 4 when any request failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. iterIf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalcLogFile ASSIGN TO "CALCS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-CalcLogFileStatus.
           SELECT CalcTransFile ASSIGN TO "CALCTRAN.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-CalcTransStatus.
           SELECT CalcResultFile ASSIGN TO "CALCRES.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ErrorFile.
               02  FILLER          PIC X       VALUE SPACE.
               02  CL-Result       PIC --------9.99.

       FD CalcTransFile.
           COPY CALCTRRC.

       FD CalcResultFile.
           COPY CALCRSRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
           01  WS-CalcLogFileStatus  PIC XX    VALUE SPACES.
               88 WS-CalcLogFileNotFound        VALUE "35".
           01  WS-ProgramId        PIC X(8)    VALUE "IterIf".
           01  WS-ErrorMessage     PIC X(40)   VALUE SPACES.
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".

      * Unattended batch mode - see DetectBatchMode.
       01  WS-CalcTransStatus      PIC XX      VALUE SPACES.
           88 WS-CalcTransNotFound             VALUE "35".
       01  WS-BatchModeFlag        PIC X       VALUE "N".
           88 WS-BatchMode                     VALUE "Y".
       01  WS-CalcTransEOFFlag     PIC X       VALUE "N".
           88 WS-CalcTransEOF                  VALUE "Y".
       01  WS-TransFileName        PIC X(12)   VALUE "CALCTRAN.DAT".
       01  WS-TransArchiveName     PIC X(12)   VALUE "CALCTRAN.DON".
       01  WS-TransRenameRC        PIC S9(9)   VALUE ZERO.
       01  WS-FieldToCheck         PIC X(10)   VALUE SPACES.
       01  WS-Operand              PIC S9(11)V9(4) VALUE ZEROS.
       01  WS-CalcOperand          PIC S9(4)V99 VALUE ZEROS.
       01  WS-Outcome              PIC X(16)   VALUE SPACES.
           88 WS-OutcomeOk                     VALUE "OK".
       01  WS-ReadCount            PIC 9(6)    VALUE ZEROS.
       01  WS-OkCount              PIC 9(6)    VALUE ZEROS.
       01  WS-FailCount            PIC 9(6)    VALUE ZEROS.
       01  WS-ControlTotal         PIC S9(13)V99 VALUE ZEROS.
       01  WS-ControlTotalShown    PIC -(13)9.99.

       PROCEDURE DIVISION.
           Calculator.
       PERFORM DetectBatchMode
       IF WS-BatchMode
           PERFORM RunBatch
           GOBACK
       END-IF
       DISPLAY "Enter number of calculations to perform (0 to end) : "
               WITH NO ADVANCING
       ACCEPT RepeatCount
           WRITE CalcLogRecord
           CLOSE CalcLogFile.

      * Presence of CALCTRAN.DAT switches the run into batch mode, so
      * the program can be CALLed from a driver without blocking on
      * the console ACCEPTs. A batch run books its ERRORS.DAT entries
      * under the cycle's business date.
       DetectBatchMode.
           OPEN INPUT CalcTransFile
           IF WS-CalcTransNotFound
               CONTINUE
           ELSE
               SET WS-BatchMode TO TRUE
               PERFORM GetBusinessDate
               DISPLAY "CALCTRAN.DAT found - running in unattended "
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
           DISPLAY "iterIf - " WS-ReadCount " request(s) read, "
                   WS-OkCount " worked, " WS-FailCount " failed, "
                   "control total "
                   FUNCTION TRIM(WS-ControlTotalShown)
                   " - see CALCRES.DAT."
           IF WS-FailCount > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       ReadCalcRequest.
           READ CalcTransFile
               AT END SET WS-CalcTransEOF TO TRUE
           END-READ.

      * The same arithmetic as the console, but an operand the
      * console would quietly take as zero fails the line instead,
      * and each failure is logged to ERRORS.DAT as the console's
      * are.
       WorkCalcRequest.
           ADD 1 TO WS-ReadCount
           MOVE "OK" TO WS-Outcome
           MOVE ZEROS TO Result
           MOVE CN-Num1 TO WS-FieldToCheck
           PERFORM CheckOperand
           MOVE WS-CalcOperand TO Num1
           MOVE CN-Num2 TO WS-FieldToCheck
           PERFORM CheckOperand
           MOVE WS-CalcOperand TO Num2
           MOVE CN-Operator TO Operator
           IF WS-OutcomeOk
               EVALUATE Operator
                   WHEN "+"
                       ADD Num1, Num2 GIVING Result
                           ON SIZE ERROR
                               MOVE "SIZE ERROR" TO WS-Outcome
                       END-ADD
                   WHEN "-"
                       SUBTRACT Num2 FROM Num1 GIVING Result
                           ON SIZE ERROR
                               MOVE "SIZE ERROR" TO WS-Outcome
                       END-SUBTRACT
                   WHEN "*"
                       MULTIPLY Num1 BY Num2 GIVING Result
                           ON SIZE ERROR
                               MOVE "SIZE ERROR" TO WS-Outcome
                       END-MULTIPLY
                   WHEN "/"
                       IF Num2 = ZERO
                           MOVE "DIVIDE BY ZERO" TO WS-Outcome
                       ELSE
                           DIVIDE Num1 BY Num2 GIVING Result ROUNDED
                               ON SIZE ERROR
                                   MOVE "SIZE ERROR" TO WS-Outcome
                           END-DIVIDE
                       END-IF
                   WHEN OTHER
                       MOVE "BAD OPERATOR" TO WS-Outcome
               END-EVALUATE
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
               MOVE SPACES TO WS-ErrorMessage
               STRING "Batch " DELIMITED BY SIZE
                      CN-Reference DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      WS-Outcome DELIMITED BY "  "
                   INTO WS-ErrorMessage
               PERFORM LogError
           END-IF
           WRITE CalcResultRecord.

      * An operand out of the +/-9999.99 range or with more than two
      * decimals does not come back the same through the working
      * field, and fails rather than being cut down.
       CheckOperand.
           MOVE ZEROS TO WS-Operand
           MOVE ZEROS TO WS-CalcOperand
           IF WS-OutcomeOk
               IF FUNCTION TEST-NUMVAL(WS-FieldToCheck) = ZERO
                   COMPUTE WS-Operand =
                       FUNCTION NUMVAL(WS-FieldToCheck)
                       ON SIZE ERROR
                           MOVE "BAD OPERAND" TO WS-Outcome
                   END-COMPUTE
                   MOVE WS-Operand TO WS-CalcOperand
                   IF WS-Operand NOT = WS-CalcOperand
                       MOVE "BAD OPERAND" TO WS-Outcome
                   END-IF
               ELSE
                   MOVE "BAD OPERAND" TO WS-Outcome
               END-IF
           END-IF
           IF NOT WS-OutcomeOk
               MOVE ZEROS TO WS-CalcOperand
           END-IF.

      * The consumed file is renamed out of the way, so a later
      * console run never drops silently into batch mode and the
      * same sheet is never worked twice. Any prior CALCTRAN.DON is
      * overwritten by the rename.
       ArchiveCalcTransFile.
           CALL "CBL_DELETE_FILE" USING WS-TransArchiveName
               RETURNING WS-TransRenameRC
           CALL "CBL_RENAME_FILE" USING WS-TransFileName
                   WS-TransArchiveName
               RETURNING WS-TransRenameRC
           IF WS-TransRenameRC NOT = ZERO
               DISPLAY "Warning - could not archive CALCTRAN.DAT "
                       "after processing, return code "
                       WS-TransRenameRC "."
           END-IF.

       COPY ERRLOGPG.

       COPY BUSDATPG.

       END PROGRAM iterIf.

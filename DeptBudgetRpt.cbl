      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Department budget versus actual payroll cost report
      *          - so an overspending department shows up the morning
      *          after payday instead of at the quarterly review.
      *          Reads the DEPTHIST.DAT cost history the payroll run
      *          appends (one line per department per run, the same
      *          figures as DEPTCOST.LST) for the current year, takes
      *          the latest payroll date as the period and the year's
      *          lines as the year to date, and sets each department's
      *          card on DEPTBUD.DAT (kept by DeptBudgetMaint) against
      *          them on DEPTBUD.LST:
      *            - the period's headcount, gross and employer
      *              pension against the per-period budget;
      *            - the year-to-date gross and employer pension
      *              against the annual budget pro-rated to the
      *              latest payroll date;
      *          each with its variance and variance percentage. A
      *          department over budget by more than its card's
      *          tolerance is flagged, as is a department with
      *          payroll cost but no budget card, or a card set for
      *          another year, and the run then ends with the WARN
      *          return code so it shows on the morning OPSCTL.LST.
      *          A correction rerun's figures replace the ones first
      *          recorded for the date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptBudgetRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO "DEPTBUD.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS DB-Department
       		              FILE STATUS IS WS-BudgetStatus.
           SELECT DeptHistFile ASSIGN TO "DEPTHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-DeptHistStatus.
           SELECT ReportFile ASSIGN TO "DEPTBUD.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD BudgetFile.
           COPY DEPTBDRC.

       FD DeptHistFile.
           COPY DEPTHSRC.

       FD ReportFile.
       01 ReportLine               PIC X(132).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BudgetStatus         PIC XX      VALUE SPACES.
           88 WS-BudgetStatusOk                VALUE "00".
       01  WS-DeptHistStatus       PIC XX      VALUE SPACES.
           88 WS-DeptHistStatusOk              VALUE "00".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.
       01  WS-BusinessParts REDEFINES WS-BusinessDate.
           02  WS-BusinessYear     PIC 9(4).
           02  FILLER              PIC 9(4).

       01  WS-BudgetEOFFlag        PIC X       VALUE "N".
           88 WS-BudgetEOF                     VALUE "Y".
       01  WS-DeptHistEOFFlag      PIC X       VALUE "N".
           88 WS-DeptHistEOF                   VALUE "Y".

      * The year's actuals per department, built from DEPTHIST.DAT.
      * The last date's figures are kept apart so a correction
      * rerun's line can take the place of the one it corrects.
       01  WS-ActualTable.
           02  WS-ActualEntry OCCURS 50 TIMES.
               03  WS-ACName       PIC X(10).
               03  WS-ACLastDate   PIC 9(8).
               03  WS-ACLastHeads  PIC 9(4).
               03  WS-ACLastGross  PIC 9(8)V99.
               03  WS-ACLastPen    PIC 9(8)V99.
               03  WS-ACYtdGross   PIC 9(9)V99.
               03  WS-ACYtdPen     PIC 9(9)V99.
               03  WS-ACBudgeted   PIC X.
       01  WS-ActualCount          PIC 99      VALUE ZEROS.
       01  WS-ACIndex              PIC 99      VALUE ZEROS.
       01  WS-SearchDept           PIC X(10)   VALUE SPACES.
       01  WS-ActualFoundFlag      PIC X       VALUE "N".
           88 WS-ActualFound                   VALUE "Y".

       01  WS-LatestRunDate        PIC 9(8)    VALUE ZEROS.
       01  WS-YearStartDate        PIC 9(8)    VALUE ZEROS.
       01  WS-NextYearDate         PIC 9(8)    VALUE ZEROS.
       01  WS-DaysElapsed          PIC 999     VALUE ZEROS.
       01  WS-DaysInYear           PIC 999     VALUE ZEROS.

      * One comparison at a time - the line being built.
       01  WS-ActHeads             PIC 9(4)    VALUE ZEROS.
       01  WS-BudHeads             PIC 9(4)    VALUE ZEROS.
       01  WS-ActGross             PIC 9(9)V99 VALUE ZEROS.
       01  WS-BudGross             PIC 9(9)V99 VALUE ZEROS.
       01  WS-ActPen               PIC 9(9)V99 VALUE ZEROS.
       01  WS-BudPen               PIC 9(9)V99 VALUE ZEROS.
       01  WS-Variance             PIC S9(9)V99 VALUE ZEROS.
       01  WS-VarPct               PIC S9(5)V9 VALUE ZEROS.
       01  WS-PctActual            PIC 9(9)V99 VALUE ZEROS.
       01  WS-PctBudget            PIC 9(9)V99 VALUE ZEROS.
       01  WS-HeadsEdit            PIC ZZZ9.
       01  WS-LineOverFlag         PIC X       VALUE "N".
           88 WS-LineOver                      VALUE "Y".
       01  WS-DeptOverFlag         PIC X       VALUE "N".
           88 WS-DeptOver                      VALUE "Y".

       01  WS-BudgetCount          PIC 9(4)    VALUE ZEROS.
       01  WS-FlagCount            PIC 9(4)    VALUE ZEROS.

       01  WS-HeadingLine1.
           02  FILLER              PIC X(40)   VALUE
               "DEPARTMENT BUDGET VERSUS ACTUAL - YEAR ".
           02  HL-Year             PIC 9(4).
           02  FILLER              PIC X(16)   VALUE
               "   PERIOD PAID ".
           02  HL-PeriodDate       PIC 9(8).

       01  WS-HeadingLine2.
           02  FILLER              PIC X(11)   VALUE "DEPARTMENT".
           02  FILLER              PIC X(7)    VALUE "BASIS".
           02  FILLER              PIC X(5)    VALUE "HDS".
           02  FILLER              PIC X(6)    VALUE "BUD".
           02  FILLER              PIC X(13)   VALUE "GROSS".
           02  FILLER              PIC X(13)   VALUE "BUDGET".
           02  FILLER              PIC X(14)   VALUE "VARIANCE".
           02  FILLER              PIC X(9)    VALUE "VAR %".
           02  FILLER              PIC X(13)   VALUE "EMPL PENSION".
           02  FILLER              PIC X(13)   VALUE "BUDGET".
           02  FILLER              PIC X(14)   VALUE "VARIANCE".
           02  FILLER              PIC X(9)    VALUE "VAR %".
           02  FILLER              PIC X(4)    VALUE "FLAG".

       01  WS-DetailLine.
           02  DL-Department       PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-Basis            PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-ActHeads         PIC X(4).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-BudHeads         PIC X(4).
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-ActGross         PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-BudGross         PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-VarGross         PIC -Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-PctGross         PIC -ZZZ9.9.
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-ActPen           PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-BudPen           PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-VarPen           PIC -Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-PctPen           PIC -ZZZ9.9.
           02  FILLER              PIC XX      VALUE SPACES.
           02  DL-Flag             PIC X(4).

       01  WS-NoteLine.
           02  NL-Department       PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  NL-Text             PIC X(60).

       01  WS-YearNote.
           02  FILLER              PIC X(20)   VALUE
               "BUDGET CARD IS FOR ".
           02  YN-Year             PIC 9(4).
           02  FILLER              PIC X(36)   VALUE
               " - NOT COMPARED, RE-KEY THE BUDGET".

       01  WS-SummaryLine1.
           02  FILLER              PIC X(22)   VALUE
               "BUDGETS COMPARED    : ".
           02  SU-BudgetCount      PIC ZZZ9.
       01  WS-SummaryLine2.
           02  FILLER              PIC X(22)   VALUE
               "DEPARTMENTS FLAGGED : ".
           02  SU-FlagCount        PIC ZZZ9.

       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           OPEN INPUT BudgetFile
           IF NOT WS-BudgetStatusOk
               DISPLAY "DeptBudgetRpt - DEPTBUD.DAT could not be "
                       "opened, status " WS-BudgetStatus
                       " - no budgets to report against."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadActuals
           PERFORM SetYearToDate
           OPEN OUTPUT ReportFile
           MOVE WS-BusinessYear  TO HL-Year
           MOVE WS-LatestRunDate TO HL-PeriodDate
           MOVE WS-HeadingLine1 TO ReportLine
           WRITE ReportLine
           MOVE WS-HeadingLine2 TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           PERFORM ReadBudget
           PERFORM UNTIL WS-BudgetEOF
               PERFORM CompareOneBudget
               PERFORM ReadBudget
           END-PERFORM
           PERFORM ReportUnbudgeted
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BudgetCount TO SU-BudgetCount
           MOVE WS-SummaryLine1 TO ReportLine
           WRITE ReportLine
           MOVE WS-FlagCount TO SU-FlagCount
           MOVE WS-SummaryLine2 TO ReportLine
           WRITE ReportLine
           CLOSE BudgetFile
           CLOSE ReportFile
           IF WS-FlagCount > ZEROS
               DISPLAY "DeptBudgetRpt - " WS-FlagCount
                       " department(s) over budget tolerance or "
                       "unbudgeted, see DEPTBUD.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "DeptBudgetRpt - every department within "
                       "budget, see DEPTBUD.LST."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

      * Only this year's lines, and none dated after the business
      * date, count. Lines arrive in run order, so a second line for
      * a department and date already seen is a correction rerun and
      * backs the first one out of the year-to-date.
       LoadActuals.
           OPEN INPUT DeptHistFile
           IF NOT WS-DeptHistStatusOk
               DISPLAY "Warning - no DEPTHIST.DAT cost history, "
                       "every actual reports as zero."
           ELSE
               PERFORM ReadDeptHist
               PERFORM UNTIL WS-DeptHistEOF
                   IF DH-RunDate(1:4) = WS-BusinessDate(1:4) AND
                      DH-RunDate NOT > WS-BusinessDate
                       PERFORM TallyActual
                   END-IF
                   PERFORM ReadDeptHist
               END-PERFORM
               CLOSE DeptHistFile
           END-IF.

       ReadDeptHist.
           READ DeptHistFile
               AT END SET WS-DeptHistEOF TO TRUE
           END-READ.

       TallyActual.
           MOVE DH-Department TO WS-SearchDept
           PERFORM FindActual
           IF NOT WS-ActualFound
               IF WS-ActualCount < 50
                   ADD 1 TO WS-ActualCount
                   MOVE WS-ActualCount TO WS-ACIndex
                   MOVE DH-Department TO WS-ACName(WS-ACIndex)
                   MOVE ZEROS TO WS-ACLastDate(WS-ACIndex)
                                 WS-ACLastHeads(WS-ACIndex)
                                 WS-ACLastGross(WS-ACIndex)
                                 WS-ACLastPen(WS-ACIndex)
                                 WS-ACYtdGross(WS-ACIndex)
                                 WS-ACYtdPen(WS-ACIndex)
                   MOVE "N" TO WS-ACBudgeted(WS-ACIndex)
                   SET WS-ActualFound TO TRUE
               ELSE
                   DISPLAY "Warning - more than 50 departments on "
                           "DEPTHIST.DAT, " DH-Department
                           " not reported."
               END-IF
           END-IF
           IF WS-ActualFound
               IF DH-RunDate = WS-ACLastDate(WS-ACIndex)
                   SUBTRACT WS-ACLastGross(WS-ACIndex)
                       FROM WS-ACYtdGross(WS-ACIndex)
                   SUBTRACT WS-ACLastPen(WS-ACIndex)
                       FROM WS-ACYtdPen(WS-ACIndex)
               END-IF
               MOVE DH-RunDate   TO WS-ACLastDate(WS-ACIndex)
               MOVE DH-Headcount TO WS-ACLastHeads(WS-ACIndex)
               MOVE DH-Gross     TO WS-ACLastGross(WS-ACIndex)
               MOVE DH-EmplPen   TO WS-ACLastPen(WS-ACIndex)
               ADD DH-Gross      TO WS-ACYtdGross(WS-ACIndex)
               ADD DH-EmplPen    TO WS-ACYtdPen(WS-ACIndex)
               IF DH-RunDate > WS-LatestRunDate
                   MOVE DH-RunDate TO WS-LatestRunDate
               END-IF
           END-IF.

      * Looks up the department in WS-SearchDept; WS-ACIndex is left
      * on the entry when found.
       FindActual.
           MOVE "N" TO WS-ActualFoundFlag
           PERFORM VARYING WS-ACIndex FROM 1 BY 1
                   UNTIL WS-ACIndex > WS-ActualCount
                      OR WS-ActualFound
               IF WS-ACName(WS-ACIndex) = WS-SearchDept
                   SET WS-ActualFound TO TRUE
               END-IF
           END-PERFORM
           IF WS-ActualFound
               SUBTRACT 1 FROM WS-ACIndex
           END-IF.

      * The annual budget is pro-rated by calendar day to the latest
      * payroll date - the date the year-to-date actuals run to.
       SetYearToDate.
           IF WS-LatestRunDate = ZEROS
               MOVE WS-BusinessDate TO WS-LatestRunDate
           END-IF
           MOVE WS-BusinessDate(1:4) TO WS-YearStartDate(1:4)
           MOVE "0101"               TO WS-YearStartDate(5:4)
           COMPUTE WS-NextYearDate = WS-YearStartDate + 10000
           COMPUTE WS-DaysElapsed =
               FUNCTION INTEGER-OF-DATE(WS-LatestRunDate)
             - FUNCTION INTEGER-OF-DATE(WS-YearStartDate) + 1
           COMPUTE WS-DaysInYear =
               FUNCTION INTEGER-OF-DATE(WS-NextYearDate)
             - FUNCTION INTEGER-OF-DATE(WS-YearStartDate).

       ReadBudget.
           READ BudgetFile NEXT
               AT END SET WS-BudgetEOF TO TRUE
           END-READ.

       CompareOneBudget.
           MOVE "N" TO WS-DeptOverFlag
           MOVE DB-Department TO WS-SearchDept
           MOVE DB-Department TO NL-Department
           PERFORM FindActual
           IF WS-ActualFound
               MOVE "Y" TO WS-ACBudgeted(WS-ACIndex)
           END-IF
           IF DB-BudgetYear NOT = WS-BusinessYear
               MOVE DB-BudgetYear TO YN-Year
               MOVE WS-YearNote TO NL-Text
               MOVE WS-NoteLine TO ReportLine
               WRITE ReportLine
               ADD 1 TO WS-FlagCount
           ELSE
               ADD 1 TO WS-BudgetCount
               PERFORM ComparePeriod
               PERFORM CompareYearToDate
               IF WS-DeptOver
                   ADD 1 TO WS-FlagCount
               END-IF
           END-IF.

      * The period is the latest payroll date - a department not
      * paid on it shows nothing spent against its period budget.
       ComparePeriod.
           MOVE ZEROS TO WS-ActHeads WS-ActGross WS-ActPen
           IF WS-ActualFound
               IF WS-ACLastDate(WS-ACIndex) = WS-LatestRunDate
                   MOVE WS-ACLastHeads(WS-ACIndex) TO WS-ActHeads
                   MOVE WS-ACLastGross(WS-ACIndex) TO WS-ActGross
                   MOVE WS-ACLastPen(WS-ACIndex)   TO WS-ActPen
               END-IF
           END-IF
           MOVE DB-PeriodHeads   TO WS-BudHeads
           MOVE DB-PeriodGross   TO WS-BudGross
           MOVE DB-PeriodEmplPen TO WS-BudPen
           MOVE SPACES TO WS-DetailLine
           MOVE DB-Department TO DL-Department
           MOVE "PERIOD" TO DL-Basis
           MOVE WS-ActHeads TO WS-HeadsEdit
           MOVE WS-HeadsEdit TO DL-ActHeads
           MOVE WS-BudHeads TO WS-HeadsEdit
           MOVE WS-HeadsEdit TO DL-BudHeads
           MOVE "N" TO WS-LineOverFlag
           MOVE WS-ActHeads TO WS-PctActual
           MOVE WS-BudHeads TO WS-PctBudget
           PERFORM ComputeVarPct
           PERFORM CheckTolerance
           PERFORM FormatMoneyColumns
           PERFORM WriteDetailLine.

       CompareYearToDate.
           MOVE ZEROS TO WS-ActGross WS-ActPen
           IF WS-ActualFound
               MOVE WS-ACYtdGross(WS-ACIndex) TO WS-ActGross
               MOVE WS-ACYtdPen(WS-ACIndex)   TO WS-ActPen
           END-IF
           COMPUTE WS-BudGross ROUNDED =
               DB-AnnualGross * WS-DaysElapsed / WS-DaysInYear
           COMPUTE WS-BudPen ROUNDED =
               DB-AnnualEmplPen * WS-DaysElapsed / WS-DaysInYear
           MOVE SPACES TO WS-DetailLine
           MOVE "YTD" TO DL-Basis
           MOVE "N" TO WS-LineOverFlag
           PERFORM FormatMoneyColumns
           PERFORM WriteDetailLine.

       FormatMoneyColumns.
           MOVE WS-ActGross TO DL-ActGross
           MOVE WS-BudGross TO DL-BudGross
           COMPUTE WS-Variance = WS-ActGross - WS-BudGross
           MOVE WS-Variance TO DL-VarGross
           MOVE WS-ActGross TO WS-PctActual
           MOVE WS-BudGross TO WS-PctBudget
           PERFORM ComputeVarPct
           MOVE WS-VarPct TO DL-PctGross
           PERFORM CheckTolerance
           MOVE WS-ActPen TO DL-ActPen
           MOVE WS-BudPen TO DL-BudPen
           COMPUTE WS-Variance = WS-ActPen - WS-BudPen
           MOVE WS-Variance TO DL-VarPen
           MOVE WS-ActPen TO WS-PctActual
           MOVE WS-BudPen TO WS-PctBudget
           PERFORM ComputeVarPct
           MOVE WS-VarPct TO DL-PctPen
           PERFORM CheckTolerance.

      * Variance as a percentage of budget. Spend against a budget of
      * nothing is as far over as the column will show.
       ComputeVarPct.
           EVALUATE TRUE
               WHEN WS-PctBudget = ZEROS AND WS-PctActual = ZEROS
                   MOVE ZEROS TO WS-VarPct
               WHEN WS-PctBudget = ZEROS
                   MOVE 9999.9 TO WS-VarPct
               WHEN OTHER
                   COMPUTE WS-VarPct ROUNDED =
                       (WS-PctActual - WS-PctBudget) * 100
                       / WS-PctBudget
                       ON SIZE ERROR MOVE 9999.9 TO WS-VarPct
                   END-COMPUTE
                   IF WS-VarPct > 9999.9
                       MOVE 9999.9 TO WS-VarPct
                   END-IF
           END-EVALUATE.

       CheckTolerance.
           IF WS-VarPct > DB-TolerancePct
               SET WS-LineOver TO TRUE
               SET WS-DeptOver TO TRUE
           END-IF.

       WriteDetailLine.
           IF WS-LineOver
               MOVE "OVER" TO DL-Flag
           END-IF
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

      * A department the payroll has paid this year with no budget
      * card at all is an overspend by definition.
       ReportUnbudgeted.
           PERFORM VARYING WS-ACIndex FROM 1 BY 1
                   UNTIL WS-ACIndex > WS-ActualCount
               IF WS-ACBudgeted(WS-ACIndex) = "N"
                   ADD 1 TO WS-FlagCount
                   MOVE WS-ACName(WS-ACIndex) TO NL-Department
                   MOVE "PAID THIS YEAR BUT HAS NO DEPTBUD.DAT BUDGET"
                       TO NL-Text
                   MOVE WS-NoteLine TO ReportLine
                   WRITE ReportLine
               END-IF
           END-PERFORM.

       END PROGRAM DeptBudgetRpt.

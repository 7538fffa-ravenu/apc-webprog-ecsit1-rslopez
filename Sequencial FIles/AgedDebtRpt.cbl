      * Purpose: Aged-debt report off the STUDLEDG.DAT ledger - sorts
      *          the ledger into StudentId/date order, applies each
      *          student's credits against their oldest debits first,
      *          and buckets whatever remains unpaid by how far past the
      *          business date it is: current (30 days or less), 31-60,
      *          61-90 and over 90 days. One AGEDDEBT.LST line per
      *          student still owing, with column totals, so the bursar
      *          chases one listing instead of a spreadsheet. Ends with
      *          the WARN return code when anything is older than 30
      *          days, the same signal IntegrityAudit gives the batch
      *          log. A student with anything over 90 days is also put
      *          on financial hold on HOLDS.DAT (placed by AGEDDEBT,
      *          journalled on HOLDLOG.DAT), so the nightly run stops
      *          them registering and being sent a transcript; a hold
      *          already active is left as it stands. Holds are never
      *          lifted here - the bursar releases them through
      *          HoldMaint, and one released while the debt is still
      *          over 90 days is placed again on the next run. Sponsor
      *          balances on the SPONLEDG.DAT sponsor ledger are aged
      *          the same way but separately, in a SPONSOR BALANCES
      *          section of their own after the student totals, one line
      *          per sponsor still owing with its SPONSORS.DAT name and
      *          its own totals; a sponsor is never put on hold, but its
      *          debt over 30 days gives the same WARN return code. A
      *          student on an active PAYPLANS.DAT payment plan is aged
      *          by instalment instead: the part of their debt the plan
      *          covers is aged only as far as an instalment has passed
      *          its due date unpaid, each from its own due date, and
      *          what is not yet due under the plan is shown in a PLAN
      *          NOT DUE column and total of its own rather than as
      *          current debt. Debt raised after the plan was agreed,
      *          and the whole balance of a broken plan, is aged as
      *          usual. A student with anything over 30 days is also
      *          queued an OVERDUE notice on NOTIFYQ.DAT for
      *          NotifyDispatch, keyed on the business month so the
      *          reminder goes once a month while the debt stands.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT HoldFile ASSIGN TO "HOLDS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS HO-HoldKey
       		              FILE STATUS IS WS-HoldStatus.
           SELECT HoldLogFile ASSIGN TO "HOLDLOG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-HoldLogStatus.
           SELECT NotifyQueueFile ASSIGN TO "NOTIFYQ.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyQueueStatus.
           SELECT NotifyTplFile ASSIGN USING WS-NotifyTplName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-NotifyTplStatus.
           SELECT SponsorLedgerFile ASSIGN TO "SPONLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-SponsorLedgerStatus.
           SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS SN-SponsorCode
       		              FILE STATUS IS WS-SponsorStatus.
           SELECT PlanFile ASSIGN TO "PAYPLANS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS PP-PlanKey
       		              FILE STATUS IS WS-PlanStatus.
       DATA DIVISION.

       FILE SECTION.
           02  SL-TransType    PIC X.
           02  SL-TransDate    PIC 9(8).
           02  SL-Amount       PIC 9(7)V99.
           02  SL-SponsorCode  PIC X(6).

       FD ReportFile.
       01 ReportLine               PIC X(132).
       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD HoldFile.
           COPY HOLDRC.

       FD HoldLogFile.
           COPY HOLDLGRC.

       FD NotifyQueueFile.
           COPY NOTIFYRC.

       FD NotifyTplFile.
       01 NotifyTplRecord          PIC X(160).

       FD SponsorLedgerFile.
           COPY SPLEDGRC.

       FD SponsorFile.
           COPY SPONSRC.

       FD PlanFile.
           COPY PLANRC.

       WORKING-STORAGE SECTION.
       01  WS-LedgerStatus         PIC XX      VALUE SPACES.
           88 WS-LedgerStatusOk                VALUE "00".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.
       01  WS-BusinessDays         PIC S9(9)   VALUE ZEROS.

       01  WS-NotifyQueueStatus    PIC XX      VALUE SPACES.
           88 WS-NotifyQueueNotFound           VALUE "35".
       01  WS-NotifyTplStatus      PIC XX      VALUE SPACES.
           88 WS-NotifyTplStatusOk             VALUE "00".
       01  WS-NotifyTplName        PIC X(12)   VALUE SPACES.
       01  WS-NotifyTplLoaded      PIC X(8)    VALUE SPACES.
       01  WS-NotifyTemplate       PIC X(165)  VALUE SPACES.
       01  WS-NotifyEvent          PIC X(8)    VALUE SPACES.
       01  WS-NotifyStudentId      PIC 99(9)   VALUE ZEROS.
       01  WS-NotifySurname        PIC X(10)   VALUE SPACES.
       01  WS-NotifyInitials       PIC XX      VALUE SPACES.
       01  WS-NotifyKey            PIC X(12)   VALUE SPACES.
       01  WS-NotifyDetail1        PIC X(30)   VALUE SPACES.
       01  WS-NotifyDetail2        PIC X(30)   VALUE SPACES.
       01  WS-NotifyIn             PIC 999     VALUE ZEROS.
       01  WS-NotifyOut            PIC 999     VALUE ZEROS.
       01  WS-NotifyCount          PIC 9(5)    VALUE ZEROS.
       01  WS-NotifyOverdue        PIC 9(8)V99 VALUE ZEROS.
       01  WS-NotifyOwed           PIC 9(8)V99 VALUE ZEROS.
       01  WS-NotifyAmount         PIC ZZ,ZZZ,ZZ9.99.

       01  WS-HoldStatus           PIC XX      VALUE SPACES.
           88 WS-HoldStatusOk                  VALUE "00".
           88 WS-HoldFileNotFound              VALUE "35".
       01  WS-HoldAvailableFlag    PIC X       VALUE "N".
           88 WS-HoldFileAvailable             VALUE "Y".
       01  WS-HoldLogStatus        PIC XX      VALUE SPACES.
           88 WS-HoldLogNotFound               VALUE "35".
       01  WS-HoldAction           PIC X       VALUE SPACE.
       01  WS-HoldFoundFlag        PIC X       VALUE "N".
           88 WS-HoldFound                     VALUE "Y".
       01  WS-HoldNote             PIC X(12)   VALUE SPACES.
       01  WS-HoldsPlaced          PIC 9(5)    VALUE ZEROS.

       01  WS-LedgerEOFFlag        PIC X       VALUE "N".
           88 WS-LedgerEOF                     VALUE "Y".
       01  WS-SortEOFFlag          PIC X       VALUE "N".
       01  WS-FirstRecordFlag      PIC X       VALUE "Y".
           88 WS-IsFirstRecord                 VALUE "Y".
       01  WS-PrevStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-PrevSponsorCode      PIC X(6)    VALUE SPACES.

       01  WS-SponsorLedgerStatus  PIC XX      VALUE SPACES.
           88 WS-SponsorLedgerStatusOk         VALUE "00".
       01  WS-SponsorStatus        PIC XX      VALUE SPACES.
           88 WS-SponsorStatusOk               VALUE "00".
       01  WS-SponsorAvailableFlag PIC X       VALUE "N".
           88 WS-SponsorFileAvailable          VALUE "Y".

       01  WS-PlanStatus           PIC XX      VALUE SPACES.
           88 WS-PlanStatusOk                  VALUE "00".
       01  WS-PlanAvailableFlag    PIC X       VALUE "N".
           88 WS-PlanFileAvailable             VALUE "Y".
       01  WS-PlanScanEOFFlag      PIC X       VALUE "N".
           88 WS-PlanScanEOF                   VALUE "Y".
       01  WS-PlanFoundFlag        PIC X       VALUE "N".
           88 WS-PlanFound                     VALUE "Y".
       01  WS-PlanBrokenFlag       PIC X       VALUE "N".
           88 WS-PlanBrokenSeen                VALUE "Y".
       01  WS-PlanStudentId        PIC 99(9)   VALUE ZEROS.
       01  WS-PlanOpen             PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanTake             PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanPaidLeft         PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanOverdue          PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanNotDue           PIC 9(7)V99 VALUE ZEROS.
       01  WS-PlanFirstMissed      PIC 9       VALUE ZERO.
       01  WS-PlanIndex            PIC 9       VALUE ZERO.
       01  WS-PlanUnpaidTable.
           02  WS-PlanUnpaid       PIC 9(7)V99 OCCURS 6 TIMES.
       01  WS-PlanNote             PIC X(12)   VALUE SPACES.
       01  WS-TotalNotDue          PIC 9(9)V99 VALUE ZEROS.

      * The current student's unpaid debits, oldest first - ledger
      * order within a student is date order after the sort. Credits
       01  WS-TableFullWarned      PIC X       VALUE "N".

       01  WS-AgeDays              PIC S9(9)   VALUE ZEROS.
       01  WS-AgeDate              PIC 9(8)    VALUE ZEROS.
       01  WS-AgeAmount            PIC 9(7)V99 VALUE ZEROS.
       01  WS-BucketCurrent        PIC 9(8)V99 VALUE ZEROS.
       01  WS-Bucket30             PIC 9(8)V99 VALUE ZEROS.
       01  WS-Bucket60             PIC 9(8)V99 VALUE ZEROS.

       01  WS-ColumnHeading        PIC X(132)  VALUE
           "STUDENT ID SURNAME        CURRENT      31-60       61-90
      -    "   OVER 90    NOT DUE    HOLD         PLAN".

       01  WS-DetailLine.
           02  DL-StudentId        PIC 99(9).
           02  DL-Days60           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-Days90           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-NotDue           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  DL-HoldNote         PIC X(12).
           02  FILLER              PIC X       VALUE SPACE.
           02  DL-PlanNote         PIC X(12).

       01  WS-TotalLine.
           02  FILLER              PIC X(22)   VALUE "TOTALS        ".
               "STUDENTS OWING      : ".
           02  SU-DebtorCount      PIC ZZZZ9.

       01  WS-HoldSummary.
           02  FILLER              PIC X(22)   VALUE
               "HOLDS PLACED        : ".
           02  SU-HoldsPlaced      PIC ZZZZ9.

       01  WS-PlanSummary.
           02  FILLER              PIC X(22)   VALUE
               "PLAN NOT YET DUE    : ".
           02  SU-PlanNotDue       PIC Z,ZZZ,ZZ9.99.

       01  WS-SponsorSectionLine   PIC X(132)  VALUE
           "SPONSOR BALANCES".

       01  WS-SponsorColumnHeading PIC X(132)  VALUE
           "SPONSOR                   CURRENT      31-60       61-90
      -    "   OVER 90  SPONSOR NAME".

       01  WS-SponsorLine.
           02  DP-SponsorCode      PIC X(6).
           02  FILLER              PIC X(16)   VALUE SPACES.
           02  DP-Current          PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DP-Days30           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DP-Days60           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  DP-Days90           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  DP-SponsorName      PIC X(30).

       01  WS-SponsorSummaryLine.
           02  FILLER              PIC X(22)   VALUE
               "SPONSORS OWING      : ".
           02  SU-SponsorCount     PIC ZZZZ9.

       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
               DISPLAY "Warning - STUDENTS.DAT not available, "
                       "student names will not be shown."
           END-IF
           OPEN I-O HoldFile
           IF WS-HoldFileNotFound
               OPEN OUTPUT HoldFile
               CLOSE HoldFile
               OPEN I-O HoldFile
           END-IF
           IF WS-HoldStatusOk
               SET WS-HoldFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - HOLDS.DAT could not be opened, "
                       "status " WS-HoldStatus
                       " - no financial holds placed."
           END-IF
           OPEN INPUT PlanFile
           IF WS-PlanStatusOk
               SET WS-PlanFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - PAYPLANS.DAT not available, "
                       "payment plans will not be taken into account."
           END-IF
           SORT SortWorkFile
               ON ASCENDING KEY SL-StudentId SL-TransDate
               INPUT PROCEDURE IS LoadLedger
               OUTPUT PROCEDURE IS AgeTheDebt
           PERFORM AgeSponsorBalances
           CLOSE ReportFile
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           END-IF
           IF WS-HoldFileAvailable
               CLOSE HoldFile
           END-IF
           IF WS-PlanFileAvailable
               CLOSE PlanFile
           END-IF
           IF WS-AgedDebtFound
               DISPLAY "AgedDebtRpt - debt older than 30 days found, "
                       "see AGEDDEBT.LST."

           COPY BUSDATPG.

           COPY HOLDLGPG.

           COPY PLANPG.

       LoadLedger.
           OPEN INPUT LedgerFile
           PERFORM ReadLedger
               MOVE LG-TransType TO SL-TransType
               MOVE LG-TransDate TO SL-TransDate
               MOVE LG-Amount    TO SL-Amount
               MOVE SPACES       TO SL-SponsorCode
               RELEASE SortRecord
               PERFORM ReadLedger
           END-PERFORM
           MOVE WS-DebtorCount TO SU-DebtorCount
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine
           MOVE WS-HoldsPlaced TO SU-HoldsPlaced
           MOVE WS-HoldSummary TO ReportLine
           WRITE ReportLine
           MOVE WS-TotalNotDue TO SU-PlanNotDue
           MOVE WS-PlanSummary TO ReportLine
           WRITE ReportLine.

      * The sponsor section - the same sort, oldest-first matching
      * and bucketing as the students, run a second time over the
      * sponsor ledger in sponsor order, with totals of its own so
      * student and sponsor debt are never added together. Without
      * SPONLEDG.DAT no sponsor has been billed and the section is
      * left off.
       AgeSponsorBalances.
           OPEN INPUT SponsorLedgerFile
           IF WS-SponsorLedgerStatusOk
               CLOSE SponsorLedgerFile
               OPEN INPUT SponsorFile
               IF WS-SponsorStatusOk
                   SET WS-SponsorFileAvailable TO TRUE
               END-IF
               SORT SortWorkFile
                   ON ASCENDING KEY SL-SponsorCode SL-TransDate
                   INPUT PROCEDURE IS LoadSponsorLedger
                   OUTPUT PROCEDURE IS AgeSponsorDebt
               IF WS-SponsorFileAvailable
                   CLOSE SponsorFile
               END-IF
           END-IF.

       LoadSponsorLedger.
           OPEN INPUT SponsorLedgerFile
           MOVE "N" TO WS-LedgerEOFFlag
           PERFORM ReadSponsorLedger
           PERFORM UNTIL WS-LedgerEOF
               MOVE SJ-SponsorCode TO SL-SponsorCode
               MOVE ZEROS          TO SL-StudentId
               MOVE SJ-TransType   TO SL-TransType
               MOVE SJ-TransDate   TO SL-TransDate
               MOVE SJ-Amount      TO SL-Amount
               RELEASE SortRecord
               PERFORM ReadSponsorLedger
           END-PERFORM
           CLOSE SponsorLedgerFile.

       ReadSponsorLedger.
           READ SponsorLedgerFile
               AT END SET WS-LedgerEOF TO TRUE
           END-READ.

       AgeSponsorDebt.
           MOVE ZEROS TO WS-TotalCurrent
           MOVE ZEROS TO WS-Total30
           MOVE ZEROS TO WS-Total60
           MOVE ZEROS TO WS-Total90
           MOVE ZEROS TO WS-DebtorCount
           MOVE "N" TO WS-TableFullWarned
           MOVE "Y" TO WS-FirstRecordFlag
           MOVE "N" TO WS-SortEOFFlag
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-SponsorSectionLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-SponsorColumnHeading TO ReportLine
           WRITE ReportLine
           RETURN SortWorkFile
               AT END SET WS-SortEOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SortEOF
               IF WS-IsFirstRecord
                   MOVE SL-SponsorCode TO WS-PrevSponsorCode
                   MOVE "N" TO WS-FirstRecordFlag
                   MOVE ZEROS TO WS-DebitCount
               END-IF
               IF SL-SponsorCode NOT = WS-PrevSponsorCode
                   PERFORM ReportOneSponsor
                   MOVE SL-SponsorCode TO WS-PrevSponsorCode
                   MOVE ZEROS TO WS-DebitCount
               END-IF
               PERFORM AbsorbLedgerEntry
               RETURN SortWorkFile
                   AT END SET WS-SortEOF TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT WS-IsFirstRecord
               PERFORM ReportOneSponsor
           END-IF
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-TotalCurrent TO TL-Current
           MOVE WS-Total30      TO TL-Days30
           MOVE WS-Total60      TO TL-Days60
           MOVE WS-Total90      TO TL-Days90
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           MOVE WS-DebtorCount TO SU-SponsorCount
           MOVE WS-SponsorSummaryLine TO ReportLine
           WRITE ReportLine.

       ReportOneSponsor.
           PERFORM BucketOpenDebits
           IF WS-BucketCurrent > ZEROS OR WS-Bucket30 > ZEROS OR
              WS-Bucket60 > ZEROS OR WS-Bucket90 > ZEROS
               ADD 1 TO WS-DebtorCount
               PERFORM WriteSponsorLine
           END-IF.

       WriteSponsorLine.
           MOVE WS-PrevSponsorCode TO DP-SponsorCode
           MOVE SPACES TO DP-SponsorName
           IF WS-SponsorFileAvailable
               MOVE WS-PrevSponsorCode TO SN-SponsorCode
               READ SponsorFile
                   INVALID KEY
                       MOVE "*NO FILE*" TO DP-SponsorName
                   NOT INVALID KEY
                       MOVE SN-SponsorName TO DP-SponsorName
               END-READ
           END-IF
           MOVE WS-BucketCurrent TO DP-Current
           MOVE WS-Bucket30      TO DP-Days30
           MOVE WS-Bucket60      TO DP-Days60
           MOVE WS-Bucket90      TO DP-Days90
           MOVE WS-SponsorLine TO ReportLine
           WRITE ReportLine
           ADD WS-BucketCurrent TO WS-TotalCurrent
           ADD WS-Bucket30      TO WS-Total30
           ADD WS-Bucket60      TO WS-Total60
           ADD WS-Bucket90      TO WS-Total90.

      * A debit joins the open-debit table in date order; a credit
      * pays the oldest open debits down first, oldest-first being
                       TO WS-DebitOpen(WS-DebitCount)
               ELSE
                   IF WS-TableFullWarned = "N"
                       IF SL-SponsorCode = SPACES
                           DISPLAY "Warning - more than 100 debits for "
                                   "StudentId " SL-StudentId
                                   ", remainder not aged."
                       ELSE
                           DISPLAY "Warning - more than 100 debits for "
                                   "sponsor " SL-SponsorCode
                                   ", remainder not aged."
                       END-IF
                       MOVE "Y" TO WS-TableFullWarned
                   END-IF
               END-IF
               END-PERFORM
           END-IF.

      * A student on an active plan has the debt the plan covers
      * taken out of the open debits before they are bucketed, and
      * only the instalments already past their due date put back,
      * each aged from its own due date.
       ReportOneStudent.
           MOVE ZEROS  TO WS-PlanNotDue
           MOVE SPACES TO WS-PlanNote
           MOVE WS-PrevStudentId TO WS-PlanStudentId
           PERFORM FindActivePlan
           IF WS-PlanFound
               PERFORM TakePlanDebits
               PERFORM SpreadPlanPayments
           END-IF
           PERFORM BucketOpenDebits
           IF WS-PlanFound
               PERFORM BucketPlanInstalments
               IF WS-PlanFirstMissed > ZERO
                   MOVE "PLAN ARREARS" TO WS-PlanNote
               ELSE
                   MOVE "ON PLAN" TO WS-PlanNote
               END-IF
           ELSE
               IF WS-PlanBrokenSeen
                   MOVE "PLAN BROKEN" TO WS-PlanNote
               END-IF
           END-IF
           IF WS-BucketCurrent > ZEROS OR WS-Bucket30 > ZEROS OR
              WS-Bucket60 > ZEROS OR WS-Bucket90 > ZEROS OR
              WS-PlanNotDue > ZEROS
               ADD 1 TO WS-DebtorCount
               MOVE SPACES TO WS-HoldNote
               IF WS-Bucket90 > ZEROS AND WS-HoldFileAvailable
                   PERFORM PlaceDebtHold
               END-IF
               PERFORM WriteDebtorLine
           END-IF.

      * Debt over 90 days puts the student on financial hold. An F
      * hold already active on the business date is left alone; a
      * released or lapsed one is placed again over the old record,
      * the release having been journalled when it was made.
       PlaceDebtHold.
           MOVE WS-PrevStudentId TO HO-StudentId
           MOVE "F"              TO HO-HoldType
           READ HoldFile
               INVALID KEY
                   MOVE "N" TO WS-HoldFoundFlag
               NOT INVALID KEY
                   SET WS-HoldFound TO TRUE
           END-READ
           IF WS-HoldFound AND HO-PlacedDate <= WS-BusinessDate AND
              (HO-ReleaseDate = ZEROS OR
               HO-ReleaseDate > WS-BusinessDate)
               MOVE "ON HOLD" TO WS-HoldNote
           ELSE
               MOVE WS-PrevStudentId    TO HO-StudentId
               MOVE "F"                 TO HO-HoldType
               MOVE WS-BusinessDate     TO HO-PlacedDate
               MOVE "AGEDDEBT"          TO HO-PlacedBy
               MOVE "DEBT OVER 90 DAYS" TO HO-Reason
               MOVE ZEROS               TO HO-ReleaseDate
               MOVE SPACES              TO HO-ReleasedBy
               IF WS-HoldFound
                   REWRITE StudentHoldRecord
                       INVALID KEY
                           MOVE "N" TO WS-HoldFoundFlag
                   END-REWRITE
               ELSE
                   WRITE StudentHoldRecord
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-HoldFound TO TRUE
                   END-WRITE
               END-IF
               IF WS-HoldFound
                   MOVE "P" TO WS-HoldAction
                   PERFORM LogHoldAction
                   ADD 1 TO WS-HoldsPlaced
                   MOVE "HOLD PLACED" TO WS-HoldNote
               ELSE
                   DISPLAY "Warning - financial hold for StudentId "
                           WS-PrevStudentId " could not be written, "
                           "status " WS-HoldStatus "."
               END-IF
           END-IF.

       BucketOpenDebits.
           MOVE ZEROS TO WS-BucketCurrent
           MOVE ZEROS TO WS-Bucket30
           MOVE ZEROS TO WS-Bucket60
               IF WS-DebitOpen(WS-DebitIndex) > ZEROS
                   PERFORM BucketOneDebit
               END-IF
           END-PERFORM.

       BucketOneDebit.
           MOVE WS-DebitDate(WS-DebitIndex) TO WS-AgeDate
           MOVE WS-DebitOpen(WS-DebitIndex) TO WS-AgeAmount
           PERFORM BucketOneAmount.

       BucketPlanInstalments.
           PERFORM VARYING WS-PlanIndex FROM 1 BY 1
                   UNTIL WS-PlanIndex > PP-InstalmentCount
               IF WS-PlanUnpaid(WS-PlanIndex) > ZEROS AND
                  PP-DueDate(WS-PlanIndex) < WS-BusinessDate
                   MOVE PP-DueDate(WS-PlanIndex)    TO WS-AgeDate
                   MOVE WS-PlanUnpaid(WS-PlanIndex) TO WS-AgeAmount
                   PERFORM BucketOneAmount
               END-IF
           END-PERFORM.

       BucketOneAmount.
           COMPUTE WS-AgeDays = WS-BusinessDays -
               FUNCTION INTEGER-OF-DATE(WS-AgeDate)
           EVALUATE TRUE
               WHEN WS-AgeDays <= 30
                   ADD WS-AgeAmount TO WS-BucketCurrent
               WHEN WS-AgeDays <= 60
                   ADD WS-AgeAmount TO WS-Bucket30
                   SET WS-AgedDebtFound TO TRUE
               WHEN WS-AgeDays <= 90
                   ADD WS-AgeAmount TO WS-Bucket60
                   SET WS-AgedDebtFound TO TRUE
               WHEN OTHER
                   ADD WS-AgeAmount TO WS-Bucket90
                   SET WS-AgedDebtFound TO TRUE
           END-EVALUATE.

       WriteDebtorLine.
           MOVE WS-PrevStudentId TO DL-StudentId
           MOVE SPACES TO DL-Surname
           MOVE SPACES TO WS-NotifyInitials
           IF WS-StudentFileAvailable
               MOVE WS-PrevStudentId TO StudentId
               READ StudentFile
                   INVALID KEY
                       MOVE "*NO FILE*" TO DL-Surname
                   NOT INVALID KEY
                       MOVE Surname  TO DL-Surname
                       MOVE Initials TO WS-NotifyInitials
               END-READ
           END-IF
           MOVE WS-BucketCurrent TO DL-Current
           MOVE WS-Bucket30      TO DL-Days30
           MOVE WS-Bucket60      TO DL-Days60
           MOVE WS-Bucket90      TO DL-Days90
           MOVE WS-PlanNotDue    TO DL-NotDue
           MOVE WS-HoldNote      TO DL-HoldNote
           MOVE WS-PlanNote      TO DL-PlanNote
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine
           ADD WS-BucketCurrent TO WS-TotalCurrent
           ADD WS-Bucket30      TO WS-Total30
           ADD WS-Bucket60      TO WS-Total60
           ADD WS-Bucket90      TO WS-Total90
           ADD WS-PlanNotDue    TO WS-TotalNotDue
           IF WS-Bucket30 > ZEROS OR WS-Bucket60 > ZEROS OR
              WS-Bucket90 > ZEROS
               PERFORM QueueOverdueNotice
           END-IF.

      * A student with anything over 30 days is reminded - keyed on
      * the business month, so one reminder a month while the debt
      * stands, not one a night.
       QueueOverdueNotice.
           MOVE "OVERDUE"              TO WS-NotifyEvent
           MOVE WS-PrevStudentId       TO WS-NotifyStudentId
           IF DL-Surname = "*NO FILE*"
               MOVE SPACES             TO WS-NotifySurname
           ELSE
               MOVE DL-Surname         TO WS-NotifySurname
           END-IF
           MOVE WS-BusinessDate(1:6)   TO WS-NotifyKey
           COMPUTE WS-NotifyOverdue =
               WS-Bucket30 + WS-Bucket60 + WS-Bucket90
           COMPUTE WS-NotifyOwed = WS-BucketCurrent + WS-NotifyOverdue
           MOVE WS-NotifyOverdue       TO WS-NotifyAmount
           MOVE WS-NotifyAmount        TO WS-NotifyDetail1
           MOVE WS-NotifyOwed          TO WS-NotifyAmount
           MOVE WS-NotifyAmount        TO WS-NotifyDetail2
           PERFORM QueueNotification.

           COPY NOTIFYPG.

       END PROGRAM AgedDebtRpt.

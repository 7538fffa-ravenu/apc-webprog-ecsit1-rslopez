      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: General ledger posting job - takes the GLINTF.DAT
      *          journal legs the payroll run, TuitionBilling,
      *          PaymentEntry and WithdrawalRefund have written since
      *          the last posting, resolves each leg's account code
      *          and cost centre from the COAMAP.DAT chart-of-
      *          accounts mapping (source, transaction type and
      *          department, "*" standing for any department), and
      *          proves every source's debits equal its credits.
      *          Only when every leg maps and every source balances
      *          does it cut the dated GLPOSTyyyymmdd.DAT ledger
      *          upload - an H header, one D line per leg, and a T
      *          trailer carrying the line count and the debit and
      *          credit control totals - then moves GLINTF.DAT aside
      *          as GLINTF.DON and records the upload on the HKREG.DAT
      *          archive register under the source name GLPOST. An
      *          unmapped department or transaction type, a bad leg,
      *          or a source out of balance stops the posting: each
      *          is listed on GLEXCEPT.LST, nothing is cut, and
      *          GLINTF.DAT is left in place for a rerun once the
      *          mapping card has been put right. A date already
      *          posted is refused rather than overwritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlIntfFile ASSIGN TO "GLINTF.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-GlIntfStatus.
           SELECT GlMapFile ASSIGN TO "COAMAP.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-GlMapStatus.
           SELECT PostFile ASSIGN USING WS-PostFileName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-PostStatus.
           SELECT ExceptFile ASSIGN TO "GLEXCEPT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HkRegFile ASSIGN TO "HKREG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-HkRegStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD GlIntfFile.
           COPY GLINTFRC.

       FD GlMapFile.
           COPY GLMAPRC.

      * The ledger upload - header, detail and trailer records built
      * in WORKING-STORAGE, the same way the bank file is.
       FD PostFile.
       01 PostRecord               PIC X(100).

       FD ExceptFile.
       01 ExceptLine               PIC X(100).

      * The Housekeeping archive register - one line per dated
      * upload cut, so the retention job ages them out on schedule.
       FD HkRegFile.
       01 HkRegRecord.
           02  HR-ArchiveName      PIC X(30).
           02  FILLER              PIC X.
           02  HR-SourceName       PIC X(16).
           02  FILLER              PIC X.
           02  HR-ArchiveDate      PIC 9(8).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-GlIntfStatus         PIC XX      VALUE SPACES.
           88 WS-GlIntfStatusOk                VALUE "00".
           88 WS-GlIntfNotFound                VALUE "35".
       01  WS-GlMapStatus          PIC XX      VALUE SPACES.
           88 WS-GlMapStatusOk                 VALUE "00".
       01  WS-PostStatus           PIC XX      VALUE SPACES.
           88 WS-PostStatusOk                  VALUE "00".
           88 WS-PostNotFound                  VALUE "35".
       01  WS-HkRegStatus          PIC XX      VALUE SPACES.
           88 WS-HkRegNotFound                 VALUE "35".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-GlIntfEOFFlag        PIC X       VALUE "N".
           88 WS-GlIntfEOF                     VALUE "Y".
       01  WS-GlMapEOFFlag         PIC X       VALUE "N".
           88 WS-GlMapEOF                      VALUE "Y".

       01  WS-PostFileName         PIC X(20)   VALUE SPACES.
       01  WS-IntfFileName         PIC X(12)   VALUE "GLINTF.DAT".
       01  WS-IntfArchiveName      PIC X(12)   VALUE "GLINTF.DON".
       01  WS-RenameRC             PIC S9(9)   VALUE ZERO.

      * The chart-of-accounts mapping, loaded whole from COAMAP.DAT.
       01  WS-MapTable.
           02  WS-MapEntry OCCURS 200 TIMES.
               03  WS-MPSource     PIC X(8).
               03  WS-MPTransType  PIC X(10).
               03  WS-MPDepartment PIC X(10).
               03  WS-MPAccount    PIC X(10).
               03  WS-MPCostCentre PIC X(6).
       01  WS-MapCount             PIC 999     VALUE ZEROS.
       01  WS-MapIndex             PIC 999     VALUE ZEROS.
       01  WS-MapFoundFlag         PIC X       VALUE "N".
           88 WS-MapFound                      VALUE "Y".
       01  WS-FoundAccount         PIC X(10)   VALUE SPACES.
       01  WS-FoundCostCentre      PIC X(6)    VALUE SPACES.

      * Debit and credit control totals per source, for the balance
      * proof.
       01  WS-SourceTable.
           02  WS-SourceEntry OCCURS 10 TIMES.
               03  WS-SRName       PIC X(8).
               03  WS-SRCount      PIC 9(6).
               03  WS-SRDebits     PIC 9(11)V99.
               03  WS-SRCredits    PIC 9(11)V99.
       01  WS-SourceCount          PIC 99      VALUE ZEROS.
       01  WS-SourceIndex          PIC 99      VALUE ZEROS.
       01  WS-SourceFoundFlag      PIC X       VALUE "N".
           88 WS-SourceFound                   VALUE "Y".

       01  WS-LegCount             PIC 9(6)    VALUE ZEROS.
       01  WS-ExceptCount          PIC 9(6)    VALUE ZEROS.
       01  WS-LegValidFlag         PIC X       VALUE "Y".
           88 WS-LegValid                      VALUE "Y".
       01  WS-ExceptReason         PIC X(30)   VALUE SPACES.
       01  WS-TotalDebits          PIC 9(11)V99 VALUE ZEROS.
       01  WS-TotalCredits         PIC 9(11)V99 VALUE ZEROS.

       01  WS-PostHeader.
           02  FILLER              PIC X       VALUE "H".
           02  PH-PostDate         PIC 9(8).
           02  PH-FileName         PIC X(20).
           02  FILLER              PIC X(71)   VALUE SPACES.

       01  WS-PostDetail.
           02  FILLER              PIC X       VALUE "D".
           02  PD-AccountCode      PIC X(10).
           02  PD-CostCentre       PIC X(6).
           02  PD-DrCr             PIC X.
           02  PD-Amount           PIC 9(9)V99.
           02  PD-Reference        PIC X(20).
           02  PD-Source           PIC X(8).
           02  PD-TransDate        PIC 9(8).
           02  PD-TransType        PIC X(10).
           02  PD-Department       PIC X(10).
           02  FILLER              PIC X(15)   VALUE SPACES.

       01  WS-PostTrailer.
           02  FILLER              PIC X       VALUE "T".
           02  PT-Count            PIC 9(6).
           02  PT-TotalDebits      PIC 9(11)V99.
           02  PT-TotalCredits     PIC 9(11)V99.
           02  FILLER              PIC X(67)   VALUE SPACES.

       01  WS-ExceptHead1          PIC X(100)  VALUE
           "GENERAL LEDGER POSTING EXCEPTIONS".
       01  WS-ExceptHead2.
           02  FILLER              PIC X(9)    VALUE "SOURCE".
           02  FILLER              PIC X(9)    VALUE "DATE".
           02  FILLER              PIC X(11)   VALUE "TRANS TYPE".
           02  FILLER              PIC X(11)   VALUE "DEPARTMENT".
           02  FILLER              PIC X(3)    VALUE "DC".
           02  FILLER              PIC X(15)   VALUE "AMOUNT".
           02  FILLER              PIC X(30)   VALUE "REASON".

       01  WS-ExceptDetail.
           02  XD-Source           PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  XD-PostDate         PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  XD-TransType        PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  XD-Department       PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  XD-DrCr             PIC X.
           02  FILLER              PIC XX      VALUE SPACES.
           02  XD-Amount           PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  XD-Reason           PIC X(30).

       01  WS-BalanceDetail.
           02  BL-Source           PIC X(8).
           02  FILLER              PIC X(11)   VALUE
               " DEBITS   :".
           02  BL-Debits           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(11)   VALUE
               " CREDITS  :".
           02  BL-Credits          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(15)   VALUE
               " OUT OF BALANCE".

       01  WS-ExceptTotalLine.
           02  FILLER              PIC X(20)   VALUE
               "EXCEPTIONS         :".
           02  ET-Count            PIC ZZZZZ9.
           02  FILLER              PIC X(30)   VALUE
               " - NOTHING POSTED".

       01  WS-NoExceptLine         PIC X(100)  VALUE
           "NO EXCEPTIONS - ALL LEGS MAPPED AND EVERY SOURCE BALANCES".

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           STRING "GLPOST" WS-BusinessDate ".DAT" DELIMITED BY SIZE
               INTO WS-PostFileName
           OPEN INPUT GlIntfFile
           IF WS-GlIntfNotFound
               DISPLAY "GLPost - no GLINTF.DAT, nothing to post."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-GlIntfStatusOk
               DISPLAY "GLPost - GLINTF.DAT could not be opened, "
                       "status " WS-GlIntfStatus " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadGlMap
           IF WS-MapCount = ZEROS
               DISPLAY "GLPost - no COAMAP.DAT mapping cards, no leg "
                       "can be given an account - run aborted."
               CLOSE GlIntfFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * Pass one proves the interface - every leg maps, every source
      * balances - before a single ledger line is cut.
           OPEN OUTPUT ExceptFile
           MOVE WS-ExceptHead1 TO ExceptLine
           WRITE ExceptLine
           MOVE WS-ExceptHead2 TO ExceptLine
           WRITE ExceptLine
           MOVE WS-BlankLine TO ExceptLine
           WRITE ExceptLine
           PERFORM ReadGlIntf
           PERFORM UNTIL WS-GlIntfEOF
               PERFORM CheckOneLeg
               PERFORM ReadGlIntf
           END-PERFORM
           CLOSE GlIntfFile
           PERFORM CheckSourceBalances
           IF WS-ExceptCount > ZEROS
               MOVE WS-BlankLine TO ExceptLine
               WRITE ExceptLine
               MOVE WS-ExceptCount TO ET-Count
               MOVE WS-ExceptTotalLine TO ExceptLine
               WRITE ExceptLine
               CLOSE ExceptFile
               DISPLAY "GLPost - " WS-ExceptCount " exception(s), "
                       "see GLEXCEPT.LST - nothing posted, GLINTF.DAT "
                       "left in place."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-NoExceptLine TO ExceptLine
           WRITE ExceptLine
           CLOSE ExceptFile
      * One upload per business date - a second posting the same day
      * would either overwrite legs the ledger has already taken or
      * be taken twice.
           OPEN INPUT PostFile
           IF NOT WS-PostNotFound
               IF WS-PostStatusOk
                   CLOSE PostFile
               END-IF
               DISPLAY "GLPost - " WS-PostFileName " already exists "
                       "- the date has been posted, GLINTF.DAT left "
                       "in place for the next business date."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WritePostFile
           PERFORM ArchiveGlIntf
           PERFORM RegisterPostFile
           DISPLAY "GLPost - " WS-LegCount " leg(s) posted to "
                   WS-PostFileName "."
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY BUSDATPG.

       LoadGlMap.
           OPEN INPUT GlMapFile
           IF WS-GlMapStatusOk
               PERFORM ReadGlMap
               PERFORM UNTIL WS-GlMapEOF
                   IF GM-Source NOT = SPACES
                       IF WS-MapCount < 200
                           ADD 1 TO WS-MapCount
                           MOVE GM-Source
                               TO WS-MPSource(WS-MapCount)
                           MOVE GM-TransType
                               TO WS-MPTransType(WS-MapCount)
                           MOVE GM-Department
                               TO WS-MPDepartment(WS-MapCount)
                           MOVE GM-AccountCode
                               TO WS-MPAccount(WS-MapCount)
                           MOVE GM-CostCentre
                               TO WS-MPCostCentre(WS-MapCount)
                       ELSE
                           DISPLAY "Warning - more than 200 COAMAP.DAT "
                                   "cards, the rest are ignored."
                       END-IF
                   END-IF
                   PERFORM ReadGlMap
               END-PERFORM
               CLOSE GlMapFile
           END-IF.

       ReadGlMap.
           READ GlMapFile
               AT END SET WS-GlMapEOF TO TRUE
           END-READ.

       ReadGlIntf.
           READ GlIntfFile
               AT END SET WS-GlIntfEOF TO TRUE
           END-READ.

       CheckOneLeg.
           MOVE "Y" TO WS-LegValidFlag
           MOVE SPACES TO WS-ExceptReason
           EVALUATE TRUE
               WHEN GI-Source = SPACES
                   MOVE "NO SOURCE ON THE LEG" TO WS-ExceptReason
               WHEN NOT GI-Debit AND NOT GI-Credit
                   MOVE "DEBIT/CREDIT CODE NOT D OR C"
                       TO WS-ExceptReason
               WHEN GI-Amount NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-ExceptReason
               WHEN OTHER
                   PERFORM FindGlMapping
                   IF NOT WS-MapFound
                       IF GI-Department = SPACES
                           MOVE "TRANSACTION TYPE NOT MAPPED"
                               TO WS-ExceptReason
                       ELSE
                           MOVE "DEPARTMENT/TYPE NOT MAPPED"
                               TO WS-ExceptReason
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-ExceptReason NOT = SPACES
               MOVE "N" TO WS-LegValidFlag
               PERFORM WriteLegException
           END-IF
           IF GI-Amount NUMERIC
               PERFORM TallySource
           END-IF.

      * The department's own card wins; a "*" card for the source and
      * transaction type catches every other department.
       FindGlMapping.
           MOVE "N" TO WS-MapFoundFlag
           PERFORM VARYING WS-MapIndex FROM 1 BY 1
                   UNTIL WS-MapIndex > WS-MapCount OR WS-MapFound
               IF WS-MPSource(WS-MapIndex) = GI-Source AND
                  WS-MPTransType(WS-MapIndex) = GI-TransType AND
                  WS-MPDepartment(WS-MapIndex) = GI-Department
                   SET WS-MapFound TO TRUE
                   MOVE WS-MPAccount(WS-MapIndex)
                       TO WS-FoundAccount
                   MOVE WS-MPCostCentre(WS-MapIndex)
                       TO WS-FoundCostCentre
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MapIndex FROM 1 BY 1
                   UNTIL WS-MapIndex > WS-MapCount OR WS-MapFound
               IF WS-MPSource(WS-MapIndex) = GI-Source AND
                  WS-MPTransType(WS-MapIndex) = GI-TransType AND
                  WS-MPDepartment(WS-MapIndex) = "*"
                   SET WS-MapFound TO TRUE
                   MOVE WS-MPAccount(WS-MapIndex)
                       TO WS-FoundAccount
                   MOVE WS-MPCostCentre(WS-MapIndex)
                       TO WS-FoundCostCentre
               END-IF
           END-PERFORM.

       TallySource.
           MOVE "N" TO WS-SourceFoundFlag
           PERFORM VARYING WS-SourceIndex FROM 1 BY 1
                   UNTIL WS-SourceIndex > WS-SourceCount
                      OR WS-SourceFound
               IF WS-SRName(WS-SourceIndex) = GI-Source
                   SET WS-SourceFound TO TRUE
               END-IF
           END-PERFORM
           IF WS-SourceFound
               SUBTRACT 1 FROM WS-SourceIndex
           ELSE
               IF WS-SourceCount < 10
                   ADD 1 TO WS-SourceCount
                   MOVE WS-SourceCount TO WS-SourceIndex
                   MOVE GI-Source TO WS-SRName(WS-SourceIndex)
                   MOVE ZEROS TO WS-SRCount(WS-SourceIndex)
                                 WS-SRDebits(WS-SourceIndex)
                                 WS-SRCredits(WS-SourceIndex)
               ELSE
                   MOVE "MORE THAN 10 SOURCES" TO WS-ExceptReason
                   PERFORM WriteLegException
                   MOVE ZEROS TO WS-SourceIndex
               END-IF
           END-IF
           IF WS-SourceIndex > ZEROS
               ADD 1 TO WS-SRCount(WS-SourceIndex)
               IF GI-Debit
                   ADD GI-Amount TO WS-SRDebits(WS-SourceIndex)
               END-IF
               IF GI-Credit
                   ADD GI-Amount TO WS-SRCredits(WS-SourceIndex)
               END-IF
           END-IF.

       WriteLegException.
           ADD 1 TO WS-ExceptCount
           MOVE GI-Source    TO XD-Source
           MOVE GI-PostDate  TO XD-PostDate
           MOVE GI-TransType TO XD-TransType
           MOVE GI-Department TO XD-Department
           MOVE GI-DrCr      TO XD-DrCr
           IF GI-Amount NUMERIC
               MOVE GI-Amount TO XD-Amount
           ELSE
               MOVE ZEROS TO XD-Amount
           END-IF
           MOVE WS-ExceptReason TO XD-Reason
           MOVE WS-ExceptDetail TO ExceptLine
           WRITE ExceptLine.

       CheckSourceBalances.
           PERFORM VARYING WS-SourceIndex FROM 1 BY 1
                   UNTIL WS-SourceIndex > WS-SourceCount
               IF WS-SRDebits(WS-SourceIndex) NOT =
                  WS-SRCredits(WS-SourceIndex)
                   ADD 1 TO WS-ExceptCount
                   MOVE WS-SRName(WS-SourceIndex)    TO BL-Source
                   MOVE WS-SRDebits(WS-SourceIndex)  TO BL-Debits
                   MOVE WS-SRCredits(WS-SourceIndex) TO BL-Credits
                   MOVE WS-BalanceDetail TO ExceptLine
                   WRITE ExceptLine
               END-IF
           END-PERFORM.

      * Pass two - every leg is known to map, so each is written
      * with its account and cost centre and counted into the
      * trailer's control totals.
       WritePostFile.
           OPEN OUTPUT PostFile
           MOVE WS-BusinessDate TO PH-PostDate
           MOVE WS-PostFileName TO PH-FileName
           WRITE PostRecord FROM WS-PostHeader
           MOVE "N" TO WS-GlIntfEOFFlag
           OPEN INPUT GlIntfFile
           PERFORM ReadGlIntf
           PERFORM UNTIL WS-GlIntfEOF
               PERFORM FindGlMapping
               MOVE WS-FoundAccount    TO PD-AccountCode
               MOVE WS-FoundCostCentre TO PD-CostCentre
               MOVE GI-DrCr            TO PD-DrCr
               MOVE GI-Amount          TO PD-Amount
               MOVE GI-Reference       TO PD-Reference
               MOVE GI-Source          TO PD-Source
               MOVE GI-PostDate        TO PD-TransDate
               MOVE GI-TransType       TO PD-TransType
               MOVE GI-Department      TO PD-Department
               WRITE PostRecord FROM WS-PostDetail
               ADD 1 TO WS-LegCount
               IF GI-Debit
                   ADD GI-Amount TO WS-TotalDebits
               ELSE
                   ADD GI-Amount TO WS-TotalCredits
               END-IF
               PERFORM ReadGlIntf
           END-PERFORM
           CLOSE GlIntfFile
           MOVE WS-LegCount     TO PT-Count
           MOVE WS-TotalDebits  TO PT-TotalDebits
           MOVE WS-TotalCredits TO PT-TotalCredits
           WRITE PostRecord FROM WS-PostTrailer
           CLOSE PostFile.

      * The posted interface is moved aside so the sources start a
      * fresh GLINTF.DAT and nothing is ever posted twice. Any prior
      * GLINTF.DON is overwritten by the rename.
       ArchiveGlIntf.
           CALL "CBL_DELETE_FILE" USING WS-IntfArchiveName
               RETURNING WS-RenameRC
           CALL "CBL_RENAME_FILE" USING WS-IntfFileName
                   WS-IntfArchiveName
               RETURNING WS-RenameRC
           IF WS-RenameRC NOT = ZERO
               DISPLAY "Warning - could not archive GLINTF.DAT after "
                       "posting, return code " WS-RenameRC
                       " - remove it by hand before the next "
                       "posting."
           END-IF.

       RegisterPostFile.
           OPEN EXTEND HkRegFile
           IF WS-HkRegNotFound
               OPEN OUTPUT HkRegFile
               CLOSE HkRegFile
               OPEN EXTEND HkRegFile
           END-IF
           MOVE SPACES          TO HkRegRecord
           MOVE WS-PostFileName TO HR-ArchiveName
           MOVE "GLPOST"        TO HR-SourceName
           MOVE WS-BusinessDate TO HR-ArchiveDate
           WRITE HkRegRecord
           CLOSE HkRegFile.

       END PROGRAM GLPost.

      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: End-of-cycle report distribution - bursts the
      *          nightly listings into one file per recipient from
      *          the DISTRIB.DAT distribution master, instead of an
      *          operator splitting the printout by hand each
      *          morning. Each card names a recipient, a listing and
      *          the slice of it they get: the whole listing (the
      *          bursar's AGEDDEBT.LST and BILLREG.LST), or only the
      *          part for one CourseCode or LecturerId of the
      *          ClassListSort class lists, or one EM-Department's
      *          line of DEPTCOST.LST. Everything for a recipient goes
      *          to their own <recipient>.DST file, each slice under
      *          a banner naming the recipient, listing and slice and
      *          paged every 60 lines. The DISTMAN.LST manifest lists
      *          every card with the lines and pages produced for it,
      *          and flags a listing the cycle did not produce, a
      *          slice with nothing in it and a card asking for a
      *          slice the listing cannot be cut by - any of which
      *          ends the run with the WARN return code, so a missing
      *          report is noticed before its recipient asks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportBurst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistribFile ASSIGN TO "DISTRIB.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-DistribStatus.
           SELECT ListingFile ASSIGN USING WS-ListingName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ListingStatus.
           SELECT BurstFile ASSIGN USING WS-BurstName
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ManifestFile ASSIGN TO "DISTMAN.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD DistribFile.
           COPY DISTRBRC.

       FD ListingFile.
       01 ListingLine              PIC X(132).

       FD BurstFile.
       01 BurstLine                PIC X(132).

       FD ManifestFile.
       01 ManifestLine             PIC X(132).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-DistribStatus        PIC XX      VALUE SPACES.
           88 WS-DistribStatusOk               VALUE "00".
       01  WS-ListingStatus        PIC XX      VALUE SPACES.
           88 WS-ListingStatusOk               VALUE "00".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-DistribEOFFlag       PIC X       VALUE "N".
           88 WS-DistribEOF                    VALUE "Y".
       01  WS-ListingEOFFlag       PIC X       VALUE "N".
           88 WS-ListingEOF                    VALUE "Y".

       01  WS-ListingName          PIC X(13)   VALUE SPACES.
       01  WS-BurstName            PIC X(12)   VALUE SPACES.

      * How each listing is cut for each kind of slice. A G(roup)
      * listing runs in groups, each opened by a heading line that
      * starts with the marker and carries the slice key at the
      * given position - every line of a matching group goes, and
      * whatever precedes the first group is the listing's heading.
      * An L(ine) listing has its heading in its first lines and the
      * key on every line after - each matching line goes. Every
      * listing can also go whole (slice ALL), which needs no entry.
       01  WS-LayoutTable.
           02  FILLER PIC X(41) VALUE
               "CLASSLIST.DATCOURSE  GCOURSE:   080090600".
           02  FILLER PIC X(41) VALUE
               "CLASSLIST.DATLECTURERGCOURSE:   080410600".
           02  FILLER PIC X(41) VALUE
               "DEPTCOST.LST DEPT    L          000011003".
       01  WS-LayoutMap REDEFINES WS-LayoutTable.
           02  WS-LayoutEntry OCCURS 3 TIMES.
               03  WS-LYReport      PIC X(13).
               03  WS-LYSliceType   PIC X(8).
               03  WS-LYMode        PIC X.
               03  WS-LYMarker      PIC X(10).
               03  WS-LYMarkerLen   PIC 99.
               03  WS-LYKeyPos      PIC 999.
               03  WS-LYKeyLen      PIC 99.
               03  WS-LYHeadLines   PIC 99.
       01  WS-LYIndex              PIC 99      VALUE ZERO.
       01  WS-LYCount              PIC 99      VALUE 3.

      * The cut in force for the card being burst.
       01  WS-CutMode              PIC X       VALUE SPACE.
           88 WS-CutWhole                      VALUE "A".
           88 WS-CutByGroup                    VALUE "G".
           88 WS-CutByLine                     VALUE "L".
           88 WS-CutUnknown                    VALUE SPACE.
       01  WS-CutMarker            PIC X(10)   VALUE SPACES.
       01  WS-CutMarkerLen         PIC 99      VALUE ZERO.
       01  WS-CutKeyPos            PIC 999     VALUE ZERO.
       01  WS-CutKeyLen            PIC 99      VALUE ZERO.
       01  WS-CutHeadLines         PIC 99      VALUE ZERO.
       01  WS-GroupSeenFlag        PIC X       VALUE "N".
           88 WS-GroupSeen                     VALUE "Y".
       01  WS-InGroupFlag          PIC X       VALUE "N".
           88 WS-InGroup                       VALUE "Y".

      * The cards, with what was produced for each.
       01  WS-DistTable.
           02  WS-DistEntry OCCURS 200 TIMES.
               03  WS-DTRecipientId PIC X(8).
               03  WS-DTRecipientName PIC X(30).
               03  WS-DTReportName  PIC X(13).
               03  WS-DTSliceType   PIC X(8).
               03  WS-DTSliceValue  PIC X(10).
               03  WS-DTDoneFlag    PIC X.
               03  WS-DTLines       PIC 9(6).
               03  WS-DTPages       PIC 9(4).
               03  WS-DTResult      PIC X(12).
       01  WS-DistCount            PIC 999     VALUE ZEROS.
       01  WS-DTIndex              PIC 999     VALUE ZEROS.
       01  WS-DTIndex2             PIC 999     VALUE ZEROS.
       01  WS-DTCur                PIC 999     VALUE ZEROS.
       01  WS-DistOverflowFlag     PIC X       VALUE "N".
           88 WS-DistOverflow                  VALUE "Y".

       01  WS-LineNo               PIC 9(6)    VALUE ZEROS.
       01  WS-MatchCount           PIC 9(6)    VALUE ZEROS.
       01  WS-PageLineCount        PIC 99      VALUE ZEROS.
       01  WS-LinesPerPage         PIC 99      VALUE 60.
       01  WS-PageCount            PIC 9(4)    VALUE ZEROS.

       01  WS-RecipientCount       PIC 9(4)    VALUE ZEROS.
       01  WS-MissingCount         PIC 9(4)    VALUE ZEROS.
       01  WS-EmptyCount           PIC 9(4)    VALUE ZEROS.
       01  WS-BadCardCount         PIC 9(4)    VALUE ZEROS.
       01  WS-TotalPages           PIC 9(6)    VALUE ZEROS.

       01  WS-BannerLine.
           02  FILLER              PIC X(14)   VALUE
               "DISTRIBUTION: ".
           02  BN-RecipientName    PIC X(30).
           02  FILLER              PIC X       VALUE "(".
           02  BN-RecipientId      PIC X(8).
           02  FILLER              PIC X(3)    VALUE ")  ".
           02  BN-ReportName       PIC X(13).
           02  FILLER              PIC X       VALUE SPACE.
           02  BN-SliceType        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  BN-SliceValue       PIC X(10).
           02  FILLER              PIC X(7)    VALUE "  DATE ".
           02  BN-Date             PIC 9(8).
           02  FILLER              PIC X(7)    VALUE "  PAGE ".
           02  BN-Page             PIC ZZZ9.

       01  WS-NotProducedLine      PIC X(132)  VALUE
           "*** THIS REPORT WAS NOT PRODUCED THIS CYCLE ***".
       01  WS-NothingLine          PIC X(132)  VALUE
           "*** NOTHING ON THIS REPORT FOR THIS SLICE ***".
       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       01  WS-ManifestHeading.
           02  FILLER              PIC X(44)   VALUE
               "REPORT DISTRIBUTION MANIFEST - BUSINESS DATE".
           02  FILLER              PIC X       VALUE SPACE.
           02  MH-Date             PIC 9(8).

       01  WS-ManifestColumns.
           02  FILLER              PIC X(41)   VALUE
               "RECIPIENT NAME".
           02  FILLER              PIC X(14)   VALUE "REPORT".
           02  FILLER              PIC X(9)    VALUE "SLICE".
           02  FILLER              PIC X(11)   VALUE "VALUE".
           02  FILLER              PIC X(14)   VALUE "LINES  PAGES".
           02  FILLER              PIC X(6)    VALUE "RESULT".

       01  WS-ManifestDetail.
           02  MD-RecipientId      PIC X(8).
           02  FILLER              PIC XX      VALUE SPACES.
           02  MD-RecipientName    PIC X(30).
           02  FILLER              PIC X       VALUE SPACE.
           02  MD-ReportName       PIC X(13).
           02  FILLER              PIC X       VALUE SPACE.
           02  MD-SliceType        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  MD-SliceValue       PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  MD-Lines            PIC ZZZZZ9.
           02  FILLER              PIC X       VALUE SPACE.
           02  MD-Pages            PIC ZZZZZ9.
           02  FILLER              PIC XX      VALUE SPACES.
           02  MD-Result           PIC X(12).

       01  WS-ManifestSummary.
           02  MS-Label            PIC X(30).
           02  MS-Count            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           OPEN INPUT DistribFile
           IF NOT WS-DistribStatusOk
               DISPLAY "ReportBurst - no DISTRIB.DAT distribution "
                       "master, nothing burst."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadDistribution
           CLOSE DistribFile
           IF WS-DistOverflow
               DISPLAY "Warning - DISTRIB.DAT holds more than 200 "
                       "cards, the rest are not burst."
           END-IF
           PERFORM VARYING WS-DTIndex FROM 1 BY 1
                   UNTIL WS-DTIndex > WS-DistCount
               IF WS-DTDoneFlag(WS-DTIndex) = "N"
                   PERFORM BurstOneRecipient
               END-IF
           END-PERFORM
           PERFORM WriteManifest
           DISPLAY "ReportBurst - " WS-DistCount " card(s) for "
                   WS-RecipientCount " recipient(s), " WS-TotalPages
                   " page(s); " WS-MissingCount " report(s) missing, "
                   WS-EmptyCount " empty, " WS-BadCardCount
                   " bad card(s), see DISTMAN.LST."
           IF WS-MissingCount > ZEROS OR WS-EmptyCount > ZEROS OR
              WS-BadCardCount > ZEROS OR WS-DistOverflow
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

      * A card whose slice the listing cannot be cut by is kept in
      * the table, already done, so the manifest still shows it.
       LoadDistribution.
           PERFORM ReadDistribCard
           PERFORM UNTIL WS-DistribEOF
               IF DistribRecord NOT = SPACES AND
                  DistribRecord(1:1) NOT = "*"
                   IF WS-DistCount < 200
                       PERFORM StoreDistribCard
                   ELSE
                       SET WS-DistOverflow TO TRUE
                   END-IF
               END-IF
               PERFORM ReadDistribCard
           END-PERFORM.

       ReadDistribCard.
           READ DistribFile
               AT END SET WS-DistribEOF TO TRUE
           END-READ.

       StoreDistribCard.
           ADD 1 TO WS-DistCount
           MOVE DS-RecipientId   TO WS-DTRecipientId(WS-DistCount)
           MOVE DS-RecipientName TO WS-DTRecipientName(WS-DistCount)
           MOVE DS-ReportName    TO WS-DTReportName(WS-DistCount)
           MOVE DS-SliceType     TO WS-DTSliceType(WS-DistCount)
           MOVE DS-SliceValue    TO WS-DTSliceValue(WS-DistCount)
           MOVE "N"              TO WS-DTDoneFlag(WS-DistCount)
           MOVE ZEROS            TO WS-DTLines(WS-DistCount)
           MOVE ZEROS            TO WS-DTPages(WS-DistCount)
           MOVE SPACES           TO WS-DTResult(WS-DistCount)
           MOVE WS-DistCount     TO WS-DTCur
           PERFORM FindLayout
           IF DS-RecipientId = SPACES OR DS-ReportName = SPACES
               MOVE "BAD CARD"   TO WS-DTResult(WS-DistCount)
           END-IF
           IF WS-CutUnknown
               MOVE "NO SUCH CUT" TO WS-DTResult(WS-DistCount)
           END-IF
           IF WS-DTResult(WS-DistCount) NOT = SPACES
               MOVE "Y"          TO WS-DTDoneFlag(WS-DistCount)
               ADD 1 TO WS-BadCardCount
           END-IF.

      * Sets the cut for the card at WS-DTCur - whole, or the
      * layout entry for its listing and slice type.
       FindLayout.
           MOVE SPACE TO WS-CutMode
           IF WS-DTSliceType(WS-DTCur) = "ALL"
               SET WS-CutWhole TO TRUE
           ELSE
               PERFORM VARYING WS-LYIndex FROM 1 BY 1
                       UNTIL WS-LYIndex > WS-LYCount
                   IF WS-LYReport(WS-LYIndex) =
                          WS-DTReportName(WS-DTCur) AND
                      WS-LYSliceType(WS-LYIndex) =
                          WS-DTSliceType(WS-DTCur)
                       MOVE WS-LYMode(WS-LYIndex)    TO WS-CutMode
                       MOVE WS-LYMarker(WS-LYIndex)  TO WS-CutMarker
                       MOVE WS-LYMarkerLen(WS-LYIndex)
                           TO WS-CutMarkerLen
                       MOVE WS-LYKeyPos(WS-LYIndex)  TO WS-CutKeyPos
                       MOVE WS-LYKeyLen(WS-LYIndex)  TO WS-CutKeyLen
                       MOVE WS-LYHeadLines(WS-LYIndex)
                           TO WS-CutHeadLines
                       MOVE WS-LYCount TO WS-LYIndex
                   END-IF
               END-PERFORM
           END-IF.

      * Everything on the cards for the recipient at WS-DTIndex goes
      * into their one burst file, in card order.
       BurstOneRecipient.
           MOVE SPACES TO WS-BurstName
           STRING WS-DTRecipientId(WS-DTIndex) DELIMITED BY SPACE
                  ".DST"                       DELIMITED BY SIZE
               INTO WS-BurstName
           OPEN OUTPUT BurstFile
           ADD 1 TO WS-RecipientCount
           PERFORM VARYING WS-DTIndex2 FROM WS-DTIndex BY 1
                   UNTIL WS-DTIndex2 > WS-DistCount
               IF WS-DTDoneFlag(WS-DTIndex2) = "N" AND
                  WS-DTRecipientId(WS-DTIndex2) =
                      WS-DTRecipientId(WS-DTIndex)
                   MOVE WS-DTIndex2 TO WS-DTCur
                   PERFORM BurstOneCard
                   MOVE "Y" TO WS-DTDoneFlag(WS-DTIndex2)
               END-IF
           END-PERFORM
           CLOSE BurstFile.

       BurstOneCard.
           PERFORM FindLayout
           MOVE ZEROS TO WS-PageCount
           MOVE ZEROS TO WS-MatchCount
           MOVE ZEROS TO WS-LineNo
           MOVE "N"   TO WS-GroupSeenFlag
           MOVE "N"   TO WS-InGroupFlag
           PERFORM WriteBanner
           MOVE WS-DTReportName(WS-DTCur) TO WS-ListingName
           OPEN INPUT ListingFile
           IF WS-ListingStatusOk
               MOVE "N" TO WS-ListingEOFFlag
               PERFORM ReadListingLine
               PERFORM UNTIL WS-ListingEOF
                   ADD 1 TO WS-LineNo
                   PERFORM CutListingLine
                   PERFORM ReadListingLine
               END-PERFORM
               CLOSE ListingFile
               IF WS-MatchCount = ZEROS
                   MOVE WS-NothingLine TO ListingLine
                   PERFORM CopyLine
                   MOVE "EMPTY" TO WS-DTResult(WS-DTCur)
                   ADD 1 TO WS-EmptyCount
               ELSE
                   MOVE "OK" TO WS-DTResult(WS-DTCur)
               END-IF
           ELSE
               MOVE WS-NotProducedLine TO ListingLine
               PERFORM CopyLine
               MOVE "NOT PRODUCED" TO WS-DTResult(WS-DTCur)
               ADD 1 TO WS-MissingCount
           END-IF
           MOVE WS-MatchCount TO WS-DTLines(WS-DTCur)
           MOVE WS-PageCount  TO WS-DTPages(WS-DTCur)
           ADD WS-PageCount   TO WS-TotalPages.

       ReadListingLine.
           READ ListingFile
               AT END SET WS-ListingEOF TO TRUE
           END-READ.

      * Heading lines go with every slice; past them a line goes
      * when its own key (L) or its group's key (G) is the slice.
       CutListingLine.
           EVALUATE TRUE
               WHEN WS-CutWhole
                   PERFORM CopyLine
                   ADD 1 TO WS-MatchCount
               WHEN WS-CutByLine
                   IF WS-LineNo <= WS-CutHeadLines
                       PERFORM CopyLine
                   ELSE
                       IF ListingLine(WS-CutKeyPos:WS-CutKeyLen) =
                          WS-DTSliceValue(WS-DTCur)(1:WS-CutKeyLen)
                           PERFORM CopyLine
                           ADD 1 TO WS-MatchCount
                       END-IF
                   END-IF
               WHEN WS-CutByGroup
                   IF ListingLine(1:WS-CutMarkerLen) =
                      WS-CutMarker(1:WS-CutMarkerLen)
                       SET WS-GroupSeen TO TRUE
                       IF ListingLine(WS-CutKeyPos:WS-CutKeyLen) =
                          WS-DTSliceValue(WS-DTCur)(1:WS-CutKeyLen)
                           SET WS-InGroup TO TRUE
                       ELSE
                           MOVE "N" TO WS-InGroupFlag
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-GroupSeen
                           PERFORM CopyLine
                       WHEN WS-InGroup
                           PERFORM CopyLine
                           ADD 1 TO WS-MatchCount
                   END-EVALUATE
           END-EVALUATE.

       CopyLine.
           IF WS-PageLineCount >= WS-LinesPerPage
               PERFORM WriteBanner
           END-IF
           MOVE ListingLine TO BurstLine
           WRITE BurstLine
           ADD 1 TO WS-PageLineCount.

      * Each slice starts a page of its own, and every page of it
      * repeats who it is for and what it is.
       WriteBanner.
           ADD 1 TO WS-PageCount
           MOVE WS-DTRecipientName(WS-DTCur) TO BN-RecipientName
           MOVE WS-DTRecipientId(WS-DTCur)   TO BN-RecipientId
           MOVE WS-DTReportName(WS-DTCur)    TO BN-ReportName
           MOVE WS-DTSliceType(WS-DTCur)     TO BN-SliceType
           MOVE WS-DTSliceValue(WS-DTCur)    TO BN-SliceValue
           MOVE WS-BusinessDate              TO BN-Date
           MOVE WS-PageCount                 TO BN-Page
           MOVE WS-BannerLine TO BurstLine
           WRITE BurstLine
           MOVE WS-BlankLine TO BurstLine
           WRITE BurstLine
           MOVE 2 TO WS-PageLineCount.

       WriteManifest.
           OPEN OUTPUT ManifestFile
           MOVE WS-BusinessDate TO MH-Date
           MOVE WS-ManifestHeading TO ManifestLine
           WRITE ManifestLine
           MOVE WS-BlankLine TO ManifestLine
           WRITE ManifestLine
           MOVE WS-ManifestColumns TO ManifestLine
           WRITE ManifestLine
           PERFORM VARYING WS-DTIndex FROM 1 BY 1
                   UNTIL WS-DTIndex > WS-DistCount
               MOVE WS-DTRecipientId(WS-DTIndex)   TO MD-RecipientId
               MOVE WS-DTRecipientName(WS-DTIndex) TO MD-RecipientName
               MOVE WS-DTReportName(WS-DTIndex)    TO MD-ReportName
               MOVE WS-DTSliceType(WS-DTIndex)     TO MD-SliceType
               MOVE WS-DTSliceValue(WS-DTIndex)    TO MD-SliceValue
               MOVE WS-DTLines(WS-DTIndex)         TO MD-Lines
               MOVE WS-DTPages(WS-DTIndex)         TO MD-Pages
               MOVE WS-DTResult(WS-DTIndex)        TO MD-Result
               MOVE WS-ManifestDetail TO ManifestLine
               WRITE ManifestLine
           END-PERFORM
           MOVE WS-BlankLine TO ManifestLine
           WRITE ManifestLine
           MOVE "RECIPIENT FILES WRITTEN    : " TO MS-Label
           MOVE WS-RecipientCount TO MS-Count
           PERFORM WriteManifestSummary
           MOVE "PAGES PRODUCED             : " TO MS-Label
           MOVE WS-TotalPages TO MS-Count
           PERFORM WriteManifestSummary
           MOVE "REPORTS NOT PRODUCED       : " TO MS-Label
           MOVE WS-MissingCount TO MS-Count
           PERFORM WriteManifestSummary
           MOVE "EMPTY SLICES               : " TO MS-Label
           MOVE WS-EmptyCount TO MS-Count
           PERFORM WriteManifestSummary
           MOVE "CARDS NOT BURST            : " TO MS-Label
           MOVE WS-BadCardCount TO MS-Count
           PERFORM WriteManifestSummary
           CLOSE ManifestFile.

       WriteManifestSummary.
           MOVE WS-ManifestSummary TO ManifestLine
           WRITE ManifestLine.

       END PROGRAM ReportBurst.

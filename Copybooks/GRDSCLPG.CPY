      ******************************************************************
      * Common grading-scale paragraphs, for every program that shows
      * a letter grade or a grade point average. PERFORM
      * LoadGradingScale once at start to bring GRDSCALE.DAT into
      * WS-ScaleTable in key order; when the file is missing or empty
      * the standard scale (A 70, B 60, C 50, D 40, F below, on a 4.00
      * point scale) is loaded in its place, in force from the
      * beginning. Then MOVE the attempt's term to WS-ScaleTerm and
      * its mark to WS-ScaleMark and PERFORM LookupGrade: the scale in
      * force is the one with the latest effective term not after
      * WS-ScaleTerm, and within it the band with the highest minimum
      * not above the mark. WS-ScaleLetter / WS-ScalePoints are
      * returned with WS-ScaleBandFound set; a term earlier than every
      * scale on file returns a blank letter and zero points with
      * WS-ScaleBandFound not set.
      *
      * The including program must supply, in addition to
      * COPY GRDSCLRC in an FD for a file SELECTed as GradeScaleFile
      * (INDEXED, ACCESS SEQUENTIAL, RECORD KEY GS-ScaleKey, FILE
      * STATUS WS-GradeScaleStatus):
      *   01  WS-GradeScaleStatus PIC XX    VALUE SPACES.
      *       88 WS-GradeScaleStatusOk    VALUE "00".
      *   01  WS-ScaleEOFFlag     PIC X     VALUE "N".
      *       88 WS-ScaleEOF              VALUE "Y".
      *   01  WS-ScaleTable.
      *       02  WS-ScaleCount   PIC 999   VALUE ZEROS.
      *       02  WS-ScaleBand OCCURS 200 TIMES.
      *           03  SB-EffTerm  PIC X(6).
      *           03  SB-MinMark  PIC 999.
      *           03  SB-Letter   PIC X(2).
      *           03  SB-Points   PIC 9V99.
      *   01  WS-ScaleIdx         PIC 999   VALUE ZEROS.
      *   01  WS-ScaleTerm        PIC X(6)  VALUE SPACES.
      *   01  WS-ScaleMark        PIC 999   VALUE ZEROS.
      *   01  WS-ScaleUseTerm     PIC X(6)  VALUE SPACES.
      *   01  WS-ScaleLetter      PIC X(2)  VALUE SPACES.
      *   01  WS-ScalePoints      PIC 9V99  VALUE ZEROS.
      *   01  WS-ScaleFoundFlag   PIC X     VALUE "N".
      *       88 WS-ScaleBandFound        VALUE "Y".
      *   01  WS-ScaleTermFlag    PIC X     VALUE "N".
      *       88 WS-ScaleTermFound        VALUE "Y".
      ******************************************************************
       LoadGradingScale.
           MOVE ZERO TO WS-ScaleCount
           OPEN INPUT GradeScaleFile
           IF WS-GradeScaleStatusOk
               MOVE "N" TO WS-ScaleEOFFlag
               READ GradeScaleFile NEXT
                   AT END SET WS-ScaleEOF TO TRUE
               END-READ
               PERFORM UNTIL WS-ScaleEOF OR WS-ScaleCount = 200
                   IF GS-MinMark NUMERIC AND GS-Points NUMERIC
                       ADD 1 TO WS-ScaleCount
                       MOVE GS-EffTerm TO SB-EffTerm(WS-ScaleCount)
                       MOVE GS-MinMark TO SB-MinMark(WS-ScaleCount)
                       MOVE GS-Letter  TO SB-Letter(WS-ScaleCount)
                       MOVE GS-Points  TO SB-Points(WS-ScaleCount)
                   END-IF
                   READ GradeScaleFile NEXT
                       AT END SET WS-ScaleEOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT WS-ScaleEOF
                   DISPLAY "Warning - GRDSCALE.DAT holds more than "
                           "200 bands, the rest are ignored."
               END-IF
               CLOSE GradeScaleFile
           END-IF
           IF WS-ScaleCount = ZERO
               DISPLAY "Warning - GRDSCALE.DAT not available, the "
                       "standard A-F scale is used."
               PERFORM LoadStandardScale
           END-IF.

       LoadStandardScale.
           MOVE 5 TO WS-ScaleCount
           MOVE SPACES TO SB-EffTerm(1) SB-EffTerm(2) SB-EffTerm(3)
                          SB-EffTerm(4) SB-EffTerm(5)
           MOVE 0    TO SB-MinMark(1)
           MOVE "F"  TO SB-Letter(1)
           MOVE 0    TO SB-Points(1)
           MOVE 40   TO SB-MinMark(2)
           MOVE "D"  TO SB-Letter(2)
           MOVE 1.00 TO SB-Points(2)
           MOVE 50   TO SB-MinMark(3)
           MOVE "C"  TO SB-Letter(3)
           MOVE 2.00 TO SB-Points(3)
           MOVE 60   TO SB-MinMark(4)
           MOVE "B"  TO SB-Letter(4)
           MOVE 3.00 TO SB-Points(4)
           MOVE 70   TO SB-MinMark(5)
           MOVE "A"  TO SB-Letter(5)
           MOVE 4.00 TO SB-Points(5).

      * The table is in key order, so the last effective term not
      * after the attempt's term is the scale in force, and the last
      * band of that scale not above the mark is the band it falls in.
       LookupGrade.
           MOVE "N"    TO WS-ScaleFoundFlag
           MOVE "N"    TO WS-ScaleTermFlag
           MOVE SPACES TO WS-ScaleLetter
           MOVE ZERO   TO WS-ScalePoints
           PERFORM VARYING WS-ScaleIdx FROM 1 BY 1
                   UNTIL WS-ScaleIdx > WS-ScaleCount
               IF SB-EffTerm(WS-ScaleIdx) <= WS-ScaleTerm
                   MOVE SB-EffTerm(WS-ScaleIdx) TO WS-ScaleUseTerm
                   SET WS-ScaleTermFound TO TRUE
               END-IF
           END-PERFORM
           IF WS-ScaleTermFound
               PERFORM VARYING WS-ScaleIdx FROM 1 BY 1
                       UNTIL WS-ScaleIdx > WS-ScaleCount
                   IF SB-EffTerm(WS-ScaleIdx) = WS-ScaleUseTerm AND
                      SB-MinMark(WS-ScaleIdx) <= WS-ScaleMark
                       MOVE SB-Letter(WS-ScaleIdx) TO WS-ScaleLetter
                       MOVE SB-Points(WS-ScaleIdx) TO WS-ScalePoints
                       SET WS-ScaleBandFound TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

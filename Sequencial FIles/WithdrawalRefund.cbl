      *          writes a credit note per refunded student on
      *          CREDNOTE.LST alongside a REFUNDREG.LST register that
      *          reconciles each refund back to the original billing
      *          figure. The original bill is re-derived exactly the way
      *          TuitionBilling priced it - ENROLLMENTS.DAT courses
      *          through the shared FEEPRCPG pricing against the
      *          FEESCHED.DAT fee schedule for the withdrawal term, at
      *          the TUITPARM.DAT per-credit-hour fee for a course the
      *          schedule does not price, falling back to the primary
      *          CourseCode - so register and BILLREG.LST always agree.
      *          Only the fee lines the schedule flags refundable are
      *          refunded; tuition is refundable unless the schedule
      *          says otherwise, while a non-refundable lab or materials
      *          fee stays billed. Each refund is posted as a CREDITNOTE
      *          credit to the STUDLEDG.DAT ledger; a student who
      *          already carries a CREDITNOTE entry is skipped, so a
      *          rerun never refunds anyone twice. The run's refund
      *          total is written to GLINTF.DAT as a balanced
      *          refund/debtors pair of legs for GLPost. Each credit
      *          note is addressed from the student's STUDCONT.DAT
      *          contact record (STADDRPG); a refunded student with no
      *          mailing address is still credited but listed on the
      *          CRNNOADR.LST exceptions report, and the run then ends
      *          with return code 4. Where AWARDS.DAT awards paid part
      *          of the bill (AWARDPG, the same split TuitionBilling
      *          made), the refund is shared between student and
      *          sponsors in the proportion each bore the charges: each
      *          sponsor's part is credited to its SPONLEDG.DAT account
      *          and shown on the credit note, and only the rest goes to
      *          the student's ledger. The student's CREDITNOTE entry is
      *          posted even when sponsors take the whole refund, so the
      *          rerun guard still holds. A second pass refunds each
      *          course a student dropped while staying enrolled, from
      *          the DROPS.DAT journal EnrollMaint keeps: the dropped
      *          course alone is priced the same way and refunded on the
      *          same scale by how far into the term the drop fell,
      *          credited to STUDLEDG.DAT under a DROP reference with
      *          its own credit note, and listed with its course code in
      *          the register's course drop section, which the grand
      *          total and the GL journal include. Each drop is marked
      *          settled on DROPS.DAT so a rerun never refunds it twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegisterFile ASSIGN TO "REFUNDREG.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CT-StudentId
       		              FILE STATUS IS WS-ContactStatus.
           SELECT NoAddrFile ASSIGN TO "CRNNOADR.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT GlIntfFile ASSIGN TO "GLINTF.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-GlIntfStatus.
           SELECT FeeSchedFile ASSIGN TO "FEESCHED.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS FS-FeeKey
       		              FILE STATUS IS WS-FeeSchedStatus.
           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS AW-AwardKey
       		              FILE STATUS IS WS-AwardStatus.
           SELECT SponsorLedgerFile ASSIGN TO "SPONLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-SponsorLedgerStatus.
           SELECT DropFile ASSIGN TO "DROPS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS DR-DropKey
       		              FILE STATUS IS WS-DropStatus.
       DATA DIVISION.

       FILE SECTION.
       FD RegisterFile.
       01 RegisterLine             PIC X(100).

       FD ContactFile.
           COPY STUDCTRC.

       FD NoAddrFile.
       01 NoAddrLine               PIC X(80).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD GlIntfFile.
           COPY GLINTFRC.

       FD FeeSchedFile.
           COPY FEESCHRC.

       FD AwardFile.
           COPY AWARDRC.

       FD SponsorLedgerFile.
           COPY SPLEDGRC.

       FD DropFile.
           COPY DROPRC.

       WORKING-STORAGE SECTION.
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

      * Work fields for the GLINTF.DAT journal legs (GLINTFPG).
       01  WS-GlIntfStatus         PIC XX      VALUE SPACES.
           88 WS-GlIntfNotFound                VALUE "35".
       01  WS-GlSource             PIC X(8)    VALUE "REFUND".
       01  WS-GlTransType          PIC X(10)   VALUE SPACES.
       01  WS-GlDepartment         PIC X(10)   VALUE SPACES.
       01  WS-GlDrCr               PIC X       VALUE SPACE.
       01  WS-GlAmount             PIC S9(9)V99 VALUE ZEROS.
       01  WS-GlReference          PIC X(20)   VALUE SPACES.

      * Work fields for the shared PriceCourseFees lookup
      * (FEEPRCPG).
       01  WS-FeeSchedStatus       PIC XX      VALUE SPACES.
           88 WS-FeeSchedStatusOk              VALUE "00".
       01  WS-FeeSchedAvailableFlag PIC X      VALUE "N".
           88 WS-FeeSchedAvailable             VALUE "Y".
       01  WS-FeeSchedFoundFlag    PIC X       VALUE "N".
           88 WS-FeeSchedFound                 VALUE "Y".
       01  WS-FeeTermCode          PIC X(6)    VALUE SPACES.
       01  WS-FeeLineTable.
           02  WS-FeeLineEntry OCCURS 4 TIMES.
               03  WS-FLType       PIC X(10).
               03  WS-FLAmount     PIC 9(6)V99.
               03  WS-FLRefund     PIC X.
       01  WS-FLCount              PIC 9       VALUE ZERO.
       01  WS-FeeIndex             PIC 9       VALUE ZERO.
       01  WS-FeeCourseTotal       PIC 9(6)V99 VALUE ZEROS.
       01  WS-FeeRefundableTotal   PIC 9(6)V99 VALUE ZEROS.

      * Work fields for the shared ApplyStudentAwards split
      * (AWARDPG).
       01  WS-AwardStatus          PIC XX      VALUE SPACES.
           88 WS-AwardStatusOk                 VALUE "00".
       01  WS-AwardAvailableFlag   PIC X       VALUE "N".
           88 WS-AwardFileAvailable            VALUE "Y".
       01  WS-AwardScanEOFFlag     PIC X       VALUE "N".
           88 WS-AwardScanEOF                  VALUE "Y".
       01  WS-AwardStudentId       PIC 99(9)   VALUE ZEROS.
       01  WS-AwardTermCode        PIC X(6)    VALUE SPACES.
       01  WS-AwardGross           PIC 9(7)V99 VALUE ZEROS.
       01  WS-AwardTable.
           02  WS-AwardEntry OCCURS 5 TIMES.
               03  WS-AWSponsorCode PIC X(6).
               03  WS-AWType       PIC X.
               03  WS-AWAmount     PIC 9(7)V99.
       01  WS-AWCount              PIC 9       VALUE ZERO.
       01  WS-AWIndex              PIC 9       VALUE ZERO.
       01  WS-AwardShare           PIC 9(7)V99 VALUE ZEROS.
       01  WS-AwardTotal           PIC 9(7)V99 VALUE ZEROS.
       01  WS-AwardStudentShare    PIC 9(7)V99 VALUE ZEROS.

      * Each sponsor's part of the refund, entry for entry against
      * WS-AwardTable, and what is left of it for the student.
       01  WS-SponsorRefundTable.
           02  WS-SponsorRefund    PIC 9(7)V99 OCCURS 5 TIMES.
       01  WS-SponsorRefundTotal   PIC 9(7)V99 VALUE ZEROS.
       01  WS-StudentRefund        PIC 9(7)V99 VALUE ZEROS.
       01  WS-SponsorLedgerStatus  PIC XX      VALUE SPACES.
           88 WS-SponsorLedgerNotFound         VALUE "35".

      * The course drops journalled by EnrollMaint, refunded in a
      * second pass after the withdrawals. Each kind of refund posts
      * under its own ledger reference - CREDITNOTE for a withdrawal,
      * DROP and the course code for a dropped course - so a drop
      * credit never trips the withdrawal rerun guard.
       01  WS-DropStatus           PIC XX      VALUE SPACES.
           88 WS-DropStatusOk                  VALUE "00".
       01  WS-DropAvailableFlag    PIC X       VALUE "N".
           88 WS-DropFileAvailable             VALUE "Y".
       01  WS-DropEOFFlag          PIC X       VALUE "N".
           88 WS-DropEOF                       VALUE "Y".
       01  WS-RefundKindFlag       PIC X       VALUE "W".
           88 WS-WithdrawalRefund              VALUE "W".
           88 WS-CourseDropRefund              VALUE "D".
       01  WS-CreditReference      PIC X(12)   VALUE SPACES.
       01  WS-BillGross            PIC 9(7)V99 VALUE ZEROS.

       01  WS-EnrollAvailableFlag  PIC X       VALUE "N".
           88 WS-EnrollFileAvailable           VALUE "Y".

      * Work fields for the shared GetMailingAddress lookup
      * (STADDRPG).
       01  WS-ContactStatus        PIC XX      VALUE SPACES.
           88 WS-ContactStatusOk               VALUE "00".
       01  WS-ContactAvailableFlag PIC X       VALUE "N".
           88 WS-ContactFileAvailable          VALUE "Y".
       01  WS-AddressFoundFlag     PIC X       VALUE "N".
           88 WS-AddressFound                  VALUE "Y".
           88 WS-NoContactRecord               VALUE "N".
           88 WS-ContactNoAddress              VALUE "B".
       01  WS-AddressBlock.
           02  WS-AddrLine         PIC X(30)   OCCURS 4 TIMES.
       01  WS-AddrLineCount        PIC 9       VALUE ZERO.
       01  WS-AddrCandidate        PIC X(30)   VALUE SPACES.
       01  WS-AddrIndex            PIC 9       VALUE ZERO.
       01  WS-NoAddrCount          PIC 9(5)    VALUE ZEROS.

       01  WS-StudentEOFFlag       PIC X       VALUE "N".
           88 WS-StudentEOF                    VALUE "Y".
       01  WS-EnrollScanEOFFlag    PIC X       VALUE "N".

       01  WS-EnrollmentsSeen      PIC 999     VALUE ZEROS.
       01  WS-StudentTuition       PIC 9(7)V99 VALUE ZEROS.
       01  WS-StudentRefundable    PIC 9(7)V99 VALUE ZEROS.
       01  WS-NonRefundable        PIC 9(7)V99 VALUE ZEROS.

       01  WS-TermFoundFlag        PIC X       VALUE "N".
           88 WS-TermFound                     VALUE "Y".

       01  WS-RefundCount          PIC 9(5)    VALUE ZEROS.
       01  WS-TotalTuition         PIC 9(9)V99 VALUE ZEROS.
       01  WS-TotalRefundable      PIC 9(9)V99 VALUE ZEROS.
       01  WS-TotalRefund          PIC 9(9)V99 VALUE ZEROS.
       01  WS-TotalSponsorRefund   PIC 9(9)V99 VALUE ZEROS.

       01  WS-DropRefundCount      PIC 9(5)    VALUE ZEROS.
       01  WS-DropTotalBilled      PIC 9(9)V99 VALUE ZEROS.
       01  WS-DropTotalRefundable  PIC 9(9)V99 VALUE ZEROS.
       01  WS-DropTotalRefund      PIC 9(9)V99 VALUE ZEROS.
       01  WS-DropTotalSponsor     PIC 9(9)V99 VALUE ZEROS.

       01  WS-NoteHeadLine         PIC X(80)   VALUE
           "CREDIT NOTE - TUITION REFUND ON WITHDRAWAL".
       01  WS-DropNoteHeadLine     PIC X(80)   VALUE
           "CREDIT NOTE - TUITION REFUND ON COURSE DROP".
       01  WS-BlankLine            PIC X(80)   VALUE SPACES.

       01  WS-NoteNameLine.
           02  FILLER              PIC X       VALUE SPACE.
           02  NN-Initials         PIC XX.

       01  WS-NoteAddrLine.
           02  FILLER              PIC X(10)   VALUE SPACES.
           02  NA-AddrLine         PIC X(30).

       01  WS-NoteTermLine.
           02  FILLER              PIC X(20)   VALUE
               "WITHDRAWN FROM TERM ".
           02  FILLER              PIC X(4)    VALUE " ON ".
           02  NT-StatusDate       PIC 9(8).

       01  WS-NoteDropLine.
           02  FILLER              PIC X(15)   VALUE
               "DROPPED COURSE ".
           02  ND-CourseCode       PIC X(6).
           02  FILLER              PIC X(11)   VALUE " FROM TERM ".
           02  ND-TermCode         PIC X(6).
           02  FILLER              PIC X(4)    VALUE " ON ".
           02  ND-DropDate         PIC 9(8).

       01  WS-NoteMoneyLine.
           02  NM-Label            PIC X(22).
           02  NM-Amount           PIC ZZZ,ZZ9.99.
           02  NP-Pct              PIC ZZ9.
           02  FILLER              PIC X(2)    VALUE " %".

       01  WS-NoteSponsorLabel.
           02  FILLER              PIC X(13)   VALUE "  TO SPONSOR ".
           02  NS-SponsorCode      PIC X(6).
           02  FILLER              PIC X(3)    VALUE "  :".

       01  WS-RegisterHeadLine1    PIC X(100)  VALUE
           "WITHDRAWAL AND COURSE DROP REFUND REGISTER".
       01  WS-RegisterHeadLine2.
           02  FILLER              PIC X(40)   VALUE
               "STUDENT ID SURNAME   TERM  WITHDRAWN PCT".
           02  FILLER              PIC X(60)   VALUE
               "     BILLED REFUNDABLE     REFUND    SPONSOR".

       01  WS-DropHeadLine1        PIC X(100)  VALUE
           "COURSE DROP REFUNDS".
       01  WS-DropHeadLine2.
           02  FILLER              PIC X(40)   VALUE
               "STUDENT ID SURNAME   TERM  DROPPED   PCT".
           02  FILLER              PIC X(60)   VALUE
               "     BILLED REFUNDABLE     REFUND    SPONSOR COURSE".

       01  WS-RegisterDetail.
           02  RD-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  RD-Billed           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  RD-Refundable       PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  RD-Refund           PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  RD-SponsorRefund    PIC ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  RD-CourseCode       PIC X(6).

       01  WS-GrandTotalLine.
           02  GT-Label            PIC X(34)   VALUE SPACES.
           02  GT-Students         PIC ZZZZ9.
           02  FILLER              PIC X       VALUE SPACE.
           02  GT-Billed           PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  GT-Refundable       PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  GT-Refund           PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  GT-SponsorRefund    PIC ZZ,ZZZ,ZZ9.99.

       01  WS-NoAddrHeadLine1      PIC X(80)   VALUE
           "CREDIT NOTES - STUDENTS WITH NO MAILING ADDRESS".
       01  WS-NoAddrHeadLine2      PIC X(80)   VALUE
           "STUDENT ID SURNAME    IN  REASON".

       01  WS-NoAddrDetail.
           02  NX-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  NX-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  NX-Initials         PIC XX.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  NX-Reason           PIC X(30).

       01  WS-NoAddrTotalLine.
           02  FILLER              PIC X(22)   VALUE
               "STUDENTS NOT ADDRESSED".
           02  FILLER              PIC X(3)    VALUE " : ".
           02  NX-Count            PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
               GOBACK
           END-IF
           PERFORM ReadTuitionParms
           OPEN INPUT FeeSchedFile
           IF WS-FeeSchedStatusOk
               SET WS-FeeSchedAvailable TO TRUE
           ELSE
               DISPLAY "Warning - FEESCHED.DAT not available, every "
                       "course priced at the TUITPARM.DAT rate and "
                       "treated as refundable."
           END-IF
           OPEN INPUT EnrollFile
           IF WS-EnrollStatusOk
               SET WS-EnrollFileAvailable TO TRUE
               CLOSE StudentFile
               CLOSE TermFile
               CLOSE CourseFile
               IF WS-FeeSchedAvailable
                   CLOSE FeeSchedFile
               END-IF
               IF WS-EnrollFileAvailable
                   CLOSE EnrollFile
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT AwardFile
           IF WS-AwardStatusOk
               SET WS-AwardFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - AWARDS.DAT not available, every "
                       "refund goes wholly to the student."
           END-IF
           OPEN INPUT ContactFile
           IF WS-ContactStatusOk
               SET WS-ContactFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDCONT.DAT not available, "
                       "credit notes will carry no mailing address."
           END-IF
           OPEN I-O DropFile
           IF WS-DropStatusOk
               SET WS-DropFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - DROPS.DAT not available, no course "
                       "drop is refunded this run."
           END-IF
           OPEN OUTPUT CreditNoteFile
           OPEN OUTPUT RegisterFile
           OPEN OUTPUT NoAddrFile
           MOVE WS-NoAddrHeadLine1 TO NoAddrLine
           WRITE NoAddrLine
           MOVE WS-NoAddrHeadLine2 TO NoAddrLine
           WRITE NoAddrLine
           MOVE WS-RegisterHeadLine1 TO RegisterLine
           WRITE RegisterLine
           MOVE WS-RegisterHeadLine2 TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadStudent
           PERFORM ConsiderOneStudent UNTIL WS-StudentEOF
           PERFORM WriteRegisterWithdrawTotal
           IF WS-DropFileAvailable
               PERFORM RefundCourseDrops
           END-IF
           PERFORM WriteRegisterGrandTotal
           PERFORM WriteGlJournal
           CLOSE StudentFile
           CLOSE TermFile
           CLOSE CourseFile
           IF WS-FeeSchedAvailable
               CLOSE FeeSchedFile
           END-IF
           IF WS-EnrollFileAvailable
               CLOSE EnrollFile
           END-IF
           IF WS-ContactFileAvailable
               CLOSE ContactFile
           END-IF
           IF WS-AwardFileAvailable
               CLOSE AwardFile
           END-IF
           IF WS-DropFileAvailable
               CLOSE DropFile
           END-IF
           CLOSE CreditNoteFile
           CLOSE RegisterFile
           MOVE WS-BlankLine TO NoAddrLine
           WRITE NoAddrLine
           MOVE WS-NoAddrCount TO NX-Count
           MOVE WS-NoAddrTotalLine TO NoAddrLine
           WRITE NoAddrLine
           CLOSE NoAddrFile
           DISPLAY "WithdrawalRefund - " WS-RefundCount
                   " withdrawal and " WS-DropRefundCount
                   " course drop credit note(s) issued, see "
                   "CREDNOTE.LST and REFUNDREG.LST."
           IF WS-NoAddrCount > ZEROS
               DISPLAY "WithdrawalRefund - " WS-NoAddrCount
                       " credit note(s) have no mailing address, see "
                       "CRNNOADR.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * The run's credit notes, withdrawals and course drops alike,
      * as one balanced pair of journal legs
      * for the general ledger - refunds debited, debtors credited -
      * totalling REFUNDREG.LST's grand total.
       WriteGlJournal.
           MOVE SPACES TO WS-GlReference
           STRING "REFUNDREG " WS-BusinessDate DELIMITED BY SIZE
               INTO WS-GlReference
           COMPUTE WS-GlAmount = WS-TotalRefund + WS-DropTotalRefund
           MOVE "REFUND" TO WS-GlTransType
           MOVE "D" TO WS-GlDrCr
           PERFORM WriteGlLine
           MOVE "DEBTORS" TO WS-GlTransType
           MOVE "C" TO WS-GlDrCr
           PERFORM WriteGlLine.

           COPY GLINTFPG.

           COPY BUSDATPG.

      * Same one-record TUITPARM.DAT card TuitionBilling reads - the
      * refund must be priced at the same per-credit-hour fee the
      * invoice was. The card's billing term is not needed here: the
      * schedule is read for the term the withdrawal fell in.
       ReadTuitionParms.
           OPEN INPUT ParmFile
           IF WS-ParmStatusOk
           END-PERFORM.

       RefundOneStudent.
           SET WS-WithdrawalRefund TO TRUE
           MOVE StatusDate TO WS-WithdrawDate
           PERFORM FindWithdrawalTerm
           IF NOT WS-TermFound
               DISPLAY "Warning - StudentId " StudentId
                       "no term on TERMS.DAT - no refund computed."
           ELSE
               PERFORM ComputeRefundPct
               MOVE WS-TermCodeFound TO WS-FeeTermCode
               PERFORM PriceOriginalTuition
               COMPUTE WS-RefundAmount ROUNDED =
                   WS-StudentRefundable * WS-RefundPct / 100
               IF WS-RefundAmount > ZEROS
                   MOVE WS-StudentTuition TO WS-BillGross
                   PERFORM SplitRefund
                   MOVE "CREDITNOTE" TO WS-CreditReference
                   ADD 1 TO WS-RefundCount
                   ADD WS-StudentTuition TO WS-TotalTuition
                   ADD WS-StudentRefundable TO WS-TotalRefundable
                   ADD WS-RefundAmount   TO WS-TotalRefund
                   ADD WS-SponsorRefundTotal TO WS-TotalSponsorRefund
                   PERFORM WriteCreditNote
                   PERFORM WriteRegisterDetail
                   PERFORM PostRefundCredit
                   IF WS-SponsorRefundTotal > ZEROS
                       PERFORM PostSponsorCredits
                   END-IF
               END-IF
           END-IF.

      * The awards are applied to the bill exactly as TuitionBilling
      * applied them, and each sponsor takes the share of the refund
      * its award bore of the charges - the student is left whatever
      * the sponsors do not take, so rounding never loses a penny.
      * WS-BillGross is the whole bill the awards were applied to.
       SplitRefund.
           MOVE StudentId         TO WS-AwardStudentId
           MOVE WS-TermCodeFound  TO WS-AwardTermCode
           MOVE WS-BillGross      TO WS-AwardGross
           PERFORM ApplyStudentAwards
           MOVE ZEROS TO WS-SponsorRefundTotal
           PERFORM VARYING WS-AWIndex FROM 1 BY 1
                   UNTIL WS-AWIndex > WS-AWCount
               COMPUTE WS-SponsorRefund(WS-AWIndex) ROUNDED =
                   WS-RefundAmount * WS-AWAmount(WS-AWIndex)
                   / WS-BillGross
               ADD WS-SponsorRefund(WS-AWIndex)
                   TO WS-SponsorRefundTotal
           END-PERFORM
           COMPUTE WS-StudentRefund =
               WS-RefundAmount - WS-SponsorRefundTotal.

           COPY AWARDPG.

      * Finds the term on the calendar the WS-WithdrawDate withdrawal
      * or drop fell in.
       FindWithdrawalTerm.
           MOVE "N" TO WS-TermFoundFlag
           MOVE "N" TO WS-TermScanEOFFlag
                   AT END
                       SET WS-TermScanEOF TO TRUE
                   NOT AT END
                       IF WS-WithdrawDate >= TM-StartDate AND
                          WS-WithdrawDate <= TM-EndDate
                           SET WS-TermFound TO TRUE
                           MOVE TM-TermCode  TO WS-TermCodeFound
                           MOVE TM-StartDate TO WS-TermStart
               END-READ
           END-PERFORM.

      * Refund scale by quarter of the term elapsed at withdrawal or
      * drop:
      * out inside the first quarter refunds the lot, inside the
      * second refunds half, inside the third a quarter, and past
      * three quarters of the term nothing is returned.
           COMPUTE WS-TermLength =
               FUNCTION INTEGER-OF-DATE(WS-TermEnd) -
               FUNCTION INTEGER-OF-DATE(WS-TermStart)
           COMPUTE WS-DaysIn =
               FUNCTION INTEGER-OF-DATE(WS-WithdrawDate) -
               FUNCTION INTEGER-OF-DATE(WS-TermStart)

      * Re-derives the figure the student was billed, course by
      * course, the same way TuitionBilling built the invoice - the
      * enrollment entries priced through PriceCourseFees, or the
      * primary CourseCode when no enrollment rows exist - and the
      * part of it the schedule allows to be refunded.
       PriceOriginalTuition.
           MOVE ZEROS TO WS-EnrollmentsSeen
           MOVE ZEROS TO WS-StudentTuition
           MOVE ZEROS TO WS-StudentRefundable
           IF WS-EnrollFileAvailable
               PERFORM PriceEnrolledCourses
           END-IF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PriceCourseFees
                   ADD WS-FeeCourseTotal     TO WS-StudentTuition
                   ADD WS-FeeRefundableTotal TO WS-StudentRefundable
           END-READ.

           COPY FEEPRCPG.

       WriteCreditNote.
           MOVE WS-BlankLine TO CreditNoteLine
           WRITE CreditNoteLine
           IF WS-CourseDropRefund
               MOVE WS-DropNoteHeadLine TO CreditNoteLine
           ELSE
               MOVE WS-NoteHeadLine TO CreditNoteLine
           END-IF
           WRITE CreditNoteLine
           MOVE StudentId TO NN-StudentId
           MOVE Surname   TO NN-Surname
           MOVE Initials  TO NN-Initials
           MOVE WS-NoteNameLine TO CreditNoteLine
           WRITE CreditNoteLine
           PERFORM WriteNoteAddress
           MOVE WS-BlankLine TO CreditNoteLine
           WRITE CreditNoteLine
           IF WS-CourseDropRefund
               MOVE DR-CourseCode    TO ND-CourseCode
               MOVE WS-TermCodeFound TO ND-TermCode
               MOVE WS-WithdrawDate  TO ND-DropDate
               MOVE WS-NoteDropLine TO CreditNoteLine
               WRITE CreditNoteLine
               MOVE "  COURSE BILLED      :" TO NM-Label
           ELSE
               MOVE WS-TermCodeFound TO NT-TermCode
               MOVE WS-WithdrawDate  TO NT-StatusDate
               MOVE WS-NoteTermLine TO CreditNoteLine
               WRITE CreditNoteLine
               MOVE "  TOTAL BILLED       :" TO NM-Label
           END-IF
           MOVE WS-StudentTuition TO NM-Amount
           MOVE WS-NoteMoneyLine TO CreditNoteLine
           WRITE CreditNoteLine
           IF WS-StudentRefundable < WS-StudentTuition
               COMPUTE WS-NonRefundable =
                   WS-StudentTuition - WS-StudentRefundable
               MOVE "  NON-REFUNDABLE FEES:" TO NM-Label
               MOVE WS-NonRefundable TO NM-Amount
               MOVE WS-NoteMoneyLine TO CreditNoteLine
               WRITE CreditNoteLine
               MOVE "  REFUNDABLE AMOUNT  :" TO NM-Label
               MOVE WS-StudentRefundable TO NM-Amount
               MOVE WS-NoteMoneyLine TO CreditNoteLine
               WRITE CreditNoteLine
           END-IF
           MOVE WS-RefundPct TO NP-Pct
           MOVE WS-NotePctLine TO CreditNoteLine
           WRITE CreditNoteLine
           MOVE "  REFUND DUE         :" TO NM-Label
           MOVE WS-RefundAmount TO NM-Amount
           MOVE WS-NoteMoneyLine TO CreditNoteLine
           WRITE CreditNoteLine
           IF WS-SponsorRefundTotal > ZEROS
               PERFORM VARYING WS-AWIndex FROM 1 BY 1
                       UNTIL WS-AWIndex > WS-AWCount
                   MOVE WS-AWSponsorCode(WS-AWIndex) TO NS-SponsorCode
                   MOVE WS-NoteSponsorLabel TO NM-Label
                   MOVE WS-SponsorRefund(WS-AWIndex) TO NM-Amount
                   MOVE WS-NoteMoneyLine TO CreditNoteLine
                   WRITE CreditNoteLine
               END-PERFORM
               MOVE "  TO STUDENT         :" TO NM-Label
               MOVE WS-StudentRefund TO NM-Amount
               MOVE WS-NoteMoneyLine TO CreditNoteLine
               WRITE CreditNoteLine
           END-IF.

      * The mailing address block sits under the student's name; a
      * credit note with none says so on its face and goes on the
      * CRNNOADR.LST exceptions list.
       WriteNoteAddress.
           MOVE StudentId TO CT-StudentId
           PERFORM GetMailingAddress
           IF WS-AddressFound
               PERFORM VARYING WS-AddrIndex FROM 1 BY 1
                       UNTIL WS-AddrIndex > WS-AddrLineCount
                   MOVE WS-AddrLine(WS-AddrIndex) TO NA-AddrLine
                   MOVE WS-NoteAddrLine TO CreditNoteLine
                   WRITE CreditNoteLine
               END-PERFORM
           ELSE
               MOVE "** NO MAILING ADDRESS **" TO NA-AddrLine
               MOVE WS-NoteAddrLine TO CreditNoteLine
               WRITE CreditNoteLine
               PERFORM WriteNoAddrDetail
           END-IF.

       WriteNoAddrDetail.
           ADD 1 TO WS-NoAddrCount
           MOVE StudentId TO NX-StudentId
           MOVE Surname   TO NX-Surname
           MOVE Initials  TO NX-Initials
           IF WS-ContactNoAddress
               MOVE "CONTACT RECORD HAS NO ADDRESS" TO NX-Reason
           ELSE
               MOVE "NO STUDCONT.DAT RECORD" TO NX-Reason
           END-IF
           MOVE WS-NoAddrDetail TO NoAddrLine
           WRITE NoAddrLine.

           COPY STADDRPG.

       WriteRegisterDetail.
           MOVE StudentId        TO RD-StudentId
           MOVE Surname          TO RD-Surname
           MOVE WS-TermCodeFound TO RD-TermCode
           MOVE WS-WithdrawDate  TO RD-StatusDate
           MOVE WS-RefundPct     TO RD-Pct
           MOVE WS-StudentTuition TO RD-Billed
           MOVE WS-StudentRefundable TO RD-Refundable
           MOVE WS-RefundAmount  TO RD-Refund
           MOVE WS-SponsorRefundTotal TO RD-SponsorRefund
           IF WS-CourseDropRefund
               MOVE DR-CourseCode TO RD-CourseCode
           ELSE
               MOVE SPACES TO RD-CourseCode
           END-IF
           MOVE WS-RegisterDetail TO RegisterLine
           WRITE RegisterLine.

           MOVE StudentId       TO LG-StudentId
           MOVE "C"             TO LG-TransType
           MOVE WS-BusinessDate TO LG-TransDate
           MOVE WS-StudentRefund TO LG-Amount
           MOVE WS-CreditReference TO LG-Reference
           WRITE StudentLedgerRecord
           CLOSE LedgerFile.

      * Each sponsor's part of the refund goes back on its own
      * account, against the student it was paid for.
       PostSponsorCredits.
           OPEN EXTEND SponsorLedgerFile
           IF WS-SponsorLedgerNotFound
               OPEN OUTPUT SponsorLedgerFile
               CLOSE SponsorLedgerFile
               OPEN EXTEND SponsorLedgerFile
           END-IF
           PERFORM VARYING WS-AWIndex FROM 1 BY 1
                   UNTIL WS-AWIndex > WS-AWCount
               IF WS-SponsorRefund(WS-AWIndex) > ZEROS
                   MOVE SPACES TO SponsorLedgerRecord
                   MOVE WS-AWSponsorCode(WS-AWIndex) TO SJ-SponsorCode
                   MOVE "C"             TO SJ-TransType
                   MOVE WS-BusinessDate TO SJ-TransDate
                   MOVE WS-SponsorRefund(WS-AWIndex) TO SJ-Amount
                   MOVE WS-CreditReference TO SJ-Reference
                   MOVE StudentId       TO SJ-StudentId
                   WRITE SponsorLedgerRecord
               END-IF
           END-PERFORM
           CLOSE SponsorLedgerFile.

       WriteRegisterWithdrawTotal.
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE "WITHDRAWALS"    TO GT-Label
           MOVE WS-RefundCount   TO GT-Students
           MOVE WS-TotalTuition  TO GT-Billed
           MOVE WS-TotalRefundable TO GT-Refundable
           MOVE WS-TotalRefund   TO GT-Refund
           MOVE WS-TotalSponsorRefund TO GT-SponsorRefund
           MOVE WS-GrandTotalLine TO RegisterLine
           WRITE RegisterLine.

      * Every journalled drop not yet refunded, in its own section of
      * the register under the withdrawals. Each drop is marked on
      * DROPS.DAT as it is settled, so a rerun picks up only the
      * drops still pending.
       RefundCourseDrops.
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE WS-DropHeadLine1 TO RegisterLine
           WRITE RegisterLine
           MOVE WS-DropHeadLine2 TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE LOW-VALUES TO DR-DropKey
           START DropFile KEY NOT < DR-DropKey
               INVALID KEY SET WS-DropEOF TO TRUE
           END-START
           IF NOT WS-DropEOF
               PERFORM ReadDrop
           END-IF
           PERFORM UNTIL WS-DropEOF
               IF DR-RefundPending
                   PERFORM RefundOneDrop
               END-IF
               PERFORM ReadDrop
           END-PERFORM
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE "COURSE DROPS"     TO GT-Label
           MOVE WS-DropRefundCount TO GT-Students
           MOVE WS-DropTotalBilled TO GT-Billed
           MOVE WS-DropTotalRefundable TO GT-Refundable
           MOVE WS-DropTotalRefund TO GT-Refund
           MOVE WS-DropTotalSponsor TO GT-SponsorRefund
           MOVE WS-GrandTotalLine TO RegisterLine
           WRITE RegisterLine.

       ReadDrop.
           READ DropFile NEXT
               AT END SET WS-DropEOF TO TRUE
           END-READ.

       RefundOneDrop.
           SET WS-CourseDropRefund TO TRUE
           MOVE DR-StudentId TO StudentId
           READ StudentFile
               INVALID KEY
                   DISPLAY "Warning - StudentId " DR-StudentId
                           " dropped " DR-CourseCode " but is not "
                           "on STUDENTS.DAT - drop left pending."
               NOT INVALID KEY
                   PERFORM RefundStudentDrop
           END-READ.

      * A course dropped on or after the day the student withdrew was
      * still enrolled when the withdrawal was priced, so it has been
      * refunded with the rest of the bill.
       RefundStudentDrop.
           MOVE DR-DropDate TO WS-WithdrawDate
           IF EnrollStatus = "W" AND StatusDate <= DR-DropDate
               MOVE ZEROS TO WS-RefundPct
               SET DR-NoRefundDue TO TRUE
               PERFORM MarkDropSettled
           ELSE
               PERFORM FindWithdrawalTerm
               IF NOT WS-TermFound
                   DISPLAY "Warning - StudentId " StudentId
                           " dropped " DR-CourseCode " on "
                           DR-DropDate " which falls in no term on "
                           "TERMS.DAT - drop left pending."
               ELSE
                   MOVE DR-CourseCode TO CO-CourseCode
                   READ CourseFile
                       INVALID KEY
                           DISPLAY "Warning - dropped course "
                                   DR-CourseCode " is not on "
                                   "COURSES.DAT - StudentId "
                                   StudentId " drop left pending."
                       NOT INVALID KEY
                           PERFORM PriceDroppedCourse
                   END-READ
               END-IF
           END-IF.

      * The dropped course is priced exactly as it was billed, and
      * refunded on the same scale as a withdrawal on the drop date.
      * The awards were applied to the student's whole bill - the
      * courses still enrolled plus the one dropped - so that is the
      * gross the sponsors' shares are taken from.
       PriceDroppedCourse.
           PERFORM ComputeRefundPct
           MOVE WS-TermCodeFound TO WS-FeeTermCode
           MOVE ZEROS TO WS-EnrollmentsSeen
           MOVE ZEROS TO WS-StudentTuition
           MOVE ZEROS TO WS-StudentRefundable
           IF WS-EnrollFileAvailable
               PERFORM PriceEnrolledCourses
           END-IF
           MOVE WS-StudentTuition TO WS-BillGross
           MOVE ZEROS TO WS-StudentTuition
           MOVE ZEROS TO WS-StudentRefundable
           MOVE DR-CourseCode TO CO-CourseCode
           PERFORM PriceOneCourse
           ADD WS-StudentTuition TO WS-BillGross
           COMPUTE WS-RefundAmount ROUNDED =
               WS-StudentRefundable * WS-RefundPct / 100
           IF WS-RefundAmount > ZEROS
               PERFORM SplitRefund
               MOVE SPACES TO WS-CreditReference
               STRING "DROP" DR-CourseCode DELIMITED BY SIZE
                   INTO WS-CreditReference
               ADD 1 TO WS-DropRefundCount
               ADD WS-StudentTuition    TO WS-DropTotalBilled
               ADD WS-StudentRefundable TO WS-DropTotalRefundable
               ADD WS-RefundAmount      TO WS-DropTotalRefund
               ADD WS-SponsorRefundTotal TO WS-DropTotalSponsor
               PERFORM WriteCreditNote
               PERFORM WriteRegisterDetail
               PERFORM PostRefundCredit
               IF WS-SponsorRefundTotal > ZEROS
                   PERFORM PostSponsorCredits
               END-IF
               SET DR-Refunded TO TRUE
           ELSE
               SET DR-NoRefundDue TO TRUE
           END-IF
           PERFORM MarkDropSettled.

       MarkDropSettled.
           IF DR-NoRefundDue
               MOVE ZEROS TO WS-RefundAmount
           END-IF
           MOVE WS-BusinessDate TO DR-RefundDate
           MOVE WS-RefundPct    TO DR-RefundPct
           MOVE WS-RefundAmount TO DR-RefundAmount
           REWRITE DropRecord
               INVALID KEY
                   DISPLAY "Warning - DROPS.DAT entry " DR-DropKey
                           " could not be marked settled, status "
                           WS-DropStatus "."
           END-REWRITE.

       WriteRegisterGrandTotal.
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE "GRAND TOTAL" TO GT-Label
           COMPUTE GT-Students = WS-RefundCount + WS-DropRefundCount
           COMPUTE GT-Billed = WS-TotalTuition + WS-DropTotalBilled
           COMPUTE GT-Refundable =
               WS-TotalRefundable + WS-DropTotalRefundable
           COMPUTE GT-Refund = WS-TotalRefund + WS-DropTotalRefund
           COMPUTE GT-SponsorRefund =
               WS-TotalSponsorRefund + WS-DropTotalSponsor
           MOVE WS-GrandTotalLine TO RegisterLine
           WRITE RegisterLine.


      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Tuition billing run - reads every student on
      *          STUDENTS.DAT, prices each course they are on from the
      *          FEESCHED.DAT fee schedule for the billing term - the
      *          course's own per-credit-hour tuition rate plus any
      *          fixed lab, materials or studio fees, each itemised on
      *          the invoice (FEEPRCPG) - or, for a course with no
      *          schedule, at the per-credit-hour fee from the
      *          TUITPARM.DAT parameter card (same one-record card shape
      *          TC_Commands2 uses for RUNPARM.DAT). The billing term is
      *          the one named on the card, else the TERMS.DAT term the
      *          business date falls in or the next one to start. Writes
      *          a formatted invoice per student on INVOICES.LST plus a
      *          one-line-per-student billing register on BILLREG.LST
      *          with a grand-total trailer. A student's courses come
      *          from their ENROLLMENTS.DAT entries; a student with no
      *          enrollment records is billed on the primary CourseCode
      *          carried on StudentDetails so pre-enrollment-file data
      *          still bills. Each invoice total is also posted as one
      *          debit to the STUDLEDG.DAT student accounts ledger,
      *          dated with the business date, so the money stops
      *          disappearing from the system the moment the invoice
      *          prints - PaymentEntry posts the matching credits and
      *          the statement and aged-debt jobs read the balance. The
      *          run's total is written to GLINTF.DAT as a balanced
      *          debtors/tuition pair of legs for GLPost to post. Each
      *          invoice is addressed from the student's STUDCONT.DAT
      *          contact record (STADDRPG); a student with no mailing
      *          address is still billed, but listed on the INVNOADR.LST
      *          exceptions report so the invoice can be chased, and the
      *          run ends with return code 4. A student holding
      *          AWARDS.DAT scholarships, bursaries or sponsorships for
      *          the billing term (AWARDPG) has each sponsor's share
      *          shown as a deduction on the invoice, and only the
      *          balance left is posted to STUDLEDG.DAT; each sponsor's
      *          share is posted to the SPONLEDG.DAT sponsor ledger
      *          instead, and every sponsor gets one consolidated
      *          invoice on SPONSINV.LST listing all the students it
      *          covers. BILLREG.LST shows the gross billed, the awards
      *          and the student's share. A sponsor missing from
      *          SPONSORS.DAT is still invoiced, unaddressed, and also
      *          ends the run with return code 4. Every invoice carries
      *          an invoice number - IN, the business date as YYMMDD and
      *          its place in the run - which is also the reference on
      *          its STUDLEDG.DAT debit, so a payment quoting it can be
      *          matched back to the student by BankLodgeMatch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegisterFile ASSIGN TO "BILLREG.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CT-StudentId
       		              FILE STATUS IS WS-ContactStatus.
           SELECT NoAddrFile ASSIGN TO "INVNOADR.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LedgerFile ASSIGN TO "STUDLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LedgerStatus.
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
           SELECT TermFile ASSIGN TO "TERMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS TM-TermCode
       		              FILE STATUS IS WS-TermStatus.
           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS AW-AwardKey
       		              FILE STATUS IS WS-AwardStatus.
           SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS SN-SponsorCode
       		              FILE STATUS IS WS-SponsorStatus.
           SELECT SponsorLedgerFile ASSIGN TO "SPONLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-SponsorLedgerStatus.
           SELECT SponsorInvFile ASSIGN TO "SPONSINV.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SponsorSortFile ASSIGN TO "SPSORT.TMP".
       DATA DIVISION.

       FILE SECTION.
       FD ParmFile.
       01 ParmRecord.
           02  PC-CreditHourFee    PIC 9(4)V99.
           02  PC-TermCode         PIC X(6).

       FD InvoiceFile.
       01 InvoiceLine              PIC X(80).
       FD RegisterFile.
       01 RegisterLine             PIC X(100).

       FD ContactFile.
           COPY STUDCTRC.

       FD NoAddrFile.
       01 NoAddrLine               PIC X(80).

       FD LedgerFile.
           COPY LEDGERRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD GlIntfFile.
           COPY GLINTFRC.

       FD FeeSchedFile.
           COPY FEESCHRC.

       FD TermFile.
           COPY TERMRC.

       FD AwardFile.
           COPY AWARDRC.

       FD SponsorFile.
           COPY SPONSRC.

       FD SponsorLedgerFile.
           COPY SPLEDGRC.

       FD SponsorInvFile.
       01 SponsorInvLine           PIC X(80).

      * One record per award applied in the run, released while the
      * students are billed and returned in sponsor order to print
      * the consolidated sponsor invoices.
       SD SponsorSortFile.
       01 SponsorSortRecord.
           02  SS-SponsorCode      PIC X(6).
           02  SS-StudentId        PIC 99(9).
           02  SS-Surname          PIC X(10).
           02  SS-Initials         PIC XX.
           02  SS-AwardType        PIC X.
           02  SS-Amount           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

      * Work fields for the GLINTF.DAT journal legs (GLINTFPG).
       01  WS-GlIntfStatus         PIC XX      VALUE SPACES.
           88 WS-GlIntfNotFound                VALUE "35".
       01  WS-GlSource             PIC X(8)    VALUE "BILLING".
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

       01  WS-TermStatus           PIC XX      VALUE SPACES.
           88 WS-TermStatusOk                  VALUE "00".
       01  WS-TermScanEOFFlag      PIC X       VALUE "N".
           88 WS-TermScanEOF                   VALUE "Y".
       01  WS-NextTermCode         PIC X(6)    VALUE SPACES.
       01  WS-NextTermStart        PIC 9(8)    VALUE 99999999.

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
       01  WS-AwardName            PIC X(11)   VALUE SPACES.

       01  WS-SponsorStatus        PIC XX      VALUE SPACES.
           88 WS-SponsorStatusOk               VALUE "00".
       01  WS-SponsorAvailableFlag PIC X       VALUE "N".
           88 WS-SponsorFileAvailable          VALUE "Y".
       01  WS-SponsorFoundFlag     PIC X       VALUE "N".
           88 WS-SponsorFound                  VALUE "Y".
       01  WS-SponsorLedgerStatus  PIC XX      VALUE SPACES.
           88 WS-SponsorLedgerNotFound         VALUE "35".
       01  WS-SponsorSortEOFFlag   PIC X       VALUE "N".
           88 WS-SponsorSortEOF                VALUE "Y".
       01  WS-PrevSponsorCode      PIC X(6)    VALUE SPACES.
       01  WS-SponsorStudents      PIC 9(5)    VALUE ZEROS.
       01  WS-SponsorAmount        PIC 9(9)V99 VALUE ZEROS.
       01  WS-SponsorInvCount      PIC 9(5)    VALUE ZEROS.
       01  WS-SponsorNoAddrCount   PIC 9(5)    VALUE ZEROS.

       01  WS-EnrollAvailableFlag  PIC X       VALUE "N".
           88 WS-EnrollFileAvailable           VALUE "Y".
       01  WS-CourseAvailableFlag  PIC X       VALUE "N".
           88 WS-CourseFileAvailable           VALUE "Y".

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
       01  WS-StudentCredits       PIC 9(5)    VALUE ZEROS.
       01  WS-StudentTuition       PIC 9(7)V99 VALUE ZEROS.

       01  WS-StudentCount         PIC 9(5)    VALUE ZEROS.
       01  WS-TotalCredits         PIC 9(7)    VALUE ZEROS.
       01  WS-TotalTuition         PIC 9(9)V99 VALUE ZEROS.
       01  WS-TotalAwards          PIC 9(9)V99 VALUE ZEROS.
       01  WS-TotalStudentDue      PIC 9(9)V99 VALUE ZEROS.

       01  WS-InvoiceHeadLine      PIC X(80)   VALUE
           "TUITION INVOICE".
           02  FILLER              PIC X       VALUE SPACE.
           02  IN-Initials         PIC XX.

      * The invoice number, as printed and as posted to the ledger.
       01  WS-InvoiceNumberLine.
           02  FILLER              PIC X(10)   VALUE "INVOICE : ".
           02  IR-InvoiceNumber.
               03  FILLER          PIC XX      VALUE "IN".
               03  IR-InvoiceDate  PIC 9(6).
               03  IR-InvoiceSeq   PIC 9(4).

       01  WS-InvoiceAddrLine.
           02  FILLER              PIC X(10)   VALUE SPACES.
           02  IA-AddrLine         PIC X(30).

       01  WS-InvoiceColumnLine    PIC X(80)   VALUE
           "COURSE DESCRIPTION                    CR      AMOUNT".

           02  FILLER              PIC X(2)    VALUE SPACES.
           02  ID-Amount           PIC ZZZ,ZZ9.99.

      * A fixed fee from the schedule, itemised under its course.
       01  WS-InvoiceFeeLine.
           02  FILLER              PIC X(9)    VALUE SPACES.
           02  IV-FeeType          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  IV-RefundNote       PIC X(18).
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  IV-Amount           PIC ZZZ,ZZ9.99.

      * An award, shown as a deduction under the total charges it
      * is taken from.
       01  WS-InvoiceAwardLine.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  FILLER              PIC X(5)    VALUE "LESS ".
           02  IW-AwardName        PIC X(11).
           02  FILLER              PIC X       VALUE SPACE.
           02  IW-SponsorName      PIC X(20).
           02  FILLER              PIC X(3)    VALUE SPACES.
           02  IW-Amount           PIC ZZZ,ZZ9.99.

       01  WS-InvoiceTotalLine.
           02  IT-Label            PIC X(25)   VALUE
               "AMOUNT DUE             : ".
           02  IT-Amount           PIC Z,ZZZ,ZZ9.99.

       01  WS-RegisterHeadLine1    PIC X(100)  VALUE
           "TUITION BILLING REGISTER".
       01  WS-RegisterHeadLine2.
           02  FILLER              PIC X(50)   VALUE
               "STUDENT ID SURNAME     COURSES CREDITS      BILLED".
           02  FILLER              PIC X(50)   VALUE
               "        AWARDS   STUDENT DUE".

       01  WS-RegisterDetail.
           02  RD-StudentId        PIC 99(9).
           02  RD-Credits          PIC ZZZZ9.
           02  FILLER              PIC X       VALUE SPACE.
           02  RD-Tuition          PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  RD-Awards           PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  RD-StudentDue       PIC ZZ,ZZZ,ZZ9.99.

       01  WS-GrandTotalLine.
           02  FILLER              PIC X(12)   VALUE "GRAND TOTAL ".
           02  GT-Credits          PIC ZZZZZZ9.
           02  FILLER              PIC X       VALUE SPACE.
           02  GT-Tuition          PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  GT-Awards           PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  GT-StudentDue       PIC ZZ,ZZZ,ZZ9.99.

       01  WS-NoAddrHeadLine1      PIC X(80)   VALUE
           "TUITION INVOICES - STUDENTS WITH NO MAILING ADDRESS".
       01  WS-NoAddrHeadLine2      PIC X(80)   VALUE
           "STUDENT ID SURNAME    IN  REASON".

       01  WS-NoAddrDetail.
           02  NA-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  NA-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  NA-Initials         PIC XX.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  NA-Reason           PIC X(30).

       01  WS-NoAddrTotalLine.
           02  FILLER              PIC X(22)   VALUE
               "STUDENTS NOT ADDRESSED".
           02  FILLER              PIC X(3)    VALUE " : ".
           02  NT-Count            PIC ZZZZ9.

       01  WS-SponsorHeadLine      PIC X(80)   VALUE
           "SPONSOR INVOICE - TUITION AWARDS".

       01  WS-SponsorNameLine.
           02  FILLER              PIC X(10)   VALUE "SPONSOR : ".
           02  SI-SponsorCode      PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  SI-SponsorName      PIC X(30).

       01  WS-SponsorAddrLine.
           02  FILLER              PIC X(10)   VALUE SPACES.
           02  SI-AddrLine         PIC X(30).

       01  WS-SponsorTermLine.
           02  FILLER              PIC X(10)   VALUE "TERM    : ".
           02  SI-TermCode         PIC X(6).

       01  WS-SponsorColumnLine    PIC X(80)   VALUE
           "STUDENT ID SURNAME    IN  AWARD                AMOUNT".

       01  WS-SponsorDetail.
           02  SI-StudentId        PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  SI-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  SI-Initials         PIC XX.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  SI-AwardName        PIC X(11).
           02  FILLER              PIC X(6)    VALUE SPACES.
           02  SI-Amount           PIC ZZZ,ZZ9.99.

       01  WS-SponsorTotalLine.
           02  ST-Label            PIC X(25).
           02  ST-Amount           PIC Z,ZZZ,ZZ9.99.

       01  WS-SponsorCountLine.
           02  FILLER              PIC X(25)   VALUE
               "STUDENTS COVERED       : ".
           02  ST-Students         PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
               GOBACK
           END-IF
           PERFORM ReadTuitionParms
           PERFORM OpenFeeSchedule
           OPEN INPUT EnrollFile
           IF WS-EnrollStatusOk
               SET WS-EnrollFileAvailable TO TRUE
               IF WS-EnrollFileAvailable
                   CLOSE EnrollFile
               END-IF
               IF WS-FeeSchedAvailable
                   CLOSE FeeSchedFile
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ContactFile
           IF WS-ContactStatusOk
               SET WS-ContactFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDCONT.DAT not available, "
                       "invoices will carry no mailing address."
           END-IF
           PERFORM OpenAwards
           OPEN OUTPUT InvoiceFile
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
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           SORT SponsorSortFile
               ON ASCENDING KEY SS-SponsorCode SS-StudentId
               INPUT PROCEDURE IS BillAllStudents
               OUTPUT PROCEDURE IS InvoiceSponsors
           PERFORM WriteRegisterGrandTotal
           PERFORM WriteGlJournal
           CLOSE StudentFile
           IF WS-EnrollFileAvailable
               CLOSE EnrollFile
           END-IF
           CLOSE CourseFile
           IF WS-FeeSchedAvailable
               CLOSE FeeSchedFile
           END-IF
           IF WS-ContactFileAvailable
               CLOSE ContactFile
           END-IF
           IF WS-AwardFileAvailable
               CLOSE AwardFile
           END-IF
           IF WS-SponsorFileAvailable
               CLOSE SponsorFile
           END-IF
           CLOSE InvoiceFile
           CLOSE RegisterFile
           MOVE WS-BlankLine TO NoAddrLine
           WRITE NoAddrLine
           MOVE WS-NoAddrCount TO NT-Count
           MOVE WS-NoAddrTotalLine TO NoAddrLine
           WRITE NoAddrLine
           CLOSE NoAddrFile
           IF WS-NoAddrCount > ZEROS
               DISPLAY "TuitionBilling - " WS-NoAddrCount
                       " invoice(s) have no mailing address, see "
                       "INVNOADR.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "TuitionBilling - " WS-SponsorInvCount
                   " sponsor invoice(s) raised, see SPONSINV.LST."
           IF WS-SponsorNoAddrCount > ZEROS
               DISPLAY "TuitionBilling - " WS-SponsorNoAddrCount
                       " sponsor invoice(s) for a sponsor not on "
                       "SPONSORS.DAT, see SPONSINV.LST."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Overrides the CreditHourFee default from a one-record
               END-READ
               IF NOT WS-ParmEOF
                   MOVE PC-CreditHourFee TO CreditHourFee
                   MOVE PC-TermCode      TO WS-FeeTermCode
               END-IF
               CLOSE ParmFile
           END-IF.

      * The fee schedule is optional - without it, or without a term
      * to price, every course bills at the card rate alone. A card
      * naming no term bills the term the business date falls in,
      * or - billing run ahead of the term - the next term to start.
      * The term is settled whether or not the schedule is there, as
      * it also picks the awards that are applied.
       OpenFeeSchedule.
           IF WS-FeeTermCode = SPACES
               PERFORM FindBillingTerm
           END-IF
           OPEN INPUT FeeSchedFile
           IF WS-FeeSchedStatusOk
               SET WS-FeeSchedAvailable TO TRUE
               IF WS-FeeTermCode = SPACES
                   DISPLAY "Warning - no billing term on TUITPARM.DAT "
                           "or TERMS.DAT, FEESCHED.DAT not used."
               ELSE
                   DISPLAY "TuitionBilling - pricing term "
                           WS-FeeTermCode " from FEESCHED.DAT."
               END-IF
           ELSE
               DISPLAY "Warning - FEESCHED.DAT not available, every "
                       "course billed at the TUITPARM.DAT rate."
           END-IF.

       FindBillingTerm.
           OPEN INPUT TermFile
           IF WS-TermStatusOk
               MOVE "N" TO WS-TermScanEOFFlag
               MOVE SPACES TO TM-TermCode
               START TermFile KEY NOT < TM-TermCode
                   INVALID KEY SET WS-TermScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-TermScanEOF
                   READ TermFile NEXT
                       AT END
                           SET WS-TermScanEOF TO TRUE
                       NOT AT END
                           PERFORM ConsiderBillingTerm
                   END-READ
               END-PERFORM
               IF WS-FeeTermCode = SPACES
                   MOVE WS-NextTermCode TO WS-FeeTermCode
               END-IF
               CLOSE TermFile
           END-IF.

       ConsiderBillingTerm.
           IF WS-BusinessDate >= TM-StartDate AND
              WS-BusinessDate <= TM-EndDate
               MOVE TM-TermCode TO WS-FeeTermCode
               SET WS-TermScanEOF TO TRUE
           ELSE
               IF TM-StartDate > WS-BusinessDate AND
                  TM-StartDate < WS-NextTermStart
                   MOVE TM-TermCode  TO WS-NextTermCode
                   MOVE TM-StartDate TO WS-NextTermStart
               END-IF
           END-IF.

           COPY FEEPRCPG.

      * Awards are optional too - without AWARDS.DAT, or without a
      * billing term to find them under, every student is billed in
      * full exactly as before. SPONSORS.DAT only names and
      * addresses the sponsors.
       OpenAwards.
           OPEN INPUT AwardFile
           IF WS-AwardStatusOk
               SET WS-AwardFileAvailable TO TRUE
               IF WS-FeeTermCode = SPACES
                   DISPLAY "Warning - no billing term on TUITPARM.DAT "
                           "or TERMS.DAT, AWARDS.DAT not used."
               END-IF
               OPEN INPUT SponsorFile
               IF WS-SponsorStatusOk
                   SET WS-SponsorFileAvailable TO TRUE
               ELSE
                   DISPLAY "Warning - SPONSORS.DAT not available, "
                           "sponsor invoices will carry no address."
               END-IF
           ELSE
               DISPLAY "Warning - AWARDS.DAT not available, every "
                       "student billed in full."
           END-IF.

           COPY AWARDPG.

      * The SORT input procedure - the whole student billing pass,
      * releasing one sort record per award applied as it goes.
       BillAllStudents.
           PERFORM ReadStudent
           PERFORM BillOneStudent UNTIL WS-StudentEOF.

       ReadStudent.
           READ StudentFile NEXT
               AT END SET WS-StudentEOF TO TRUE
               MOVE CourseCode TO CO-CourseCode
               PERFORM BillOneCourse
           END-IF
           MOVE StudentId         TO WS-AwardStudentId
           MOVE WS-FeeTermCode    TO WS-AwardTermCode
           MOVE WS-StudentTuition TO WS-AwardGross
           PERFORM ApplyStudentAwards
           ADD WS-AwardTotal        TO WS-TotalAwards
           ADD WS-AwardStudentShare TO WS-TotalStudentDue
           IF WS-AWCount > ZERO
               PERFORM WriteInvoiceAwards
           END-IF
           PERFORM WriteInvoiceTotal
           PERFORM WriteRegisterDetail
           IF WS-AwardStudentShare > ZEROS
               PERFORM PostInvoiceDebit
           END-IF
           PERFORM ReadStudent.

      * One ledger debit per invoice raised, for the student's own
      * share of it - the open balance on a student's account starts
      * life here, and the statement and
      * aged-debt jobs reconcile back to BILLREG.LST through these
      * entries. Same open-extend-or-create shape LogStudentJournal
      * uses for STUDHIST.DAT.
           MOVE StudentId         TO LG-StudentId
           MOVE "D"               TO LG-TransType
           MOVE WS-BusinessDate   TO LG-TransDate
           MOVE WS-AwardStudentShare TO LG-Amount
           MOVE IR-InvoiceNumber  TO LG-Reference
           WRITE StudentLedgerRecord
           CLOSE LedgerFile.

      * The run's invoices as one balanced pair of journal legs for
      * the general ledger - debtors debited, tuition income
      * credited - totalling BILLREG.LST's grand total.
       WriteGlJournal.
           MOVE SPACES TO WS-GlReference
           STRING "BILLREG " WS-BusinessDate DELIMITED BY SIZE
               INTO WS-GlReference
           MOVE WS-TotalTuition TO WS-GlAmount
           MOVE "DEBTORS" TO WS-GlTransType
           MOVE "D" TO WS-GlDrCr
           PERFORM WriteGlLine
           MOVE "TUITION" TO WS-GlTransType
           MOVE "C" TO WS-GlDrCr
           PERFORM WriteGlLine.

           COPY GLINTFPG.

           COPY BUSDATPG.

      * Prices every ENROLLMENTS.DAT entry for the current student,
                   MOVE ZEROS TO ID-Amount
               NOT INVALID KEY
                   ADD 1 TO WS-CoursesBilled
                   PERFORM PriceCourseFees
                   ADD CO-CreditHours TO WS-StudentCredits
                   ADD CO-CreditHours TO WS-TotalCredits
                   ADD WS-FeeCourseTotal TO WS-StudentTuition
                   ADD WS-FeeCourseTotal TO WS-TotalTuition
                   MOVE CO-CourseCode  TO ID-CourseCode
                   MOVE CO-Description TO ID-Description
                   MOVE CO-CreditHours TO ID-CreditHours
                   MOVE WS-FLAmount(1) TO ID-Amount
           END-READ
           MOVE WS-InvoiceDetail TO InvoiceLine
           WRITE InvoiceLine
           PERFORM VARYING WS-FeeIndex FROM 2 BY 1
                   UNTIL WS-FeeIndex > WS-FLCount
               PERFORM WriteInvoiceFeeLine
           END-PERFORM
           MOVE ZERO TO WS-FLCount.

      * Tuition sits on the course line itself; each fixed fee goes
      * on a line of its own beneath it, marked when it would not be
      * returned on withdrawal.
       WriteInvoiceFeeLine.
           MOVE WS-FLType(WS-FeeIndex)   TO IV-FeeType
           IF WS-FLRefund(WS-FeeIndex) = "Y"
               MOVE SPACES TO IV-RefundNote
           ELSE
               MOVE "(NON-REFUNDABLE)" TO IV-RefundNote
           END-IF
           MOVE WS-FLAmount(WS-FeeIndex) TO IV-Amount
           MOVE WS-InvoiceFeeLine TO InvoiceLine
           WRITE InvoiceLine.

       WriteInvoiceHeading.
           MOVE Initials  TO IN-Initials
           MOVE WS-InvoiceNameLine TO InvoiceLine
           WRITE InvoiceLine
           MOVE WS-BusinessDate(3:6) TO IR-InvoiceDate
           MOVE WS-StudentCount      TO IR-InvoiceSeq
           MOVE WS-InvoiceNumberLine TO InvoiceLine
           WRITE InvoiceLine
           PERFORM WriteInvoiceAddress
           MOVE WS-BlankLine TO InvoiceLine
           WRITE InvoiceLine
           MOVE WS-InvoiceColumnLine TO InvoiceLine
           WRITE InvoiceLine.

      * The mailing address block sits under the student's name; an
      * invoice with none says so on its face and goes on the
      * INVNOADR.LST exceptions list.
       WriteInvoiceAddress.
           MOVE StudentId TO CT-StudentId
           PERFORM GetMailingAddress
           IF WS-AddressFound
               PERFORM VARYING WS-AddrIndex FROM 1 BY 1
                       UNTIL WS-AddrIndex > WS-AddrLineCount
                   MOVE WS-AddrLine(WS-AddrIndex) TO IA-AddrLine
                   MOVE WS-InvoiceAddrLine TO InvoiceLine
                   WRITE InvoiceLine
               END-PERFORM
           ELSE
               MOVE "** NO MAILING ADDRESS **" TO IA-AddrLine
               MOVE WS-InvoiceAddrLine TO InvoiceLine
               WRITE InvoiceLine
               PERFORM WriteNoAddrDetail
           END-IF.

       WriteNoAddrDetail.
           ADD 1 TO WS-NoAddrCount
           MOVE StudentId TO NA-StudentId
           MOVE Surname   TO NA-Surname
           MOVE Initials  TO NA-Initials
           IF WS-ContactNoAddress
               MOVE "CONTACT RECORD HAS NO ADDRESS" TO NA-Reason
           ELSE
               MOVE "NO STUDCONT.DAT RECORD" TO NA-Reason
           END-IF
           MOVE WS-NoAddrDetail TO NoAddrLine
           WRITE NoAddrLine.

           COPY STADDRPG.

      * The charges before awards, then one deduction per sponsor
      * paying towards them; each also goes to the sort for the
      * sponsor's own invoice.
       WriteInvoiceAwards.
           MOVE "TOTAL CHARGES          : " TO IT-Label
           MOVE WS-StudentTuition TO IT-Amount
           MOVE WS-InvoiceTotalLine TO InvoiceLine
           WRITE InvoiceLine
           PERFORM VARYING WS-AWIndex FROM 1 BY 1
                   UNTIL WS-AWIndex > WS-AWCount
               PERFORM WriteInvoiceAwardLine
               MOVE WS-AWSponsorCode(WS-AWIndex) TO SS-SponsorCode
               MOVE StudentId                    TO SS-StudentId
               MOVE Surname                      TO SS-Surname
               MOVE Initials                     TO SS-Initials
               MOVE WS-AWType(WS-AWIndex)        TO SS-AwardType
               MOVE WS-AWAmount(WS-AWIndex)      TO SS-Amount
               RELEASE SponsorSortRecord
           END-PERFORM.

       WriteInvoiceAwardLine.
           MOVE WS-AWType(WS-AWIndex) TO SS-AwardType
           PERFORM SetAwardName
           MOVE WS-AwardName TO IW-AwardName
           MOVE WS-AWSponsorCode(WS-AWIndex) TO IW-SponsorName
           IF WS-SponsorFileAvailable
               MOVE WS-AWSponsorCode(WS-AWIndex) TO SN-SponsorCode
               READ SponsorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SN-SponsorName TO IW-SponsorName
               END-READ
           END-IF
           MOVE WS-AWAmount(WS-AWIndex) TO IW-Amount
           MOVE WS-InvoiceAwardLine TO InvoiceLine
           WRITE InvoiceLine.

       SetAwardName.
           EVALUATE SS-AwardType
               WHEN "S"
                   MOVE "SCHOLARSHIP" TO WS-AwardName
               WHEN "B"
                   MOVE "BURSARY"     TO WS-AwardName
               WHEN OTHER
                   MOVE "SPONSORSHIP" TO WS-AwardName
           END-EVALUATE.

       WriteInvoiceTotal.
           MOVE "AMOUNT DUE             : " TO IT-Label
           MOVE WS-AwardStudentShare TO IT-Amount
           MOVE WS-InvoiceTotalLine TO InvoiceLine
           WRITE InvoiceLine.

      * The SORT output procedure - one consolidated invoice per
      * sponsor, a line per student it covers, each line also posted
      * as a debit to the sponsor's SPONLEDG.DAT account.
       InvoiceSponsors.
           OPEN OUTPUT SponsorInvFile
           OPEN EXTEND SponsorLedgerFile
           IF WS-SponsorLedgerNotFound
               OPEN OUTPUT SponsorLedgerFile
               CLOSE SponsorLedgerFile
               OPEN EXTEND SponsorLedgerFile
           END-IF
           MOVE SPACES TO WS-PrevSponsorCode
           RETURN SponsorSortFile
               AT END SET WS-SponsorSortEOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SponsorSortEOF
               IF SS-SponsorCode NOT = WS-PrevSponsorCode
                   IF WS-PrevSponsorCode NOT = SPACES
                       PERFORM WriteSponsorInvTotal
                   END-IF
                   PERFORM WriteSponsorInvHeading
               END-IF
               PERFORM WriteSponsorInvDetail
               RETURN SponsorSortFile
                   AT END SET WS-SponsorSortEOF TO TRUE
               END-RETURN
           END-PERFORM
           IF WS-PrevSponsorCode NOT = SPACES
               PERFORM WriteSponsorInvTotal
           ELSE
               MOVE "NO SPONSORED AWARDS BILLED IN THIS RUN"
                   TO SponsorInvLine
               WRITE SponsorInvLine
           END-IF
           CLOSE SponsorLedgerFile
           CLOSE SponsorInvFile.

       WriteSponsorInvHeading.
           MOVE SS-SponsorCode TO WS-PrevSponsorCode
           MOVE ZEROS TO WS-SponsorStudents
           MOVE ZEROS TO WS-SponsorAmount
           ADD 1 TO WS-SponsorInvCount
           MOVE WS-BlankLine TO SponsorInvLine
           WRITE SponsorInvLine
           MOVE WS-SponsorHeadLine TO SponsorInvLine
           WRITE SponsorInvLine
           MOVE "N" TO WS-SponsorFoundFlag
           IF WS-SponsorFileAvailable
               MOVE SS-SponsorCode TO SN-SponsorCode
               READ SponsorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SponsorFound TO TRUE
               END-READ
           END-IF
           MOVE SS-SponsorCode TO SI-SponsorCode
           IF WS-SponsorFound
               MOVE SN-SponsorName TO SI-SponsorName
           ELSE
               MOVE SPACES TO SI-SponsorName
           END-IF
           MOVE WS-SponsorNameLine TO SponsorInvLine
           WRITE SponsorInvLine
           PERFORM WriteSponsorAddress
           MOVE WS-FeeTermCode TO SI-TermCode
           MOVE WS-SponsorTermLine TO SponsorInvLine
           WRITE SponsorInvLine
           MOVE WS-BlankLine TO SponsorInvLine
           WRITE SponsorInvLine
           MOVE WS-SponsorColumnLine TO SponsorInvLine
           WRITE SponsorInvLine.

      * The sponsor's address block, blank lines left out; a sponsor
      * not on SPONSORS.DAT says so on the face of its invoice.
       WriteSponsorAddress.
           IF WS-SponsorFound
               MOVE SN-AddrLine1 TO SI-AddrLine
               MOVE WS-SponsorAddrLine TO SponsorInvLine
               WRITE SponsorInvLine
               IF SN-AddrLine2 NOT = SPACES
                   MOVE SN-AddrLine2 TO SI-AddrLine
                   MOVE WS-SponsorAddrLine TO SponsorInvLine
                   WRITE SponsorInvLine
               END-IF
               IF SN-Town NOT = SPACES
                   MOVE SN-Town TO SI-AddrLine
                   MOVE WS-SponsorAddrLine TO SponsorInvLine
                   WRITE SponsorInvLine
               END-IF
               IF SN-Postcode NOT = SPACES
                   MOVE SN-Postcode TO SI-AddrLine
                   MOVE WS-SponsorAddrLine TO SponsorInvLine
                   WRITE SponsorInvLine
               END-IF
           ELSE
               ADD 1 TO WS-SponsorNoAddrCount
               MOVE "** SPONSOR NOT ON SPONSORS.DAT **" TO SI-AddrLine
               MOVE WS-SponsorAddrLine TO SponsorInvLine
               WRITE SponsorInvLine
           END-IF.

       WriteSponsorInvDetail.
           ADD 1 TO WS-SponsorStudents
           ADD SS-Amount TO WS-SponsorAmount
           PERFORM SetAwardName
           MOVE SS-StudentId TO SI-StudentId
           MOVE SS-Surname   TO SI-Surname
           MOVE SS-Initials  TO SI-Initials
           MOVE WS-AwardName TO SI-AwardName
           MOVE SS-Amount    TO SI-Amount
           MOVE WS-SponsorDetail TO SponsorInvLine
           WRITE SponsorInvLine
           MOVE SPACES          TO SponsorLedgerRecord
           MOVE SS-SponsorCode  TO SJ-SponsorCode
           MOVE "D"             TO SJ-TransType
           MOVE WS-BusinessDate TO SJ-TransDate
           MOVE SS-Amount       TO SJ-Amount
           MOVE "INVOICE"       TO SJ-Reference
           MOVE SS-StudentId    TO SJ-StudentId
           WRITE SponsorLedgerRecord.

       WriteSponsorInvTotal.
           MOVE WS-BlankLine TO SponsorInvLine
           WRITE SponsorInvLine
           MOVE "AMOUNT DUE             : " TO ST-Label
           MOVE WS-SponsorAmount TO ST-Amount
           MOVE WS-SponsorTotalLine TO SponsorInvLine
           WRITE SponsorInvLine
           MOVE WS-SponsorStudents TO ST-Students
           MOVE WS-SponsorCountLine TO SponsorInvLine
           WRITE SponsorInvLine.

       WriteRegisterDetail.
           MOVE StudentId         TO RD-StudentId
           MOVE Surname           TO RD-Surname
           MOVE WS-CoursesBilled  TO RD-Courses
           MOVE WS-StudentCredits TO RD-Credits
           MOVE WS-StudentTuition TO RD-Tuition
           MOVE WS-AwardTotal     TO RD-Awards
           MOVE WS-AwardStudentShare TO RD-StudentDue
           MOVE WS-RegisterDetail TO RegisterLine
           WRITE RegisterLine.

           MOVE WS-StudentCount  TO GT-Students
           MOVE WS-TotalCredits  TO GT-Credits
           MOVE WS-TotalTuition  TO GT-Tuition
           MOVE WS-TotalAwards   TO GT-Awards
           MOVE WS-TotalStudentDue TO GT-StudentDue
           MOVE WS-GrandTotalLine TO RegisterLine
           WRITE RegisterLine.


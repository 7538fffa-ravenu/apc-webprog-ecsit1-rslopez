      *          day's bank-lodgement receipts can be posted in one
      *          run. TuitionBilling posts the matching invoice
      *          debits; StudentStatement and AgedDebtRpt read the
      *          resulting balance. The run's receipts total is
      *          written to GLINTF.DAT as a balanced receipts/debtors
      *          pair of legs for GLPost to post. A payment from a
      *          sponsor (transaction S) is posted the same way as one
      *          C(redit) entry on the SPONLEDG.DAT sponsor ledger
      *          instead, validated against SPONSORS.DAT, against the
      *          consolidated sponsor invoice TuitionBilling raised;
      *          it is included in the run's receipts total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
           SELECT GlIntfFile ASSIGN TO "GLINTF.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-GlIntfStatus.
           SELECT SponsorLedgerFile ASSIGN TO "SPONLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-SponsorLedgerStatus.
           SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS SN-SponsorCode
       		              FILE STATUS IS WS-SponsorStatus.
       DATA DIVISION.

       FILE SECTION.
       FD RejectFile.
       01 RejectRecord.
           02  RR-StudentId    PIC 99(9).
           02  RR-SponsorCode REDEFINES RR-StudentId
                               PIC X(10).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Amount       PIC 9(7)V99.
           02  FILLER          PIC X       VALUE SPACE.
           02  TR-TransCode        PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-StudentId        PIC 99(9).
           02  TR-SponsorCode REDEFINES TR-StudentId
                                   PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  TR-Amount           PIC 9(7)V99.
           02  FILLER              PIC X       VALUE SPACE.
       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       FD GlIntfFile.
           COPY GLINTFRC.

       FD SponsorLedgerFile.
           COPY SPLEDGRC.

       FD SponsorFile.
           COPY SPONSRC.

       WORKING-STORAGE SECTION.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
       01  WS-StudentFileAvailableFlag PIC X    VALUE "N".
           88 WS-StudentFileAvailable           VALUE "Y".

       01  WS-SponsorLedgerStatus  PIC XX      VALUE SPACES.
           88 WS-SponsorLedgerNotFound         VALUE "35".
       01  WS-SponsorStatus        PIC XX      VALUE SPACES.
           88 WS-SponsorStatusOk               VALUE "00".
       01  WS-SponsorAvailableFlag PIC X       VALUE "N".
           88 WS-SponsorFileAvailable          VALUE "Y".
       01  WS-SponsorModeFlag      PIC X       VALUE "N".
           88 WS-SponsorPayment                VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransPost                     VALUE "P" "p".
           88 WS-TransSponsor                  VALUE "S" "s".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-EntryFlag            PIC X       VALUE "N".

       01  WS-RejectCount           PIC 9(6)    VALUE ZEROS.
       01  WS-PostedCount           PIC 9(6)    VALUE ZEROS.
       01  WS-SponsorPostedCount    PIC 9(6)    VALUE ZEROS.
       01  WS-PostedTotal           PIC 9(9)V99 VALUE ZEROS.

       01  WS-TransFileName         PIC X(13)   VALUE "PMTRANS.DAT".
       01  WS-TransArchiveName      PIC X(13)   VALUE "PMTRANS.DON".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

      * Work fields for the GLINTF.DAT journal legs (GLINTFPG).
       01  WS-GlIntfStatus         PIC XX      VALUE SPACES.
           88 WS-GlIntfNotFound                VALUE "35".
       01  WS-GlSource             PIC X(8)    VALUE "PAYMENT".
       01  WS-GlTransType          PIC X(10)   VALUE SPACES.
       01  WS-GlDepartment         PIC X(10)   VALUE SPACES.
       01  WS-GlDrCr               PIC X       VALUE SPACE.
       01  WS-GlAmount             PIC S9(9)V99 VALUE ZEROS.
       01  WS-GlReference          PIC X(20)   VALUE SPACES.

       01  WS-PaymentEntry.
           02  PE-StudentId        PIC 99(9).
           02  PE-SponsorCode REDEFINES PE-StudentId
                                   PIC X(10).
           02  PE-Amount           PIC 9(7)V99.
           02  PE-Reference        PIC X(12).

               CLOSE LedgerFile
               OPEN EXTEND LedgerFile
           END-IF
           OPEN EXTEND SponsorLedgerFile
           IF WS-SponsorLedgerNotFound
               OPEN OUTPUT SponsorLedgerFile
               CLOSE SponsorLedgerFile
               OPEN EXTEND SponsorLedgerFile
           END-IF
           OPEN EXTEND RejectFile
           OPEN INPUT SponsorFile
           IF WS-SponsorStatusOk
               SET WS-SponsorFileAvailable TO TRUE
           END-IF
           OPEN INPUT StudentFile
           IF WS-StudentFileNotFound
               DISPLAY "Warning - STUDENTS.DAT not found, StudentId "
               EVALUATE TRUE
                   WHEN WS-TransPost
                       PERFORM PostPayment
                   WHEN WS-TransSponsor
                       PERFORM PostSponsorPayment
                   WHEN OTHER
                       DISPLAY "Invalid selection - use P, S or Q."
               END-EVALUATE
               PERFORM GetTransCode
           END-PERFORM
           CLOSE LedgerFile
           CLOSE SponsorLedgerFile
           CLOSE RejectFile
           PERFORM WriteGlJournal
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           END-IF
           IF WS-SponsorFileAvailable
               CLOSE SponsorFile
           END-IF
           IF WS-BatchMode
               CLOSE TransFile
               PERFORM ArchivePaymentTransFile
           END-IF
           DISPLAY "PaymentEntry - " WS-PostedCount
                   " payment(s) posted to STUDLEDG.DAT."
           IF WS-SponsorPostedCount > ZEROS
               DISPLAY "PaymentEntry - " WS-SponsorPostedCount
                       " sponsor payment(s) posted to SPONLEDG.DAT."
           END-IF
           IF WS-RejectCount > 0
               DISPLAY "PaymentEntry - completed with "
                       WS-RejectCount " reject(s) logged, see "
           IF WS-BatchMode
               PERFORM ReadTrans
           ELSE
               DISPLAY "Enter transaction - P)ost payment, S)ponsor "
                       "payment, Q)uit : " WITH NO ADVANCING
               ACCEPT WS-TransCode
           END-IF.

           END-READ.

       PostPayment.
           MOVE "N" TO WS-SponsorModeFlag
           PERFORM GetPaymentDetails
           IF WS-PaymentEntry = SPACES
               CONTINUE
               MOVE PE-Reference    TO LG-Reference
               WRITE StudentLedgerRecord
               ADD 1 TO WS-PostedCount
               ADD PE-Amount TO WS-PostedTotal
           END-IF.

      * A sponsor's payment against its consolidated invoice - the
      * same entry and validation as a student's, keyed on the
      * sponsor code in place of the StudentId.
       PostSponsorPayment.
           SET WS-SponsorPayment TO TRUE
           PERFORM GetPaymentDetails
           IF WS-PaymentEntry = SPACES
               CONTINUE
           ELSE
               MOVE SPACES          TO SponsorLedgerRecord
               MOVE PE-SponsorCode  TO SJ-SponsorCode
               MOVE "C"             TO SJ-TransType
               MOVE WS-BusinessDate TO SJ-TransDate
               MOVE PE-Amount       TO SJ-Amount
               MOVE PE-Reference    TO SJ-Reference
               MOVE ZEROS           TO SJ-StudentId
               WRITE SponsorLedgerRecord
               ADD 1 TO WS-SponsorPostedCount
               ADD PE-Amount TO WS-PostedTotal
           END-IF.

      * The run's receipts as one balanced pair of journal legs for
      * the general ledger - cash received debited, debtors
      * credited.
       WriteGlJournal.
           MOVE SPACES TO WS-GlReference
           STRING "PAYMENTS " WS-BusinessDate DELIMITED BY SIZE
               INTO WS-GlReference
           MOVE WS-PostedTotal TO WS-GlAmount
           MOVE "RECEIPTS" TO WS-GlTransType
           MOVE "D" TO WS-GlDrCr
           PERFORM WriteGlLine
           MOVE "DEBTORS" TO WS-GlTransType
           MOVE "C" TO WS-GlDrCr
           PERFORM WriteGlLine.

           COPY GLINTFPG.

       LogReject.
           MOVE SPACES          TO RejectRecord
           IF WS-SponsorPayment
               MOVE PE-SponsorCode TO RR-SponsorCode
           ELSE
               MOVE PE-StudentId   TO RR-StudentId
           END-IF
           MOVE PE-Amount       TO RR-Amount
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid OR WS-PaymentEntry = SPACES
               IF WS-BatchMode
                   MOVE TR-SponsorCode TO PE-SponsorCode
                   MOVE TR-Amount      TO PE-Amount
                   MOVE TR-Reference   TO PE-Reference
                   PERFORM NormalizePaymentDetails
                   END-IF
                   SET WS-EntryValid TO TRUE
               ELSE
                   IF WS-SponsorPayment
                       DISPLAY "Enter - Sponsor, Amount (pennies "
                               "implied), Reference"
                       DISPLAY "SSSSSS    AAAAAAAAARRRRRRRRRRRR"
                   ELSE
                       DISPLAY "Enter - StudId, Amount (pennies "
                               "implied), Reference"
                       DISPLAY "NNNNNNNNNNAAAAAAAAARRRRRRRRRRRR"
                   END-IF
                   ACCEPT  WS-PaymentEntry
                   IF WS-PaymentEntry = SPACES
                       SET WS-EntryValid TO TRUE
           END-PERFORM.

       NormalizePaymentDetails.
           IF WS-SponsorPayment
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PE-SponsorCode))
                   TO PE-SponsorCode
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PE-Reference))
               TO PE-Reference
           IF PE-Reference = SPACES

       ValidatePaymentDetails.
           SET WS-EntryValid TO TRUE
           IF WS-SponsorPayment
               PERFORM ValidatePayingSponsor
           ELSE
               PERFORM ValidatePayingStudent
           END-IF
           IF PE-Amount NOT NUMERIC OR PE-Amount = ZEROS
               DISPLAY "Reject - amount must be a non-zero number."
               SET WS-EntryInvalid TO TRUE
           END-IF.

       ValidatePayingStudent.
           IF PE-StudentId NOT NUMERIC OR PE-StudentId = ZEROS
               DISPLAY "Reject - student id must be a non-zero "
                       "number."
                           SET WS-EntryInvalid TO TRUE
                   END-READ
               END-IF
           END-IF.

       ValidatePayingSponsor.
           IF PE-SponsorCode = SPACES OR
              PE-SponsorCode(7:4) NOT = SPACES
               DISPLAY "Reject - sponsor code must be 1 to 6 "
                       "characters."
               SET WS-EntryInvalid TO TRUE
           ELSE
               IF WS-SponsorFileAvailable
                   MOVE PE-SponsorCode TO SN-SponsorCode
                   READ SponsorFile
                       INVALID KEY
                           DISPLAY "Reject - sponsor " SN-SponsorCode
                                   " not found in SPONSORS.DAT."
                           SET WS-EntryInvalid TO TRUE
                   END-READ
               END-IF
           END-IF.

       END PROGRAM PaymentEntry.

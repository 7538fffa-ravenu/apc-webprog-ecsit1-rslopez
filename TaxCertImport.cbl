      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Revenue tax-credit certificate import - reads the
      *          revenue authority's certificate file REVCERT.DAT
      *          (an HDR line, one CRT line per employee certified,
      *          a TRL line carrying the CRT count) and applies each
      *          certificate to TAXCERT.DAT, the per-employee cut-off
      *          point / tax credits / basis the payroll run taxes
      *          from - so a change in someone's allowances reaches
      *          the next payslip without anyone rekeying it. The
      *          whole file is proved against its trailer before
      *          anything is applied; a truncated transfer applies
      *          nothing. Per line: id numeric and on EMPMAST.DAT,
      *          basis C/W/E, figures numeric, tax year the current
      *          one (next year's certificates are sent again in
      *          January - one record per employee holds the year
      *          being paid), and never older than the certificate
      *          already held. TAXCERT.LST lists every certificate
      *          applied (old and new credits and cut-off side by
      *          side) and every line refused, and the consumed file
      *          is renamed to REVCERT.DON so it is never applied
      *          twice. No REVCERT.DAT is not an error - there is simply
      *          nothing new from the revenue authority today.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxCertImport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RevCertFile ASSIGN TO "REVCERT.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RevCertStatus.
           SELECT TaxCertFile ASSIGN TO "TAXCERT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS TC-EmployeeId
       		              FILE STATUS IS WS-TaxCertStatus.
           SELECT EmployeeFile ASSIGN TO "EMPMAST.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EM-EmployeeId
       		              FILE STATUS IS WS-EmployeeStatus.
           SELECT ReportFile ASSIGN TO "TAXCERT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
      * The revenue authority's file as agreed for the employer -
      * the three record types share one area and tell apart on
      * the tag. Fields are separated by single spaces.
       FD RevCertFile.
       01 RevCertLine              PIC X(60).
       01 RevCertHeader REDEFINES RevCertLine.
           02  RH-Tag              PIC X(3).
           02  FILLER              PIC X.
           02  RH-EmployerRef      PIC X(10).
           02  FILLER              PIC X.
           02  RH-FileDate         PIC 9(8).
           02  FILLER              PIC X(37).
       01 RevCertDetail REDEFINES RevCertLine.
           02  RC-Tag              PIC X(3).
           02  FILLER              PIC X.
           02  RC-EmployeeId       PIC 9(6).
           02  FILLER              PIC X.
           02  RC-TaxYear          PIC 9(4).
           02  FILLER              PIC X.
           02  RC-Basis            PIC X.
           02  FILLER              PIC X.
           02  RC-CutOff           PIC 9(6)V99.
           02  FILLER              PIC X.
           02  RC-Credits          PIC 9(6)V99.
           02  FILLER              PIC X.
           02  RC-EffectiveDate    PIC 9(8).
           02  FILLER              PIC X(16).
       01 RevCertTrailer REDEFINES RevCertLine.
           02  RT-Tag              PIC X(3).
           02  FILLER              PIC X.
           02  RT-Count            PIC 9(6).
           02  FILLER              PIC X(50).

       FD TaxCertFile.
           COPY TAXCRTRC.

       FD EmployeeFile.
           COPY EMPMASRC.

       FD ReportFile.
       01 ReportLine               PIC X(132).

       FD ErrorFile.
           COPY ERRLOGRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-RevCertStatus        PIC XX      VALUE SPACES.
           88 WS-RevCertStatusOk               VALUE "00".
           88 WS-RevCertNotFound               VALUE "35".
       01  WS-TaxCertStatus        PIC XX      VALUE SPACES.
           88 WS-TaxCertStatusOk               VALUE "00".
           88 WS-TaxCertFileNotFound           VALUE "35".
       01  WS-EmployeeStatus       PIC XX      VALUE SPACES.
           88 WS-EmployeeFileNotFound           VALUE "35".
       01  WS-EmployeeAvailableFlag PIC X      VALUE "N".
           88 WS-EmployeeFileAvailable          VALUE "Y".
       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "TaxCert".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.
       01  WS-BusinessYear         PIC 9(4)    VALUE ZEROS.

       01  WS-RevCertEOFFlag       PIC X       VALUE "N".
           88 WS-RevCertEOF                    VALUE "Y".

       01  WS-RowFlag              PIC X       VALUE "Y".
           88 WS-RowValid                      VALUE "Y".
           88 WS-RowInvalid                    VALUE "N".
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.

      * Pass-one proof of the transfer against its own trailer.
       01  WS-HeaderSeenFlag       PIC X       VALUE "N".
           88 WS-HeaderSeen                    VALUE "Y".
       01  WS-TrailerSeenFlag      PIC X       VALUE "N".
           88 WS-TrailerSeen                   VALUE "Y".
       01  WS-TrailerCount         PIC 9(6)    VALUE ZEROS.
       01  WS-DetailCount          PIC 9(6)    VALUE ZEROS.
       01  WS-FileDate             PIC 9(8)    VALUE ZEROS.

       01  WS-AppliedCount         PIC 9(6)    VALUE ZEROS.
       01  WS-NewCount             PIC 9(6)    VALUE ZEROS.
       01  WS-RejectCount          PIC 9(6)    VALUE ZEROS.

       01  WS-OldCutOff            PIC 9(6)V99 VALUE ZEROS.
       01  WS-OldCredits           PIC 9(6)V99 VALUE ZEROS.
       01  WS-OldBasis             PIC X       VALUE SPACE.
       01  WS-CertOnFileFlag       PIC X       VALUE "N".
           88 WS-CertOnFile                    VALUE "Y".

       01  WS-RevCertName          PIC X(12)   VALUE "REVCERT.DAT".
       01  WS-RevCertDoneName      PIC X(12)   VALUE "REVCERT.DON".
       01  WS-RenameRC             PIC S9(9)   VALUE ZERO.

       01  WS-HeadingLine1         PIC X(132)  VALUE
           "TAX CREDIT CERTIFICATE IMPORT - REVCERT.DAT INTO TAXCERT.D
      -    "AT".
       01  WS-HeadingLine2         PIC X(132)  VALUE
           "ACTION   EMP ID YEAR B     OLD CUT-OFF     NEW CUT-OFF
      -    "   OLD CREDITS     NEW CREDITS  EFFECTIVE".

       01  WS-AppliedLine.
           02  AL-Action           PIC X(9).
           02  AL-EmployeeId       PIC 9(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  AL-TaxYear          PIC 9(4).
           02  FILLER              PIC X       VALUE SPACE.
           02  AL-OldBasis         PIC X.
           02  FILLER              PIC X       VALUE ">".
           02  AL-NewBasis         PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  AL-OldCutOff        PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  AL-NewCutOff        PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  AL-OldCredits       PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  AL-NewCredits       PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  AL-EffectiveDate    PIC 9(8).

       01  WS-RejectLine.
           02  FILLER              PIC X(9)    VALUE "REJECT : ".
           02  RL-Reason           PIC X(40).
           02  FILLER              PIC X(3)    VALUE " : ".
           02  RL-InputRow         PIC X(60).

       01  WS-SummaryLine.
           02  SU-Label            PIC X(24).
           02  SU-Count            PIC ZZZZZ9.

       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           MOVE WS-BusinessDate(1:4) TO WS-BusinessYear
           OPEN INPUT RevCertFile
           IF WS-RevCertNotFound
               DISPLAY "TaxCertImport - no REVCERT.DAT from the "
                       "revenue authority, nothing to import."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-RevCertStatusOk
               DISPLAY "TaxCertImport - REVCERT.DAT could not be "
                       "opened, status " WS-RevCertStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ProveRevCertFile
           CLOSE RevCertFile
           IF NOT WS-HeaderSeen OR NOT WS-TrailerSeen OR
              WS-TrailerCount NOT = WS-DetailCount
               DISPLAY "TaxCertImport - REVCERT.DAT does not prove "
                       "against its trailer (" WS-DetailCount
                       " certificate(s) read, trailer says "
                       WS-TrailerCount ") - nothing applied, "
                       "request the file again."
               MOVE "REVCERT.DAT failed its trailer check"
                   TO WS-ErrorMessage
               PERFORM LogError
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenTaxCertFile
           IF NOT WS-TaxCertStatusOk
               DISPLAY "TaxCertImport - TAXCERT.DAT could not be "
                       "opened, status " WS-TaxCertStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EmployeeFile
           IF WS-EmployeeFileNotFound
               DISPLAY "Warning - EMPMAST.DAT not found, EmployeeId "
                       "validation is disabled."
           ELSE
               SET WS-EmployeeFileAvailable TO TRUE
           END-IF
           OPEN OUTPUT ReportFile
           MOVE WS-HeadingLine1 TO ReportLine
           WRITE ReportLine
           MOVE WS-HeadingLine2 TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE "N" TO WS-RevCertEOFFlag
           OPEN INPUT RevCertFile
           PERFORM ReadRevCert
           PERFORM ApplyOneLine UNTIL WS-RevCertEOF
           CLOSE RevCertFile
           PERFORM WriteSummary
           CLOSE ReportFile
           CLOSE TaxCertFile
           IF WS-EmployeeFileAvailable
               CLOSE EmployeeFile
           END-IF
           PERFORM ArchiveRevCertFile
           IF WS-RejectCount > ZEROS
               DISPLAY "TaxCertImport - " WS-AppliedCount
                       " certificate(s) applied, " WS-RejectCount
                       " refused, see TAXCERT.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "TaxCertImport - " WS-AppliedCount
                       " certificate(s) applied, see TAXCERT.LST."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

           COPY ERRLOGPG.

       OpenTaxCertFile.
           OPEN I-O TaxCertFile
           IF WS-TaxCertFileNotFound
               OPEN OUTPUT TaxCertFile
               CLOSE TaxCertFile
               OPEN I-O TaxCertFile
           END-IF.

       ReadRevCert.
           READ RevCertFile
               AT END SET WS-RevCertEOF TO TRUE
           END-READ.

      * Pass one - count the CRT lines and pick up the header and
      * trailer, so a file cut short in transfer is refused whole
      * before a single certificate has been changed.
       ProveRevCertFile.
           PERFORM ReadRevCert
           PERFORM UNTIL WS-RevCertEOF
               EVALUATE RC-Tag
                   WHEN "HDR"
                       SET WS-HeaderSeen TO TRUE
                       IF RH-FileDate NUMERIC
                           MOVE RH-FileDate TO WS-FileDate
                       END-IF
                   WHEN "CRT"
                       ADD 1 TO WS-DetailCount
                   WHEN "TRL"
                       SET WS-TrailerSeen TO TRUE
                       IF RT-Count NUMERIC
                           MOVE RT-Count TO WS-TrailerCount
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM ReadRevCert
           END-PERFORM.

       ApplyOneLine.
           IF RC-Tag = "CRT"
               PERFORM ValidateCertLine
               IF WS-RowValid
                   PERFORM StoreCertificate
               ELSE
                   PERFORM WriteRejectLine
               END-IF
           END-IF
           PERFORM ReadRevCert.

       ValidateCertLine.
           SET WS-RowValid TO TRUE
           MOVE SPACES TO WS-RejectReason
           EVALUATE TRUE
               WHEN RC-EmployeeId NOT NUMERIC OR
                    RC-EmployeeId = ZEROS
                   MOVE "EmployeeId not numeric" TO WS-RejectReason
               WHEN RC-Basis NOT = "C" AND RC-Basis NOT = "W" AND
                    RC-Basis NOT = "E"
                   MOVE "Basis must be C, W or E" TO WS-RejectReason
               WHEN RC-TaxYear NOT NUMERIC OR
                    RC-CutOff NOT NUMERIC OR
                    RC-Credits NOT NUMERIC OR
                    RC-EffectiveDate NOT NUMERIC
                   MOVE "Year, cut-off or credits not numeric"
                       TO WS-RejectReason
               WHEN RC-TaxYear NOT = WS-BusinessYear
                   MOVE "Tax year is not the current year"
                       TO WS-RejectReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RejectReason = SPACES AND WS-EmployeeFileAvailable
               MOVE RC-EmployeeId TO EM-EmployeeId
               READ EmployeeFile
                   INVALID KEY
                       MOVE "EmployeeId not on EMPMAST.DAT"
                           TO WS-RejectReason
               END-READ
           END-IF
           IF WS-RejectReason NOT = SPACES
               SET WS-RowInvalid TO TRUE
           END-IF.

      * A certificate replacing last year's, or carrying a later
      * effective date in the same year, replaces the one held;
      * anything older is a re-sent file and is refused rather than
      * rolling the employee's credits back.
       StoreCertificate.
           MOVE "N" TO WS-CertOnFileFlag
           MOVE ZEROS TO WS-OldCutOff WS-OldCredits
           MOVE SPACE TO WS-OldBasis
           MOVE RC-EmployeeId TO TC-EmployeeId
           READ TaxCertFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CertOnFile TO TRUE
                   MOVE TC-CutOff  TO WS-OldCutOff
                   MOVE TC-Credits TO WS-OldCredits
                   MOVE TC-Basis   TO WS-OldBasis
           END-READ
           IF WS-CertOnFile AND
              (TC-TaxYear > RC-TaxYear OR
               (TC-TaxYear = RC-TaxYear AND
                TC-EffectiveDate > RC-EffectiveDate))
               MOVE "Older than the certificate on file"
                   TO WS-RejectReason
               PERFORM WriteRejectLine
           ELSE
               MOVE RC-EmployeeId    TO TC-EmployeeId
               MOVE RC-TaxYear       TO TC-TaxYear
               MOVE RC-Basis         TO TC-Basis
               MOVE RC-CutOff        TO TC-CutOff
               MOVE RC-Credits       TO TC-Credits
               MOVE RC-EffectiveDate TO TC-EffectiveDate
               MOVE "R"              TO TC-Source
               MOVE WS-BusinessDate  TO TC-Updated
               IF WS-CertOnFile
                   REWRITE TaxCertRecord
                   MOVE "REPLACED " TO AL-Action
               ELSE
                   WRITE TaxCertRecord
                   MOVE "NEW      " TO AL-Action
                   ADD 1 TO WS-NewCount
               END-IF
               ADD 1 TO WS-AppliedCount
               PERFORM WriteAppliedLine
           END-IF.

       WriteAppliedLine.
           MOVE TC-EmployeeId    TO AL-EmployeeId
           MOVE TC-TaxYear       TO AL-TaxYear
           MOVE WS-OldBasis      TO AL-OldBasis
           MOVE TC-Basis         TO AL-NewBasis
           MOVE WS-OldCutOff     TO AL-OldCutOff
           MOVE TC-CutOff        TO AL-NewCutOff
           MOVE WS-OldCredits    TO AL-OldCredits
           MOVE TC-Credits       TO AL-NewCredits
           MOVE TC-EffectiveDate TO AL-EffectiveDate
           MOVE WS-AppliedLine   TO ReportLine
           WRITE ReportLine.

       WriteRejectLine.
           ADD 1 TO WS-RejectCount
           MOVE WS-RejectReason TO RL-Reason
           MOVE RevCertLine     TO RL-InputRow
           MOVE WS-RejectLine   TO ReportLine
           WRITE ReportLine
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

       WriteSummary.
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE "CERTIFICATES ON FILE  :" TO SU-Label
           MOVE WS-DetailCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine
           MOVE "APPLIED               :" TO SU-Label
           MOVE WS-AppliedCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine
           MOVE "  OF WHICH NEW        :" TO SU-Label
           MOVE WS-NewCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine
           MOVE "REFUSED               :" TO SU-Label
           MOVE WS-RejectCount TO SU-Count
           MOVE WS-SummaryLine TO ReportLine
           WRITE ReportLine.

      * Same delete-then-rename shape as the transaction archives -
      * a later run finds no REVCERT.DAT and applies nothing twice.
       ArchiveRevCertFile.
           CALL "CBL_DELETE_FILE" USING WS-RevCertDoneName
               RETURNING WS-RenameRC
           CALL "CBL_RENAME_FILE" USING WS-RevCertName
                   WS-RevCertDoneName
               RETURNING WS-RenameRC
           IF WS-RenameRC NOT = ZERO
               DISPLAY "Warning - could not archive REVCERT.DAT after "
                       "processing, return code " WS-RenameRC "."
           END-IF.

       END PROGRAM TaxCertImport.

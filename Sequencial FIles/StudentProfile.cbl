      *          TranscriptRpt, BILLREG.LST and StudentHistInq to
      *          answer one phone call. Shows on one console screen:
      *            - the STUDENTS.DAT particulars;
      *            - the STUDCONT.DAT contact details - e-mail,
      *              phone and both addresses, the one documents
      *              are posted to marked;
      *            - every ENROLLMENTS.DAT course with its section
      *              and the COURSES.DAT description;
      *            - every GRADES.DAT attempt with its mark and term;
      *            - the STUDLEDG.DAT billing position (billed,
      *              paid/credited, open balance);
      *            - any WAITLIST.DAT entry still queued;
           SELECT StudHistFile ASSIGN TO "STUDHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-StudHistStatus.
           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CT-StudentId
       		              FILE STATUS IS WS-ContactStatus.
       DATA DIVISION.

       FILE SECTION.
       FD StudHistFile.
           COPY STUDHSRC.

       FD ContactFile.
           COPY STUDCTRC.

       WORKING-STORAGE SECTION.
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
           88 WS-WaitlistStatusOk              VALUE "00".
       01  WS-StudHistStatus       PIC XX      VALUE SPACES.
           88 WS-StudHistStatusOk              VALUE "00".
       01  WS-ContactStatus        PIC XX      VALUE SPACES.
           88 WS-ContactStatusOk               VALUE "00".
       01  WS-ContactAvailableFlag PIC X       VALUE "N".
           88 WS-ContactFileAvailable          VALUE "Y".

       01  WS-KeyId                PIC 99(9)   VALUE ZEROS.
       01  WS-KeyIdX REDEFINES WS-KeyId PIC X(10).
           02  FILLER              PIC X(6)    VALUE " FROM ".
           02  PT-StatusDate       PIC 9(8).

       01  WS-ContactLine.
           02  FILLER              PIC X(12)   VALUE "  CONTACT : ".
           02  CL-Phone            PIC X(15).
           02  FILLER              PIC X       VALUE SPACE.
           02  CL-Email            PIC X(40).

       01  WS-AddressLine.
           02  AL-Label            PIC X(12).
           02  AL-Line1            PIC X(30).
           02  FILLER              PIC X       VALUE SPACE.
           02  AL-Line2            PIC X(30).
       01  WS-TownLine.
           02  FILLER              PIC X(12)   VALUE SPACES.
           02  TL-Town             PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  TL-Postcode         PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  TL-MailMark         PIC X(13).

       01  WS-EnrollLine.
           02  FILLER              PIC X(12)   VALUE "  COURSE  : ".
           02  EL-CourseCode       PIC X(6).
           IF WS-GradeStatusOk
               SET WS-GradeFileAvailable TO TRUE
           END-IF
           OPEN INPUT ContactFile
           IF WS-ContactStatusOk
               SET WS-ContactFileAvailable TO TRUE
           END-IF
           DISPLAY "Student profile inquiry - StudentId 0 ends."
           PERFORM GetProfileKey
           PERFORM UNTIL WS-KeyId = ZEROS
           IF WS-GradeFileAvailable
               CLOSE GradeFile
           END-IF
           IF WS-ContactFileAvailable
               CLOSE ContactFile
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

                   DISPLAY "StudentId " WS-KeyId " is not on file."
               NOT INVALID KEY
                   PERFORM ShowParticulars
                   PERFORM ShowContact
                   PERFORM ShowEnrollments
                   PERFORM ShowGrades
                   PERFORM ShowBilling
           DISPLAY " "
           DISPLAY WS-ParticularsLine.

       ShowContact.
           IF NOT WS-ContactFileAvailable
               DISPLAY "  CONTACT : STUDCONT.DAT not available."
           ELSE
               MOVE WS-KeyId TO CT-StudentId
               READ ContactFile
                   INVALID KEY
                       DISPLAY "  CONTACT : no contact record - "
                               "documents cannot be posted."
                   NOT INVALID KEY
                       PERFORM ShowContactDetails
               END-READ
           END-IF.

       ShowContactDetails.
           MOVE CT-Phone TO CL-Phone
           MOVE CT-Email TO CL-Email
           DISPLAY WS-ContactLine
           IF CT-TermAddress NOT = SPACES
               MOVE "  TERM    : " TO AL-Label
               MOVE CT-TermLine1    TO AL-Line1
               MOVE CT-TermLine2    TO AL-Line2
               MOVE CT-TermTown     TO TL-Town
               MOVE CT-TermPostcode TO TL-Postcode
               MOVE SPACES TO TL-MailMark
               IF CT-MailToTerm
                   MOVE "(MAILED HERE)" TO TL-MailMark
               END-IF
               DISPLAY WS-AddressLine
               DISPLAY WS-TownLine
           END-IF
           IF CT-HomeAddress NOT = SPACES
               MOVE "  HOME    : " TO AL-Label
               MOVE CT-HomeLine1    TO AL-Line1
               MOVE CT-HomeLine2    TO AL-Line2
               MOVE CT-HomeTown     TO TL-Town
               MOVE CT-HomePostcode TO TL-Postcode
               MOVE SPACES TO TL-MailMark
               IF CT-MailToHome
                   MOVE "(MAILED HERE)" TO TL-MailMark
               END-IF
               DISPLAY WS-AddressLine
               DISPLAY WS-TownLine
           END-IF
           IF CT-TermAddress = SPACES AND CT-HomeAddress = SPACES
               DISPLAY "  ADDRESS : none on file - documents cannot "
                       "be posted."
           END-IF.

       ShowEnrollments.
           IF NOT WS-EnrollFileAvailable
               DISPLAY "  COURSES : ENROLLMENTS.DAT not available."
               MOVE "N"   TO WS-ScanEOFFlag
               MOVE WS-KeyId   TO GR-StudentId
               MOVE LOW-VALUES TO GR-CourseCode
               MOVE LOW-VALUES TO GR-Term
               START GradeFile KEY NOT < GR-GradeKey
                   INVALID KEY SET WS-ScanEOF TO TRUE
               END-START

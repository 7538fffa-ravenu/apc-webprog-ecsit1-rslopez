      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Personal data access report - one StudentId in, one
      *          complete report of everything held on that person
      *          out, for answering a former (or current) student's
      *          data access request in minutes instead of a day.
      *          Each report is written to its own DATAnnnnnnnnnn.LST
      *          file, named for the StudentId, with a section per
      *          file searched:
      *            - the STUDENTS.DAT master record;
      *            - the STUDARCH.DAT archive record, and any
      *              ANONREG.DAT anonymisation made of it;
      *            - the STUDCONT.DAT contact details;
      *            - every ENROLLMENTS.DAT, GRADES.DAT and ATTEND.DAT
      *              record under the id;
      *            - every STUDLEDG.DAT ledger entry;
      *            - every notice sent to them, from the NOTIFSNT.DAT
      *              sent log;
      *            - every STUDHIST.DAT journal entry naming the id
      *              in either image, including the dated archives
      *              Housekeeping has rolled off (found through its
      *              HKREG.DAT register);
      *            - every line of the STUDEXP.CSV, STUDELTA.CSV,
      *              ADMISS.CSV and STUDEXTR.DAT extracts and the
      *              NOTIFYQ.DAT notification queue (and their
      *              Housekeeping archives) carrying the id.
      *          Every file is optional - one that is not there is
      *          noted in its section and the rest of the report
      *          still runs. Read-only throughout.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentDataRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT ArchiveFile ASSIGN TO "STUDARCH.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS ArchStudentId
       		              FILE STATUS IS WS-ArchiveStatus.
           SELECT AnonRegFile ASSIGN TO "ANONREG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-AnonRegStatus.
           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CT-StudentId
       		              FILE STATUS IS WS-ContactStatus.
           SELECT EnrollFile ASSIGN TO "ENROLLMENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS EN-EnrollKey
       		              FILE STATUS IS WS-EnrollStatus.
           SELECT GradeFile ASSIGN TO "GRADES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS GR-GradeKey
       		              FILE STATUS IS WS-GradeStatus.
           SELECT AttendFile ASSIGN TO "ATTEND.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS AT-AttendKey
       		              FILE STATUS IS WS-AttendStatus.
           SELECT LedgerFile ASSIGN TO "STUDLEDG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-LedgerStatus.
           SELECT SentLogFile ASSIGN TO "NOTIFSNT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS NG-SentKey
       		              FILE STATUS IS WS-SentLogStatus.
           SELECT StudHistFile ASSIGN USING WS-ScanName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-StudHistStatus.
           SELECT ExtractFile ASSIGN USING WS-ScanName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ExtractStatus.
           SELECT HKRegFile ASSIGN TO "HKREG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-HKRegStatus.
           SELECT ReportFile ASSIGN USING WS-ReportName
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD StudentFile.
       01 StudentDetails.
           02  StudentId       PIC 99(9).
           02  StudentName.
               03 Surname      PIC X(10).
               03 Initials     PIC XX.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==DateOfBirth==
                                  ==:YEAR:==  BY ==YOBirth==
                                  ==:MONTH:== BY ==MOBirth==
                                  ==:DAY:==   BY ==DOBirth==.
           02  CourseCode      PIC X(6).
           02  Gender          PIC X(6).
           02  EnrollStatus    PIC X.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==StatusDate==
                                  ==:YEAR:==  BY ==StatusYear==
                                  ==:MONTH:== BY ==StatusMonth==
                                  ==:DAY:==   BY ==StatusDay==.

      * Same record layout the master carries - StudentArchive moves
      * records over whole.
       FD ArchiveFile.
       01 ArchStudentDetails.
           02  ArchStudentId   PIC 99(9).
           02  FILLER          PIC X(41).

       FD AnonRegFile.
           COPY ANONRGRC.

       FD ContactFile.
           COPY STUDCTRC.

       FD EnrollFile.
           COPY ENROLLRC.

       FD GradeFile.
           COPY GRADERC.

       FD AttendFile.
           COPY ATTENDRC.

       FD LedgerFile.
           COPY LEDGERRC.

       FD SentLogFile.
           COPY NTFSNTRC.

       FD StudHistFile.
           COPY STUDHSRC.

       FD ExtractFile.
       01 ExtractLine              PIC X(300).

      * Housekeeping's archive register - the dated HK archive each
      * managed file has been rolled into.
       FD HKRegFile.
       01 HKRegRecord.
           02  HK-ArchiveName      PIC X(30).
           02  FILLER              PIC X.
           02  HK-SourceName       PIC X(16).
           02  FILLER              PIC X.
           02  HK-ArchiveDate      PIC 9(8).

       FD ReportFile.
       01 ReportLine               PIC X(132).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-ArchiveStatus        PIC XX      VALUE SPACES.
           88 WS-ArchiveStatusOk               VALUE "00".
       01  WS-AnonRegStatus        PIC XX      VALUE SPACES.
           88 WS-AnonRegStatusOk               VALUE "00".
       01  WS-ContactStatus        PIC XX      VALUE SPACES.
           88 WS-ContactStatusOk               VALUE "00".
       01  WS-EnrollStatus         PIC XX      VALUE SPACES.
           88 WS-EnrollStatusOk                VALUE "00".
       01  WS-GradeStatus          PIC XX      VALUE SPACES.
           88 WS-GradeStatusOk                 VALUE "00".
       01  WS-AttendStatus         PIC XX      VALUE SPACES.
           88 WS-AttendStatusOk                VALUE "00".
       01  WS-LedgerStatus         PIC XX      VALUE SPACES.
           88 WS-LedgerStatusOk                VALUE "00".
       01  WS-SentLogStatus        PIC XX      VALUE SPACES.
           88 WS-SentLogStatusOk               VALUE "00".
       01  WS-StudHistStatus       PIC XX      VALUE SPACES.
           88 WS-StudHistStatusOk              VALUE "00".
       01  WS-ExtractStatus        PIC XX      VALUE SPACES.
           88 WS-ExtractStatusOk               VALUE "00".
       01  WS-HKRegStatus          PIC XX      VALUE SPACES.
           88 WS-HKRegStatusOk                 VALUE "00".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".
       01  WS-FileEOFFlag          PIC X       VALUE "N".
           88 WS-FileEOF                       VALUE "Y".
       01  WS-HKRegEOFFlag         PIC X       VALUE "N".
           88 WS-HKRegEOF                      VALUE "Y".

       01  WS-EnteredId            PIC 99(9)   VALUE ZEROS.
       01  WS-IdX                  PIC X(10)   VALUE SPACES.
       01  WS-ReportName           PIC X(18)   VALUE SPACES.
       01  WS-ReportCount          PIC 9(4)    VALUE ZEROS.

      * The live file a section searches, and the name actually
      * opened - the live file or one of its Housekeeping archives.
       01  WS-SourceName           PIC X(16)   VALUE SPACES.
       01  WS-ScanName             PIC X(30)   VALUE SPACES.
       01  WS-ScanKind             PIC X       VALUE SPACE.
           88 WS-ScanHistory                   VALUE "H".
           88 WS-ScanExtract                   VALUE "X".
       01  WS-LineNo               PIC 9(6)    VALUE ZEROS.

       01  WS-ExtractField1        PIC X(12)   VALUE SPACES.
       01  WS-ExtractField2        PIC X(12)   VALUE SPACES.

       01  WS-SectionCount         PIC 9(6)    VALUE ZEROS.
       01  WS-TotalFound           PIC 9(6)    VALUE ZEROS.

      * A StudentDetails image - master, archive or either side of a
      * journal entry - broken out for printing.
       01  WS-ImageWork            PIC X(51)   VALUE SPACES.
       01  WS-ImageParts REDEFINES WS-ImageWork.
           02  IW-StudentId        PIC X(10).
           02  IW-Surname          PIC X(10).
           02  IW-Initials         PIC XX.
           02  IW-DOBYear          PIC X(4).
           02  IW-DOBMonth         PIC XX.
           02  IW-DOBDay           PIC XX.
           02  IW-CourseCode       PIC X(6).
           02  IW-Gender           PIC X(6).
           02  IW-EnrollStatus     PIC X.
           02  IW-StatusDate       PIC X(8).

       01  WS-HeadingLine.
           02  FILLER              PIC X(35)   VALUE
               "PERSONAL DATA REPORT - STUDENTID : ".
           02  HL-StudentId        PIC X(10).
           02  FILLER              PIC X(20)   VALUE
               "   BUSINESS DATE : ".
           02  HL-Date             PIC 9(8).

       01  WS-SectionLine.
           02  FILLER              PIC X(4)    VALUE "--- ".
           02  SL-Title            PIC X(70).

       01  WS-ParticularsLine.
           02  FILLER              PIC X(7)    VALUE "    Id ".
           02  PD-StudentId        PIC X(10).
           02  FILLER              PIC X(8)    VALUE "  Name ".
           02  PD-Surname          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  PD-Initials         PIC XX.
           02  FILLER              PIC X(8)    VALUE "  Born ".
           02  PD-DOBYear          PIC X(4).
           02  FILLER              PIC X       VALUE "-".
           02  PD-DOBMonth         PIC XX.
           02  FILLER              PIC X       VALUE "-".
           02  PD-DOBDay           PIC XX.
           02  FILLER              PIC X(9)    VALUE "  Course ".
           02  PD-CourseCode       PIC X(6).
           02  FILLER              PIC X(9)    VALUE "  Gender ".
           02  PD-Gender           PIC X(6).
           02  FILLER              PIC X(9)    VALUE "  Status ".
           02  PD-EnrollStatus     PIC X.
           02  FILLER              PIC X(4)    VALUE " on ".
           02  PD-StatusDate       PIC X(8).

       01  WS-LabelLine.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  LL-Label            PIC X(12).
           02  FILLER              PIC X(2)    VALUE ": ".
           02  LL-Value            PIC X(110).

       01  WS-AnonLine.
           02  FILLER              PIC X(18)   VALUE
               "    Anonymised on ".
           02  AN-AnonDate         PIC 9(8).
           02  FILLER              PIC X(4)    VALUE " at ".
           02  AN-Timestamp        PIC X(21).
           02  FILLER              PIC X(14)   VALUE
               " - archived as".
           02  FILLER              PIC X       VALUE SPACE.
           02  AN-EnrollStatus     PIC X.
           02  FILLER              PIC X(4)    VALUE " on ".
           02  AN-StatusDate       PIC 9(8).
           02  FILLER              PIC X(13)   VALUE
               ", retention ".
           02  AN-RetainYears      PIC Z9.
           02  FILLER              PIC X(6)    VALUE " years".

       01  WS-EnrollLine.
           02  FILLER              PIC X(11)   VALUE "    Course ".
           02  EL-CourseCode       PIC X(6).
           02  FILLER              PIC X(10)   VALUE "  Section ".
           02  EL-SectionNo        PIC 99.

       01  WS-SentLine.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  NL-EventType        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  NL-EventKey         PIC X(12).
           02  FILLER              PIC X(9)    VALUE "  queued ".
           02  NL-QueuedDate       PIC 9(8).
           02  FILLER              PIC X(7)    VALUE "  sent ".
           02  NL-SentDate         PIC 9(8).
           02  FILLER              PIC X(5)    VALUE " by ".
           02  NL-Channel          PIC X(5).
           02  FILLER              PIC X(4)    VALUE " to ".
           02  NL-Address          PIC X(40).

       01  WS-GradeLine.
           02  FILLER              PIC X(11)   VALUE "    Course ".
           02  GL-CourseCode       PIC X(6).
           02  FILLER              PIC X(7)    VALUE "  Term ".
           02  GL-Term             PIC X(6).
           02  FILLER              PIC X(7)    VALUE "  Mark ".
           02  GL-Mark             PIC ZZ9.

       01  WS-AttendLine.
           02  FILLER              PIC X(11)   VALUE "    Course ".
           02  AL-CourseCode       PIC X(6).
           02  FILLER              PIC X(8)    VALUE "  Class ".
           02  AL-ClassDate        PIC 9(8).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  AL-Present          PIC X.

       01  WS-LedgerLine.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  LL-TransDate        PIC 9(8).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  LL-TransType        PIC X.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  LL-Amount           PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  LL-Reference        PIC X(12).

       01  WS-HistLine.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  HI-TransType        PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  HI-Timestamp        PIC X(21).
           02  FILLER              PIC X(4)    VALUE " in ".
           02  HI-FileName         PIC X(30).

       01  WS-ImageLine.
           02  FILLER              PIC X(6)    VALUE SPACES.
           02  IL-Label            PIC X(7).
           02  IL-Image            PIC X(51).

       01  WS-ExtractHitLine.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  XH-FileName         PIC X(30).
           02  FILLER              PIC X(6)    VALUE " line ".
           02  XH-LineNo           PIC ZZZZZ9.

       01  WS-ExtractTextLine.
           02  FILLER              PIC X(6)    VALUE SPACES.
           02  XT-Text             PIC X(120).

       01  WS-NoteLine.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  NL-Text             PIC X(100).

       01  WS-CountLine.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  CL-Count            PIC ZZZZZ9.
           02  FILLER              PIC X(12)   VALUE " record(s)".

       01  WS-TotalLine.
           02  FILLER              PIC X(33)   VALUE
               "TOTAL PERSONAL DATA RECORDS     :".
           02  TL-Count            PIC ZZZZZ9.

       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           DISPLAY "Personal data access report - one report file "
                   "per StudentId."
           PERFORM GetRequestId
           PERFORM UNTIL WS-EnteredId = ZEROS
               PERFORM ProduceDataReport
               PERFORM GetRequestId
           END-PERFORM
           DISPLAY "StudentDataRpt - " WS-ReportCount
                   " report(s) produced."
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY BUSDATPG.

       GetRequestId.
           MOVE ZEROS TO WS-EnteredId
           DISPLAY "Enter StudentId to report (0 to quit) : "
                   WITH NO ADVANCING
           ACCEPT WS-EnteredId.

       ProduceDataReport.
           MOVE WS-EnteredId TO WS-IdX
           MOVE SPACES TO WS-ReportName
           STRING "DATA" WS-IdX ".LST" DELIMITED BY SIZE
               INTO WS-ReportName
           MOVE ZEROS TO WS-TotalFound
           OPEN OUTPUT ReportFile
           MOVE WS-IdX          TO HL-StudentId
           MOVE WS-BusinessDate TO HL-Date
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           PERFORM ReportMasterRecord
           PERFORM ReportArchiveRecord
           PERFORM ReportAnonymisation
           PERFORM ReportContact
           PERFORM ReportEnrollments
           PERFORM ReportGrades
           PERFORM ReportAttendance
           PERFORM ReportLedger
           PERFORM ReportNotifications
           PERFORM ReportHistory
           PERFORM ReportExtracts
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-TotalFound TO TL-Count
           MOVE WS-TotalLine TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           ADD 1 TO WS-ReportCount
           DISPLAY "StudentId " WS-IdX " - " WS-TotalFound
                   " record(s) found, see "
                   FUNCTION TRIM(WS-ReportName) "."
           IF WS-TotalFound = ZEROS
               DISPLAY "No personal data held for StudentId "
                       WS-IdX "."
           END-IF.

       ReportMasterRecord.
           MOVE "STUDENTS.DAT - STUDENT MASTER RECORD" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT StudentFile
           IF WS-StudentStatusOk
               MOVE WS-EnteredId TO StudentId
               READ StudentFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE StudentDetails TO WS-ImageWork
                       PERFORM WriteParticulars
               END-READ
               CLOSE StudentFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

       ReportArchiveRecord.
           MOVE "STUDARCH.DAT - ARCHIVED STUDENT RECORD" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT ArchiveFile
           IF WS-ArchiveStatusOk
               MOVE WS-EnteredId TO ArchStudentId
               READ ArchiveFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ArchStudentDetails TO WS-ImageWork
                       PERFORM WriteParticulars
               END-READ
               CLOSE ArchiveFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

       ReportAnonymisation.
           MOVE "ANONREG.DAT - ANONYMISATION REGISTER" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT AnonRegFile
           IF WS-AnonRegStatusOk
               MOVE "N" TO WS-FileEOFFlag
               PERFORM ReadAnonRegister
               PERFORM UNTIL WS-FileEOF
                   IF AR-StudentId = WS-EnteredId
                       MOVE AR-AnonDate     TO AN-AnonDate
                       MOVE AR-Timestamp    TO AN-Timestamp
                       MOVE AR-EnrollStatus TO AN-EnrollStatus
                       MOVE AR-StatusDate   TO AN-StatusDate
                       MOVE AR-RetainYears  TO AN-RetainYears
                       MOVE WS-AnonLine TO ReportLine
                       WRITE ReportLine
                       ADD 1 TO WS-SectionCount
                   END-IF
                   PERFORM ReadAnonRegister
               END-PERFORM
               CLOSE AnonRegFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

       ReadAnonRegister.
           READ AnonRegFile
               AT END SET WS-FileEOF TO TRUE
           END-READ.

       ReportContact.
           MOVE "STUDCONT.DAT - CONTACT DETAILS" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT ContactFile
           IF WS-ContactStatusOk
               MOVE WS-EnteredId TO CT-StudentId
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WriteContactDetails
               END-READ
               CLOSE ContactFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

       WriteContactDetails.
           ADD 1 TO WS-SectionCount
           MOVE "Phone"          TO LL-Label
           MOVE CT-Phone         TO LL-Value
           PERFORM WriteLabelLine
           MOVE "E-mail"         TO LL-Label
           MOVE CT-Email         TO LL-Value
           PERFORM WriteLabelLine
           MOVE "Term address"   TO LL-Label
           MOVE CT-TermAddress   TO LL-Value
           PERFORM WriteLabelLine
           MOVE "Home address"   TO LL-Label
           MOVE CT-HomeAddress   TO LL-Value
           PERFORM WriteLabelLine
           MOVE "Post to"        TO LL-Label
           MOVE CT-MailTo        TO LL-Value
           PERFORM WriteLabelLine
           MOVE "Last changed"   TO LL-Label
           MOVE CT-ChangedDate   TO LL-Value
           PERFORM WriteLabelLine.

       WriteLabelLine.
           MOVE WS-LabelLine TO ReportLine
           WRITE ReportLine.

       ReportEnrollments.
           MOVE "ENROLLMENTS.DAT - COURSE ENROLLMENTS" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT EnrollFile
           IF WS-EnrollStatusOk
               MOVE "N" TO WS-ScanEOFFlag
               MOVE WS-EnteredId TO EN-StudentId
               MOVE LOW-VALUES   TO EN-CourseCode
               START EnrollFile KEY NOT < EN-EnrollKey
                   INVALID KEY SET WS-ScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-ScanEOF
                   READ EnrollFile NEXT
                       AT END
                           SET WS-ScanEOF TO TRUE
                       NOT AT END
                           IF EN-StudentId NOT = WS-EnteredId
                               SET WS-ScanEOF TO TRUE
                           ELSE
                               MOVE EN-CourseCode TO EL-CourseCode
                               MOVE EN-SectionNo  TO EL-SectionNo
                               MOVE WS-EnrollLine TO ReportLine
                               WRITE ReportLine
                               ADD 1 TO WS-SectionCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EnrollFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

       ReportGrades.
           MOVE "GRADES.DAT - COURSE ATTEMPTS AND MARKS" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT GradeFile
           IF WS-GradeStatusOk
               MOVE "N" TO WS-ScanEOFFlag
               MOVE WS-EnteredId TO GR-StudentId
               MOVE LOW-VALUES   TO GR-CourseCode
               MOVE LOW-VALUES   TO GR-Term
               START GradeFile KEY NOT < GR-GradeKey
                   INVALID KEY SET WS-ScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-ScanEOF
                   READ GradeFile NEXT
                       AT END
                           SET WS-ScanEOF TO TRUE
                       NOT AT END
                           IF GR-StudentId NOT = WS-EnteredId
                               SET WS-ScanEOF TO TRUE
                           ELSE
                               MOVE GR-CourseCode TO GL-CourseCode
                               MOVE GR-Term       TO GL-Term
                               MOVE GR-Mark       TO GL-Mark
                               MOVE WS-GradeLine TO ReportLine
                               WRITE ReportLine
                               ADD 1 TO WS-SectionCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GradeFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

       ReportAttendance.
           MOVE "ATTEND.DAT - CLASS ATTENDANCE MARKS" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT AttendFile
           IF WS-AttendStatusOk
               MOVE "N" TO WS-ScanEOFFlag
               MOVE WS-EnteredId TO AT-StudentId
               MOVE LOW-VALUES   TO AT-CourseCode
               MOVE ZEROS        TO AT-ClassDate
               START AttendFile KEY NOT < AT-AttendKey
                   INVALID KEY SET WS-ScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-ScanEOF
                   READ AttendFile NEXT
                       AT END
                           SET WS-ScanEOF TO TRUE
                       NOT AT END
                           IF AT-StudentId NOT = WS-EnteredId
                               SET WS-ScanEOF TO TRUE
                           ELSE
                               MOVE AT-CourseCode TO AL-CourseCode
                               MOVE AT-ClassDate  TO AL-ClassDate
                               MOVE AT-Present    TO AL-Present
                               MOVE WS-AttendLine TO ReportLine
                               WRITE ReportLine
                               ADD 1 TO WS-SectionCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AttendFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

       ReportLedger.
           MOVE "STUDLEDG.DAT - STUDENT ACCOUNT LEDGER" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT LedgerFile
           IF WS-LedgerStatusOk
               MOVE "N" TO WS-FileEOFFlag
               PERFORM ReadLedgerEntry
               PERFORM UNTIL WS-FileEOF
                   IF LG-StudentId = WS-EnteredId
                       MOVE LG-TransDate TO LL-TransDate
                       MOVE LG-TransType TO LL-TransType
                       MOVE LG-Amount    TO LL-Amount
                       MOVE LG-Reference TO LL-Reference
                       MOVE WS-LedgerLine TO ReportLine
                       WRITE ReportLine
                       ADD 1 TO WS-SectionCount
                   END-IF
                   PERFORM ReadLedgerEntry
               END-PERFORM
               CLOSE LedgerFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

      * Every notice sent to the student, from the sent log; one
      * still waiting on NOTIFYQ.DAT shows with the extracts.
       ReportNotifications.
           MOVE "NOTIFSNT.DAT - NOTIFICATIONS SENT" TO SL-Title
           PERFORM WriteSectionHead
           OPEN INPUT SentLogFile
           IF WS-SentLogStatusOk
               MOVE "N" TO WS-ScanEOFFlag
               MOVE WS-EnteredId TO NG-StudentId
               MOVE LOW-VALUES   TO NG-EventType
               MOVE LOW-VALUES   TO NG-EventKey
               START SentLogFile KEY NOT < NG-SentKey
                   INVALID KEY SET WS-ScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-ScanEOF
                   READ SentLogFile NEXT
                       AT END
                           SET WS-ScanEOF TO TRUE
                       NOT AT END
                           IF NG-StudentId NOT = WS-EnteredId
                               SET WS-ScanEOF TO TRUE
                           ELSE
                               MOVE NG-EventType  TO NL-EventType
                               MOVE NG-EventKey   TO NL-EventKey
                               MOVE NG-QueuedDate TO NL-QueuedDate
                               MOVE NG-SentDate   TO NL-SentDate
                               MOVE NG-Channel    TO NL-Channel
                               MOVE NG-Address    TO NL-Address
                               MOVE WS-SentLine TO ReportLine
                               WRITE ReportLine
                               ADD 1 TO WS-SectionCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SentLogFile
               PERFORM WriteSectionCount
           ELSE
               PERFORM WriteNotAvailable
           END-IF.

       ReadLedgerEntry.
           READ LedgerFile
               AT END SET WS-FileEOF TO TRUE
           END-READ.

       ReportHistory.
           MOVE "STUDHIST.DAT - MASTER CHANGE JOURNAL (AND ARCHIVES)"
               TO SL-Title
           PERFORM WriteSectionHead
           SET WS-ScanHistory TO TRUE
           MOVE "STUDHIST.DAT" TO WS-SourceName
           PERFORM ScanWithArchives
           PERFORM WriteSectionCount.

       ReportExtracts.
           MOVE "EXTRACT FILES (AND ARCHIVES)" TO SL-Title
           PERFORM WriteSectionHead
           SET WS-ScanExtract TO TRUE
           MOVE "STUDEXP.CSV"  TO WS-SourceName
           PERFORM ScanWithArchives
           MOVE "STUDELTA.CSV" TO WS-SourceName
           PERFORM ScanWithArchives
           MOVE "ADMISS.CSV"   TO WS-SourceName
           PERFORM ScanWithArchives
           MOVE "STUDEXTR.DAT" TO WS-SourceName
           PERFORM ScanWithArchives
           MOVE "NOTIFYQ.DAT"  TO WS-SourceName
           PERFORM ScanWithArchives
           PERFORM WriteSectionCount.

      * The live file first, then every dated archive Housekeeping
      * has registered for it on HKREG.DAT.
       ScanWithArchives.
           MOVE WS-SourceName TO WS-ScanName
           PERFORM ScanOneFile
           OPEN INPUT HKRegFile
           IF WS-HKRegStatusOk
               MOVE "N" TO WS-HKRegEOFFlag
               PERFORM ReadHKRegister
               PERFORM UNTIL WS-HKRegEOF
                   IF HK-SourceName = WS-SourceName
                       MOVE HK-ArchiveName TO WS-ScanName
                       PERFORM ScanOneFile
                   END-IF
                   PERFORM ReadHKRegister
               END-PERFORM
               CLOSE HKRegFile
           END-IF.

       ReadHKRegister.
           READ HKRegFile
               AT END SET WS-HKRegEOF TO TRUE
           END-READ.

       ScanOneFile.
           IF WS-ScanHistory
               PERFORM ScanHistFile
           ELSE
               PERFORM ScanExtractFile
           END-IF.

      * An entry belongs to the student when either image carries
      * the id - an Add or Change by its after image, a Delete by
      * its before image, a merge step under both ids.
       ScanHistFile.
           OPEN INPUT StudHistFile
           IF WS-StudHistStatusOk
               MOVE "N" TO WS-FileEOFFlag
               PERFORM ReadHistEntry
               PERFORM UNTIL WS-FileEOF
                   IF SH-BeforeImage(1:10) = WS-IdX OR
                      SH-AfterImage(1:10) = WS-IdX
                       PERFORM WriteHistEntry
                   END-IF
                   PERFORM ReadHistEntry
               END-PERFORM
               CLOSE StudHistFile
           ELSE
               IF WS-ScanName = WS-SourceName
                   PERFORM WriteFileAbsent
               END-IF
           END-IF.

       ReadHistEntry.
           READ StudHistFile
               AT END SET WS-FileEOF TO TRUE
           END-READ.

       WriteHistEntry.
           ADD 1 TO WS-SectionCount
           MOVE SH-TransType TO HI-TransType
           MOVE SH-Timestamp TO HI-Timestamp
           MOVE WS-ScanName  TO HI-FileName
           MOVE WS-HistLine TO ReportLine
           WRITE ReportLine
           IF SH-BeforeImage NOT = SPACES
               MOVE "Before " TO IL-Label
               MOVE SH-BeforeImage TO IL-Image
               MOVE WS-ImageLine TO ReportLine
               WRITE ReportLine
           END-IF
           IF SH-AfterImage NOT = SPACES
               MOVE "After  " TO IL-Label
               MOVE SH-AfterImage TO IL-Image
               MOVE WS-ImageLine TO ReportLine
               WRITE ReportLine
           END-IF.

      * The CSV extracts carry the id in the first column
      * (RegistrarExport, AdmissionsImport) or the second, after the
      * action code (DeltaFeed); the fixed STUDEXTR.DAT extract and
      * the NOTIFYQ.DAT queue carry it in the first ten bytes.
       ScanExtractFile.
           OPEN INPUT ExtractFile
           IF WS-ExtractStatusOk
               MOVE ZEROS TO WS-LineNo
               MOVE "N" TO WS-FileEOFFlag
               PERFORM ReadExtractLine
               PERFORM UNTIL WS-FileEOF
                   ADD 1 TO WS-LineNo
                   MOVE SPACES TO WS-ExtractField1
                   MOVE SPACES TO WS-ExtractField2
                   UNSTRING ExtractLine DELIMITED BY ","
                       INTO WS-ExtractField1
                            WS-ExtractField2
                   END-UNSTRING
                   IF WS-ExtractField1 = WS-IdX OR
                      WS-ExtractField2 = WS-IdX OR
                      ExtractLine(1:10) = WS-IdX
                       PERFORM WriteExtractHit
                   END-IF
                   PERFORM ReadExtractLine
               END-PERFORM
               CLOSE ExtractFile
           ELSE
               IF WS-ScanName = WS-SourceName
                   PERFORM WriteFileAbsent
               END-IF
           END-IF.

       ReadExtractLine.
           READ ExtractFile
               AT END SET WS-FileEOF TO TRUE
           END-READ.

       WriteExtractHit.
           ADD 1 TO WS-SectionCount
           MOVE WS-ScanName TO XH-FileName
           MOVE WS-LineNo   TO XH-LineNo
           MOVE WS-ExtractHitLine TO ReportLine
           WRITE ReportLine
           MOVE ExtractLine(1:120) TO XT-Text
           MOVE WS-ExtractTextLine TO ReportLine
           WRITE ReportLine
           IF ExtractLine(121:120) NOT = SPACES
               MOVE ExtractLine(121:120) TO XT-Text
               MOVE WS-ExtractTextLine TO ReportLine
               WRITE ReportLine
           END-IF
           IF ExtractLine(241:60) NOT = SPACES
               MOVE ExtractLine(241:60) TO XT-Text
               MOVE WS-ExtractTextLine TO ReportLine
               WRITE ReportLine
           END-IF.

       WriteParticulars.
           ADD 1 TO WS-SectionCount
           MOVE IW-StudentId    TO PD-StudentId
           MOVE IW-Surname      TO PD-Surname
           MOVE IW-Initials     TO PD-Initials
           MOVE IW-DOBYear      TO PD-DOBYear
           MOVE IW-DOBMonth     TO PD-DOBMonth
           MOVE IW-DOBDay       TO PD-DOBDay
           MOVE IW-CourseCode   TO PD-CourseCode
           MOVE IW-Gender       TO PD-Gender
           MOVE IW-EnrollStatus TO PD-EnrollStatus
           MOVE IW-StatusDate   TO PD-StatusDate
           MOVE WS-ParticularsLine TO ReportLine
           WRITE ReportLine.

       WriteSectionHead.
           MOVE ZEROS TO WS-SectionCount
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-SectionLine TO ReportLine
           WRITE ReportLine.

       WriteSectionCount.
           MOVE WS-SectionCount TO CL-Count
           MOVE WS-CountLine TO ReportLine
           WRITE ReportLine
           ADD WS-SectionCount TO WS-TotalFound.

       WriteNotAvailable.
           MOVE "(file not available - nothing could be searched)"
               TO NL-Text
           MOVE WS-NoteLine TO ReportLine
           WRITE ReportLine.

       WriteFileAbsent.
           MOVE SPACES TO NL-Text
           STRING "(" FUNCTION TRIM(WS-SourceName)
                  " not present - nothing searched)"
                  DELIMITED BY SIZE
               INTO NL-Text
           MOVE WS-NoteLine TO ReportLine
           WRITE ReportLine.

       END PROGRAM StudentDataRpt.

      *          running balance, and the open balance (debits less
      *          credits) at the foot of each section. This is the
      *          document the bursar hands a student who asks what
      *          they still owe. Each statement is addressed from
      *          the student's STUDCONT.DAT contact record
      *          (STADDRPG); one with no mailing address is still
      *          printed but listed on the STMNOADR.LST exceptions
      *          report, and the run then ends with return code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SortWorkFile ASSIGN TO "LGSORT.TMP".
           SELECT ReportFile ASSIGN TO "STATEMENT.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ContactFile ASSIGN TO "STUDCONT.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS RANDOM
       		              RECORD KEY IS CT-StudentId
       		              FILE STATUS IS WS-ContactStatus.
           SELECT NoAddrFile ASSIGN TO "STMNOADR.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
       FD ReportFile.
       01 ReportLine               PIC X(100).

       FD ContactFile.
           COPY STUDCTRC.

       FD NoAddrFile.
       01 NoAddrLine               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LedgerStatus         PIC XX      VALUE SPACES.
           88 WS-LedgerStatusOk                VALUE "00".
           88 WS-IsFirstRecord                 VALUE "Y".
       01  WS-PrevStudentId        PIC 99(9)   VALUE ZEROS.

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

       01  WS-Balance              PIC S9(8)V99 VALUE ZEROS.
       01  WS-StudentCount         PIC 9(5)    VALUE ZEROS.

           02  FILLER              PIC X       VALUE SPACE.
           02  SH-Initials         PIC XX.

       01  WS-StudentAddrLine.
           02  FILLER              PIC X(10)   VALUE SPACES.
           02  SA-AddrLine         PIC X(30).

       01  WS-ColumnHeading        PIC X(100)  VALUE
           "DATE     T REFERENCE       AMOUNT        BALANCE".

               "STUDENTS REPORTED   : ".
           02  SU-StudentCount     PIC ZZZZ9.

       01  WS-NoAddrHeadLine1      PIC X(80)   VALUE
           "STUDENT STATEMENTS - STUDENTS WITH NO MAILING ADDRESS".
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

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT LedgerFile
               DISPLAY "Warning - STUDENTS.DAT not available, "
                       "student names will not be shown."
           END-IF
           OPEN INPUT ContactFile
           IF WS-ContactStatusOk
               SET WS-ContactFileAvailable TO TRUE
           ELSE
               DISPLAY "Warning - STUDCONT.DAT not available, "
                       "statements will carry no mailing address."
           END-IF
           OPEN OUTPUT NoAddrFile
           MOVE WS-NoAddrHeadLine1 TO NoAddrLine
           WRITE NoAddrLine
           MOVE WS-NoAddrHeadLine2 TO NoAddrLine
           WRITE NoAddrLine
           SORT SortWorkFile
               ON ASCENDING KEY SL-StudentId SL-TransDate
               INPUT PROCEDURE IS LoadLedger
           IF WS-StudentFileAvailable
               CLOSE StudentFile
           END-IF
           IF WS-ContactFileAvailable
               CLOSE ContactFile
           END-IF
           MOVE SPACES TO NoAddrLine
           WRITE NoAddrLine
           MOVE WS-NoAddrCount TO NT-Count
           MOVE WS-NoAddrTotalLine TO NoAddrLine
           WRITE NoAddrLine
           CLOSE NoAddrFile
           DISPLAY "StudentStatement - " WS-StudentCount
                   " statement(s) written to STATEMENT.LST."
           IF WS-NoAddrCount > ZEROS
               DISPLAY "StudentStatement - " WS-NoAddrCount
                       " statement(s) have no mailing address, see "
                       "STMNOADR.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LoadLedger.
           WRITE ReportLine
           MOVE WS-StudentHeadLine TO ReportLine
           WRITE ReportLine
           PERFORM WriteStatementAddress
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnHeading TO ReportLine
           WRITE ReportLine.

      * The mailing address block sits under the student's name; a
      * statement with none says so on its face and goes on the
      * STMNOADR.LST exceptions list.
       WriteStatementAddress.
           MOVE SL-StudentId TO CT-StudentId
           PERFORM GetMailingAddress
           IF WS-AddressFound
               PERFORM VARYING WS-AddrIndex FROM 1 BY 1
                       UNTIL WS-AddrIndex > WS-AddrLineCount
                   MOVE WS-AddrLine(WS-AddrIndex) TO SA-AddrLine
                   MOVE WS-StudentAddrLine TO ReportLine
                   WRITE ReportLine
               END-PERFORM
           ELSE
               MOVE "** NO MAILING ADDRESS **" TO SA-AddrLine
               MOVE WS-StudentAddrLine TO ReportLine
               WRITE ReportLine
               PERFORM WriteNoAddrDetail
           END-IF.

       WriteNoAddrDetail.
           ADD 1 TO WS-NoAddrCount
           MOVE SL-StudentId TO NA-StudentId
           MOVE SH-Surname   TO NA-Surname
           MOVE SH-Initials  TO NA-Initials
           IF WS-ContactNoAddress
               MOVE "CONTACT RECORD HAS NO ADDRESS" TO NA-Reason
           ELSE
               MOVE "NO STUDCONT.DAT RECORD" TO NA-Reason
           END-IF
           MOVE WS-NoAddrDetail TO NoAddrLine
           WRITE NoAddrLine.

           COPY STADDRPG.

      * Debits raise what the student owes, credits reduce it - the
      * running balance after the last entry is the open balance the
      * aged-debt run chases.

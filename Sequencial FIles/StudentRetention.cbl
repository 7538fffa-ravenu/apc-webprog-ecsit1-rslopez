      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Data retention job for the student archive - every
      *          STUDARCH.DAT student whose StatusDate is older than
      *          the retention period on the ANONPARM.DAT card (whole
      *          years back from the business date) is anonymised in
      *          place: Surname and Initials are blanked and the date
      *          of birth zeroed, while the StudentId, course, gender,
      *          status and StatusDate stay, so the grades, ledger and
      *          attendance still held under the id keep reporting.
      *          Each record anonymised is appended to the ANONREG.DAT
      *          register with the business date and time it was done
      *          and why it qualified, so compliance can be shown; a
      *          record already anonymised is passed over and not
      *          registered again. Anonymising cannot be undone, so
      *          with no valid card the run anonymises nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentRetention.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchiveFile ASSIGN TO "STUDARCH.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS ArchStudentId
       		              FILE STATUS IS WS-ArchiveStatus.
           SELECT ParmFile ASSIGN TO "ANONPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmStatus.
           SELECT AnonRegFile ASSIGN TO "ANONREG.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-AnonRegStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
      * Same record layout the master carries - StudentArchive moves
      * records over whole.
       FD ArchiveFile.
       01 ArchStudentDetails.
           02  ArchStudentId       PIC 99(9).
           02  ArchSurname         PIC X(10).
           02  ArchInitials        PIC XX.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==ArchDateOfBirth==
                                  ==:YEAR:==  BY ==ArchYOBirth==
                                  ==:MONTH:== BY ==ArchMOBirth==
                                  ==:DAY:==   BY ==ArchDOBirth==.
           02  ArchCourseCode      PIC X(6).
           02  ArchGender          PIC X(6).
           02  ArchEnrollStatus    PIC X.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==ArchStatusDate==
                                  ==:YEAR:==  BY ==ArchStatusYear==
                                  ==:MONTH:== BY ==ArchStatusMonth==
                                  ==:DAY:==   BY ==ArchStatusDay==.

       FD ParmFile.
       01 ParmRecord.
           02  PC-RetainYears      PIC 99.

       FD AnonRegFile.
           COPY ANONRGRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ArchiveStatus        PIC XX      VALUE SPACES.
           88 WS-ArchiveStatusOk               VALUE "00".
           88 WS-ArchiveNotFound               VALUE "35".
       01  WS-ParmStatus           PIC XX      VALUE SPACES.
           88 WS-ParmStatusOk                  VALUE "00".
       01  WS-AnonRegStatus        PIC XX      VALUE SPACES.
           88 WS-AnonRegNotFound               VALUE "35".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-ParmEOFFlag          PIC X       VALUE "N".
           88 WS-ParmEOF                       VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".

       01  WS-RetainYears          PIC 99      VALUE ZEROS.
       01  WS-CutoffDate           PIC 9(8)    VALUE ZEROS.

       01  WS-ReadCount            PIC 9(6)    VALUE ZEROS.
       01  WS-AnonymisedCount      PIC 9(6)    VALUE ZEROS.
       01  WS-AlreadyDoneCount     PIC 9(6)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM ReadRetentionParms
           IF WS-RetainYears = ZEROS
               DISPLAY "StudentRetention - no valid ANONPARM.DAT "
                       "card, nothing anonymised."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
      * Whole years back from the business date - YYYYMMDD less the
      * years in the YYYY positions.
           COMPUTE WS-CutoffDate =
               WS-BusinessDate - (WS-RetainYears * 10000)
           OPEN I-O ArchiveFile
           IF WS-ArchiveNotFound
               DISPLAY "StudentRetention - no STUDARCH.DAT yet, "
                       "nothing to anonymise."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-ArchiveStatusOk
               DISPLAY "StudentRetention - STUDARCH.DAT could not be "
                       "opened, status " WS-ArchiveStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenAnonRegister
           MOVE ZEROS TO ArchStudentId
           START ArchiveFile KEY NOT < ArchStudentId
               INVALID KEY SET WS-ScanEOF TO TRUE
           END-START
           PERFORM ScanArchive UNTIL WS-ScanEOF
           CLOSE ArchiveFile
           CLOSE AnonRegFile
           DISPLAY "StudentRetention - " WS-AnonymisedCount
                   " of " WS-ReadCount " archived record(s) "
                   "anonymised (StatusDate before " WS-CutoffDate
                   "), " WS-AlreadyDoneCount " already done, see "
                   "ANONREG.DAT."
           MOVE 0 TO RETURN-CODE
           GOBACK.

           COPY BUSDATPG.

      * A one-record card holding the retention period in whole
      * years. Missing, non-numeric or zero means no run at all -
      * the safe reading for a step that cannot be undone.
       ReadRetentionParms.
           OPEN INPUT ParmFile
           IF WS-ParmStatusOk
               READ ParmFile
                   AT END SET WS-ParmEOF TO TRUE
               END-READ
               IF NOT WS-ParmEOF AND PC-RetainYears IS NUMERIC
                   MOVE PC-RetainYears TO WS-RetainYears
               END-IF
               CLOSE ParmFile
           END-IF.

       OpenAnonRegister.
           OPEN EXTEND AnonRegFile
           IF WS-AnonRegNotFound
               OPEN OUTPUT AnonRegFile
               CLOSE AnonRegFile
               OPEN EXTEND AnonRegFile
           END-IF.

       ScanArchive.
           READ ArchiveFile NEXT
               AT END
                   SET WS-ScanEOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ReadCount
                   IF ArchStatusDate < WS-CutoffDate
                       PERFORM AnonymiseOneStudent
                   END-IF
           END-READ.

      * A record with no name, no initials and no date of birth has
      * been through here before.
       AnonymiseOneStudent.
           IF ArchSurname = SPACES AND ArchInitials = SPACES
              AND ArchDateOfBirth = ZEROS
               ADD 1 TO WS-AlreadyDoneCount
           ELSE
               MOVE SPACES TO ArchSurname
               MOVE SPACES TO ArchInitials
               MOVE ZEROS  TO ArchDateOfBirth
               REWRITE ArchStudentDetails
                   INVALID KEY
                       DISPLAY "Warning - StudentId " ArchStudentId
                               " could not be anonymised, status "
                               WS-ArchiveStatus "."
                   NOT INVALID KEY
                       ADD 1 TO WS-AnonymisedCount
                       PERFORM WriteAnonRegister
               END-REWRITE
           END-IF.

       WriteAnonRegister.
           MOVE SPACES                TO AnonRegRecord
           MOVE ArchStudentId         TO AR-StudentId
           MOVE WS-BusinessDate       TO AR-AnonDate
           MOVE FUNCTION CURRENT-DATE TO AR-Timestamp
           MOVE ArchStatusDate        TO AR-StatusDate
           MOVE ArchEnrollStatus      TO AR-EnrollStatus
           MOVE WS-RetainYears        TO AR-RetainYears
           WRITE AnonRegRecord.

       END PROGRAM StudentRetention.

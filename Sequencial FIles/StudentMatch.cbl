      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Duplicate student matching job - lists the pairs of
      *          STUDENTS.DAT records that are likely the same person
      *          entered twice under two StudentIds (an admissions
      *          import and a walk-in registration, say), each with a
      *          confidence score out of 100, on DUPMATCH.LST for the
      *          registry to decide and settle through StudentMerge.
      *          The master is sorted twice. Sorted by Surname, every
      *          pair sharing a surname scores 40, plus 20 for the
      *          same initials (10 for the same first initial), 30 for
      *          the same DateOfBirth (20 when day and month are
      *          transposed, 10 for the same year and month), and 5
      *          each for the same Gender and the same CourseCode.
      *          Sorted by DateOfBirth, every pair born the same day
      *          but under different surnames - a misspelling or a
      *          change of name - scores 30, plus 15 when the first
      *          four letters of the surnames agree (5 for the first
      *          letter only) and the same initials, Gender and
      *          CourseCode points. A pair is listed when it scores at
      *          least the DUPPARM.DAT minimum (60 when there is no
      *          card); 90 and over is marked HIGH. Ends with return
      *          code 4 when any pair is listed, so the batch log
      *          shows there is merging to do.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentMatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS StudentId
       		              ALTERNATE RECORD KEY IS Surname
       		                  WITH DUPLICATES
       		              ALTERNATE RECORD KEY IS CourseCode
       		                  WITH DUPLICATES
       		              FILE STATUS IS WS-StudentStatus.
           SELECT ParmFile ASSIGN TO "DUPPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmStatus.
           SELECT SortWorkFile ASSIGN TO "DUPSORT.TMP".
           SELECT ReportFile ASSIGN TO "DUPMATCH.LST"
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

       FD ParmFile.
       01 ParmRecord.
           02  PC-MinScore         PIC 9(3).

      * The master record as the sort carries it - same layout as
      * StudentDetails, so the sort can take the file whole.
       SD SortWorkFile.
       01 SortRecord.
           02  SW-StudentId        PIC 99(9).
           02  SW-Surname          PIC X(10).
           02  SW-Initials         PIC XX.
           02  SW-DateOfBirth      PIC 9(8).
           02  SW-CourseCode       PIC X(6).
           02  SW-Gender           PIC X(6).
           02  SW-EnrollStatus     PIC X.
           02  SW-StatusDate       PIC 9(8).

       FD ReportFile.
       01 ReportLine               PIC X(132).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-StudentStatus        PIC XX      VALUE SPACES.
           88 WS-StudentStatusOk               VALUE "00".
       01  WS-ParmStatus           PIC XX      VALUE SPACES.
           88 WS-ParmStatusOk                  VALUE "00".
       01  WS-ParmEOFFlag          PIC X       VALUE "N".
           88 WS-ParmEOF                       VALUE "Y".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

      * Lowest score listed - DUPPARM.DAT when present.
       01  WS-MinScore             PIC 9(3)    VALUE 60.

       01  WS-SortEOFFlag          PIC X       VALUE "N".
           88 WS-SortEOF                       VALUE "Y".
       01  WS-MatchPassFlag        PIC X       VALUE "S".
           88 WS-SurnamePass                   VALUE "S".
           88 WS-BirthPass                     VALUE "B".
       01  WS-GroupKey             PIC X(10)   VALUE SPACES.
       01  WS-ThisKey              PIC X(10)   VALUE SPACES.
       01  WS-GroupFullFlag        PIC X       VALUE "N".
           88 WS-GroupFull                     VALUE "Y".

      * The students sharing the current sort key - every pair in
      * the group is scored.
       01  WS-GroupTable.
           02  WS-GroupEntry OCCURS 50 TIMES.
               03  WS-GTStudentId  PIC 99(9).
               03  WS-GTSurname    PIC X(10).
               03  WS-GTInitials   PIC XX.
               03  WS-GTDateOfBirth.
                   04  WS-GTYear   PIC 9(4).
                   04  WS-GTMonth  PIC 99.
                   04  WS-GTDay    PIC 99.
               03  WS-GTCourseCode PIC X(6).
               03  WS-GTGender     PIC X(6).
               03  WS-GTStatus     PIC X.
       01  WS-GroupCount           PIC 99      VALUE ZEROS.
       01  WS-GI                   PIC 99      VALUE ZEROS.
       01  WS-GJ                   PIC 99      VALUE ZEROS.
       01  WS-GFirst               PIC 99      VALUE ZEROS.

       01  WS-Score                PIC 9(3)    VALUE ZEROS.
       01  WS-MatchedOn            PIC X(40)   VALUE SPACES.
       01  WS-MatchedPtr           PIC 99      VALUE 1.
       01  WS-MatchTag             PIC X(12)   VALUE SPACES.

       01  WS-PairCount            PIC 9(5)    VALUE ZEROS.
       01  WS-HighCount            PIC 9(5)    VALUE ZEROS.
       01  WS-StudentsRead         PIC 9(7)    VALUE ZEROS.

       01  WS-HeadingLine.
           02  FILLER              PIC X(41)   VALUE
               "DUPLICATE STUDENT MATCH - BUSINESS DATE :".
           02  FILLER              PIC X       VALUE SPACE.
           02  HL-Date             PIC 9(8).
           02  FILLER              PIC X(17)   VALUE
               "   MINIMUM SCORE ".
           02  HL-MinScore         PIC ZZ9.

       01  WS-SurnameHeading       PIC X(132)  VALUE
           "PAIRS SHARING A SURNAME".
       01  WS-BirthHeading         PIC X(132)  VALUE
           "PAIRS SHARING A BIRTH DATE UNDER DIFFERENT SURNAMES".

       01  WS-ColumnHeading.
           02  FILLER              PIC X(46)   VALUE
               "SCORE      STUDENT ID SURNAME    IN BORN     S".
           02  FILLER              PIC X(38)   VALUE
               "   STUDENT ID SURNAME    IN BORN     S".
           02  FILLER              PIC X(12)   VALUE
               "  MATCHED ON".

       01  WS-PairLine.
           02  PL-Score            PIC ZZ9.
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Band             PIC X(4).
           02  FILLER              PIC X(3)    VALUE SPACES.
           02  PL-StudentId1       PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Surname1         PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Initials1        PIC XX.
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Born1            PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Status1          PIC X.
           02  FILLER              PIC X(3)    VALUE " / ".
           02  PL-StudentId2       PIC 99(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Surname2         PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Initials2        PIC XX.
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Born2            PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  PL-Status2          PIC X.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  PL-MatchedOn        PIC X(40).

       01  WS-CountLine.
           02  CL-Label            PIC X(22).
           02  CL-Count            PIC ZZZZZZ9.

       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM ReadMatchParms
           OPEN INPUT StudentFile
           IF NOT WS-StudentStatusOk
               DISPLAY "StudentMatch - STUDENTS.DAT could not be "
                       "opened, status " WS-StudentStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE StudentFile
           OPEN OUTPUT ReportFile
           MOVE WS-BusinessDate TO HL-Date
           MOVE WS-MinScore     TO HL-MinScore
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-SurnameHeading TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnHeading TO ReportLine
           WRITE ReportLine
           SET WS-SurnamePass TO TRUE
           SORT SortWorkFile
               ON ASCENDING KEY SW-Surname SW-StudentId
               USING StudentFile
               OUTPUT PROCEDURE IS ScanGroups
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BirthHeading TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnHeading TO ReportLine
           WRITE ReportLine
           SET WS-BirthPass TO TRUE
           SORT SortWorkFile
               ON ASCENDING KEY SW-DateOfBirth SW-StudentId
               USING StudentFile
               OUTPUT PROCEDURE IS ScanGroups
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE "STUDENTS READ       : " TO CL-Label
           MOVE WS-StudentsRead TO CL-Count
           MOVE WS-CountLine TO ReportLine
           WRITE ReportLine
           MOVE "PAIRS LISTED        : " TO CL-Label
           MOVE WS-PairCount TO CL-Count
           MOVE WS-CountLine TO ReportLine
           WRITE ReportLine
           MOVE "  OF WHICH HIGH     : " TO CL-Label
           MOVE WS-HighCount TO CL-Count
           MOVE WS-CountLine TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           DISPLAY "StudentMatch - " WS-PairCount " likely duplicate "
                   "pair(s) listed, " WS-HighCount " of them HIGH, "
                   "see DUPMATCH.LST."
           IF WS-PairCount > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

           COPY BUSDATPG.

      * Minimum score from the DUPPARM.DAT parameter card when it is
      * there and numeric; otherwise the default stands.
       ReadMatchParms.
           OPEN INPUT ParmFile
           IF WS-ParmStatusOk
               READ ParmFile
                   AT END SET WS-ParmEOF TO TRUE
               END-READ
               IF NOT WS-ParmEOF AND PC-MinScore IS NUMERIC
                   MOVE PC-MinScore TO WS-MinScore
               END-IF
               CLOSE ParmFile
           END-IF.

      * Collects each run of records with the same sort key into the
      * group table and scores the group when the key changes.
       ScanGroups.
           MOVE "N"   TO WS-SortEOFFlag
           MOVE ZEROS TO WS-GroupCount
           MOVE SPACES TO WS-GroupKey
           RETURN SortWorkFile
               AT END SET WS-SortEOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SortEOF
               IF WS-SurnamePass
                   ADD 1 TO WS-StudentsRead
                   MOVE SW-Surname TO WS-ThisKey
               ELSE
                   MOVE SW-DateOfBirth TO WS-ThisKey
               END-IF
               IF WS-ThisKey NOT = WS-GroupKey
                   IF WS-GroupCount > 1
                       PERFORM MatchOneGroup
                   END-IF
                   MOVE ZEROS TO WS-GroupCount
                   MOVE "N" TO WS-GroupFullFlag
                   MOVE WS-ThisKey TO WS-GroupKey
               END-IF
               PERFORM AddToGroup
               RETURN SortWorkFile
                   AT END SET WS-SortEOF TO TRUE
               END-RETURN
           END-PERFORM
           IF WS-GroupCount > 1
               PERFORM MatchOneGroup
           END-IF.

      * A blank surname or an unknown birth date is no evidence of
      * anything, so such records are not grouped on it.
       AddToGroup.
           IF WS-SurnamePass AND SW-Surname = SPACES
               CONTINUE
           ELSE
               IF WS-BirthPass AND
                  (SW-DateOfBirth NOT NUMERIC OR
                   SW-DateOfBirth = ZEROS)
                   CONTINUE
               ELSE
                   PERFORM KeepGroupEntry
               END-IF
           END-IF.

       KeepGroupEntry.
           IF WS-GroupCount < 50
               ADD 1 TO WS-GroupCount
               MOVE SW-StudentId    TO WS-GTStudentId(WS-GroupCount)
               MOVE SW-Surname      TO WS-GTSurname(WS-GroupCount)
               MOVE SW-Initials     TO WS-GTInitials(WS-GroupCount)
               MOVE SW-DateOfBirth  TO WS-GTDateOfBirth(WS-GroupCount)
               MOVE SW-CourseCode   TO WS-GTCourseCode(WS-GroupCount)
               MOVE SW-Gender       TO WS-GTGender(WS-GroupCount)
               MOVE SW-EnrollStatus TO WS-GTStatus(WS-GroupCount)
           ELSE
               IF NOT WS-GroupFull
                   SET WS-GroupFull TO TRUE
                   DISPLAY "Warning - more than 50 students share "
                           "the key " WS-GroupKey
                           ", only the first 50 compared."
               END-IF
           END-IF.

       MatchOneGroup.
           PERFORM VARYING WS-GI FROM 1 BY 1
                   UNTIL WS-GI >= WS-GroupCount
               COMPUTE WS-GFirst = WS-GI + 1
               PERFORM VARYING WS-GJ FROM WS-GFirst BY 1
                       UNTIL WS-GJ > WS-GroupCount
                   PERFORM ScorePair
                   IF WS-Score >= WS-MinScore
                       PERFORM WritePairLine
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Scores entry WS-GI against entry WS-GJ. The birth date pass
      * leaves pairs with the same surname alone - the surname pass
      * has already scored them.
       ScorePair.
           MOVE ZEROS  TO WS-Score
           MOVE SPACES TO WS-MatchedOn
           MOVE 1      TO WS-MatchedPtr
           IF WS-BirthPass AND
              WS-GTSurname(WS-GI) = WS-GTSurname(WS-GJ)
               CONTINUE
           ELSE
               PERFORM ScoreSurname
               PERFORM ScoreInitials
               PERFORM ScoreBirthDate
               IF WS-GTGender(WS-GI) = WS-GTGender(WS-GJ) AND
                  WS-GTGender(WS-GI) NOT = SPACES
                   ADD 5 TO WS-Score
                   MOVE "GENDER" TO WS-MatchTag
                   PERFORM AddMatchTag
               END-IF
               IF WS-GTCourseCode(WS-GI) = WS-GTCourseCode(WS-GJ) AND
                  WS-GTCourseCode(WS-GI) NOT = SPACES
                   ADD 5 TO WS-Score
                   MOVE "COURSE" TO WS-MatchTag
                   PERFORM AddMatchTag
               END-IF
           END-IF.

       ScoreSurname.
           IF WS-SurnamePass
               ADD 40 TO WS-Score
               MOVE "SURNAME" TO WS-MatchTag
               PERFORM AddMatchTag
           ELSE
               IF WS-GTSurname(WS-GI)(1:4) = WS-GTSurname(WS-GJ)(1:4)
                   ADD 15 TO WS-Score
                   MOVE "SURNAME~" TO WS-MatchTag
                   PERFORM AddMatchTag
               ELSE
                   IF WS-GTSurname(WS-GI)(1:1) =
                      WS-GTSurname(WS-GJ)(1:1)
                       ADD 5 TO WS-Score
                       MOVE "SURNAME(1)" TO WS-MatchTag
                       PERFORM AddMatchTag
                   END-IF
               END-IF
           END-IF.

       ScoreInitials.
           IF WS-GTInitials(WS-GI) = WS-GTInitials(WS-GJ)
               ADD 20 TO WS-Score
               MOVE "INITIALS" TO WS-MatchTag
               PERFORM AddMatchTag
           ELSE
               IF WS-GTInitials(WS-GI)(1:1) =
                  WS-GTInitials(WS-GJ)(1:1)
                   ADD 10 TO WS-Score
                   MOVE "INITIAL(1)" TO WS-MatchTag
                   PERFORM AddMatchTag
               END-IF
           END-IF.

      * Day and month keyed the wrong way round is the commonest
      * birth date slip, so it counts for nearly as much as a match.
       ScoreBirthDate.
           IF WS-GTDateOfBirth(WS-GI) = WS-GTDateOfBirth(WS-GJ)
               ADD 30 TO WS-Score
               MOVE "BIRTHDATE" TO WS-MatchTag
               PERFORM AddMatchTag
           ELSE
               IF WS-GTYear(WS-GI) = WS-GTYear(WS-GJ)
                   IF WS-GTMonth(WS-GI) = WS-GTDay(WS-GJ) AND
                      WS-GTDay(WS-GI) = WS-GTMonth(WS-GJ)
                       ADD 20 TO WS-Score
                       MOVE "BIRTH-D/M" TO WS-MatchTag
                       PERFORM AddMatchTag
                   ELSE
                       IF WS-GTMonth(WS-GI) = WS-GTMonth(WS-GJ)
                           ADD 10 TO WS-Score
                           MOVE "BIRTH-Y/M" TO WS-MatchTag
                           PERFORM AddMatchTag
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AddMatchTag.
           IF WS-MatchedPtr > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-MatchedOn WITH POINTER WS-MatchedPtr
           END-IF
           STRING WS-MatchTag DELIMITED BY SPACE
               INTO WS-MatchedOn WITH POINTER WS-MatchedPtr.

       WritePairLine.
           ADD 1 TO WS-PairCount
           MOVE WS-Score TO PL-Score
           IF WS-Score >= 90
               MOVE "HIGH" TO PL-Band
               ADD 1 TO WS-HighCount
           ELSE
               MOVE SPACES TO PL-Band
           END-IF
           MOVE WS-GTStudentId(WS-GI)   TO PL-StudentId1
           MOVE WS-GTSurname(WS-GI)     TO PL-Surname1
           MOVE WS-GTInitials(WS-GI)    TO PL-Initials1
           MOVE WS-GTDateOfBirth(WS-GI) TO PL-Born1
           MOVE WS-GTStatus(WS-GI)      TO PL-Status1
           MOVE WS-GTStudentId(WS-GJ)   TO PL-StudentId2
           MOVE WS-GTSurname(WS-GJ)     TO PL-Surname2
           MOVE WS-GTInitials(WS-GJ)    TO PL-Initials2
           MOVE WS-GTDateOfBirth(WS-GJ) TO PL-Born2
           MOVE WS-GTStatus(WS-GJ)      TO PL-Status2
           MOVE WS-MatchedOn            TO PL-MatchedOn
           MOVE WS-PairLine TO ReportLine
           WRITE ReportLine.

       END PROGRAM StudentMatch.

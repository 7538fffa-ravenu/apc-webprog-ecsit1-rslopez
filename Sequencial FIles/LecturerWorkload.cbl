      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Lecturer teaching-load report - for every lecturer on
      *          LECTURERS.DAT, the sections staffed on SECTIONS.DAT
      *          (and courses not run in sections that carry the
      *          lecturer on the course record), the credit hours
      *          those carry off COURSES.DAT, and the active headcount
      *          taught counted off the STUDEXTR.DAT extract, set
      *          against the lecturer's contracted hours. Anyone
      *          teaching beyond contract is flagged OVER CONTRACT;
      *          anyone below the LOADPARM.DAT under-load percentage of
      *          contract (50% when no card is present) is flagged
      *          UNDER CONTRACT. Listed by department, with groups
      *          nobody staffs and assignments to lecturers not on
      *          file counted at the end. WORKLOAD.LST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LecturerWorkload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LecturerFile ASSIGN TO "LECTURERS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS LE-LecturerId
       		              FILE STATUS IS WS-LecturerStatus.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS SE-SectionKey
       		              FILE STATUS IS WS-SectionStatus.
           SELECT CourseFile ASSIGN TO "COURSES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT ExtractFile ASSIGN TO "STUDEXTR.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ExtractStatus.
           SELECT ParmFile ASSIGN TO "LOADPARM.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmStatus.
           SELECT ReportFile ASSIGN TO "WORKLOAD.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

       FILE SECTION.
       FD LecturerFile.
           COPY LECTRC.

       FD SectionFile.
           COPY SECTRC.

       FD CourseFile.
           COPY COURSERC.

       FD ExtractFile.
           COPY STUDXTRC.

      * One-record parameter card - the percentage of contracted
      * hours below which a lecturer is reported as under-loaded.
       FD ParmFile.
       01 LoadParmRecord.
           02  WP-UnderPercent     PIC 999.

       FD ReportFile.
       01 ReportLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LecturerStatus       PIC XX      VALUE SPACES.
           88 WS-LecturerStatusOk              VALUE "00".
       01  WS-LecturerEOFFlag      PIC X       VALUE "N".
           88 WS-LecturerEOF                   VALUE "Y".
       01  WS-SectionStatus        PIC XX      VALUE SPACES.
           88 WS-SectionStatusOk               VALUE "00".
       01  WS-SectionAvailableFlag PIC X       VALUE "N".
           88 WS-SectionFileAvailable          VALUE "Y".
       01  WS-SectionEOFFlag       PIC X       VALUE "N".
           88 WS-SectionEOF                    VALUE "Y".
       01  WS-CourseFileStatus     PIC XX      VALUE SPACES.
           88 WS-CourseStatusOk                VALUE "00".
       01  WS-CourseEOFFlag        PIC X       VALUE "N".
           88 WS-CourseEOF                     VALUE "Y".
       01  WS-CourseSectionedFlag  PIC X       VALUE "N".
           88 WS-CourseSectioned               VALUE "Y".
       01  WS-ExtractStatus        PIC XX      VALUE SPACES.
           88 WS-ExtractStatusOk               VALUE "00".
       01  WS-ExtractEOFFlag       PIC X       VALUE "N".
           88 WS-ExtractEOF                    VALUE "Y".
       01  WS-ParmStatus           PIC XX      VALUE SPACES.
           88 WS-ParmStatusOk                  VALUE "00".
       01  WS-ParmEOFFlag          PIC X       VALUE "N".
           88 WS-ParmEOF                       VALUE "Y".

       01  WS-UnderPercent         PIC 999     VALUE 050.

      * One entry per lecturer on file, loaded in LecturerId order
      * and ordered by department and id for printing once every
      * group has been counted against it.
       01  WS-LecturerTable.
           02  WS-LecturerEntry OCCURS 300 TIMES.
               03  WS-LWSortKey.
                   04  WS-LWDepartment PIC X(10).
                   04  WS-LWLecturerId PIC X(6).
               03  WS-LWName           PIC X(20).
               03  WS-LWContract       PIC 99.
               03  WS-LWSections       PIC 999.
               03  WS-LWHours          PIC 9(4).
               03  WS-LWHeadcount      PIC 9(5).
       01  WS-LWCount              PIC 999     VALUE ZEROS.
       01  WS-LWIndex              PIC 999     VALUE ZEROS.
       01  WS-LWIndex2             PIC 999     VALUE ZEROS.
       01  WS-SwapEntry            PIC X(50)   VALUE SPACES.
       01  WS-LecturerFoundFlag    PIC X       VALUE "N".
           88 WS-LecturerFound                 VALUE "Y".

      * One entry per staffed group - a section, or a course not run
      * in sections as its single section 01 - pointing at the
      * lecturer teaching it, so the extract's headcounts can be
      * added to that lecturer.
       01  WS-GroupTable.
           02  WS-GroupEntry OCCURS 1000 TIMES.
               03  WS-GTCourseCode     PIC X(6).
               03  WS-GTSectionNo      PIC 99.
               03  WS-GTLecturer       PIC 999.
       01  WS-GTCount              PIC 9(4)    VALUE ZEROS.
       01  WS-GTIndex              PIC 9(4)    VALUE ZEROS.
       01  WS-TableFullWarned      PIC X       VALUE "N".
       01  WS-GroupFoundFlag       PIC X       VALUE "N".
           88 WS-GroupFound                    VALUE "Y".

       01  WS-GroupLecturerId      PIC X(6)    VALUE SPACES.
       01  WS-GroupCourseCode      PIC X(6)    VALUE SPACES.
       01  WS-GroupSectionNo       PIC 99      VALUE ZEROS.
       01  WS-GroupHours           PIC 99      VALUE ZEROS.
       01  WS-UnderLimit           PIC 9(5)    VALUE ZEROS.

       01  WS-OverCount            PIC 9(5)    VALUE ZEROS.
       01  WS-UnderCount           PIC 9(5)    VALUE ZEROS.
       01  WS-NoContractCount      PIC 9(5)    VALUE ZEROS.
       01  WS-UnstaffedCount       PIC 9(5)    VALUE ZEROS.
       01  WS-UnknownCount         PIC 9(5)    VALUE ZEROS.

       01  WS-HeadingLine          PIC X(100)  VALUE
           "LECTURER TEACHING LOAD AGAINST CONTRACTED HOURS".

       01  WS-ParmLine.
           02  FILLER              PIC X(28)   VALUE
               "UNDER-LOAD BELOW CONTRACT %:".
           02  PL-UnderPercent     PIC ZZ9.

       01  WS-ColumnHeading.
           02  FILLER              PIC X(36)   VALUE
               "DEPARTMENT  LECTID  NAME            ".
           02  FILLER              PIC X(34)   VALUE
               "      SEC   HRS CON  HEADS  STATUS".

       01  WS-DetailLine.
           02  DL-Department       PIC X(10).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-LecturerId       PIC X(6).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Name             PIC X(20).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Sections         PIC ZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Hours            PIC ZZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Contract         PIC Z9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Headcount        PIC ZZZZ9.
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  DL-Status           PIC X(14).

       01  WS-SummaryLine1.
           02  FILLER              PIC X(28)   VALUE
               "LECTURERS ON FILE        : ".
           02  SU-Lecturers        PIC ZZZZ9.
       01  WS-SummaryLine2.
           02  FILLER              PIC X(28)   VALUE
               "OVER CONTRACT            : ".
           02  SU-Over             PIC ZZZZ9.
       01  WS-SummaryLine3.
           02  FILLER              PIC X(28)   VALUE
               "UNDER CONTRACT           : ".
           02  SU-Under            PIC ZZZZ9.
       01  WS-SummaryLine4.
           02  FILLER              PIC X(28)   VALUE
               "NO CONTRACT RECORDED     : ".
           02  SU-NoContract       PIC ZZZZ9.
       01  WS-SummaryLine5.
           02  FILLER              PIC X(28)   VALUE
               "GROUPS WITH NO LECTURER  : ".
           02  SU-Unstaffed        PIC ZZZZ9.
       01  WS-SummaryLine6.
           02  FILLER              PIC X(28)   VALUE
               "GROUPS LECTURER NOT FOUND: ".
           02  SU-Unknown          PIC ZZZZ9.

       01  WS-BlankLine            PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT LecturerFile
           IF NOT WS-LecturerStatusOk
               DISPLAY "LecturerWorkload - LECTURERS.DAT could not be "
                       "opened, status " WS-LecturerStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CourseFile
           IF NOT WS-CourseStatusOk
               DISPLAY "LecturerWorkload - COURSES.DAT could not be "
                       "opened, status " WS-CourseFileStatus
                       " - run aborted."
               CLOSE LecturerFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ExtractFile
           IF NOT WS-ExtractStatusOk
               DISPLAY "LecturerWorkload - STUDEXTR.DAT could not be "
                       "opened, status " WS-ExtractStatus
                       " - run the extract step first."
               CLOSE LecturerFile
               CLOSE CourseFile
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ReadLoadParms
           PERFORM LoadLecturers
           CLOSE LecturerFile
           PERFORM CountSectionGroups
           PERFORM CountCourseGroups
           CLOSE CourseFile
           PERFORM CountHeadcounts
           CLOSE ExtractFile
           PERFORM OrderByDepartment
           OPEN OUTPUT ReportFile
           MOVE WS-HeadingLine TO ReportLine
           WRITE ReportLine
           MOVE WS-UnderPercent TO PL-UnderPercent
           MOVE WS-ParmLine TO ReportLine
           WRITE ReportLine
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-ColumnHeading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-LWIndex FROM 1 BY 1
                   UNTIL WS-LWIndex > WS-LWCount
               PERFORM PrintOneLecturer
           END-PERFORM
           PERFORM WriteSummary
           CLOSE ReportFile
           IF WS-OverCount > ZEROS
               DISPLAY "LecturerWorkload - " WS-OverCount
                       " lecturer(s) over contract, see WORKLOAD.LST."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "LecturerWorkload - " WS-LWCount
                       " lecturer(s) reported, see WORKLOAD.LST."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * The under-load percentage comes off LOADPARM.DAT when it is
      * present and sensible; otherwise half of contract stands.
       ReadLoadParms.
           OPEN INPUT ParmFile
           IF WS-ParmStatusOk
               READ ParmFile
                   AT END SET WS-ParmEOF TO TRUE
               END-READ
               IF NOT WS-ParmEOF
                   IF WP-UnderPercent NUMERIC AND
                      WP-UnderPercent > ZEROS AND
                      WP-UnderPercent NOT > 100
                       MOVE WP-UnderPercent TO WS-UnderPercent
                   END-IF
               END-IF
               CLOSE ParmFile
           END-IF.

       LoadLecturers.
           READ LecturerFile NEXT
               AT END SET WS-LecturerEOF TO TRUE
           END-READ
           PERFORM UNTIL WS-LecturerEOF
               IF WS-LWCount < 300
                   ADD 1 TO WS-LWCount
                   MOVE LE-Department   TO WS-LWDepartment(WS-LWCount)
                   MOVE LE-LecturerId   TO WS-LWLecturerId(WS-LWCount)
                   MOVE LE-LecturerName TO WS-LWName(WS-LWCount)
                   MOVE ZEROS           TO WS-LWContract(WS-LWCount)
                   IF LE-ContractHours NUMERIC
                       MOVE LE-ContractHours
                           TO WS-LWContract(WS-LWCount)
                   END-IF
                   MOVE ZEROS TO WS-LWSections(WS-LWCount)
                   MOVE ZEROS TO WS-LWHours(WS-LWCount)
                   MOVE ZEROS TO WS-LWHeadcount(WS-LWCount)
               ELSE
                   IF WS-TableFullWarned = "N"
                       DISPLAY "Warning - more than 300 lecturers, "
                               "remainder not reported."
                       MOVE "Y" TO WS-TableFullWarned
                   END-IF
               END-IF
               READ LecturerFile NEXT
                   AT END SET WS-LecturerEOF TO TRUE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-TableFullWarned.

      * Every section is one group taught by its lecturer, at the
      * credit hours of its course.
       CountSectionGroups.
           OPEN INPUT SectionFile
           IF WS-SectionStatusOk
               SET WS-SectionFileAvailable TO TRUE
               MOVE LOW-VALUES TO SE-SectionKey
               START SectionFile KEY NOT < SE-SectionKey
                   INVALID KEY SET WS-SectionEOF TO TRUE
               END-START
               PERFORM UNTIL WS-SectionEOF
                   READ SectionFile NEXT
                       AT END
                           SET WS-SectionEOF TO TRUE
                       NOT AT END
                           MOVE SE-LecturerId TO WS-GroupLecturerId
                           MOVE SE-CourseCode TO WS-GroupCourseCode
                           MOVE SE-SectionNo  TO WS-GroupSectionNo
                           MOVE SE-CourseCode TO CO-CourseCode
                           MOVE ZEROS TO WS-GroupHours
                           READ CourseFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CO-CreditHours NUMERIC
                                       MOVE CO-CreditHours
                                           TO WS-GroupHours
                                   END-IF
                           END-READ
                           PERFORM AddGroup
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "Warning - SECTIONS.DAT not available, every "
                       "course is staffed from its course record."
           END-IF.

      * A course with no SECTIONS.DAT records runs as its single
      * section 01 under the lecturer on the course record - the
      * same fallback ClassListSort staffs its headings by.
       CountCourseGroups.
           MOVE LOW-VALUES TO CO-CourseCode
           START CourseFile KEY NOT < CO-CourseCode
               INVALID KEY SET WS-CourseEOF TO TRUE
           END-START
           PERFORM UNTIL WS-CourseEOF
               READ CourseFile NEXT
                   AT END
                       SET WS-CourseEOF TO TRUE
                   NOT AT END
                       PERFORM CheckCourseSectioned
                       IF NOT WS-CourseSectioned
                           MOVE CO-LecturerId TO WS-GroupLecturerId
                           MOVE CO-CourseCode TO WS-GroupCourseCode
                           MOVE 1             TO WS-GroupSectionNo
                           MOVE ZEROS         TO WS-GroupHours
                           IF CO-CreditHours NUMERIC
                               MOVE CO-CreditHours TO WS-GroupHours
                           END-IF
                           PERFORM AddGroup
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SectionFileAvailable
               CLOSE SectionFile
           END-IF.

       CheckCourseSectioned.
           MOVE "N" TO WS-CourseSectionedFlag
           IF WS-SectionFileAvailable
               MOVE CO-CourseCode TO SE-CourseCode
               MOVE ZEROS         TO SE-SectionNo
               START SectionFile KEY NOT < SE-SectionKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SectionFile NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SE-CourseCode = CO-CourseCode
                                   SET WS-CourseSectioned TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      * Credits the group to its lecturer and remembers it for the
      * headcount pass. A group with no lecturer, or one whose
      * lecturer is not on file, is only counted.
       AddGroup.
           IF WS-GroupLecturerId = SPACES
               ADD 1 TO WS-UnstaffedCount
           ELSE
               PERFORM FindLecturer
               IF NOT WS-LecturerFound
                   ADD 1 TO WS-UnknownCount
               ELSE
                   ADD 1 TO WS-LWSections(WS-LWIndex)
                   ADD WS-GroupHours TO WS-LWHours(WS-LWIndex)
                   IF WS-GTCount < 1000
                       ADD 1 TO WS-GTCount
                       MOVE WS-GroupCourseCode
                           TO WS-GTCourseCode(WS-GTCount)
                       MOVE WS-GroupSectionNo
                           TO WS-GTSectionNo(WS-GTCount)
                       MOVE WS-LWIndex TO WS-GTLecturer(WS-GTCount)
                   ELSE
                       IF WS-TableFullWarned = "N"
                           DISPLAY "Warning - more than 1000 staffed "
                                   "groups, remainder not counted "
                                   "in headcounts."
                           MOVE "Y" TO WS-TableFullWarned
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FindLecturer.
           MOVE "N" TO WS-LecturerFoundFlag
           PERFORM VARYING WS-LWIndex FROM 1 BY 1
                   UNTIL WS-LWIndex > WS-LWCount OR WS-LecturerFound
               IF WS-LWLecturerId(WS-LWIndex) = WS-GroupLecturerId
                   SET WS-LecturerFound TO TRUE
               END-IF
           END-PERFORM
           IF WS-LecturerFound
               SUBTRACT 1 FROM WS-LWIndex
           END-IF.

      * Each extract record is one active enrollment, already carrying
      * the section it is booked to.
       CountHeadcounts.
           PERFORM ReadExtract
           PERFORM UNTIL WS-ExtractEOF
               MOVE "N" TO WS-GroupFoundFlag
               PERFORM VARYING WS-GTIndex FROM 1 BY 1
                       UNTIL WS-GTIndex > WS-GTCount OR WS-GroupFound
                   IF WS-GTCourseCode(WS-GTIndex) = SX-CourseCode AND
                      WS-GTSectionNo(WS-GTIndex) = SX-SectionNo
                       MOVE WS-GTLecturer(WS-GTIndex) TO WS-LWIndex
                       ADD 1 TO WS-LWHeadcount(WS-LWIndex)
                       SET WS-GroupFound TO TRUE
                   END-IF
               END-PERFORM
               PERFORM ReadExtract
           END-PERFORM.

       ReadExtract.
           READ ExtractFile
               AT END SET WS-ExtractEOF TO TRUE
           END-READ.

      * A straight exchange pass into department and id order.
       OrderByDepartment.
           PERFORM VARYING WS-LWIndex FROM 1 BY 1
                   UNTIL WS-LWIndex >= WS-LWCount
               PERFORM VARYING WS-LWIndex2 FROM 1 BY 1
                       UNTIL WS-LWIndex2 >= WS-LWCount
                   IF WS-LWSortKey(WS-LWIndex2) >
                      WS-LWSortKey(WS-LWIndex2 + 1)
                       MOVE WS-LecturerEntry(WS-LWIndex2)
                           TO WS-SwapEntry
                       MOVE WS-LecturerEntry(WS-LWIndex2 + 1)
                           TO WS-LecturerEntry(WS-LWIndex2)
                       MOVE WS-SwapEntry
                           TO WS-LecturerEntry(WS-LWIndex2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Over contract is any credit hours beyond the contracted
      * hours; under contract is below the parameter percentage of
      * them. A lecturer with no contract recorded is listed as such
      * and not judged either way.
       PrintOneLecturer.
           MOVE WS-LWDepartment(WS-LWIndex) TO DL-Department
           MOVE WS-LWLecturerId(WS-LWIndex) TO DL-LecturerId
           MOVE WS-LWName(WS-LWIndex)       TO DL-Name
           MOVE WS-LWSections(WS-LWIndex)   TO DL-Sections
           MOVE WS-LWHours(WS-LWIndex)      TO DL-Hours
           MOVE WS-LWContract(WS-LWIndex)   TO DL-Contract
           MOVE WS-LWHeadcount(WS-LWIndex)  TO DL-Headcount
           COMPUTE WS-UnderLimit =
               WS-LWContract(WS-LWIndex) * WS-UnderPercent
           EVALUATE TRUE
               WHEN WS-LWContract(WS-LWIndex) = ZEROS
                   MOVE "NO CONTRACT" TO DL-Status
                   ADD 1 TO WS-NoContractCount
               WHEN WS-LWHours(WS-LWIndex) > WS-LWContract(WS-LWIndex)
                   MOVE "OVER CONTRACT" TO DL-Status
                   ADD 1 TO WS-OverCount
               WHEN WS-LWHours(WS-LWIndex) * 100 < WS-UnderLimit
                   MOVE "UNDER CONTRACT" TO DL-Status
                   ADD 1 TO WS-UnderCount
               WHEN OTHER
                   MOVE SPACES TO DL-Status
           END-EVALUATE
           MOVE WS-DetailLine TO ReportLine
           WRITE ReportLine.

       WriteSummary.
           MOVE WS-BlankLine TO ReportLine
           WRITE ReportLine
           MOVE WS-LWCount TO SU-Lecturers
           MOVE WS-SummaryLine1 TO ReportLine
           WRITE ReportLine
           MOVE WS-OverCount TO SU-Over
           MOVE WS-SummaryLine2 TO ReportLine
           WRITE ReportLine
           MOVE WS-UnderCount TO SU-Under
           MOVE WS-SummaryLine3 TO ReportLine
           WRITE ReportLine
           MOVE WS-NoContractCount TO SU-NoContract
           MOVE WS-SummaryLine4 TO ReportLine
           WRITE ReportLine
           MOVE WS-UnstaffedCount TO SU-Unstaffed
           MOVE WS-SummaryLine5 TO ReportLine
           WRITE ReportLine
           MOVE WS-UnknownCount TO SU-Unknown
           MOVE WS-SummaryLine6 TO ReportLine
           WRITE ReportLine.

       END PROGRAM LecturerWorkload.

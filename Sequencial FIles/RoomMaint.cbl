      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: ROOMS.DAT maintenance - Add / Change / Delete of the
      *          teaching room master (room code, building, seating
      *          capacity and room type) that CourseMaint and
      *          SectionMaint validate CO-Room and SE-Room against, in
      *          the same interactive shape as LecturerMaint. A room
      *          still booked by a course on COURSES.DAT or a section
      *          on SECTIONS.DAT cannot be deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomFile ASSIGN TO "ROOMS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS DYNAMIC
       		              RECORD KEY IS RM-RoomCode
       		              FILE STATUS IS WS-RoomStatus.
           SELECT CourseFile ASSIGN TO "COURSES.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS CO-CourseCode
       		              FILE STATUS IS WS-CourseFileStatus.
           SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
       		              ORGANIZATION IS INDEXED
       		              ACCESS MODE IS SEQUENTIAL
       		              RECORD KEY IS SE-SectionKey
       		              FILE STATUS IS WS-SectionStatus.
           SELECT RejectFile ASSIGN TO "ROOMREJECTS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ErrorFileStatus.
       DATA DIVISION.

       FILE SECTION.
       FD RoomFile.
           COPY ROOMRC.

       FD CourseFile.
           COPY COURSERC.

       FD SectionFile.
           COPY SECTRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-RoomCode     PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(32)   VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-RoomStatus           PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-CourseFileStatus     PIC XX      VALUE SPACES.
           88 WS-CourseStatusOk                 VALUE "00".
       01  WS-SectionStatus        PIC XX      VALUE SPACES.
           88 WS-SectionStatusOk                VALUE "00".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

       01  WS-SaveRoomCode         PIC X(6)    VALUE SPACES.

       01  WS-InUseFlag            PIC X       VALUE "N".
           88 WS-RoomInUse                     VALUE "Y".
       01  WS-ScanEOFFlag          PIC X       VALUE "N".
           88 WS-ScanEOF                       VALUE "Y".

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "RoomMt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenRoomFile
           IF NOT WS-FileOpenOk
               DISPLAY "RoomMaint - ROOMS.DAT could not be "
                       "opened, status " WS-RoomStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND RejectFile
               DISPLAY "ROOMS.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddRoom
                       WHEN WS-TransChange
                           PERFORM ChangeRoom
                       WHEN WS-TransDelete
                           PERFORM DeleteRoom
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE RoomFile
               CLOSE RejectFile
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenRoomFile.
           OPEN I-O RoomFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT RoomFile
               CLOSE RoomFile
               OPEN I-O RoomFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddRoom.
           PERFORM GetRoomDetails
           IF RoomRecord = SPACES
               CONTINUE
           ELSE
               MOVE RoomRecord TO WS-CandidateRecord
               READ RoomFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO RoomRecord
                       WRITE RoomRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO RoomRecord
                       DISPLAY "Reject - room " RM-RoomCode
                               " already exists."
                       MOVE "Duplicate room code on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE RM-RoomCode     TO RR-RoomCode
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeRoom.
           DISPLAY "Enter room code to change : " WITH NO ADVANCING
           ACCEPT RM-RoomCode
           PERFORM NormalizeRoomDetails
           MOVE RM-RoomCode TO WS-SaveRoomCode
           READ RoomFile
               INVALID KEY
                   DISPLAY "Reject - room " RM-RoomCode
                           " not on file."
               NOT INVALID KEY
                   DISPLAY "Current details - " RoomRecord
                   PERFORM GetRoomDetails
                   IF RoomRecord = SPACES
                       DISPLAY "Change cancelled."
                   ELSE
                       MOVE WS-SaveRoomCode TO RM-RoomCode
                       REWRITE RoomRecord
                           INVALID KEY
                               DISPLAY "Reject - rewrite of room "
                                       RM-RoomCode " failed."
                       END-REWRITE
                   END-IF
           END-READ.

       DeleteRoom.
           DISPLAY "Enter room code to delete : " WITH NO ADVANCING
           ACCEPT RM-RoomCode
           PERFORM NormalizeRoomDetails
           READ RoomFile
               INVALID KEY
                   DISPLAY "Reject - room " RM-RoomCode
                           " not on file."
               NOT INVALID KEY
                   PERFORM CheckRoomInUse
                   IF WS-RoomInUse
                       MOVE "Room still booked on delete"
                           TO WS-RejectReason
                       PERFORM LogReject
                   ELSE
                       DISPLAY "Delete " RoomRecord " - are you "
                               "sure (Y/N) ? " WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           DELETE RoomFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of room "
                                           RM-RoomCode " failed."
                           END-DELETE
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
                   END-IF
           END-READ.

      * A room a course or a section still meets in stays - the
      * booking is moved with CourseMaint or SectionMaint first.
       CheckRoomInUse.
           MOVE "N" TO WS-InUseFlag
           OPEN INPUT CourseFile
           IF WS-CourseStatusOk
               MOVE "N" TO WS-ScanEOFFlag
               PERFORM UNTIL WS-ScanEOF OR WS-RoomInUse
                   READ CourseFile NEXT
                       AT END
                           SET WS-ScanEOF TO TRUE
                       NOT AT END
                           IF CO-Room = RM-RoomCode
                               SET WS-RoomInUse TO TRUE
                               DISPLAY "Reject - room " RM-RoomCode
                                       " is still booked by course "
                                       CO-CourseCode "."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CourseFile
           END-IF
           IF NOT WS-RoomInUse
               OPEN INPUT SectionFile
               IF WS-SectionStatusOk
                   MOVE "N" TO WS-ScanEOFFlag
                   PERFORM UNTIL WS-ScanEOF OR WS-RoomInUse
                       READ SectionFile NEXT
                           AT END
                               SET WS-ScanEOF TO TRUE
                           NOT AT END
                               IF SE-Room = RM-RoomCode
                                   SET WS-RoomInUse TO TRUE
                                   DISPLAY "Reject - room "
                                           RM-RoomCode " is still "
                                           "booked by section "
                                           SE-CourseCode "/"
                                           SE-SectionNo "."
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SectionFile
               END-IF
           END-IF.

       GetRoomDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               DISPLAY "Enter - Room, Building, Capacity, Type "
                       "(LEC/LAB/CMP/SEM)"
               DISPLAY "RRRRRRBBBBBBBBBBBBBBBBBBBBCCCTTT"
               MOVE SPACES TO RoomRecord
               ACCEPT RoomRecord
               IF RoomRecord = SPACES
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM NormalizeRoomDetails
                   PERFORM ValidateRoomDetails
               END-IF
           END-PERFORM.

      * Upper-cases and left-justifies the room code and type as
      * keyed, so CourseMaint's and SectionMaint's upper-cased room
      * lookups always match regardless of how the room was keyed.
       NormalizeRoomDetails.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-RoomCode))
               TO RM-RoomCode
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-RoomType))
               TO RM-RoomType.

       ValidateRoomDetails.
           SET WS-EntryValid TO TRUE
           IF RM-RoomCode = SPACES
               DISPLAY "Reject - room code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF RM-Building = SPACES
               DISPLAY "Reject - building cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF RM-Capacity NOT NUMERIC OR RM-Capacity = ZERO
               DISPLAY "Reject - seating capacity must be 001-999."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF NOT RM-ValidRoomType
               DISPLAY "Reject - room type must be LEC, LAB, CMP or "
                       "SEM."
               SET WS-EntryInvalid TO TRUE
           END-IF.

       END PROGRAM RoomMaint.

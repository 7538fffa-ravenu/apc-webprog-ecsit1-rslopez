      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: SPONSORS.DAT maintenance - Add / Change / Delete of
      *          the sponsors who pay some or all of a student's fees
      *          under an AWARDS.DAT scholarship, bursary or
      *          sponsorship, in the same interactive shape as
      *          FeeSchedMaint. Each record carries the sponsor's
      *          name and the address TuitionBilling posts its
      *          consolidated sponsor invoice to. A sponsor still
      *          named on an award cannot be deleted - the award is
      *          removed through AwardMaint first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SponsorFile ASSIGN TO "SPONSORS.DAT"
       		               ORGANIZATION IS INDEXED
       		               ACCESS MODE IS DYNAMIC
       		               RECORD KEY IS SN-SponsorCode
       		               FILE STATUS IS WS-SponsorStatus.
           SELECT AwardFile ASSIGN TO "AWARDS.DAT"
       		               ORGANIZATION IS INDEXED
       		               ACCESS MODE IS DYNAMIC
       		               RECORD KEY IS AW-AwardKey
       		               FILE STATUS IS WS-AwardStatus.
           SELECT RejectFile ASSIGN TO "SPNREJECTS.DAT"
       		               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorFile ASSIGN TO "ERRORS.DAT"
       		               ORGANIZATION IS LINE SEQUENTIAL
       		               FILE STATUS IS WS-ErrorFileStatus.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		               ORGANIZATION IS LINE SEQUENTIAL
       		               FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD SponsorFile.
           COPY SPONSRC.

       FD AwardFile.
           COPY AWARDRC.

       FD RejectFile.
       01 RejectRecord.
           02  RR-SponsorCode  PIC X(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  RR-Reason       PIC X(40).

       FD ErrorFile.
           COPY ERRLOGRC.

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CandidateRecord      PIC X(142)  VALUE SPACES.
       01  WS-RejectReason         PIC X(40)   VALUE SPACES.
       01  WS-SponsorStatus        PIC XX      VALUE SPACES.
           88 WS-StatusOk                       VALUE "00".
           88 WS-StatusFileNotFound             VALUE "35".
       01  WS-AwardStatus          PIC XX      VALUE SPACES.
           88 WS-AwardStatusOk                  VALUE "00".

       01  WS-FileOpenOkFlag        PIC X       VALUE "Y".
           88 WS-FileOpenOk                     VALUE "Y".
       01  WS-AwardAvailableFlag    PIC X       VALUE "N".
           88 WS-AwardFileAvailable             VALUE "Y".
       01  WS-AwardScanEOFFlag      PIC X       VALUE "N".
           88 WS-AwardScanEOF                   VALUE "Y".
       01  WS-SponsorInUseFlag      PIC X       VALUE "N".
           88 WS-SponsorInUse                   VALUE "Y".

       01  WS-TransCode            PIC X       VALUE SPACE.
           88 WS-TransAdd                      VALUE "A" "a".
           88 WS-TransChange                   VALUE "C" "c".
           88 WS-TransDelete                   VALUE "D" "d".
           88 WS-TransQuit                     VALUE "Q" "q".

       01  WS-ConfirmReply         PIC X       VALUE SPACE.
           88 WS-ConfirmYes                    VALUE "Y" "y".

      * The sponsor as keyed, in one line under the ruler shown.
       01  WS-SponsorEntry.
           02  NE-SponsorCode      PIC X(6).
           02  NE-SponsorName      PIC X(30).
           02  NE-AddrLine1        PIC X(30).
           02  NE-AddrLine2        PIC X(30).
           02  NE-Town             PIC X(20).
           02  NE-Postcode         PIC X(8).

       01  WS-SaveSponsorCode      PIC X(6)    VALUE SPACES.

       01  WS-EntryFlag            PIC X       VALUE "N".
           88 WS-EntryValid                    VALUE "Y".
           88 WS-EntryInvalid                  VALUE "N".

       01  WS-ErrorFileStatus      PIC XX      VALUE SPACES.
           88 WS-ErrorFileNotFound              VALUE "35".
       01  WS-ProgramId            PIC X(8)    VALUE "SponsMnt".
       01  WS-ErrorMessage         PIC X(40)   VALUE SPACES.

       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM OpenSponsorFile
           IF NOT WS-FileOpenOk
               DISPLAY "SponsorMaint - SPONSORS.DAT could not be "
                       "opened, status " WS-SponsorStatus
                       " - run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT AwardFile
               IF WS-AwardStatusOk
                   SET WS-AwardFileAvailable TO TRUE
               END-IF
               OPEN EXTEND RejectFile
               DISPLAY "SPONSORS.DAT maintenance - Add / Change / "
                       "Delete."
               PERFORM GetTransCode
               PERFORM UNTIL WS-TransQuit
                   EVALUATE TRUE
                       WHEN WS-TransAdd
                           PERFORM AddSponsor
                       WHEN WS-TransChange
                           PERFORM ChangeSponsor
                       WHEN WS-TransDelete
                           PERFORM DeleteSponsor
                       WHEN OTHER
                           DISPLAY "Invalid selection - use A, C, D "
                                   "or Q."
                   END-EVALUATE
                   PERFORM GetTransCode
               END-PERFORM
               CLOSE SponsorFile
               IF WS-AwardFileAvailable
                   CLOSE AwardFile
               END-IF
               CLOSE RejectFile
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenSponsorFile.
           OPEN I-O SponsorFile
           IF WS-StatusFileNotFound
               OPEN OUTPUT SponsorFile
               CLOSE SponsorFile
               OPEN I-O SponsorFile
           END-IF
           IF NOT WS-StatusOk
               MOVE "N" TO WS-FileOpenOkFlag
           END-IF.

           COPY BUSDATPG.

       GetTransCode.
           DISPLAY "Enter transaction - A)dd, C)hange, D)elete, "
                   "Q)uit : " WITH NO ADVANCING
           ACCEPT WS-TransCode.

       AddSponsor.
           PERFORM GetSponsorDetails
           IF SponsorRecord = SPACES
               CONTINUE
           ELSE
               MOVE SponsorRecord TO WS-CandidateRecord
               READ SponsorFile
                   INVALID KEY
                       MOVE WS-CandidateRecord TO SponsorRecord
                       WRITE SponsorRecord
                   NOT INVALID KEY
                       MOVE WS-CandidateRecord TO SponsorRecord
                       DISPLAY "Reject - sponsor " SN-SponsorCode
                               " already exists."
                       MOVE "Duplicate sponsor on add"
                           TO WS-RejectReason
                       PERFORM LogReject
               END-READ
           END-IF.

       LogReject.
           MOVE SPACES          TO RejectRecord
           MOVE SN-SponsorCode  TO RR-SponsorCode
           MOVE WS-RejectReason TO RR-Reason
           WRITE RejectRecord
           MOVE WS-RejectReason TO WS-ErrorMessage
           PERFORM LogError.

           COPY ERRLOGPG.

       ChangeSponsor.
           PERFORM GetSponsorCode
           MOVE SN-SponsorCode TO WS-SaveSponsorCode
           READ SponsorFile
               INVALID KEY
                   DISPLAY "Reject - sponsor " SN-SponsorCode
                           " not found."
               NOT INVALID KEY
                   PERFORM ChangeFoundSponsor
           END-READ.

       ChangeFoundSponsor.
           DISPLAY "Current details - " SponsorRecord
           PERFORM GetSponsorDetails
           IF SponsorRecord = SPACES
               DISPLAY "Change cancelled."
           ELSE
               IF SN-SponsorCode NOT = WS-SaveSponsorCode
                   DISPLAY "Change cancelled - the sponsor code "
                           "cannot be changed, delete and add the "
                           "sponsor instead."
               ELSE
                   REWRITE SponsorRecord
                       INVALID KEY
                           DISPLAY "Reject - rewrite of the sponsor "
                                   "failed."
                   END-REWRITE
               END-IF
           END-IF.

       DeleteSponsor.
           PERFORM GetSponsorCode
           READ SponsorFile
               INVALID KEY
                   DISPLAY "Reject - sponsor " SN-SponsorCode
                           " not found."
               NOT INVALID KEY
                   PERFORM CheckSponsorInUse
                   IF WS-SponsorInUse
                       DISPLAY "Reject - sponsor " SN-SponsorCode
                               " still pays an award on AWARDS.DAT."
                       MOVE "Delete of sponsor still on an award"
                           TO WS-RejectReason
                       PERFORM LogReject
                   ELSE
                       DISPLAY "Delete " SponsorRecord " - are you "
                               "sure (Y/N) ? " WITH NO ADVANCING
                       ACCEPT WS-ConfirmReply
                       IF WS-ConfirmYes
                           DELETE SponsorFile
                               INVALID KEY
                                   DISPLAY "Reject - delete of the "
                                           "sponsor failed."
                           END-DELETE
                       ELSE
                           DISPLAY "Delete cancelled."
                       END-IF
                   END-IF
           END-READ.

      * AWARDS.DAT is keyed by student first, so finding an award
      * the sponsor pays means reading the file through.
       CheckSponsorInUse.
           MOVE "N" TO WS-SponsorInUseFlag
           IF WS-AwardFileAvailable
               MOVE "N" TO WS-AwardScanEOFFlag
               MOVE LOW-VALUES TO AW-AwardKey
               START AwardFile KEY NOT < AW-AwardKey
                   INVALID KEY SET WS-AwardScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-AwardScanEOF OR WS-SponsorInUse
                   READ AwardFile NEXT
                       AT END
                           SET WS-AwardScanEOF TO TRUE
                       NOT AT END
                           IF AW-SponsorCode = SN-SponsorCode
                               SET WS-SponsorInUse TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GetSponsorCode.
           MOVE SPACES TO WS-SponsorEntry
           DISPLAY "Enter SponsorCode : " WITH NO ADVANCING
           ACCEPT NE-SponsorCode
           PERFORM NormalizeSponsorCode
           MOVE NE-SponsorCode TO SN-SponsorCode.

       GetSponsorDetails.
           SET WS-EntryInvalid TO TRUE
           PERFORM UNTIL WS-EntryValid
               DISPLAY "Enter - Code, Name, Address line 1, Address "
                       "line 2, Town, Postcode"
               DISPLAY "CCCCCCNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN"
                       "111111111111111111111111111111"
                       "222222222222222222222222222222"
                       "TTTTTTTTTTTTTTTTTTTTPPPPPPPP"
               MOVE SPACES TO WS-SponsorEntry
               ACCEPT WS-SponsorEntry
               IF WS-SponsorEntry = SPACES
                   MOVE SPACES TO SponsorRecord
                   SET WS-EntryValid TO TRUE
               ELSE
                   PERFORM NormalizeSponsorCode
                   PERFORM ValidateSponsorDetails
               END-IF
           END-PERFORM.

      * Upper-cases and left-justifies the sponsor code as keyed,
      * the same normalization FeeSchedMaint applies to its codes.
       NormalizeSponsorCode.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NE-SponsorCode))
               TO NE-SponsorCode.

       ValidateSponsorDetails.
           SET WS-EntryValid TO TRUE
           IF NE-SponsorCode = SPACES
               DISPLAY "Reject - sponsor code cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF NE-SponsorName = SPACES
               DISPLAY "Reject - sponsor name cannot be blank."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF NE-AddrLine1 = SPACES
               DISPLAY "Reject - address line 1 cannot be blank, "
                       "the sponsor invoice is posted there."
               SET WS-EntryInvalid TO TRUE
           END-IF
           IF WS-EntryValid
               MOVE SPACES           TO SponsorRecord
               MOVE NE-SponsorCode   TO SN-SponsorCode
               MOVE NE-SponsorName   TO SN-SponsorName
               MOVE NE-AddrLine1     TO SN-AddrLine1
               MOVE NE-AddrLine2     TO SN-AddrLine2
               MOVE NE-Town          TO SN-Town
               MOVE FUNCTION UPPER-CASE(NE-Postcode) TO SN-Postcode
               MOVE WS-BusinessDate  TO SN-ChangedDate
           END-IF.

       END PROGRAM SponsorMaint.

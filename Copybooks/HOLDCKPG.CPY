      ******************************************************************
      * Common student-hold test, for the programs a hold must stop.
      * COPY this into the PROCEDURE DIVISION; MOVE the StudentId to
      * WS-HoldStudentId and PERFORM CheckStudentHolds. Every
      * HOLDS.DAT record for the student is read and those active on
      * the business date counted: WS-RegistrationHold and
      * WS-TranscriptHold say whether any of them stops registration
      * or a transcript, and WS-HoldTypesFound lists the types held
      * (e.g. "FL"). With HOLDS.DAT not available nothing is held.
      *
      * The including program must supply, in addition to
      * COPY HOLDRC in an FD for a file SELECTed as HoldFile
      * (INDEXED, ACCESS DYNAMIC, RECORD KEY HO-HoldKey, opened
      * INPUT or I-O when WS-HoldFileAvailable) and WS-BusinessDate:
      *   01  WS-HoldAvailableFlag PIC X    VALUE "N".
      *       88 WS-HoldFileAvailable     VALUE "Y".
      *   01  WS-HoldStudentId    PIC 99(9) VALUE ZEROS.
      *   01  WS-HoldScanEOFFlag  PIC X     VALUE "N".
      *       88 WS-HoldScanEOF           VALUE "Y".
      *   01  WS-RegHoldFlag      PIC X     VALUE "N".
      *       88 WS-RegistrationHold      VALUE "Y".
      *   01  WS-TranHoldFlag     PIC X     VALUE "N".
      *       88 WS-TranscriptHold        VALUE "Y".
      *   01  WS-HoldTypesFound   PIC X(4)  VALUE SPACES.
      *   01  WS-HoldTypeCount    PIC 9     VALUE ZERO.
      ******************************************************************
       CheckStudentHolds.
           MOVE "N"    TO WS-RegHoldFlag
           MOVE "N"    TO WS-TranHoldFlag
           MOVE SPACES TO WS-HoldTypesFound
           MOVE ZERO   TO WS-HoldTypeCount
           MOVE "N"    TO WS-HoldScanEOFFlag
           IF WS-HoldFileAvailable
               MOVE WS-HoldStudentId TO HO-StudentId
               MOVE LOW-VALUES       TO HO-HoldType
               START HoldFile KEY NOT < HO-HoldKey
                   INVALID KEY SET WS-HoldScanEOF TO TRUE
               END-START
               PERFORM UNTIL WS-HoldScanEOF
                   READ HoldFile NEXT
                       AT END
                           SET WS-HoldScanEOF TO TRUE
                       NOT AT END
                           IF HO-StudentId = WS-HoldStudentId
                               PERFORM TestOneHold
                           ELSE
                               SET WS-HoldScanEOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TestOneHold.
           IF HO-PlacedDate <= WS-BusinessDate AND
              (HO-ReleaseDate = ZEROS OR
               HO-ReleaseDate > WS-BusinessDate)
               IF WS-HoldTypeCount < 4
                   ADD 1 TO WS-HoldTypeCount
                   MOVE HO-HoldType
                       TO WS-HoldTypesFound(WS-HoldTypeCount:1)
               END-IF
               IF HO-BlocksRegistration
                   SET WS-RegistrationHold TO TRUE
               END-IF
               IF HO-BlocksTranscript
                   SET WS-TranscriptHold TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Common mailing-address paragraph for the student documents,
      * so TuitionBilling's invoices, StudentStatement's statements
      * and WithdrawalRefund's credit notes all address a student the
      * same way. COPY this into the PROCEDURE DIVISION; MOVE the
      * StudentId to CT-StudentId and PERFORM GetMailingAddress.
      * WS-AddrLine(1) to WS-AddrLine(WS-AddrLineCount) then hold the
      * address to print, blank lines closed up. The address used is
      * the one CT-MailTo names; when that one is blank the other is
      * used rather than post nothing. WS-AddressFound says there was
      * one; otherwise WS-NoContactRecord (no STUDCONT.DAT record, or
      * the file is not available) or WS-ContactNoAddress (a record,
      * but both addresses blank) says why.
      *
      * The including program must supply, in addition to
      * COPY STUDCTRC in an FD for a file SELECTed as ContactFile
      * (INDEXED, ACCESS RANDOM or DYNAMIC, RECORD KEY CT-StudentId,
      * opened INPUT when WS-ContactFileAvailable):
      *   01  WS-ContactAvailableFlag PIC X  VALUE "N".
      *       88 WS-ContactFileAvailable   VALUE "Y".
      *   01  WS-AddressFoundFlag PIC X     VALUE "N".
      *       88 WS-AddressFound          VALUE "Y".
      *       88 WS-NoContactRecord       VALUE "N".
      *       88 WS-ContactNoAddress      VALUE "B".
      *   01  WS-AddressBlock.
      *       02  WS-AddrLine     PIC X(30) OCCURS 4 TIMES.
      *   01  WS-AddrLineCount    PIC 9     VALUE ZERO.
      *   01  WS-AddrCandidate    PIC X(30) VALUE SPACES.
      ******************************************************************
       GetMailingAddress.
           MOVE "N"    TO WS-AddressFoundFlag
           MOVE SPACES TO WS-AddressBlock
           MOVE ZERO   TO WS-AddrLineCount
           IF WS-ContactFileAvailable
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PickMailingAddress
               END-READ
           END-IF.

       PickMailingAddress.
           IF CT-HomeLine1 NOT = SPACES AND
              (CT-MailToHome OR CT-TermLine1 = SPACES)
               MOVE CT-HomeLine1    TO WS-AddrCandidate
               PERFORM AddAddressLine
               MOVE CT-HomeLine2    TO WS-AddrCandidate
               PERFORM AddAddressLine
               MOVE CT-HomeTown     TO WS-AddrCandidate
               PERFORM AddAddressLine
               MOVE CT-HomePostcode TO WS-AddrCandidate
               PERFORM AddAddressLine
           ELSE
               MOVE CT-TermLine1    TO WS-AddrCandidate
               PERFORM AddAddressLine
               MOVE CT-TermLine2    TO WS-AddrCandidate
               PERFORM AddAddressLine
               MOVE CT-TermTown     TO WS-AddrCandidate
               PERFORM AddAddressLine
               MOVE CT-TermPostcode TO WS-AddrCandidate
               PERFORM AddAddressLine
           END-IF
           IF WS-AddrLineCount > ZERO
               SET WS-AddressFound TO TRUE
           ELSE
               SET WS-ContactNoAddress TO TRUE
           END-IF.

       AddAddressLine.
           IF WS-AddrCandidate NOT = SPACES
               ADD 1 TO WS-AddrLineCount
               MOVE WS-AddrCandidate TO WS-AddrLine(WS-AddrLineCount)
           END-IF.

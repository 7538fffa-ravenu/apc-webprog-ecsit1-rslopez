      ******************************************************************
      * Common student-contact edit paragraph, shared by ContactMaint
      * (as the details are keyed) and AdmissionsImport (as the
      * ADMISS.CSV contact columns are loaded), so STUDCONT.DAT only
      * ever holds contacts the document runs can address. COPY this
      * into the PROCEDURE DIVISION; with StudentContactRecord built,
      * PERFORM ValidateContactDetails. The postcodes and CT-MailTo
      * are upper-cased and a blank CT-MailTo defaulted - the term
      * address when there is one, otherwise home; WS-ContactValid /
      * WS-ContactInvalid then give the verdict and WS-ContactReason
      * the first fault found. The StudentId itself is the caller's
      * to check against STUDENTS.DAT.
      *
      * Checks: something to contact the student by; each address
      * either wholly blank or carrying at least its first line and
      * town; CT-MailTo T or H, naming an address that is present;
      * an e-mail, when given, with a single @ that has something
      * either side of it and no embedded spaces.
      *
      * The including program must supply:
      *   01  WS-ContactFlag      PIC X     VALUE "Y".
      *       88 WS-ContactValid          VALUE "Y".
      *       88 WS-ContactInvalid        VALUE "N".
      *   01  WS-ContactReason    PIC X(40) VALUE SPACES.
      *   01  WS-AtCount          PIC 99    VALUE ZEROS.
      *   01  WS-EmailLength      PIC 99    VALUE ZEROS.
      ******************************************************************
       ValidateContactDetails.
           SET WS-ContactValid TO TRUE
           MOVE SPACES TO WS-ContactReason
           MOVE FUNCTION UPPER-CASE(CT-TermPostcode) TO CT-TermPostcode
           MOVE FUNCTION UPPER-CASE(CT-HomePostcode) TO CT-HomePostcode
           MOVE FUNCTION UPPER-CASE(CT-MailTo) TO CT-MailTo
           IF CT-MailTo = SPACE
               IF CT-TermAddress NOT = SPACES
                   SET CT-MailToTerm TO TRUE
               ELSE
                   SET CT-MailToHome TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CT-TermAddress = SPACES AND
                    CT-HomeAddress = SPACES AND
                    CT-Email = SPACES AND CT-Phone = SPACES
                   MOVE "No address, e-mail or phone given"
                       TO WS-ContactReason
               WHEN CT-TermAddress NOT = SPACES AND
                    (CT-TermLine1 = SPACES OR CT-TermTown = SPACES)
                   MOVE "Term address needs first line and town"
                       TO WS-ContactReason
               WHEN CT-HomeAddress NOT = SPACES AND
                    (CT-HomeLine1 = SPACES OR CT-HomeTown = SPACES)
                   MOVE "Home address needs first line and town"
                       TO WS-ContactReason
               WHEN NOT CT-MailToTerm AND NOT CT-MailToHome
                   MOVE "Mail-to must be T(erm) or H(ome)"
                       TO WS-ContactReason
               WHEN CT-MailToTerm AND CT-TermAddress = SPACES AND
                    CT-HomeAddress NOT = SPACES
                   MOVE "Mail-to is term but no term address"
                       TO WS-ContactReason
               WHEN CT-MailToHome AND CT-HomeAddress = SPACES AND
                    CT-TermAddress NOT = SPACES
                   MOVE "Mail-to is home but no home address"
                       TO WS-ContactReason
               WHEN CT-Email NOT = SPACES
                   PERFORM CheckEmailLayout
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ContactReason NOT = SPACES
               SET WS-ContactInvalid TO TRUE
           END-IF.

       CheckEmailLayout.
           MOVE ZEROS TO WS-AtCount
           INSPECT CT-Email TALLYING WS-AtCount FOR ALL "@"
           MOVE ZEROS TO WS-EmailLength
           INSPECT CT-Email TALLYING WS-EmailLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-AtCount NOT = 1
                   MOVE "E-mail must hold a single @"
                       TO WS-ContactReason
               WHEN WS-EmailLength = ZEROS
                   MOVE "E-mail has a space in it" TO WS-ContactReason
               WHEN CT-Email(1:1) = "@"
                 OR CT-Email(WS-EmailLength:1) = "@"
                   MOVE "E-mail needs text either side of the @"
                       TO WS-ContactReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ContactReason = SPACES AND WS-EmailLength < 40
               IF CT-Email(WS-EmailLength + 1:) NOT = SPACES
                   MOVE "E-mail has a space in it" TO WS-ContactReason
               END-IF
           END-IF.

      ******************************************************************
      * Common bank-account edit paragraph, shared by BankMaint (as
      * the details are keyed) and the payroll run (as the pre-edit
      * before BANKPAY.DAT is cut), so an account the bank would
      * bounce is caught by the same rules in both places. COPY this
      * into the PROCEDURE DIVISION; MOVE the sort code, IBAN and
      * account name to be checked to WS-CheckSortCode, WS-CheckIban
      * and WS-CheckAcctName, then PERFORM ValidateBankAccount;
      * WS-AccountValid / WS-AccountInvalid give the verdict and
      * WS-AccountReason the first fault found.
      *
      * Checks: sort code six digits; account name present; IBAN
      * upper-case country code and two check digits, no embedded
      * spaces, at least 15 characters; for an Irish (IE) IBAN the
      * sort code held inside it must match the one keyed; and the
      * ISO 13616 check - the IBAN, with its first four characters
      * moved to the end and each letter taken as 10-35, must leave
      * a remainder of 1 when divided by 97.
      *
      * The including program must supply:
      *   01  WS-CheckSortCode    PIC X(6)  VALUE SPACES.
      *   01  WS-CheckIban        PIC X(22) VALUE SPACES.
      *   01  WS-CheckAcctName    PIC X(20) VALUE SPACES.
      *   01  WS-AccountFlag      PIC X     VALUE "Y".
      *       88 WS-AccountValid          VALUE "Y".
      *       88 WS-AccountInvalid        VALUE "N".
      *   01  WS-AccountReason    PIC X(40) VALUE SPACES.
      *   01  WS-IbanLength       PIC 99    VALUE ZEROS.
      *   01  WS-IbanIdx          PIC 99    VALUE ZEROS.
      *   01  WS-IbanRearranged   PIC X(22) VALUE SPACES.
      *   01  WS-IbanChar         PIC X     VALUE SPACE.
      *   01  WS-IbanDigit REDEFINES WS-IbanChar PIC 9.
      *   01  WS-IbanLetterPos    PIC 99    VALUE ZEROS.
      *   01  WS-IbanRemainder    PIC 9(4)  VALUE ZEROS.
      *   01  WS-IbanLetters      PIC X(26)
      *           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      ******************************************************************
       ValidateBankAccount.
           SET WS-AccountValid TO TRUE
           MOVE SPACES TO WS-AccountReason
           EVALUATE TRUE
               WHEN WS-CheckSortCode NOT NUMERIC
                   MOVE "Sort code must be six digits"
                       TO WS-AccountReason
               WHEN WS-CheckIban = SPACES
                   MOVE "IBAN is missing" TO WS-AccountReason
               WHEN WS-CheckAcctName = SPACES
                   MOVE "Account name is missing" TO WS-AccountReason
               WHEN OTHER
                   PERFORM CheckIbanLayout
           END-EVALUATE
           IF WS-AccountReason = SPACES
               PERFORM CheckIbanDigits
           END-IF
           IF WS-AccountReason NOT = SPACES
               SET WS-AccountInvalid TO TRUE
           END-IF.

       CheckIbanLayout.
           MOVE ZEROS TO WS-IbanLength
           INSPECT WS-CheckIban TALLYING WS-IbanLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-IbanLength < 15
                   MOVE "IBAN is too short or has a space in it"
                       TO WS-AccountReason
               WHEN WS-IbanLength < 22
                AND WS-CheckIban(WS-IbanLength + 1:) NOT = SPACES
                   MOVE "IBAN has a space in it" TO WS-AccountReason
               WHEN WS-CheckIban(1:2) NOT ALPHABETIC-UPPER
                 OR WS-CheckIban(3:2) NOT NUMERIC
                   MOVE "IBAN must start country + check digits"
                       TO WS-AccountReason
               WHEN WS-CheckIban(1:2) = "IE"
                AND WS-CheckIban(9:6) NOT = WS-CheckSortCode
                   MOVE "Sort code does not match the IBAN"
                       TO WS-AccountReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Works the remainder a character at a time so the 30-plus
      * digit number the IBAN expands to never has to be held whole.
       CheckIbanDigits.
           MOVE SPACES TO WS-IbanRearranged
           STRING WS-CheckIban(5:WS-IbanLength - 4)
                  WS-CheckIban(1:4)
                  DELIMITED BY SIZE INTO WS-IbanRearranged
           MOVE ZEROS TO WS-IbanRemainder
           PERFORM VARYING WS-IbanIdx FROM 1 BY 1
                   UNTIL WS-IbanIdx > WS-IbanLength
                      OR WS-AccountReason NOT = SPACES
               MOVE WS-IbanRearranged(WS-IbanIdx:1) TO WS-IbanChar
               IF WS-IbanChar NUMERIC
                   COMPUTE WS-IbanRemainder = FUNCTION MOD(
                       WS-IbanRemainder * 10 + WS-IbanDigit, 97)
               ELSE
                   MOVE ZEROS TO WS-IbanLetterPos
                   INSPECT WS-IbanLetters TALLYING WS-IbanLetterPos
                       FOR CHARACTERS BEFORE INITIAL WS-IbanChar
                   IF WS-IbanLetterPos > 25
                       MOVE "IBAN has an invalid character"
                           TO WS-AccountReason
                   ELSE
                       COMPUTE WS-IbanRemainder = FUNCTION MOD(
                           WS-IbanRemainder * 100
                           + WS-IbanLetterPos + 10, 97)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AccountReason = SPACES AND WS-IbanRemainder NOT = 1
               MOVE "IBAN check digits do not verify"
                   TO WS-AccountReason
           END-IF.

      ******************************************************************
      * Common operator sign-on paragraph, for the programs that
      * must record who keyed or approved a change - the same three
      * tries against OPERATOR.DAT that OpsMenu's console sign-on
      * gives. COPY this into the PROCEDURE DIVISION and PERFORM
      * SignOnOperator; WS-SignedOn says whether it succeeded, and
      * WS-OperatorId / WS-AuthLevel then hold who signed on and
      * their authorization level. Unlike the console there is no
      * open fallback: with no OPERATOR.DAT nobody signs on, since a
      * two-person check cannot be kept without knowing the people.
      *
      * The including program must supply, in addition to
      * COPY OPERRC in an FD for a file SELECTed as OperatorFile
      * (INDEXED, RECORD KEY OP-OperatorId, FILE STATUS
      * WS-OperatorStatus):
      *   01  WS-OperatorStatus   PIC XX    VALUE SPACES.
      *       88 WS-OperatorStatusOk      VALUE "00".
      *   01  WS-SignedOnFlag     PIC X     VALUE "N".
      *       88 WS-SignedOn              VALUE "Y".
      *   01  WS-SignOnTries      PIC 9     VALUE ZERO.
      *   01  WS-OperatorId       PIC X(8)  VALUE SPACES.
      *   01  WS-PasswordIn       PIC X(8)  VALUE SPACES.
      *   01  WS-AuthLevel        PIC 9     VALUE ZERO.
      ******************************************************************
       SignOnOperator.
           MOVE "N" TO WS-SignedOnFlag
           MOVE ZERO TO WS-SignOnTries
           MOVE ZERO TO WS-AuthLevel
           OPEN INPUT OperatorFile
           IF NOT WS-OperatorStatusOk
               DISPLAY "Sign-on refused - no OPERATOR.DAT profile "
                       "file, status " WS-OperatorStatus "."
           ELSE
               PERFORM TryOperatorSignOn
                   UNTIL WS-SignedOn OR WS-SignOnTries >= 3
               CLOSE OperatorFile
           END-IF.

       TryOperatorSignOn.
           ADD 1 TO WS-SignOnTries
           DISPLAY "Operator id : " WITH NO ADVANCING
           ACCEPT WS-OperatorId
           DISPLAY "Password    : " WITH NO ADVANCING
           ACCEPT WS-PasswordIn
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OperatorId))
               TO WS-OperatorId
           MOVE WS-OperatorId TO OP-OperatorId
           READ OperatorFile
               INVALID KEY
                   DISPLAY "Sign-on refused - unknown operator."
               NOT INVALID KEY
                   IF OP-Password = WS-PasswordIn
                       SET WS-SignedOn TO TRUE
                       MOVE OP-AuthLevel TO WS-AuthLevel
                       DISPLAY "Signed on - " OP-OperatorName
                               " (authority level " OP-AuthLevel
                               ")."
                   ELSE
                       DISPLAY "Sign-on refused - wrong password."
                   END-IF
           END-READ.

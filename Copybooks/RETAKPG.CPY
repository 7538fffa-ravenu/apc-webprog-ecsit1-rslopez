      ******************************************************************
      * Common retake paragraphs, for every program that must count
      * one attempt per course when GRADES.DAT holds several.
      * PERFORM ReadRetakePolicy once at start to take the policy
      * from the RETAKEPARM.DAT card (B(est) by default). Then, for
      * each student/course, MOVE ZERO to WS-AttemptCount and PERFORM
      * WeighAttempt with each attempt in GradeRecord, in key (term)
      * order; afterwards WS-AttemptCount says how many attempts
      * carried a mark and WS-CountedMark / WS-CountedTerm hold the
      * one that counts - the highest mark (the later attempt on a
      * tie) under Best, the last attempt under Latest.
      *
      * The including program must supply, in addition to
      * COPY RTKPRMRC in an FD for a file SELECTed as RetakeParmFile
      * (LINE SEQUENTIAL, FILE STATUS WS-RetakeParmStatus) and
      * COPY GRADERC for the GradeRecord being weighed:
      *   01  WS-RetakeParmStatus PIC XX    VALUE SPACES.
      *       88 WS-RetakeParmStatusOk    VALUE "00".
      *   01  WS-RetakePolicy     PIC X     VALUE "B".
      *       88 WS-CountBestAttempt      VALUE "B".
      *       88 WS-CountLatestAttempt    VALUE "L".
      *   01  WS-AttemptCount     PIC 99    VALUE ZEROS.
      *   01  WS-CountedMark      PIC 999   VALUE ZEROS.
      *   01  WS-CountedTerm      PIC X(6)  VALUE SPACES.
      ******************************************************************
       ReadRetakePolicy.
           OPEN INPUT RetakeParmFile
           IF WS-RetakeParmStatusOk
               READ RetakeParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-CountPolicy = "B" OR "L"
                           MOVE RP-CountPolicy TO WS-RetakePolicy
                       END-IF
               END-READ
               CLOSE RetakeParmFile
           END-IF.

       WeighAttempt.
           IF GR-Mark NUMERIC
               ADD 1 TO WS-AttemptCount
               IF WS-AttemptCount = 1 OR WS-CountLatestAttempt OR
                  GR-Mark >= WS-CountedMark
                   MOVE GR-Mark TO WS-CountedMark
                   MOVE GR-Term TO WS-CountedTerm
               END-IF
           END-IF.

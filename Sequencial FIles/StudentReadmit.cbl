      *          StudentId is already back on the master - the id
      *          has since been reissued to somebody else, and a
      *          returning student must never land on top of them.
      *          An archive record StudentRetention has anonymised
      *          has no name left to reinstate and is refused too.
      *          Holds the STUDLOCK.DAT run lock while the master is
      *          open for update, and records the master's control
      *          count at clean close, the same as every other
                   DISPLAY "StudentId " WS-EnteredId " is not on "
                           "STUDARCH.DAT - nothing to reinstate."
               NOT INVALID KEY
                   IF ArchSurname = SPACES
                       ADD 1 TO WS-RefusedCount
                       DISPLAY "Refused - StudentId " WS-EnteredId
                               " was anonymised under the retention "
                               "policy - register the student afresh."
                   ELSE
                       PERFORM CheckIdAndReinstate
                   END-IF
           END-READ.

       CheckIdAndReinstate.

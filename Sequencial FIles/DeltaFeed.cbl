      *          counts the loader balances against. The cut point
      *          is advanced to the newest timestamp processed, so
      *          each run sends only what is new instead of the
      *          library re-loading the whole master nightly. Merge
      *          step entries are stepped over - the merged-away
      *          student goes downstream as the Delete that retires
      *          it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * slot. The first entry for a student fixes the before-window
      * image; every entry updates the after image, so the last one
      * seen wins - journal order is recorded order.
      * A StudentMerge merge step changes no student record - the
      * losing student's retirement follows it as a Delete, and that
      * is what the downstream systems are sent.
       AbsorbJournalEntry.
           IF SH-TransType NOT = "M"
               PERFORM AbsorbStudentChange
           END-IF.

       AbsorbStudentChange.
           IF SH-TransType = "D"
               MOVE SH-BeforeImage(1:10) TO WS-KeyIdX
           ELSE

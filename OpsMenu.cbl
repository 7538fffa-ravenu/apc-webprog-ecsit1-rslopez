      *          batch) and every choice made is logged to
      *          OPSLOG.DAT with the operator, the selection, a
      *          timestamp and the called program's RETURN-CODE -
      *          so STUDHIST.DAT's what finally gets a who. Payroll
      *          pay-rate and bank-detail changes parked for a second
      *          operator are decided from here too (ChangeApprove,
      *          level 3, which signs the approver on afresh so the
      *          decision is tied to an OPERATOR.DAT profile even when
      *          this console is running open). Student address,
      *          e-mail and phone upkeep (ContactMaint) is a level 2
      *          maintenance option like the other student masters.
      *          The duplicate student list (StudentMatch) is a level
      *          2 option; merging a duplicate pair (StudentMerge)
      *          rewrites several files at once and is level 3.
      *          The personal data access report (StudentDataRpt)
      *          prints everything held on one student, so it is
      *          level 2 rather than an ordinary inquiry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                           MOVE "DailyBatchCycle" TO WS-ProgramName
                           PERFORM RunProgram
                       END-IF
                   WHEN "10"
                       MOVE 3 TO WS-RequiredLevel
                       PERFORM CheckAuthority
                       IF WS-Proceed
                           MOVE "ChangeApprove" TO WS-ProgramName
                           PERFORM RunProgram
                       END-IF
                   WHEN "11"
                       MOVE 2 TO WS-RequiredLevel
                       PERFORM CheckAuthority
                       IF WS-Proceed
                           MOVE "ContactMaint" TO WS-ProgramName
                           PERFORM RunProgram
                       END-IF
                   WHEN "12"
                       MOVE 2 TO WS-RequiredLevel
                       PERFORM CheckAuthority
                       IF WS-Proceed
                           MOVE "HoldMaint" TO WS-ProgramName
                           PERFORM RunProgram
                       END-IF
                   WHEN "13"
                       MOVE 2 TO WS-RequiredLevel
                       PERFORM CheckAuthority
                       IF WS-Proceed
                           MOVE "StudentMatch" TO WS-ProgramName
                           PERFORM RunProgram
                       END-IF
                   WHEN "14"
                       MOVE 3 TO WS-RequiredLevel
                       PERFORM CheckAuthority
                       IF WS-Proceed
                           MOVE "StudentMerge" TO WS-ProgramName
                           PERFORM RunProgram
                       END-IF
                   WHEN "15"
                       MOVE 2 TO WS-RequiredLevel
                       PERFORM CheckAuthority
                       IF WS-Proceed
                           MOVE "StudentDataRpt" TO WS-ProgramName
                           PERFORM RunProgram
                       END-IF
                   WHEN OTHER
                       DISPLAY "Invalid selection - use 0-15."
               END-EVALUATE
               PERFORM ShowMenu
               PERFORM GetSelection
                   " class lists + statistics)"
           DISPLAY "  8. Reconciliation          (StudentRecon)"
           DISPLAY "  9. Daily batch cycle       (DailyBatchCycle)"
           DISPLAY " 10. Pay change approval     (ChangeApprove)"
           DISPLAY " 11. Student contacts        (ContactMaint)"
           DISPLAY " 12. Student holds           (HoldMaint)"
           DISPLAY " 13. Duplicate students      (StudentMatch)"
           DISPLAY " 14. Student merge           (StudentMerge)"
           DISPLAY " 15. Personal data report    (StudentDataRpt)"
           DISPLAY "  0. Exit".

       GetSelection.

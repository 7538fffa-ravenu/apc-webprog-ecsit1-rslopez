      ******************************************************************
      * Shared SUSPENSE.DAT unallocated receipts record - one record
      * per bank lodgement BankLodgeMatch could not match to a single
      * student with confidence, keyed by the business date of the
      * matching run and the receipt's place in that run's file. An
      * item stays O(pen) until an operator assigns it to a student
      * through SuspenseClear, which posts the C(redit) entry to
      * STUDLEDG.DAT and marks it C(leared) with the StudentId, the
      * date and the operator who cleared it. SQ-Reason says why
      * the receipt could not be matched. Cleared items stay on file
      * as the record of where the money went.
      * Include under an FD whose SELECT names the file SuspenseFile.
      ******************************************************************
       01  SuspenseRecord.
           02  SQ-SuspenseKey.
               03  SQ-LodgeDate    PIC 9(8).
               03  SQ-ItemNo       PIC 9(5).
           02  SQ-ValueDate        PIC 9(8).
           02  SQ-Amount           PIC 9(7)V99.
           02  SQ-BankRef          PIC X(12).
           02  SQ-PayerRef         PIC X(30).
           02  SQ-PayerName        PIC X(30).
           02  SQ-Reason           PIC X(20).
           02  SQ-ItemStatus       PIC X.
               88 SQ-Open                      VALUE "O".
               88 SQ-Cleared                   VALUE "C".
           02  SQ-StudentId        PIC 99(9).
           02  SQ-ClearedDate      PIC 9(8).
           02  SQ-ClearedBy        PIC X(8).
           02  FILLER              PIC X(10).

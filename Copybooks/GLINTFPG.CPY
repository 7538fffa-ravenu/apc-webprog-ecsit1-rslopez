      ******************************************************************
      * Common general ledger interface paragraph, shared by every run
      * that moves money (TC_Commands2, TuitionBilling, PaymentEntry,
      * WithdrawalRefund), so each writes its GLINTF.DAT legs the
      * same way. COPY this into the PROCEDURE DIVISION; MOVE the
      * leg to WS-GlSource, WS-GlTransType, WS-GlDepartment,
      * WS-GlDrCr, WS-GlAmount and WS-GlReference, then PERFORM
      * WriteGlLine. A negative amount posts to the other side - a
      * tax refund is a debit where tax is a credit - and a zero
      * amount writes nothing. The leg books under WS-BusinessDate.
      * Same open-extend-or-create shape the journal writers use.
      *
      * The including program must supply, in addition to
      * COPY GLINTFRC in an FD for a file SELECTed as GlIntfFile
      * ("GLINTF.DAT", LINE SEQUENTIAL, FILE STATUS WS-GlIntfStatus):
      *   01  WS-GlIntfStatus     PIC XX    VALUE SPACES.
      *       88 WS-GlIntfNotFound        VALUE "35".
      *   01  WS-GlSource         PIC X(8)  VALUE SPACES.
      *   01  WS-GlTransType      PIC X(10) VALUE SPACES.
      *   01  WS-GlDepartment     PIC X(10) VALUE SPACES.
      *   01  WS-GlDrCr           PIC X     VALUE SPACE.
      *   01  WS-GlAmount         PIC S9(9)V99 VALUE ZEROS.
      *   01  WS-GlReference      PIC X(20) VALUE SPACES.
      *   01  WS-BusinessDate     PIC 9(8)  VALUE ZEROS.
      ******************************************************************
       WriteGlLine.
           IF WS-GlAmount NOT = ZEROS
               OPEN EXTEND GlIntfFile
               IF WS-GlIntfNotFound
                   OPEN OUTPUT GlIntfFile
                   CLOSE GlIntfFile
                   OPEN EXTEND GlIntfFile
               END-IF
               MOVE SPACES          TO GlInterfaceRecord
               MOVE WS-GlSource     TO GI-Source
               MOVE WS-BusinessDate TO GI-PostDate
               MOVE WS-GlTransType  TO GI-TransType
               MOVE WS-GlDepartment TO GI-Department
               MOVE WS-GlDrCr       TO GI-DrCr
               IF WS-GlAmount < ZEROS
                   IF WS-GlDrCr = "D"
                       MOVE "C" TO GI-DrCr
                   ELSE
                       MOVE "D" TO GI-DrCr
                   END-IF
                   COMPUTE GI-Amount = ZERO - WS-GlAmount
               ELSE
                   MOVE WS-GlAmount TO GI-Amount
               END-IF
               MOVE WS-GlReference  TO GI-Reference
               WRITE GlInterfaceRecord
               CLOSE GlIntfFile
           END-IF.

           02  RC-Timestamp        PIC X(21).
           02  FILLER              PIC X.
           02  RC-DeptScope        PIC X(10).
           02  FILLER              PIC X.
           02  RC-PayGroups        PIC X(3).

       FD PayslipFile.
       01 PayslipLine              PIC X(80).
           02  WS-ExpectEntry OCCURS 500 TIMES.
               03  WS-EXEmployeeId PIC 9(6).
               03  WS-EXGross      PIC 9(8)V99.
               03  WS-EXTax        PIC S9(8)V99.
               03  WS-EXPRSI       PIC 9(8)V99.
               03  WS-EXPension    PIC 9(8)V99.
               03  WS-EXNet        PIC 9(8)V99.
                   ADD WS-Amount TO WS-EXGross(WS-CurrentSlot)
               WHEN "  TAX                :"
                   ADD WS-Amount TO WS-EXTax(WS-CurrentSlot)
               WHEN "  TAX REFUND         :"
                   SUBTRACT WS-Amount FROM WS-EXTax(WS-CurrentSlot)
               WHEN "  PRSI               :"
                   ADD WS-Amount TO WS-EXPRSI(WS-CurrentSlot)
               WHEN "  PENSION            :"

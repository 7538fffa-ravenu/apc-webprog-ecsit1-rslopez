      ******************************************************************
      * Shared calculation result record - one line per request
      * worked in batch (see CALCTRRC), in the order read: the
      * request's reference, operands and operator as they came in,
      * the answer, and CR-Outcome OK or the reason there is no
      * answer - SIZE ERROR, DIVIDE BY ZERO, BAD OPERAND or BAD
      * OPERATOR. The file ends with one CalcTotalRecord: CX-Label
      * *TOTALS*, the requests read, worked and failed, and the
      * control total of every answer given, for balancing against
      * the sheet.
      * Multiplier writes it as MULTRES.DAT, iterIf as
      * CALCRES.DAT; either is rewritten whole by each batch run.
      * Include under an FD whose SELECT names the file CalcResultFile.
      ******************************************************************
       01  CalcResultRecord.
           02  CR-Reference        PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  CR-Num1             PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  CR-Operator         PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  CR-Num2             PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  CR-Result           PIC -(12)9.99.
           02  FILLER              PIC X       VALUE SPACE.
           02  CR-Outcome          PIC X(16).
       01  CalcTotalRecord.
           02  CX-Label            PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  CX-ReadCount        PIC 9(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  CX-OkCount          PIC 9(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  CX-FailCount        PIC 9(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  CX-ControlTotal     PIC -(13)9.99.

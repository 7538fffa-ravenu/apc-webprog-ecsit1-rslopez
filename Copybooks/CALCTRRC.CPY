      ******************************************************************
      * Shared calculation request record - one line per figure on
      * the sheet the finance office wants worked: their reference
      * for the line, the two operands keyed as they would be at the
      * console (sign and decimal point allowed, e.g. -12.50) and the
      * operator between them (+ - * or /). Blank lines are ignored.
      * Multiplier reads it as MULTTRAN.DAT and only multiplies -
      * its operator may be * or left blank; iterIf reads it
      * as CALCTRAN.DAT. The presence of the file switches either
      * program into its unattended batch mode.
      * Include under an FD whose SELECT names the file CalcTransFile.
      ******************************************************************
       01  CalcRequestRecord.
           02  CN-Reference        PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  CN-Num1             PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  CN-Operator         PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  CN-Num2             PIC X(10).

      ******************************************************************
      * Shared HOLDLOG.DAT hold journal record - one line per hold
      * placed or released, carrying when it happened, P(laced) or
      * R(eleased), and the HOLDS.DAT record image as it stood after
      * the action, so the history survives a hold of the same type
      * being placed again over a released one.
      * Include under an FD whose SELECT names the file HoldLogFile;
      * written through LogHoldAction (HOLDLGPG) by HoldMaint and
      * AgedDebtRpt.
      ******************************************************************
       01  HoldLogRecord.
           02  HG-Timestamp        PIC X(21).
           02  FILLER              PIC X.
           02  HG-Action           PIC X.
           02  FILLER              PIC X.
           02  HG-HoldImage        PIC X(80).

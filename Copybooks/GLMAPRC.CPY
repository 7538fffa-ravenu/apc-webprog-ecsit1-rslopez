      ******************************************************************
      * Shared COAMAP.DAT chart-of-accounts mapping record - one card
      * per source, transaction type and department, giving the
      * general ledger account code and cost centre its GLINTF.DAT
      * legs post to. A department of "*" is the catch-all for the
      * source and transaction type - used for the student-side
      * sources, which carry no department, and for any payroll
      * department without a card of its own. A leg matching no
      * card stops the posting and is listed on GLEXCEPT.LST.
      * Include under an FD whose SELECT names the file GlMapFile.
      * Kept by hand like the RUNPARM.DAT card; read by GLPost.
      ******************************************************************
       01  GlMapRecord.
           02  GM-Source           PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  GM-TransType        PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  GM-Department       PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  GM-AccountCode      PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  GM-CostCentre       PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  GM-Description      PIC X(30).

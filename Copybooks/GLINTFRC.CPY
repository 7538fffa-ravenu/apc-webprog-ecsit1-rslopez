      ******************************************************************
      * Shared GLINTF.DAT general ledger interface record - one line
      * per journal leg, appended by each money-moving run through
      * the shared WriteGlLine paragraph (GLINTFPG): the source run,
      * the business date it booked under, the transaction type and
      * the department it arose in (spaces where the source has no
      * departments), D(ebit) or C(redit), the amount and a
      * reference back to the source's own register. Every source
      * writes its legs in balance - its debits equal its credits -
      * and GLPost proves that before anything reaches the ledger.
      * The account code and cost centre are not carried here: GLPost
      * looks them up on the COAMAP.DAT chart-of-accounts mapping by
      * source, transaction type and department, so a mapping put
      * right is picked up on the next posting without rerunning the
      * source. Include under an FD whose SELECT names the file
      * GlIntfFile. Written by TC_Commands2, TuitionBilling,
      * PaymentEntry and WithdrawalRefund; read by GLPost, which
      * renames it GLINTF.DON once posted.
      ******************************************************************
       01  GlInterfaceRecord.
           02  GI-Source           PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  GI-PostDate         PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  GI-TransType        PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  GI-Department       PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  GI-DrCr             PIC X.
               88 GI-Debit                     VALUE "D".
               88 GI-Credit                    VALUE "C".
           02  FILLER              PIC X       VALUE SPACE.
           02  GI-Amount           PIC 9(9)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  GI-Reference        PIC X(20).

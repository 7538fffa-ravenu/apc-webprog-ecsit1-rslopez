      ******************************************************************
      * Shared SPONLEDG.DAT sponsor accounts ledger record - the
      * sponsor-side twin of STUDLEDG.DAT, appended in arrival order
      * and never rewritten: a D(ebit) per student covered on a
      * sponsor invoice, a C(redit) per sponsor payment received or
      * per withdrawal or course drop credit note returning the
      * sponsor's share.
      * SJ-StudentId names the student an invoice or credit note
      * line is for, and is zero on a payment. A sponsor's open
      * balance is the sum of its debits less the sum of its
      * credits.
      * Include under an FD whose SELECT names the file
      * SponsorLedgerFile. Written by TuitionBilling (invoice
      * debits), PaymentEntry (payment credits) and WithdrawalRefund
      * (credit notes); read by AgedDebtRpt.
      ******************************************************************
       01  SponsorLedgerRecord.
           02  SJ-SponsorCode      PIC X(6).
           02  FILLER              PIC X       VALUE SPACE.
           02  SJ-TransType        PIC X.
           02  FILLER              PIC X       VALUE SPACE.
           02  SJ-TransDate        PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  SJ-Amount           PIC 9(7)V99.
           02  FILLER              PIC X       VALUE SPACE.
           02  SJ-Reference        PIC X(12).
           02  FILLER              PIC X       VALUE SPACE.
           02  SJ-StudentId        PIC 99(9).

      ******************************************************************
      * Shared SPONSORS.DAT sponsor master record - keyed by
      * SN-SponsorCode, one record per employer, agency, trust or
      * internal fund that pays some or all of a student's fees
      * under an AWARDS.DAT award: its name and the address its
      * consolidated invoice is posted to. SN-ChangedDate is the
      * business date the record was last keyed.
      * Include under an FD whose SELECT names the file SponsorFile.
      * Maintained by SponsorMaint.cbl; read by AwardMaint to
      * validate an award's sponsor, by TuitionBilling to address
      * the sponsor invoices, and by PaymentEntry and AgedDebtRpt.
      ******************************************************************
       01  SponsorRecord.
           02  SN-SponsorCode      PIC X(6).
           02  SN-SponsorName      PIC X(30).
           02  SN-Address.
               03  SN-AddrLine1    PIC X(30).
               03  SN-AddrLine2    PIC X(30).
               03  SN-Town         PIC X(20).
               03  SN-Postcode     PIC X(8).
           02  SN-ChangedDate      PIC 9(8).
           02  FILLER              PIC X(10).

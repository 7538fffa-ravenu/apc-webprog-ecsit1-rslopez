      ******************************************************************
      * Shared TAXCERT.DAT tax-credit certificate - keyed by
      * TC-EmployeeId, one record per employee: the tax year the
      * certificate is for, the basis it is to be operated on, and
      * the employee's own yearly standard-rate cut-off point and
      * tax credits. TC-Basis: C(umulative) - tax worked on the
      * year-to-date pay against the year-to-date share of the
      * cut-off and credits, so an under- or over-deduction rights
      * itself; W(eek-1) - each period taxed alone on its own share;
      * E(mergency) - no credits and no standard-rate band, for a
      * new starter the revenue authority has not yet certified.
      * TC-Source is R - the record came from the revenue
      * authority's certificate file, the only source there is.
      * Include under an FD whose SELECT names the file TaxCertFile.
      * Loaded by TaxCertImport.cbl; read by the TC_Commands2 payroll
      * run's ComputeTax.
      ******************************************************************
       01  TaxCertRecord.
           02  TC-EmployeeId       PIC 9(6).
           02  TC-TaxYear          PIC 9(4).
           02  TC-Basis            PIC X.
           02  TC-CutOff           PIC 9(6)V99.
           02  TC-Credits          PIC 9(6)V99.
           02  TC-EffectiveDate    PIC 9(8).
           02  TC-Source           PIC X.
           02  TC-Updated          PIC 9(8).

      * the BackPay run settles the difference for periods already
      * paid at the old rate.
      * Include under an FD whose SELECT names the file RateHistFile.
      * Written by EmpMaint on every Add, and by ChangeApprove when a
      * rate change parked by EmpMaint is approved; read by
      * the TC_Commands2 payroll run to pick the rate in force for
      * the period being paid, and by BackPay.cbl.
      ******************************************************************

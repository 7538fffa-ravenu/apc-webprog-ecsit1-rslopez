      ******************************************************************
      * Shared RETAKEPARM.DAT parameter card - one record saying
      * which attempt at a retaken course counts: B(est) mark, or the
      * L(atest) attempt by term. Best stands when no card is
      * present. Include under an FD whose SELECT names the file
      * RetakeParmFile; read through ReadRetakePolicy (RETAKPG).
      ******************************************************************
       01  RetakeParmRecord.
           02  RP-CountPolicy      PIC X.

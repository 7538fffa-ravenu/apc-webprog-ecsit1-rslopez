      ******************************************************************
      * Shared STUDCONT.DAT student contact record - keyed by
      * CT-StudentId, one record per student on STUDENTS.DAT: the
      * term-time and home addresses, which of the two documents are
      * posted to (CT-MailTo T(erm) or H(ome)), and the student's
      * e-mail and phone. CT-ChangedDate is the business date the
      * record was last keyed or loaded.
      * Include under an FD whose SELECT names the file ContactFile.
      * Maintained by ContactMaint.cbl and loaded from the ADMISS.CSV
      * contact columns by AdmissionsImport; read through STADDRPG by
      * TuitionBilling, StudentStatement and WithdrawalRefund to
      * address their documents, shown by StudentProfile, and read
      * by NotifyDispatch for the e-mail or phone a notice goes to.
      ******************************************************************
       01  StudentContactRecord.
           02  CT-StudentId        PIC 99(9).
           02  CT-MailTo           PIC X.
               88 CT-MailToTerm                VALUE "T".
               88 CT-MailToHome                VALUE "H".
           02  CT-Phone            PIC X(15).
           02  CT-Email            PIC X(40).
           02  CT-TermAddress.
               03  CT-TermLine1    PIC X(30).
               03  CT-TermLine2    PIC X(30).
               03  CT-TermTown     PIC X(20).
               03  CT-TermPostcode PIC X(8).
           02  CT-HomeAddress.
               03  CT-HomeLine1    PIC X(30).
               03  CT-HomeLine2    PIC X(30).
               03  CT-HomeTown     PIC X(20).
               03  CT-HomePostcode PIC X(8).
           02  CT-ChangedDate      PIC 9(8).

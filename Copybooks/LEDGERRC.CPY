      * arrival order the same way STUDHIST.DAT is: a D(ebit) per
      * invoice raised, a C(redit) per payment received or credit
      * note issued. A student's open balance is the sum of their
      * debits less the sum of their credits - no amount on this
      * file is ever rewritten, corrections are posted as new
      * entries. The one exception is StudentMerge, which re-keys a
      * merged-away student's entries to the surviving StudentId,
      * dates, amounts and references unchanged.
      * Include under an FD whose SELECT names the file LedgerFile.
      * Written by TuitionBilling (invoice debits, referenced with
      * the invoice number), PaymentEntry, BankLodgeMatch and
      * SuspenseClear (payment credits) and WithdrawalRefund (credit
      * notes - CREDITNOTE on a withdrawal, DROP and the course code
      * on a single dropped course); read by StudentStatement,
      * AgedDebtRpt, and PlanMaint and PlanCheck for payment plans.
      ******************************************************************
       01  StudentLedgerRecord.
           02  LG-StudentId        PIC 99(9).

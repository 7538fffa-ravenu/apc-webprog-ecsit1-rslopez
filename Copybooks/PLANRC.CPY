      ******************************************************************
      * Shared PAYPLANS.DAT tuition payment plan record - keyed by
      * the composite PP-PlanKey (StudentId + term), one plan per
      * student per term, agreed for the balance the student owed on
      * STUDLEDG.DAT the day it was set up (PP-PlanBalance, dated
      * PP-SetupDate) and split into up to six instalments in due
      * date order whose amounts add up to that balance. Payments
      * are taken against the instalments oldest-due first. A plan
      * is A(ctive) until PlanCheck finds it fully paid and marks it
      * C(ompleted), or finds an instalment unpaid for longer than
      * the PLANPARM.DAT grace days and marks it B(roken) on
      * PP-BrokenDate - from then on the whole balance is due and is
      * aged as if there had been no plan.
      * Include under an FD whose SELECT names the file PlanFile.
      * Maintained by PlanMaint.cbl; checked nightly by PlanCheck and
      * read by AgedDebtRpt (PLANPG).
      ******************************************************************
       01  PaymentPlanRecord.
           02  PP-PlanKey.
               03  PP-StudentId    PIC 99(9).
               03  PP-TermCode     PIC X(6).
           02  PP-PlanStatus       PIC X.
               88 PP-Active                    VALUE "A".
               88 PP-Broken                    VALUE "B".
               88 PP-Completed                 VALUE "C".
           02  PP-PlanBalance      PIC 9(7)V99.
           02  PP-SetupDate        PIC 9(8).
           02  PP-SetupBy          PIC X(8).
           02  PP-BrokenDate       PIC 9(8).
           02  PP-InstalmentCount  PIC 9.
           02  PP-Instalment OCCURS 6 TIMES.
               03  PP-DueDate      PIC 9(8).
               03  PP-InstAmount   PIC 9(7)V99.
           02  FILLER              PIC X(10).

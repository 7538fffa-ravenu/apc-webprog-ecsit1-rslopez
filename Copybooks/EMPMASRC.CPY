      * the payroll run derives it from the week's TIMESHEET.DAT
      * hours at EM-HourlyRate, with overtime above the RUNPARM.DAT
      * standard-hours threshold paid at the overtime multiplier.
      * EM-LeaverDetails carry the employee through leaving: EmpMaint
      * records the leaving date and sets EM-Status to L; the first
      * payroll run on or after that date makes the final pay (any
      * accrued leave not taken, outstanding back pay, no voluntary
      * deductions), prints the cessation certificate from PAYYTD.DAT
      * and sets X with the date it paid. A left employee is never
      * paid again but stays on file, so the year-to-date link holds
      * through RevenueExtract and YearEndStatement.
      * EM-PayBasis says how the employee is paid - H(ourly), at the
      * rate in force on the timesheet hours, or S(alaried), a share
      * of EM-AnnualSalary each pay period with no timesheet needed -
      * and EM-PayFrequency how often: W(eekly), F(ortnightly) or
      * M(onthly), the payroll run paying each group only on its own
      * paydays. Records from before these fields existed hold
      * spaces there and read as hourly and weekly. The trailing
      * FILLER is spare, kept so the next field added to the master
      * does not need another conversion of EMPMAST.DAT.
       01  EmployeeMaster.
           02  EM-EmployeeId       PIC 9(6).
           02  EM-EmployeeName     PIC X(20).
                                  ==:YEAR:==  BY ==EM-HireYear==
                                  ==:MONTH:== BY ==EM-HireMonth==
                                  ==:DAY:==   BY ==EM-HireDay==.
           02  EM-LeaverDetails.
               03  EM-Status       PIC X.
                   88 EM-Active                VALUE "A".
                   88 EM-Leaving               VALUE "L".
                   88 EM-Left                  VALUE "X".
               03  EM-LeaveDate    PIC 9(8).
               03  EM-FinalPayDate PIC 9(8).
           02  EM-PayBasis         PIC X.
               88 EM-Hourly                    VALUE "H" SPACE.
               88 EM-Salaried                  VALUE "S".
           02  EM-PayFrequency     PIC X.
               88 EM-PaidWeekly                VALUE "W" SPACE.
               88 EM-PaidFortnightly           VALUE "F".
               88 EM-PaidMonthly               VALUE "M".
           02  EM-AnnualSalary     PIC 9(7)V99.
           02  FILLER              PIC X(9).

      ******************************************************************
      * Shared AWARDS.DAT student award record - keyed by
      * AW-AwardKey, the StudentId followed by the term the award
      * covers and the sponsor paying it, one record per award. An
      * award is a S(cholarship), B(ursary) or P (sponsorship by an
      * employer or agency), worth either a percentage of the term's
      * invoice (AW-Basis P, AW-Percent) or a fixed sum (AW-Basis F,
      * AW-FixedAmount), and is always paid by a sponsor on
      * SPONSORS.DAT - the university's own scholarship funds are
      * set up there as sponsors like any other. The sponsor's share
      * is billed to the sponsor, not the student.
      * Include under an FD whose SELECT names the file AwardFile.
      * Maintained by AwardMaint.cbl; applied through
      * ApplyStudentAwards (AWARDPG) by TuitionBilling and
      * WithdrawalRefund.
      ******************************************************************
       01  StudentAwardRecord.
           02  AW-AwardKey.
               03  AW-StudentId    PIC 99(9).
               03  AW-TermCode     PIC X(6).
               03  AW-SponsorCode  PIC X(6).
           02  AW-AwardType        PIC X.
               88 AW-Scholarship               VALUE "S".
               88 AW-Bursary                   VALUE "B".
               88 AW-Sponsorship               VALUE "P".
           02  AW-Basis            PIC X.
               88 AW-PercentBasis              VALUE "P".
               88 AW-FixedBasis                VALUE "F".
           02  AW-Percent          PIC 9(3)V99.
           02  AW-FixedAmount      PIC 9(7)V99.
           02  FILLER              PIC X(10).

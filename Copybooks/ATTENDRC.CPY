      * Maintained by AttendMaint.cbl (interactive and ATTRANS.DAT
      * batch modes, fed from the lecturers' sheets); read by
      * AttendanceRpt.cbl for the per-course register and the
      * below-threshold absence exception list. StudentMerge moves
      * a merged-away student's marks to the surviving StudentId.
      ******************************************************************
       01  AttendRecord.
           02  AT-AttendKey.

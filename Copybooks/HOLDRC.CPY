      ******************************************************************
      * Shared HOLDS.DAT student hold record - keyed by the composite
      * HO-HoldKey (StudentId + hold type), so a student carries at
      * most one hold of each type: F(inancial), L(ibrary),
      * D(isciplinary) or A(dmissions). What each type stops is
      * fixed here - registration holds refuse an enrollment Add,
      * transcript holds have TranscriptRpt withhold the transcript.
      * A hold is active from HO-PlacedDate until HO-ReleaseDate; a
      * zero release date means held until someone releases it, and
      * a future one is a hold placed for a set period. A released
      * record stays on file until the same type is placed again.
      * Include under an FD whose SELECT names the file HoldFile.
      * Placed and released through HoldMaint.cbl, financial holds
      * also placed by AgedDebtRpt on debt over 90 days; tested
      * through HOLDCKPG by EnrollMaint and TranscriptRpt. Every
      * placing and release is journalled on HOLDLOG.DAT (HOLDLGRC).
      ******************************************************************
       01  StudentHoldRecord.
           02  HO-HoldKey.
               03  HO-StudentId    PIC 99(9).
               03  HO-HoldType     PIC X.
                   88 HO-Financial             VALUE "F".
                   88 HO-Library               VALUE "L".
                   88 HO-Disciplinary          VALUE "D".
                   88 HO-Admissions            VALUE "A".
                   88 HO-ValidType             VALUE "F" "L" "D" "A".
                   88 HO-BlocksRegistration    VALUE "F" "D" "A".
                   88 HO-BlocksTranscript      VALUE "F" "L" "D".
           02  HO-PlacedDate       PIC 9(8).
           02  HO-PlacedBy         PIC X(8).
           02  HO-Reason           PIC X(30).
           02  HO-ReleaseDate      PIC 9(8).
           02  HO-ReleasedBy       PIC X(8).

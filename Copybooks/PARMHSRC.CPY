      ******************************************************************
      * Shared PARMHIST.DAT parameter change history record - one
      * line per parameter whose value in force changed between one
      * cycle and the next, appended in the order found: the
      * business date of the cycle that first ran with the new
      * value, the card (PX-CardName, the card's file name) and the
      * parameter on it, and the value before and after. The value
      * is the one the programs actually use - a field left off the
      * card shows its program default. A parameter first seen has
      * an old value of (NOT HELD); one no longer on a card, such as
      * a RETENPARM.DAT line taken out, a new value of (NOT HELD).
      * Include under an FD whose SELECT names the file ParmHistFile.
      * Written by ParmCheck.
      ******************************************************************
       01  ParmHistRecord.
           02  PX-ChangeDate       PIC 9(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  PX-CardName         PIC X(14).
           02  FILLER              PIC X       VALUE SPACE.
           02  PX-ParmName         PIC X(33).
           02  FILLER              PIC X       VALUE SPACE.
           02  PX-OldValue         PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  PX-NewValue         PIC X(20).

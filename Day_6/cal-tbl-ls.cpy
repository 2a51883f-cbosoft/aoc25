      *****************************************************************
      *  CAL-TBL-LS - LINKAGE SECTION COUNTERPART OF CAL-TBL, FOR A
      *  PROGRAM THAT RECEIVES THE CALENDAR TABLE AS A CALL PARAMETER
      *  (SEE CAL-CHK) INSTEAD OF OWNING IT.  SAME LAYOUT AS
      *  CAL-TBL, JUST UNDER THE LS- STEM THIS SHOP USES FOR
      *  LINKAGE ITEMS.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-14 RM    FIRST WRITTEN.
      *****************************************************************
       01 LS-T-CAL.
           03 LS-CAL-CNT PIC 9(04).
           03 LS-CAL OCCURS 6000 TIMES.
               05 LS-CAL-DATE PIC 9(08).
               05 LS-CAL-TYPE PIC X(01).

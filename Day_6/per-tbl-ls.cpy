      *****************************************************************
      *  PER-TBL-LS - LINKAGE SECTION COUNTERPART OF PER-TBL, FOR A
      *  PROGRAM THAT RECEIVES THE PERIODS TABLE AS A CALL PARAMETER
      *  (SEE PER-CHK) INSTEAD OF OWNING IT.  SAME LAYOUT AS
      *  PER-TBL, JUST UNDER THE LS- STEM THIS SHOP USES FOR
      *  LINKAGE ITEMS.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-13 RM    FIRST WRITTEN.
      *****************************************************************
       01 LS-T-PER.
           03 LS-PER-CNT PIC 9(04).
           03 LS-PER OCCURS 600 TIMES.
               05 LS-PER-PERIOD PIC 9(06).
               05 LS-PER-STATUS PIC X(01).
               05 LS-PER-ORIGIN PIC X(01).

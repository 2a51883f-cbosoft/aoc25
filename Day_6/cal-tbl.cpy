      *****************************************************************
      *  CAL-TBL - THE CALENDAR BUSINESS CALENDAR (SEE CAL-REC) HELD
      *  IN STORAGE, ONE ENTRY PER DAY IN DATE ORDER, FOR THE CAL-CHK
      *  LOOKUP.  COPY THIS MEMBER INTO A WORKING-STORAGE SECTION
      *  WHEREVER THIS LAYOUT IS NEEDED (SEE CAL-TBL-LS FOR THE
      *  LINKAGE SECTION EQUIVALENT, WHICH IS WHAT CAL-CHK RECEIVES)
      *  SO IT ONLY HAS TO CHANGE IN ONE PLACE.  6000 ENTRIES IS
      *  SIXTEEN YEARS OF DAYS.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-14 RM    FIRST WRITTEN.
      *****************************************************************
       01 WS-T-CAL.
           03 WS-CAL-CNT PIC 9(04) VALUE 0.
           03 WS-CAL OCCURS 6000 TIMES.
               05 WS-CAL-DATE PIC 9(08).
               05 WS-CAL-TYPE PIC X(01).

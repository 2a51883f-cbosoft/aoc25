      *****************************************************************
      *  PER-TBL - THE PERIODS CONTROL FILE (SEE PER-REC) HELD IN
      *  STORAGE, ONE ENTRY PER PERIOD IN PERIOD ORDER, FOR THE
      *  PER-CHK LOOKUP.  COPY THIS MEMBER INTO A WORKING-STORAGE
      *  SECTION WHEREVER THIS LAYOUT IS NEEDED (SEE PER-TBL-LS FOR
      *  THE LINKAGE SECTION EQUIVALENT, WHICH IS WHAT PER-CHK
      *  RECEIVES) SO IT ONLY HAS TO CHANGE IN ONE PLACE.  600
      *  ENTRIES IS FIFTY YEARS OF MONTHS.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-13 RM    FIRST WRITTEN.
      *****************************************************************
       01 WS-T-PER.
           03 WS-PER-CNT PIC 9(04) VALUE 0.
           03 WS-PER OCCURS 600 TIMES.
               05 WS-PER-PERIOD PIC 9(06).
               05 WS-PER-STATUS PIC X(01).
               05 WS-PER-ORIGIN PIC X(01).

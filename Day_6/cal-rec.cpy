      *****************************************************************
      *  CAL-REC - SHOP BUSINESS CALENDAR RECORD (CALENDAR), ONE PER
      *  CALENDAR DAY, HELD SORTED BY DATE WITH NO GAPS - EVERY DAY
      *  FROM THE FIRST YEAR LOADED TO THE LAST IS ON FILE.  SAYS
      *  WHETHER THE NIGHTLY CYCLE RUNS FOR THE DAY:
      *
      *    B  BUSINESS DAY  DAY6JOB RUNS A CYCLE FOR THE DAY
      *    W  WEEKEND       NO CYCLE
      *    H  HOLIDAY       NO CYCLE - CAL-DESC NAMES THE HOLIDAY
      *
      *  THE GUARD (DAY6GRD) EXPECTS EACH CYCLE TO BE THE NEXT
      *  BUSINESS DAY AFTER THE LAST ONE, SO PRVDAY IS ALWAYS THE
      *  PREVIOUS BUSINESS DAY; DAY6MAV'S HISTORY WINDOW AND THE
      *  APPROVAL AND SUSPENSE AGES (DAY6APP, DAY6RCY) ARE COUNTED
      *  IN BUSINESS DAYS OFF IT.  THE FILE IS KEPT THROUGH DAY6CAL
      *  (SEE DAY6CALJ) - A YEAR IS GENERATED WHOLE, WEEKDAYS AS
      *  BUSINESS DAYS, AND THE HOLIDAYS ARE THEN KEYED AGAINST IT.
      *  NO HAND EDITS.  CAL-CHANGED AND CAL-USER SAY WHEN AND BY
      *  WHOM THE DAY WAS LAST SET.  COPY THIS MEMBER UNDER THE
      *  CALENDAR FD WHEREVER THE LAYOUT IS NEEDED; CAL-TBL HOLDS
      *  THE FILE IN STORAGE FOR THE CAL-CHK LOOKUP.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-14 RM    FIRST WRITTEN.
      *****************************************************************
       01  CAL-RECORD.
           03 CAL-DATE PIC 9(08).
           03 CAL-FILL-1 PIC X(01).
           03 CAL-DAY-NAME PIC X(03).
           03 CAL-FILL-2 PIC X(01).
           03 CAL-TYPE PIC X(01).
               88 CAL-BUSINESS VALUE "B".
               88 CAL-WEEKEND VALUE "W".
               88 CAL-HOLIDAY VALUE "H".
           03 CAL-FILL-3 PIC X(01).
           03 CAL-DESC PIC X(20).
           03 CAL-FILL-4 PIC X(01).
           03 CAL-CHANGED PIC 9(08).
           03 CAL-FILL-5 PIC X(01).
           03 CAL-USER PIC X(08).

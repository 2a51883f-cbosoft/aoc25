      *****************************************************************
      *  SCH-REC - PART ARRIVAL SCHEDULE MASTER RECORD (SCHEDMST).
      *  SAYS ON WHICH CYCLES A PART'S BATCH IS EXPECTED FROM THE
      *  KEYING OFFICE, SO THE DAY'S BATCH REGISTER (BATCHREG) CAN BE
      *  GENERATED BY DAY6BRG INSTEAD OF BUILT BY HAND:
      *
      *    D  DAILY       EVERY CYCLE
      *    W  WEEKDAYS    THE CYCLES FALLING ON THE DAYS MARKED "Y"
      *                   IN SK-DAYS - POSITION 1 MONDAY THROUGH
      *                   POSITION 7 SUNDAY
      *    M  MONTH-END   THE LAST BUSINESS DAY OF THE MONTH ON THE
      *                   BUSINESS CALENDAR
      *    A  AD HOC      EVERY CYCLE FROM SK-FROM TO SK-TO - BOTH
      *                   DATES ARE NEEDED
      *
      *  SK-FROM AND SK-TO (YYYYMMDD, INCLUSIVE) LIMIT ANY FREQUENCY
      *  TO A DATE RANGE - ZERO LEAVES THAT END OPEN, SO A PART
      *  JOINING OR LEAVING THE SCHEDULE IS DATED IN ADVANCE RATHER
      *  THAN REMEMBERED ON THE DAY.  A PART MAY HAVE MORE THAN ONE
      *  LINE (SAY WEEKLY ON MONDAYS AND AGAIN AT MONTH-END); IT IS
      *  REGISTERED ONCE WHEN ANY OF ITS LINES FALLS DUE.  SK-NOTE IS
      *  FREE TEXT FOR THE CONTROL DESK AND IS PRINTED ON THE REGISTER
      *  LISTING.  COPY THIS MEMBER UNDER THE SCHEDMST FD WHEREVER
      *  THE LAYOUT IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-26 RM    FIRST WRITTEN.
      *****************************************************************
       01  SK-RECORD.
           03 SK-PART-NO PIC X(05).
           03 SK-FILL-1 PIC X(01).
           03 SK-FREQ PIC X(01).
               88 SK-DAILY VALUE "D".
               88 SK-WEEKDAYS VALUE "W".
               88 SK-MONTH-END VALUE "M".
               88 SK-AD-HOC VALUE "A".
           03 SK-FILL-2 PIC X(01).
           03 SK-DAYS PIC X(07).
           03 SK-DAY-FLAGS REDEFINES SK-DAYS.
               05 SK-DAY PIC X(01) OCCURS 7 TIMES.
           03 SK-FILL-3 PIC X(01).
           03 SK-FROM PIC 9(08).
           03 SK-FILL-4 PIC X(01).
           03 SK-TO PIC 9(08).
           03 SK-FILL-5 PIC X(01).
           03 SK-NOTE PIC X(30).

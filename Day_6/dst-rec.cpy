      *****************************************************************
      *  DST-REC - REPORT DISTRIBUTION CONTROL RECORD (DISTCTL), ONE
      *  PER REPORT PER SLICE A RECIPIENT IS TO RECEIVE.  DAY6BST
      *  BURSTS THE NIGHT'S AND THE MONTH-END'S REPORTS BY IT SO EACH
      *  KEYING OFFICE AND DEPARTMENT GETS ITS OWN LINES ONLY:
      *
      *    DST-REPORT     RPTOUT   THE DAY6RPT STATEMENT
      *                   CLSRPT   THE DAY6CLS CLOSING STATEMENT
      *                   WRKRPT   THE DAY6WRK MORNING WORKLIST
      *                   AGERPT   THE DAY6APP APPROVAL AGING REPORT
      *                   WSREJ    THE SUSPENSE LISTING (WSREJ1 AND
      *                            WSREJ2 TOGETHER)
      *    DST-KEY-TYPE   "D"  THE LINES OF PARTS WHOSE PARTMST
      *                        OWNING DEPARTMENT IS DST-KEY
      *                   "S"  THE LINES KEYED AT SITE DST-KEY - ONLY
      *                        THE SUSPENSE LISTING CARRIES A SITE
      *                   "*"  THE WHOLE REPORT (DST-KEY BLANK)
      *    DST-RECIP      THE RECIPIENT'S ROUTING CODE - EVERY LINE
      *                   OF ITS OUTPUT CARRIES IT
      *    DST-CLASS      OUTPUT CLASS FOR THE RECIPIENT
      *    DST-COPIES     COPIES TO PRINT, 01 TO 99
      *    DST-NAME       THE NAME PRINTED ON THE COVER SHEET
      *
      *  A RECIPIENT MAY HAVE ANY NUMBER OF RECORDS; ITS CLASS AND
      *  COPIES ARE TAKEN FROM THE FIRST.  COPY THIS MEMBER UNDER THE
      *  DISTCTL FD WHEREVER THE LAYOUT IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-22 RM    FIRST WRITTEN.
      *****************************************************************
       01  DST-RECORD.
           03 DST-REPORT PIC X(08).
           03 DST-FILL-1 PIC X(01).
           03 DST-KEY-TYPE PIC X(01).
               88 DST-BY-DEPT VALUE "D".
               88 DST-BY-SITE VALUE "S".
               88 DST-WHOLE VALUE "*".
           03 DST-FILL-2 PIC X(01).
           03 DST-KEY PIC X(04).
           03 DST-FILL-3 PIC X(01).
           03 DST-RECIP PIC X(08).
           03 DST-FILL-4 PIC X(01).
           03 DST-CLASS PIC X(01).
           03 DST-FILL-5 PIC X(01).
           03 DST-COPIES PIC 9(02).
           03 DST-FILL-6 PIC X(01).
           03 DST-NAME PIC X(30).

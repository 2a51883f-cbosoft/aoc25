      *****************************************************************
      *  PER-REC - ACCOUNTING PERIOD CONTROL RECORD (PERIODS), ONE
      *  PER CALENDAR MONTH, HELD SORTED BY PERIOD.  SAYS WHETHER
      *  THE LEDGER STILL TAKES POSTINGS FOR THE MONTH:
      *
      *    O  OPEN         POSTINGS GO IN AS DATED
      *    S  SOFT-CLOSED  FINANCE IS CLOSING THE MONTH - POSTINGS
      *                    STILL GO IN AS DATED BUT EVERY ONE IS
      *                    LISTED ON THE POSTING STEP'S PERIOD
      *                    EXCEPTIONS REPORT
      *    H  HARD-CLOSED  NOTHING MORE GOES IN - A POSTING DATED
      *                    INTO THE MONTH IS REDIRECTED TO THE FIRST
      *                    LATER MONTH THAT IS NOT HARD-CLOSED AND
      *                    LISTED ON THE EXCEPTIONS REPORT
      *
      *  A MONTH WITH NO RECORD IS OPEN.  FINANCE MOVES PERIODS
      *  THROUGH DAY6PER (SEE DAY6PERJ) AND THE MONTH-END CLOSE
      *  (DAY6CLS) HARD-CLOSES THE MONTH IT HAS ROLLED OFF THE LIVE
      *  MASTER - NO HAND EDITS.  PER-ORIGIN SAYS WHICH OF THE TWO
      *  SET THE STATUS: "C" THE MONTH-END CLOSE, "F" A FINANCE
      *  TRANSACTION.  PER-CHANGED AND PER-USER SAY WHEN AND BY
      *  WHOM.  COPY THIS MEMBER UNDER THE PERIODS FD WHEREVER THE
      *  LAYOUT IS NEEDED; PER-TBL HOLDS THE FILE IN STORAGE FOR
      *  THE PER-CHK LOOKUP.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-13 RM    FIRST WRITTEN.
      *****************************************************************
       01  PER-RECORD.
           03 PER-PERIOD PIC 9(06).
           03 PER-FILL-1 PIC X(01).
           03 PER-STATUS PIC X(01).
               88 PER-OPEN VALUE "O".
               88 PER-SOFT-CLOSED VALUE "S".
               88 PER-HARD-CLOSED VALUE "H".
           03 PER-FILL-2 PIC X(01).
           03 PER-ORIGIN PIC X(01).
               88 PER-BY-CLOSE VALUE "C".
               88 PER-BY-FINANCE VALUE "F".
           03 PER-FILL-3 PIC X(01).
           03 PER-CHANGED PIC 9(08).
           03 PER-FILL-4 PIC X(01).
           03 PER-USER PIC X(08).

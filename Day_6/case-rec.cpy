      *****************************************************************
      *  CASE-REC - RECONCILIATION MISMATCH CASE RECORD (CASEMST),
      *  ONE PER NON-MATCH RECON-TOT HAS EVER REPORTED ON RECOUT,
      *  KEYED BY PART NUMBER AND THE CYCLE DATE IT WAS FOUND ON.
      *  DAY6CAS OPENS THE CASE THE NIGHT THE MISMATCH APPEARS AND
      *  CLOSES IT WHEN A RESOLUTION CARD IS KEYED; A CLOSED CASE
      *  STAYS ON FILE AS THE RECORD OF WHAT WAS DONE ABOUT IT.
      *  DAY6APP READS THE FILE TO HOLD BACK A PART THAT STILL HAS
      *  A CASE OPEN.
      *
      *  KS-KIND IS RECON-TOT'S RESULT AS REPORTED (MISMATCH, P1
      *  ONLY, P2 ONLY) AND THE TWO TOTALS ARE ITS TWO SIDES.
      *  KS-POSTED IS "Y" WHEN THE ROW/COLUMN BATCH HAD ALREADY BEEN
      *  APPROVED FOR POSTING - AND SO WENT TO THE GL EXTRACT THAT
      *  CYCLE - WHEN THE MISMATCH WAS FOUND.  ONLY CASES OPENED
      *  WHILE THE RECONCILIATION STILL RAN AFTER APPROVAL CAN SAY
      *  "Y"; ONE OPENED SINCE IS "N", ITS BATCH HELD BY DAY6APP
      *  UNTIL THE CASE CLOSES.  KS-CORRECT IS WHICH
      *  KEYING THE RESOLVER FOUND RIGHT: "1" THE ROW/COLUMN SHEET
      *  (DAY6P1), "2" THE CROSSWISE SHEET (DAY6P2), "N" NEITHER.
      *  KS-REFERENCE IS THE CORRECTION OR ADJUSTMENT THAT PUT IT
      *  RIGHT (RECYCLE BATCH, DAY6ADJ CARD, JOURNAL NUMBER).
      *  COPY THIS MEMBER UNDER THE CASEMST FD WHEREVER THE LAYOUT
      *  IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-18 RM    FIRST WRITTEN.
      *  2026-09-27 RM    KS-POSTED IS "N" ON EVERY NEW CASE - THE
      *                   RECONCILIATION NOW RUNS AHEAD OF APPROVAL.
      *****************************************************************
       01  KS-RECORD.
           03 KS-PART-NO PIC X(05).
           03 KS-FILL-1 PIC X(01).
           03 KS-CYCLE-DATE PIC 9(08).
           03 KS-FILL-2 PIC X(01).
           03 KS-SITE PIC X(03).
           03 KS-FILL-3 PIC X(01).
           03 KS-KIND PIC X(08).
           03 KS-FILL-4 PIC X(01).
           03 KS-TOTAL-1 PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 KS-FILL-5 PIC X(01).
           03 KS-TOTAL-2 PIC S9(15) SIGN LEADING SEPARATE.
           03 KS-FILL-6 PIC X(01).
           03 KS-POSTED PIC X(01).
           03 KS-FILL-7 PIC X(01).
           03 KS-STATE PIC X(01).
               88 KS-OPEN VALUE "O".
               88 KS-CLOSED VALUE "C".
           03 KS-FILL-8 PIC X(01).
           03 KS-OPENED PIC 9(08).
           03 KS-FILL-9 PIC X(01).
           03 KS-RESOLVER PIC X(08).
           03 KS-FILL-10 PIC X(01).
           03 KS-RESOLVED PIC 9(08).
           03 KS-FILL-11 PIC X(01).
           03 KS-CORRECT PIC X(01).
           03 KS-FILL-12 PIC X(01).
           03 KS-REFERENCE PIC X(12).

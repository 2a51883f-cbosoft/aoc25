      *****************************************************************
      *  SMP-REC - INTERNAL AUDIT SAMPLE RECORD (SMPFILE), THE
      *  PERMANENT FILE OF EVERY MONTH'S AUDIT SAMPLE AND ITS
      *  SIGN-OFF.  DAY6SMP DRAWS A MONTH'S SAMPLE FROM THE POSTED
      *  BATCH LOG AND ADDS IT HERE, THEN RECORDS THE AUDITORS'
      *  PASS, FAIL AND QUERY RESULTS AGAINST IT.
      *
      *  EACH MONTH STARTS WITH A HEADER RECORD (AS-SAMPLE-NO ZERO)
      *  CARRYING THE SEED AND THE SETTINGS THE SAMPLE WAS DRAWN
      *  WITH - THE SAMPLING RATE AND MINIMUM PER STRATUM, THE
      *  UPPER LIMITS OF AMOUNT BANDS 1 TO 3 (BAND 4 IS EVERYTHING
      *  ABOVE), THE BASE AMOUNT OVER WHICH A BATCH IS ALWAYS
      *  TAKEN, HOW MANY BATCHES POSTED IN THE MONTH AND HOW MANY
      *  WERE SAMPLED - SO THE SELECTION CAN BE DRAWN AGAIN AND
      *  SHOWN TO COME OUT THE SAME.  ITS SAMPLED BATCHES FOLLOW,
      *  NUMBERED FROM 0001 IN SITE ORDER.
      *
      *  AS-KEYED-DATE IS THE CYCLE THE BATCH'S SHEETS WERE KEYED
      *  FOR (THE ORIGINAL CYCLE OF A RECYCLED BATCH) - WHAT THE
      *  KEYING OFFICE FILES THE PAPER UNDER; AS-CYCLE-DATE IS THE
      *  CYCLE IT POSTED ON.  AS-REASONS SAYS WHY IT WAS TAKEN:
      *  "L" OVER THE ALWAYS-TAKEN AMOUNT, "A" ADJUSTED THROUGH
      *  DAY6ADJ, "R" RECYCLED FROM SUSPENSE, "S" DRAWN AT RANDOM
      *  FROM ITS SITE AND AMOUNT BAND.  AS-STATE IS "O" UNTIL AN
      *  AUDITOR SIGNS IT OFF "P" PASS, "F" FAIL OR "Q" QUERY; A
      *  QUERY STAYS OPEN TO A LATER PASS OR FAIL.  AS-APPROVER IS
      *  WHO GAVE THE APPROVAL THAT POSTED THE BATCH AND AS-APPR1
      *  THE FIRST OF TWO WHERE TWO WERE NEEDED (ELSE SPACES) -
      *  NEITHER MAY SIGN IT OFF.  RECFM=FB, LRECL=164.  COPY THIS
      *  MEMBER UNDER THE SMPFILE FD WHEREVER THE LAYOUT IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-25 RM    FIRST WRITTEN.
      *  2026-09-27 RM    NEW AS-APPR1, THE FIRST OF TWO APPROVERS;
      *                   LRECL 155 TO 164.
      *****************************************************************
       01  AS-RECORD.
           03 AS-MONTH PIC 9(06).
           03 AS-FILL-1 PIC X(01).
           03 AS-SAMPLE-NO PIC 9(04).
               88 AS-HEADER VALUE 0.
           03 AS-FILL-2 PIC X(01).
           03 AS-SEED PIC 9(10).
           03 AS-FILL-3 PIC X(01).
           03 AS-BATCH.
               05 AS-PART-NO PIC X(05).
               05 AS-FILL-4 PIC X(01).
               05 AS-CYCLE-DATE PIC 9(08).
               05 AS-FILL-5 PIC X(01).
               05 AS-KEYED-DATE PIC 9(08).
               05 AS-FILL-6 PIC X(01).
               05 AS-SITE PIC X(03).
               05 AS-FILL-7 PIC X(01).
               05 AS-BAND PIC 9(01).
               05 AS-FILL-8 PIC X(01).
               05 AS-CCY PIC X(03).
               05 AS-FILL-9 PIC X(01).
               05 AS-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
               05 AS-FILL-10 PIC X(01).
               05 AS-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING
                   SEPARATE.
               05 AS-FILL-11 PIC X(01).
               05 AS-APPROVER PIC X(08).
               05 AS-FILL-12 PIC X(01).
               05 AS-APPR1 PIC X(08).
               05 AS-FILL-13 PIC X(01).
               05 AS-REASONS.
                   07 AS-R-LARGE PIC X(01).
                   07 AS-R-ADJUSTED PIC X(01).
                   07 AS-R-RECYCLED PIC X(01).
                   07 AS-R-RANDOM PIC X(01).
               05 AS-FILL-14 PIC X(01).
               05 AS-STATE PIC X(01).
                   88 AS-OPEN VALUE "O".
                   88 AS-PASSED VALUE "P".
                   88 AS-FAILED VALUE "F".
                   88 AS-QUERIED VALUE "Q".
               05 AS-FILL-15 PIC X(01).
               05 AS-AUDITOR PIC X(08).
               05 AS-FILL-16 PIC X(01).
               05 AS-SIGNED PIC 9(08).
               05 AS-FILL-17 PIC X(01).
               05 AS-COMMENT PIC X(30).
           03 AS-PARMS REDEFINES AS-BATCH.
               05 AS-P-PCT PIC 9(03).
               05 AS-P-FILL-1 PIC X(01).
               05 AS-P-MIN PIC 9(02).
               05 AS-P-BAND OCCURS 3 TIMES.
                   07 AS-P-BAND-FILL PIC X(01).
                   07 AS-P-BAND-LIMIT PIC 9(10).
               05 AS-P-FILL-2 PIC X(01).
               05 AS-P-ABOVE PIC 9(10).
               05 AS-P-FILL-3 PIC X(01).
               05 AS-P-POSTED PIC 9(05).
               05 AS-P-FILL-4 PIC X(01).
               05 AS-P-SAMPLED PIC 9(04).
               05 AS-P-FILL-5 PIC X(01).
               05 AS-P-DRAWN PIC 9(08).
               05 AS-P-FILL-6 PIC X(71).

      *****************************************************************
      *  PST-REC - POSTED BATCH LOG RECORD (POSTLOG), APPENDED BY
      *  DAY6APP FOR EVERY BATCH, FRESH OR CARRIED, THAT LEAVES IT
      *  POSTED, AND READ BY DAY6SMP TO DRAW THE MONTH'S AUDIT
      *  SAMPLE.  PS-CYCLE-DATE IS THE CYCLE THE BATCH POSTED ON
      *  (THE RUN DATE WHEN DAY6APP HAD NO CYCLE-DATE CARD);
      *  PS-FIRST-DATE THE CYCLE IT WAS FIRST OFFERED FOR APPROVAL
      *  ON, ZERO WHEN NOT KNOWN; PS-RCY-DATE THE ORIGINAL CYCLE OF
      *  A BATCH RECYCLED OUT OF SUSPENSE, ZERO FOR ONE THAT WAS
      *  NOT.  PS-APPROVER IS WHO GAVE THE APPROVAL THAT POSTED IT
      *  AND PS-APPR1 THE FIRST OF TWO WHERE TWO WERE NEEDED.  THE
      *  RUN DATE AND TIME STAMP EVERY RECORD OF ONE EXECUTION
      *  ALIKE - WHEN A CYCLE'S APPROVAL STEP IS RERUN ONLY THE
      *  LATEST STAMP FOR THAT CYCLE COUNTS.  COPY THIS MEMBER
      *  UNDER THE POSTLOG FD WHEREVER THE LAYOUT IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-25 RM    FIRST WRITTEN.
      *****************************************************************
       01  PS-RECORD.
           03 PS-CYCLE-DATE PIC 9(08).
           03 PS-FILL-1 PIC X(01).
           03 PS-RUN-DATE PIC 9(08).
           03 PS-FILL-2 PIC X(01).
           03 PS-RUN-TIME PIC 9(06).
           03 PS-FILL-3 PIC X(01).
           03 PS-PART-NO PIC X(05).
           03 PS-FILL-4 PIC X(01).
           03 PS-SITE PIC X(03).
           03 PS-FILL-5 PIC X(01).
           03 PS-FIRST-DATE PIC 9(08).
           03 PS-FILL-6 PIC X(01).
           03 PS-RCY-DATE PIC 9(08).
           03 PS-FILL-7 PIC X(01).
           03 PS-CCY PIC X(03).
           03 PS-FILL-8 PIC X(01).
           03 PS-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 PS-FILL-9 PIC X(01).
           03 PS-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 PS-FILL-10 PIC X(01).
           03 PS-APPROVER PIC X(08).
           03 PS-FILL-11 PIC X(01).
           03 PS-APPR1 PIC X(08).

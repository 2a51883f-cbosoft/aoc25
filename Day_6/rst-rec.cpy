      *****************************************************************
      *  RST-REC - STEP RUN-STATISTICS RECORD (RUNSTATS), ONE PER
      *  RUN OF A FUNCTIONAL STEP OF DAY6JOB PER CYCLE, APPENDED BY
      *  DAY6CKP'S MARK AFTER THE STEP AND READ BY THE WEEKLY TREND
      *  REPORT (DAY6STA).  THE DATASET IS PERMANENTLY CATALOGED AND
      *  ONLY EVER EXTENDED, SO IT HOLDS EVERY CYCLE IN RUN ORDER.
      *
      *  RS-START IS WHEN DAY6CKP'S CHECK PASSED THE STEP TO RUN,
      *  RS-END WHEN THE MARK AFTER IT RAN - THE STEP'S OWN RUN LESS
      *  NOTHING BUT THE BRACKETING SCRUB.  ZERO START MEANS NO CHECK
      *  WAS SEEN (THE ELAPSED IS THEN ZERO AND MEANS NOTHING).
      *  RS-ELAPSED IS IN SECONDS.  RS-READ AND RS-WRITTEN ARE THE
      *  RECORDS ON THE DATASETS THE MARK STEP WAS POINTED AT (ZERO
      *  WHERE IT WAS POINTED AT NONE).  RS-RC IS THE STEP'S RETURN
      *  CODE OFF THE MARK CARD - "00", "04", OR "8+" FOR A STEP THAT
      *  ENDED RC 8 OR OVER (JCL COND TESTS CANNOT SAY WHICH).  A
      *  FAILED STEP STILL LEAVES ITS RECORD, AND THE RERUN THAT
      *  COMPLETES IT LEAVES ANOTHER FOR THE SAME CYCLE AND STEP.
      *  COPY THIS MEMBER UNDER THE RUNSTATS FD WHEREVER THE LAYOUT
      *  IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-17 RM    FIRST WRITTEN.
      *  2026-09-27 RM    RS-RC CARRIES THE STEP'S REAL RETURN CODE
      *                   BAND, AND FAILED STEPS ARE RECORDED TOO.
      *****************************************************************
       01  RS-RECORD.
           03 RS-CYCLE-DATE PIC 9(08).
           03 RS-FILL-1 PIC X(01).
           03 RS-STEP PIC X(08).
           03 RS-FILL-2 PIC X(01).
           03 RS-PROGRAM PIC X(09).
           03 RS-FILL-3 PIC X(01).
           03 RS-START.
               05 RS-START-DATE PIC 9(08).
               05 RS-START-TIME PIC 9(06).
           03 RS-FILL-4 PIC X(01).
           03 RS-END.
               05 RS-END-DATE PIC 9(08).
               05 RS-END-TIME PIC 9(06).
           03 RS-FILL-5 PIC X(01).
           03 RS-ELAPSED PIC 9(06).
           03 RS-FILL-6 PIC X(01).
           03 RS-READ PIC 9(09).
           03 RS-FILL-7 PIC X(01).
           03 RS-WRITTEN PIC 9(09).
           03 RS-FILL-8 PIC X(01).
           03 RS-RC PIC X(02).

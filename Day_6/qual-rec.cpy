      *****************************************************************
      *  QUAL-REC - KEYING-QUALITY LOG RECORD (QUALLOG), APPENDED BY
      *  DAY6QLG AT THE END OF EVERY CYCLE AND READ BY DAY6QSC FOR
      *  THE MONTHLY KEYING-OFFICE SCORECARD.  ONE RECORD PER SITE
      *  PER MEASURE (PER REJECT REASON FOR TREJ) PER CYCLE, PLUS ONE
      *  CYCL RECORD PER RUN WITH NO SITE.  THE RUN DATE AND TIME
      *  STAMP EVERY RECORD OF ONE EXECUTION ALIKE - WHEN A CYCLE'S
      *  COLLECTION IS RERUN THE SCORECARD TAKES ONLY THE LATEST
      *  STAMP FOR THAT CYCLE.  QL-REASON HOLDS THE REJ-REASON ON
      *  TREJ AND THE SHEET FORMAT (ROWCOL OR CROSSWISE) ON KEYD,
      *  CLEN AND EREJ.  QL-DAYS IS USED ONLY BY SOUT (CYCLES
      *  SPENT IN SUSPENSE BY THE BATCHES THAT LEFT IT).  COPY THIS
      *  MEMBER UNDER THE QUALLOG FD WHEREVER THE LAYOUT IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-10 RM    FIRST WRITTEN.
      *****************************************************************
       01  QL-RECORD.
           03 QL-CYCLE-DATE PIC 9(08).
           03 QL-FILL-1 PIC X(01).
           03 QL-RUN-DATE PIC 9(08).
           03 QL-FILL-2 PIC X(01).
           03 QL-RUN-TIME PIC 9(06).
           03 QL-FILL-3 PIC X(01).
           03 QL-SITE PIC X(03).
           03 QL-FILL-4 PIC X(01).
           03 QL-MEASURE PIC X(04).
               88 QL-CYCLE VALUE "CYCL".
               88 QL-KEYED VALUE "KEYD".
               88 QL-CLEAN VALUE "CLEN".
               88 QL-EDIT-REJ VALUE "EREJ".
               88 QL-TOT-REJ VALUE "TREJ".
               88 QL-CORR VALUE "CORR".
               88 QL-MISMATCH VALUE "RMIS".
               88 QL-SUSP-OUT VALUE "SOUT".
           03 QL-FILL-5 PIC X(01).
           03 QL-REASON PIC X(16).
           03 QL-FILL-6 PIC X(01).
           03 QL-COUNT PIC 9(06).
           03 QL-FILL-7 PIC X(01).
           03 QL-DAYS PIC 9(06).

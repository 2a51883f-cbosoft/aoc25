      *  RECIN2 - A JOB CHAINS THEM IN BY GIVING EACH PROGRAM'S WSOUT
      *  A DIFFERENT DD/DATASET NAME AHEAD OF THIS STEP.
      *
      *  RUNCTL CARDS:  TOLERANCE=NNNN (WHOLE UNITS, DEFAULT 0),
      *  RUN-MODE=PRODUCTION/SHADOW AND COMPARE=POSTED/ALL.  WITH
      *  COMPARE=POSTED (THE DEFAULT) ONLY A DAY6P1 RECORD IN POST
      *  STATUS IS COMPARED, FOR A RECIN1 THAT HAS BEEN THROUGH
      *  APPROVAL; WITH COMPARE=ALL EVERY RECORD IS, WHATEVER ITS
      *  STATUS - DAY6JOB RECONCILES THE RAW, STILL PENDING WSOUT1
      *  THAT WAY, AHEAD OF APPROVAL, SO A NON-MATCH CAN HOLD ITS
      *  OWN BATCH BEFORE IT POSTS.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 RM    BOTH RECIN RECORD AREAS WIDENED FOR THE
      *                   SITE CODE THE TOTALLERS NOW APPEND TO
      *                   THEIR SUMMARIES - STILL UNREAD HERE.
      *  2026-09-24 RM    RUN-MODE=SHADOW CARD - A SHADOW RUN OF THE
      *                   SUITE (DAY6SHDJ) WRITES NOTHING TO THE
      *                   SHARED AUDITLOG.
      *  2026-09-27 RM    COMPARE=ALL RUNCTL CARD - EVERY RECIN1
      *                   RECORD IS COMPARED, NOT ONLY POSTED ONES,
      *                   FOR THE NIGHTLY RECONCILIATION OF WSOUT1
      *                   AHEAD OF APPROVAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 RC-CTL-EOF VALUE "Y".
       01 RC-CTL-KEY PIC X(20) VALUE SPACE.
       01 RC-CTL-VALUE PIC X(20) VALUE SPACE.
       01 RC-MODE-FLAG PIC X(01) VALUE "P".
           88 RC-SHADOW VALUE "S".
       01 RC-CTL-NUM PIC 9(04) VALUE 0.
       01 RC-CTL-DIGIT PIC X(01) VALUE SPACE.
       01 RC-CTL-DIGIT-N PIC 9(01) VALUE 0.
       01 RC-CTL-I PIC 9(02) VALUE 0.
       01 RC-CTL-BAD PIC 9(01) VALUE 0.
       01 RC-TOLERANCE PIC 9(04) VALUE 0.
       01 RC-COMPARE-FLAG PIC X(01) VALUE "P".
           88 RC-COMPARE-ALL VALUE "A".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RC-RUN-TIME-RAW FROM TIME.
           ACCEPT RC-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
      *    A SHADOW RUN LEAVES THE SHARED AUDIT TRAIL ALONE.
           IF RC-SHADOW
             DISPLAY "RECON-TOT: SHADOW RUN - NOTHING GOES ON AUDITLOG"
             GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND RC-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE RC-CTL-NUM TO RC-TOLERANCE
             WHEN "RUN-MODE"
               EVALUATE RC-CTL-VALUE
                 WHEN "SHADOW"
                   MOVE "S" TO RC-MODE-FLAG
                 WHEN "PRODUCTION"
                   MOVE "P" TO RC-MODE-FLAG
                 WHEN OTHER
                   DISPLAY "RECON-TOT: RUN-MODE VALUE '"
                       RC-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                       "PRODUCTION OR SHADOW"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             WHEN "COMPARE"
               EVALUATE RC-CTL-VALUE
                 WHEN "ALL"
                   MOVE "A" TO RC-COMPARE-FLAG
                 WHEN "POSTED"
                   MOVE "P" TO RC-COMPARE-FLAG
                 WHEN OTHER
                   DISPLAY "RECON-TOT: COMPARE VALUE '"
                       RC-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                       "POSTED OR ALL"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             WHEN OTHER
               DISPLAY "RECON-TOT: UNRECOGNISED KEYWORD '" RC-CTL-KEY
                   "' ON RUNCTL CARD"
      *    A BATCH NOT YET POSTED ISN'T OURS TO COMPARE - SKIP IT,
      *    AND MARK ITS SIDE-2 PARTNER OFF SO THE LEFTOVER SWEEP
      *    DOESN'T REPORT IT AS SEEN BY DAY6P2 ALONE.
           IF RC-STATUS-1 NOT EQUAL "POST" AND NOT RC-COMPARE-ALL
             DISPLAY "RECON-TOT: " RC-PART-NO-1 " IS " RC-STATUS-1
                 " - NOT COMPARED"
             PERFORM VARYING RC-I FROM 1 BY 1 UNTIL RC-I > RC-T2-CNT
      *    COUNT DOESN'T APPLY TO A COMPARE, SO IT IS LEFT ZERO.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           IF RC-SHADOW
             GO TO 7000-EXIT
           END-IF.
           MOVE RC-RUN-DATE TO AUD-DATE.
           MOVE RC-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE RC-JOB-NAME TO AUD-JOB-NAME.
           CLOSE RC-IN-FILE-1.
           CLOSE RC-IN-FILE-2.
           CLOSE RC-OUT-FILE.
           IF NOT RC-SHADOW
             CLOSE RC-AUD-FILE
           END-IF.
       9999-EXIT.
           EXIT.

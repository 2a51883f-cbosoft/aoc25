      *                   AND REJECTS - SO THE THREE OFFICES CAN BE
      *                   MEASURED AGAINST EACH OTHER AND THE RIGHT
      *                   ONE GETS RUNG WHEN A SHEET REJECTS.
      *  2026-09-24 RM    RUN-MODE=SHADOW CARD - A SHADOW RUN OF THE
      *                   SUITE (DAY6SHDJ) WRITES NOTHING TO THE
      *                   SHARED AUDITLOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-VERBOSE VALUE "Y" "y".
       01 WS-DETAIL-FLAG PIC X(01) VALUE " ".
           88 WS-DETAIL VALUE "Y" "y".
       01 WS-MODE-FLAG PIC X(01) VALUE "P".
           88 WS-SHADOW VALUE "S".
       01 WS-DET-STATUS PIC X(02) VALUE "00".
           88 WS-DET-OK VALUE "00".
       01 WS-DET-I PIC 9(02) VALUE 0.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT "JOBNAME".
      *    A SHADOW RUN LEAVES THE SHARED AUDIT TRAIL ALONE.
           IF WS-SHADOW
             DISPLAY "DAY6P2: SHADOW RUN - NOTHING GOES ON AUDITLOG"
             GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND WS-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE WS-CTL-VALUE(1:1) TO WS-DETAIL-FLAG
             WHEN "RUN-MODE"
               EVALUATE WS-CTL-VALUE
                 WHEN "SHADOW"
                   MOVE "S" TO WS-MODE-FLAG
                 WHEN "PRODUCTION"
                   MOVE "P" TO WS-MODE-FLAG
                 WHEN OTHER
                   DISPLAY "DAY6P2: RUN-MODE VALUE '" WS-CTL-VALUE
                       "' ON RUNCTL CARD IS NOT PRODUCTION OR SHADOW"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             WHEN OTHER
               DISPLAY "DAY6P2: UNRECOGNISED KEYWORD '" WS-CTL-KEY
                   "' ON RUNCTL CARD"
      *    AUD-RC FOR THE DISPOSITION IT IS RECORDING.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           IF WS-SHADOW
             GO TO 7000-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO AUD-DATE.
           MOVE WS-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE WS-JOB-NAME TO AUD-JOB-NAME.
           CLOSE WS-IN-FILE.
           CLOSE WS-OUT-FILE.
           CLOSE WS-REJ-FILE.
           IF NOT WS-SHADOW
             CLOSE WS-AUD-FILE
           END-IF.
           IF WS-DETAIL
             CLOSE WS-DET-FILE
           END-IF.

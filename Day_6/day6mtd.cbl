      *    DAYIN   TODAY'S WSOUT1 RECORDS FROM DAY6P1 (SOURCE "1")
      *    DAYIN2  TODAY'S WSOUT2 RECORDS FROM DAY6P2 (SOURCE "2" -
      *            NO OPERATOR SUBTOTALS, THOSE FIELDS CARRY ZEROS)
      *    PERIODS THE ACCOUNTING PERIOD CONTROL FILE (SEE PER-REC)
      *    PERRPT  THE PERIOD EXCEPTIONS REPORT
      *    MTDJRNL THE DAY'S MASTER JOURNAL (SEE JRN-REC) - ONE
      *            BEFORE- AND AFTER-IMAGE PER RECORD ADDED OR
      *            REPLACED, WRITTEN AHEAD OF THE CHANGE ITSELF
      *    RUNCTL  OPTIONAL - CYCLE-DATE=YYYYMMDD, THE CYCLE THE DAY
      *            IS FILED UNDER; WITHOUT IT, TODAY'S DATE
      *
      *  EACH DAILY RECORD IS STAMPED WITH THE CYCLE DATE AND ITS
      *  SOURCE MARKER AND WRITTEN UNDER ITS KEY.  A RECORD ALREADY
      *  ON THE MASTER FOR THE SAME KEY IS REWRITTEN, NOT
      *  DUPLICATED, SO A RERUN OF THE CYCLE LANDS ON THE SAME
      *                   DAY.  A CROSSWISE TOTAL TOO WIDE FOR THE
      *                   MASTER'S TOTAL FIELD ENDS THE RUN HARD
      *                   RATHER THAN ROLLING IN TRUNCATED.
      *  2026-09-09 RM    THE SHEET CURRENCY AND BASE TOTAL DAY6P1
      *                   APPENDS NOW ROLL INTO THE MASTER'S NEW
      *                   MTD-CCY AND MTD-TOTAL-BASE FOR THE MONTH-
      *                   END FX REVALUATION; THE CROSSWISE KEYING
      *                   HAS NEITHER AND CARRIES SPACES AND ZERO.
      *  2026-09-13 RM    EVERY RECORD'S DATE IS JUDGED AGAINST THE
      *                   PERIODS CONTROL FILE (PER-CHK) - A LATE
      *                   RECYCLED BATCH USED TO ROLL INTO A CLOSED
      *                   MONTH UNDER ITS ORIGINAL DATE.  ONE DATED
      *                   INTO A HARD-CLOSED MONTH IS REDIRECTED TO
      *                   THE FIRST MONTH STILL TAKING POSTINGS,
      *                   UNDER THAT MONTH'S DAY 00; REDIRECTED AND
      *                   SOFT-CLOSED RECORDS ARE LISTED ON THE NEW
      *                   PERRPT EXCEPTIONS REPORT.  RC 4 WHEN
      *                   ANYTHING WAS REDIRECTED.
      *  2026-09-16 RM    EVERY RECORD PUT IS STAMPED WITH THIS RUN'S
      *                   DATE AND TIME AS LAST CHANGED, AND A NEW
      *                   ONE AS ADDED TOO; A RERUN'S REPLACEMENT
      *                   KEEPS THE ADDED STAMP IT HAD, SO DAY6MIX
      *                   SENDS IT ON AS AN UPDATE.
      *  2026-09-23 RM    EVERY RECORD ADDED OR REPLACED IS JOURNALLED
      *                   FIRST - BEFORE- AND AFTER-IMAGE, PROGRAM,
      *                   CYCLE AND RUN STAMP - ON THE DAY'S MTDJRNL,
      *                   SO DAY6JRN CAN BACK THE STEP OUT OR ROLL A
      *                   RESTORED MASTER FORWARD.  THE PUT NOW READS
      *                   FOR THE KEY BEFORE IT WRITES, SO THE ADD OR
      *                   REPLACE IS KNOWN BEFORE THE MASTER MOVES.
      *  2026-09-24 RM    OPTIONAL RUNCTL CYCLE-DATE CARD - THE DAY IS
      *                   FILED AND JOURNALLED UNDER IT INSTEAD OF
      *                   THE EXECUTION DATE, SO A SHADOW REPLAY OF
      *                   AN EARLIER NIGHT (DAY6SHDJ) LANDS IN THAT
      *                   NIGHT'S SLOTS.  NO CARD, NO CHANGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MT-DAY2-FILE ASSIGN TO "DAYIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-DAY2-STATUS.
           SELECT MT-PER-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-PER-STATUS.
           SELECT MT-RPT-FILE ASSIGN TO "PERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-RPT-STATUS.
           SELECT MT-JRN-FILE ASSIGN TO "MTDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-JRN-STATUS.
           SELECT MT-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03 DI-CNT-MINUS PIC 9(04).
           03 DI-FILL-10 PIC X(01).
           03 DI-CNT-SLASH PIC 9(04).
      *    THE SIX PER-COLUMN TOTALS DAY6P1 APPENDS ARE NOT ROLLED
      *    INTO THE MONTH-TO-DATE MASTER - UNREAD FILLER HERE.  THE
      *    CURRENCY CODE AND BASE TOTAL AFTER THEM ARE.
           03 DI-COL-TOTALS PIC X(102).
           03 DI-FILL-12 PIC X(01).
           03 DI-CCY PIC X(03).
           03 DI-FILL-13 PIC X(01).
           03 DI-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 DI-STATUS PIC X(05).
           03 DI-SITE PIC X(04).
           03 DI-FILL-11 PIC X(01).
           03 DI2-FILL-7 PIC X(01).
           03 DI2-RCY-DATE PIC X(08).

       FD  MT-PER-FILE
           RECORDING MODE IS F.
       COPY "per-rec.cpy".

       FD  MT-RPT-FILE
           RECORDING MODE IS F.
       01  MT-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    THE DAY'S MASTER JOURNAL - OPENED EXTEND, SO A RERUN AND
      *    THE DAYTIME ADJUSTMENTS ADD TO IT RATHER THAN REPLACE IT.
      *-----------------------------------------------------------
       FD  MT-JRN-FILE
           RECORDING MODE IS F.
       COPY "jrn-rec.cpy".

      *-----------------------------------------------------------
      *    RUN-CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD.
      *-----------------------------------------------------------
       FD  MT-CTL-FILE
           RECORDING MODE IS F.
       01  MT-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 MT-MST-STATUS PIC X(02) VALUE "00".
           88 MT-MST-OK VALUE "00".
           88 MT-DAY-OK VALUE "00".
       01 MT-DAY2-STATUS PIC X(02) VALUE "00".
           88 MT-DAY2-OK VALUE "00".
       01 MT-PER-STATUS PIC X(02) VALUE "00".
           88 MT-PER-OK VALUE "00".
           88 MT-PER-ABSENT VALUE "35".
       01 MT-RPT-STATUS PIC X(02) VALUE "00".
           88 MT-RPT-OK VALUE "00".
       01 MT-JRN-STATUS PIC X(02) VALUE "00".
           88 MT-JRN-OK VALUE "00".
           88 MT-JRN-ABSENT VALUE "35".
       01 MT-CTL-STATUS PIC X(02) VALUE "00".
           88 MT-CTL-OK VALUE "00".
           88 MT-CTL-ABSENT VALUE "35".

       01 MT-RUN-DATE PIC 9(08) VALUE 0.
       01 MT-CYCLE-DATE PIC 9(08) VALUE 0.
       01 MT-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 MT-CTL-EOF VALUE "Y".
       01 MT-CTL-KEY PIC X(20) VALUE SPACE.
       01 MT-CTL-VALUE PIC X(20) VALUE SPACE.
       01 MT-RUN-TIME PIC 9(08) VALUE 0.
       01 MT-NEW-RECORD PIC X(179) VALUE SPACE.
       01 MT-KEEP-ADDED PIC X(16) VALUE SPACE.
       01 MT-OLD-RECORD PIC X(179) VALUE SPACE.
       01 MT-JRN-SEQ PIC 9(06) VALUE 0.
       01 MT-EOF-FLAG PIC X(01) VALUE "N".
           88 MT-EOF VALUE "Y".
       01 MT-DAY-CNT PIC 9(04) VALUE 0.
       01 MT-REPL-CNT PIC 9(04) VALUE 0.
       78 MT-MAX-TOTAL VALUE 9999999999999.

      *-----------------------------------------------------------
      *    THE PERIODS CONTROL FILE IN STORAGE, AND PER-CHK'S
      *    ANSWER FOR THE RECORD IN HAND.
      *-----------------------------------------------------------
       78 MT-MAX-PER VALUE 600.
       COPY "per-tbl.cpy".
       01 MT-PER-EOF-FLAG PIC X(01) VALUE "N".
           88 MT-PER-EOF VALUE "Y".
       01 MT-PER-DATE PIC 9(08) VALUE 0.
       01 MT-PER-TARGET PIC 9(06) VALUE 0.
       01 MT-PER-FROM PIC X(01) VALUE SPACE.
       01 MT-PER-RESULT PIC X(01) VALUE SPACE.
           88 MT-PER-OPEN VALUE "O".
           88 MT-PER-SOFT VALUE "S".
           88 MT-PER-REDIRECTED VALUE "R".
       01 MT-REDIR-CNT PIC 9(04) VALUE 0.
       01 MT-SOFT-CNT PIC 9(04) VALUE 0.

       78 MT-LINES-PER-PAGE VALUE 56.
       01 MT-LINE-CNT PIC 9(02) VALUE 99.
       01 MT-LINE-HOLD PIC X(132) VALUE SPACE.
       01 MT-PAGE-NO PIC 9(04) VALUE 0.

       01 MT-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "DAY6MTD PERIOD EXCEPTIONS - RUN".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-DATE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 MT-HEAD-2.
           03 FILLER PIC X(07) VALUE "BATCH".
           03 FILLER PIC X(05) VALUE "SRC".
           03 FILLER PIC X(10) VALUE "DATED".
           03 FILLER PIC X(13) VALUE "PERIOD IS".
           03 FILLER PIC X(12) VALUE "ACTION".
           03 FILLER PIC X(10) VALUE "POSTED AS".
           03 FILLER PIC X(20) VALUE "               TOTAL".
           03 FILLER PIC X(55) VALUE SPACE.

       01 MT-DETAIL.
           03 DET-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-SOURCE PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DATED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-STATUS PIC X(11).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-ACTION PIC X(10).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-POSTED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-TOTAL PIC -(16)9.99.
           03 FILLER PIC X(55) VALUE SPACE.

       01 MT-TOTAL-LINE.
           03 TOT-REDIR PIC ZZZ9.
           03 FILLER PIC X(38)
               VALUE " RECORDS REDIRECTED OUT OF HARD-CLOSED".
           03 FILLER PIC X(10) VALUE " PERIODS, ".
           03 TOT-SOFT PIC ZZZ9.
           03 FILLER PIC X(36)
               VALUE " POSTED INTO SOFT-CLOSED PERIODS".
           03 FILLER PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-MERGE-DAY THRU 3000-EXIT.
           PERFORM 3500-MERGE-DAY2 THRU 3500-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF MT-REDIR-CNT > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MT-RUN-TIME FROM TIME.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF MT-CYCLE-DATE EQUAL 0
             MOVE MT-RUN-DATE TO MT-CYCLE-DATE
           END-IF.
      *    THE VERY FIRST CYCLE EVER FINDS NO MASTER - CREATE IT
      *    EMPTY AND CARRY ON, RATHER THAN TREATING FIRST USE AS AN
      *    ERROR.  THE MONTH-END CLOSE EMPTIES IT THEREAFTER.
                 MT-DAY2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT MT-RPT-FILE.
           IF NOT MT-RPT-OK
             DISPLAY "DAY6MTD: UNABLE TO OPEN PERRPT, STATUS="
                 MT-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    THE DAY'S FIRST UPDATE FINDS NO JOURNAL - CREATE IT.
           OPEN EXTEND MT-JRN-FILE.
           IF MT-JRN-ABSENT
             OPEN OUTPUT MT-JRN-FILE
           END-IF.
           IF NOT MT-JRN-OK
             DISPLAY "DAY6MTD: UNABLE TO OPEN MTDJRNL, STATUS="
                 MT-JRN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-PERIODS THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE ONLY CONTROL CARD HERE IS THE CYCLE DATE THE DAY IS
      *    FILED UNDER.  THE NIGHTLY STEP RUNS WITHOUT ONE AND FILES
      *    UNDER TODAY'S DATE AS IT ALWAYS HAS; A REPLAY OF AN
      *    EARLIER NIGHT NAMES THAT NIGHT.  AN UNRECOGNISED KEYWORD
      *    OR UNUSABLE VALUE IS A HARD REJECT.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT MT-CTL-FILE.
           IF MT-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT MT-CTL-OK
             DISPLAY "DAY6MTD: UNABLE TO OPEN RUNCTL, STATUS="
                 MT-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MT-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL MT-CTL-EOF
             IF MT-CTL-RECORD NOT EQUAL SPACE
                 AND MT-CTL-RECORD(1:1) NOT EQUAL "*"
               MOVE SPACE TO MT-CTL-KEY MT-CTL-VALUE
               UNSTRING MT-CTL-RECORD DELIMITED BY "="
                   INTO MT-CTL-KEY MT-CTL-VALUE
               EVALUATE MT-CTL-KEY
                 WHEN "CYCLE-DATE"
                   IF MT-CTL-VALUE(1:8) IS NOT NUMERIC
                     DISPLAY "DAY6MTD: CYCLE-DATE VALUE '"
                         MT-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                         "YYYYMMDD"
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE MT-CTL-VALUE(1:8) TO MT-CYCLE-DATE
                 WHEN OTHER
                   DISPLAY "DAY6MTD: UNRECOGNISED KEYWORD '"
                       MT-CTL-KEY "' ON RUNCTL CARD"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE MT-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ MT-CTL-FILE
             AT END
               SET MT-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE PERIODS CONTROL FILE.  NO FILE AT ALL MEANS NO
      *    PERIOD HAS EVER BEEN CLOSED - EVERY MONTH IS OPEN.
      *-----------------------------------------------------------
       1500-LOAD-PERIODS.
           OPEN INPUT MT-PER-FILE.
           IF MT-PER-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT MT-PER-OK
             DISPLAY "DAY6MTD: UNABLE TO OPEN PERIODS, STATUS="
                 MT-PER-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MT-PER-EOF-FLAG.
           PERFORM 1510-READ-PERIOD THRU 1510-EXIT.
           PERFORM UNTIL MT-PER-EOF
             IF PER-RECORD NOT EQUAL SPACE
               IF WS-PER-CNT >= MT-MAX-PER
                 DISPLAY "DAY6MTD: MORE THAN " MT-MAX-PER
                     " MONTHS ON PERIODS - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-PER-CNT
               MOVE PER-PERIOD TO WS-PER-PERIOD(WS-PER-CNT)
               MOVE PER-STATUS TO WS-PER-STATUS(WS-PER-CNT)
               MOVE PER-ORIGIN TO WS-PER-ORIGIN(WS-PER-CNT)
             END-IF
             PERFORM 1510-READ-PERIOD THRU 1510-EXIT
           END-PERFORM.
           CLOSE MT-PER-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PERIOD.
           READ MT-PER-FILE
             AT END
               SET MT-PER-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    STAMP EACH OF TODAY'S SUMMARY RECORDS WITH THE CYCLE DATE
      *    AND PUT IT TO THE MASTER UNDER ITS KEY.  A KEY ALREADY
      *    THERE IS REWRITTEN, SO A RERUN OF THE CYCLE DOESN'T
      *    DOUBLE THE DAY UP.
             PERFORM 3600-READ-DAY2 THRU 3600-EXIT
           END-PERFORM.
           DISPLAY "DAY6MTD: " MT-DAY-CNT " P1 AND " MT-DAY2-CNT
               " P2 SUMMARY RECORDS MERGED FOR " MT-CYCLE-DATE
               " (" MT-ADD-CNT " ADDED, " MT-REPL-CNT " REPLACED)".
       3500-EXIT.
           EXIT.
           IF DI-RCY-DATE IS NUMERIC AND DI-RCY-DATE NOT EQUAL ZERO
             MOVE DI-RCY-DATE TO MTD-DATE
           ELSE
             MOVE MT-CYCLE-DATE TO MTD-DATE
           END-IF.
           MOVE "1" TO MTD-SOURCE.
           MOVE DI-TOTAL TO MTD-TOTAL.
           MOVE DI-CNT-STAR TO MTD-CNT-STAR.
           MOVE DI-CNT-MINUS TO MTD-CNT-MINUS.
           MOVE DI-CNT-SLASH TO MTD-CNT-SLASH.
           MOVE DI-CCY TO MTD-CCY.
           MOVE DI-TOTAL-BASE TO MTD-TOTAL-BASE.
           MOVE SPACE TO MTD-FILL-1 MTD-FILL-2 MTD-FILL-3 MTD-FILL-4
               MTD-FILL-5 MTD-FILL-6 MTD-FILL-7 MTD-FILL-8 MTD-FILL-9
               MTD-FILL-10 MTD-FILL-11 MTD-FILL-12 MTD-FILL-13
               MTD-FILL-14.
           MOVE MT-RUN-DATE TO MTD-ADD-DATE MTD-CHG-DATE.
           MOVE MT-RUN-TIME TO MTD-ADD-TIME MTD-CHG-TIME.
           PERFORM 4700-CHECK-PERIOD THRU 4700-EXIT.
       4000-EXIT.
           EXIT.

               AND DI2-RCY-DATE NOT EQUAL ZERO
             MOVE DI2-RCY-DATE TO MTD-DATE
           ELSE
             MOVE MT-CYCLE-DATE TO MTD-DATE
           END-IF.
           MOVE "2" TO MTD-SOURCE.
           MOVE DI2-TOTAL TO MTD-TOTAL.
           MOVE DI2-CNT-STAR TO MTD-CNT-STAR.
           MOVE DI2-CNT-MINUS TO MTD-CNT-MINUS.
           MOVE DI2-CNT-SLASH TO MTD-CNT-SLASH.
           MOVE SPACE TO MTD-CCY.
           MOVE 0 TO MTD-TOTAL-BASE.
           MOVE SPACE TO MTD-FILL-1 MTD-FILL-2 MTD-FILL-3 MTD-FILL-4
               MTD-FILL-5 MTD-FILL-6 MTD-FILL-7 MTD-FILL-8 MTD-FILL-9
               MTD-FILL-10 MTD-FILL-11 MTD-FILL-12 MTD-FILL-13
               MTD-FILL-14.
           MOVE MT-RUN-DATE TO MTD-ADD-DATE MTD-CHG-DATE.
           MOVE MT-RUN-TIME TO MTD-ADD-TIME MTD-CHG-TIME.
           PERFORM 4700-CHECK-PERIOD THRU 4700-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PUT THE FRESHLY BUILT MTD-RECORD UNDER ITS KEY.  A KEY
      *    ALREADY ON THE MASTER MEANS THE DAY IS BEING RERUN AND
      *    THE EXISTING RECORD IS REWRITTEN INSTEAD.  THE KEY IS
      *    READ FIRST SO THE JOURNAL RECORD CAN GO DOWN AHEAD OF THE
      *    CHANGE.  ANY OTHER FILE STATUS IS A DAMAGED MASTER AND
      *    ENDS THE RUN HARD.
      *-----------------------------------------------------------
       4500-PUT-RECORD.
           MOVE MTD-RECORD TO MT-NEW-RECORD.
           READ MT-MST-FILE
             INVALID KEY
               CONTINUE
           END-READ.
           IF MT-MST-OK
             PERFORM 4550-REPLACE-RECORD THRU 4550-EXIT
             GO TO 4500-EXIT
           END-IF.
           IF NOT MT-MST-NOT-FOUND
             DISPLAY "DAY6MTD: UNABLE TO PUT KEY " MTD-KEY
                 ", STATUS=" MT-MST-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE MT-NEW-RECORD TO MTD-RECORD.
           MOVE SPACE TO MT-OLD-RECORD.
           MOVE "A" TO JRN-ACTION.
           PERFORM 4800-WRITE-JOURNAL THRU 4800-EXIT.
           WRITE MTD-RECORD
             INVALID KEY
               DISPLAY "DAY6MTD: UNABLE TO PUT KEY " MTD-KEY
                   ", STATUS=" MT-MST-STATUS
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
           END-WRITE.
           ADD 1 TO MT-ADD-CNT.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE REPLACEMENT KEEPS THE ADDED STAMP OF THE RECORD IT
      *    REPLACES - THE RECORD WAS NOT NEW TONIGHT, ONLY CHANGED.
      *    THE RECORD AS READ IS THE JOURNAL'S BEFORE-IMAGE.
      *-----------------------------------------------------------
       4550-REPLACE-RECORD.
           MOVE MTD-RECORD TO MT-OLD-RECORD.
           MOVE MTD-ADDED TO MT-KEEP-ADDED.
           MOVE MT-NEW-RECORD TO MTD-RECORD.
           MOVE MT-KEEP-ADDED TO MTD-ADDED.
           MOVE "C" TO JRN-ACTION.
           PERFORM 4800-WRITE-JOURNAL THRU 4800-EXIT.
           REWRITE MTD-RECORD
             INVALID KEY
               DISPLAY "DAY6MTD: UNABLE TO PUT KEY " MTD-KEY
                   ", STATUS=" MT-MST-STATUS
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
           END-REWRITE.
           ADD 1 TO MT-REPL-CNT.
       4550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    JUDGE THE BUILT RECORD'S DATE AGAINST THE PERIODS FILE.
      *    A HARD-CLOSED MONTH'S RECORD MOVES TO THE FIRST MONTH
      *    STILL TAKING POSTINGS UNDER THAT MONTH'S DAY 00 - A DAY NO
      *    CYCLE EVER RUNS ON, SO IT CAN NEVER REPLACE A LIVE
      *    CYCLE'S OWN RECORD FOR THE PART, WHILE A RERUN STILL
      *    LANDS ON THE SAME KEY.  REDIRECTED AND SOFT-CLOSED
      *    RECORDS ARE LISTED.
      *-----------------------------------------------------------
       4700-CHECK-PERIOD.
           MOVE MTD-DATE TO MT-PER-DATE.
           CALL "PER-CHK" USING WS-T-PER, MT-PER-DATE, MT-PER-TARGET,
               MT-PER-FROM, MT-PER-RESULT.
           IF MT-PER-OPEN
             GO TO 4700-EXIT
           END-IF.
           MOVE MTD-PART-NO TO DET-PART-NO.
           MOVE MTD-SOURCE TO DET-SOURCE.
           MOVE MT-PER-DATE TO DET-DATED.
           MOVE MTD-TOTAL TO DET-TOTAL.
           IF MT-PER-REDIRECTED
             COMPUTE MTD-DATE = MT-PER-TARGET * 100
             MOVE "HARD-CLOSED" TO DET-STATUS
             MOVE "REDIRECTED" TO DET-ACTION
             ADD 1 TO MT-REDIR-CNT
             DISPLAY "DAY6MTD: " MTD-PART-NO " SOURCE " MTD-SOURCE
                 " DATED " MT-PER-DATE " IN A HARD-CLOSED PERIOD - "
                 "REDIRECTED TO " MTD-DATE
           ELSE
             MOVE "SOFT-CLOSED" TO DET-STATUS
             MOVE "POSTED" TO DET-ACTION
             ADD 1 TO MT-SOFT-CNT
           END-IF.
           MOVE MTD-DATE TO DET-POSTED.
           MOVE MT-DETAIL TO MT-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE JOURNAL RECORD FOR THE CHANGE ABOUT TO BE MADE - THE
      *    ACTION IS SET BY THE CALLER, THE BEFORE-IMAGE IS IN
      *    MT-OLD-RECORD (SPACES ON AN ADD) AND THE AFTER-IMAGE IS
      *    MTD-RECORD AS IT IS ABOUT TO GO DOWN.  A CHANGE THAT
      *    CANNOT BE JOURNALLED IS NOT MADE.
      *-----------------------------------------------------------
       4800-WRITE-JOURNAL.
           ADD 1 TO MT-JRN-SEQ.
           MOVE "DAY6MTD" TO JRN-PROGRAM.
           MOVE MT-CYCLE-DATE TO JRN-CYCLE.
           MOVE MT-RUN-DATE TO JRN-RUN-DATE.
           MOVE MT-RUN-TIME TO JRN-RUN-TIME.
           MOVE MT-JRN-SEQ TO JRN-SEQ.
           MOVE MTD-KEY TO JRN-KEY.
           MOVE MT-OLD-RECORD TO JRN-BEFORE.
           MOVE MTD-RECORD TO JRN-AFTER.
           MOVE SPACE TO JRN-FILL-1 JRN-FILL-2 JRN-FILL-3 JRN-FILL-4
               JRN-FILL-5 JRN-FILL-6 JRN-FILL-7.
           WRITE JRN-RECORD.
           IF NOT MT-JRN-OK
             DISPLAY "DAY6MTD: UNABLE TO JOURNAL KEY " MTD-KEY
                 ", STATUS=" MT-JRN-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       4800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CLOSE THE EXCEPTIONS REPORT - A NIGHT WITH NOTHING TO
      *    LIST STILL PRINTS A PAGE SAYING SO.
      *-----------------------------------------------------------
       6000-PRINT-TOTALS.
           IF MT-REDIR-CNT EQUAL 0 AND MT-SOFT-CNT EQUAL 0
             MOVE "NO RECORD FELL IN A CLOSED PERIOD" TO MT-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           MOVE SPACE TO MT-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE MT-REDIR-CNT TO TOT-REDIR.
           MOVE MT-SOFT-CNT TO TOT-SOFT.
           MOVE MT-TOTAL-LINE TO MT-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO MT-PAGE-NO.
           MOVE MT-RUN-DATE TO HD1-DATE.
           MOVE MT-PAGE-NO TO HD1-PAGE.
           WRITE MT-PRINT-LINE FROM MT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO MT-PRINT-LINE.
           WRITE MT-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE MT-PRINT-LINE FROM MT-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO MT-PRINT-LINE.
           WRITE MT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO MT-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN MT-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF MT-LINE-CNT >= MT-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE MT-PRINT-LINE FROM MT-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO MT-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE MT-MST-FILE.
           CLOSE MT-DAY-FILE.
           CLOSE MT-DAY2-FILE.
           CLOSE MT-RPT-FILE.
           CLOSE MT-JRN-FILE.
       9999-EXIT.
           EXIT.

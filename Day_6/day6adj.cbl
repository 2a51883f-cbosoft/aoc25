      *             ADJUSTMENT APPLIED (OR REFUSED), SO THE MASTER
      *             CHANGE AND THE LEDGER MOVEMENT ARE TIED
      *             TOGETHER IN THE MACHINE
      *    MTDJRNL  THE DAY'S MASTER JOURNAL (SEE JRN-REC) - THE
      *             BEFORE- AND AFTER-IMAGE OF EVERY SOURCE "A"
      *             RECORD ADDED OR CHANGED, WRITTEN AHEAD OF THE
      *             CHANGE ITSELF
      *
      *  AN ADJUSTMENT AGAINST A PART AND DATE THE MASTER NEVER SAW
      *  IS REFUSED AND REPORTED - A BACKDATED FIX TO A DAY THAT
      *  DIDN'T HAPPEN IS A KEYING ERROR, NOT A CORRECTION.
      *  REPEATED ADJUSTMENTS TO THE SAME PART AND DATE ACCUMULATE
      *  IN THE ONE SOURCE "A" RECORD.  THE STEP ENDS RC 4 WHEN ANY
      *  CARD WAS REFUSED OR REDIRECTED, RC 0 OTHERWISE.
      *
      *  THE PERIODS CONTROL FILE (SEE PER-REC) DECIDES WHETHER THE
      *  ORIGINAL CYCLE'S MONTH STILL TAKES POSTINGS.  A HARD-CLOSED
      *  MONTH HAS ALREADY ROLLED OFF THE LIVE MASTER, SO THERE IS NO
      *  CYCLE LEFT TO CHECK THE CARD AGAINST - THE ADJUSTMENT GOES
      *  TO DAY 00 OF THE FIRST MONTH STILL OPEN (A DAY NO LIVE CYCLE
      *  CAN HAVE) AND IS LISTED ON PERRPT WITH ITS ORIGINAL DATE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 RM    FIRST WRITTEN.
      *  2026-09-09 RM    THE SOURCE "A" RECORD CARRIES THE MASTER'S
      *                   NEW CURRENCY AND BASE TOTAL - ALWAYS
      *                   STERLING, SO THE BASE MOVES WITH THE TOTAL
      *                   AND THE FX REVALUATION PASSES IT BY.
      *  2026-09-13 RM    THE ORIGINAL CYCLE'S MONTH IS JUDGED
      *                   AGAINST THE PERIODS CONTROL FILE (PER-CHK).
      *                   AN ADJUSTMENT DATED INTO A HARD-CLOSED
      *                   MONTH IS REDIRECTED TO THE FIRST MONTH
      *                   STILL TAKING POSTINGS (DAY 00 OF THAT
      *                   MONTH ON THE MASTER); ONE INTO A SOFT-CLOSED
      *                   MONTH GOES IN AS DATED.  BOTH ARE LISTED ON
      *                   THE NEW PERRPT EXCEPTIONS REPORT, AND A
      *                   REDIRECT ENDS THE STEP RC 4.
      *  2026-09-16 RM    THE SOURCE "A" RECORD IS STAMPED WITH THIS
      *                   RUN'S DATE AND TIME AS LAST CHANGED (AND AS
      *                   ADDED WHEN IT IS NEW), SO THE NIGHTLY
      *                   CHANGE EXTRACT (DAY6MIX) PICKS THE
      *                   ADJUSTMENT UP WHATEVER DATE IT IS FILED
      *                   UNDER.
      *  2026-09-23 RM    EVERY SOURCE "A" RECORD ADDED OR CHANGED IS
      *                   JOURNALLED FIRST - BEFORE- AND AFTER-IMAGE,
      *                   PROGRAM, CYCLE (THE DAY THE ADJUSTMENTS ARE
      *                   PROCESSED) AND RUN STAMP - ON THE DAY'S
      *                   MTDJRNL, SO DAY6JRN CAN BACK THE RUN OUT OR
      *                   ROLL A RESTORED MASTER FORWARD THROUGH IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AJ-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-AUD-STATUS.
           SELECT AJ-PER-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-PER-STATUS.
           SELECT AJ-RPT-FILE ASSIGN TO "PERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-RPT-STATUS.
           SELECT AJ-JRN-FILE ASSIGN TO "MTDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  AJ-PER-FILE
           RECORDING MODE IS F.
       COPY "per-rec.cpy".

       FD  AJ-RPT-FILE
           RECORDING MODE IS F.
       01  AJ-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    THE DAY'S MASTER JOURNAL - OPENED EXTEND, SO THE NIGHT'S
      *    DAY6MTD AND ANY OTHER ADJUSTMENT RUN ADD TO THE SAME ONE.
      *-----------------------------------------------------------
       FD  AJ-JRN-FILE
           RECORDING MODE IS F.
       COPY "jrn-rec.cpy".

       WORKING-STORAGE SECTION.
       01 AJ-TRAN-STATUS PIC X(02) VALUE "00".
           88 AJ-TRAN-OK VALUE "00".
       01 AJ-AUD-STATUS PIC X(02) VALUE "00".
           88 AJ-AUD-OK VALUE "00".
           88 AJ-AUD-ABSENT VALUE "35".
       01 AJ-PER-STATUS PIC X(02) VALUE "00".
           88 AJ-PER-OK VALUE "00".
           88 AJ-PER-ABSENT VALUE "35".
       01 AJ-RPT-STATUS PIC X(02) VALUE "00".
           88 AJ-RPT-OK VALUE "00".
       01 AJ-JRN-STATUS PIC X(02) VALUE "00".
           88 AJ-JRN-OK VALUE "00".
           88 AJ-JRN-ABSENT VALUE "35".

       78 AJ-BASE-CCY VALUE "GBP".

       01 AJ-CNT-REFUSED PIC 9(04) VALUE 0.
       01 AJ-AMOUNT-STR PIC -(13)9.99.
       01 AJ-AUD-RC PIC 9(02) VALUE 0.
       01 AJ-KEY-DATE PIC 9(08) VALUE 0.
       01 AJ-OLD-RECORD PIC X(179) VALUE SPACE.
       01 AJ-JRN-SEQ PIC 9(06) VALUE 0.

      *-----------------------------------------------------------
      *    THE PERIODS CONTROL FILE IN STORAGE, AND PER-CHK'S
      *    ANSWER FOR THE CARD IN HAND.
      *-----------------------------------------------------------
       78 AJ-MAX-PER VALUE 600.
       COPY "per-tbl.cpy".
       01 AJ-PER-EOF-FLAG PIC X(01) VALUE "N".
           88 AJ-PER-EOF VALUE "Y".
       01 AJ-PER-DATE PIC 9(08) VALUE 0.
       01 AJ-PER-TARGET PIC 9(06) VALUE 0.
       01 AJ-PER-FROM PIC X(01) VALUE SPACE.
       01 AJ-PER-RESULT PIC X(01) VALUE SPACE.
           88 AJ-PER-OPEN VALUE "O".
           88 AJ-PER-SOFT VALUE "S".
           88 AJ-PER-REDIRECTED VALUE "R".
       01 AJ-REDIR-CNT PIC 9(04) VALUE 0.
       01 AJ-SOFT-CNT PIC 9(04) VALUE 0.

       78 AJ-LINES-PER-PAGE VALUE 56.
       01 AJ-LINE-CNT PIC 9(02) VALUE 99.
       01 AJ-LINE-HOLD PIC X(132) VALUE SPACE.
       01 AJ-PAGE-NO PIC 9(04) VALUE 0.

       01 AJ-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "DAY6ADJ PERIOD EXCEPTIONS - RUN".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-DATE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 AJ-HEAD-2.
           03 FILLER PIC X(07) VALUE "BATCH".
           03 FILLER PIC X(10) VALUE "DATED".
           03 FILLER PIC X(13) VALUE "PERIOD IS".
           03 FILLER PIC X(12) VALUE "ACTION".
           03 FILLER PIC X(10) VALUE "POSTED AS".
           03 FILLER PIC X(20) VALUE "          ADJUSTMENT".
           03 FILLER PIC X(60) VALUE "  REASON".

       01 AJ-DETAIL.
           03 DET-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DATED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-STATUS PIC X(11).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-ACTION PIC X(10).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-POSTED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-AMOUNT PIC -(16)9.99.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-REASON PIC X(04).
           03 FILLER PIC X(54) VALUE SPACE.

       01 AJ-TOTAL-LINE.
           03 TOT-REDIR PIC ZZZ9.
           03 FILLER PIC X(14) VALUE " REDIRECTED, ".
           03 TOT-SOFT PIC ZZZ9.
           03 FILLER PIC X(40)
               VALUE " POSTED INTO A SOFT-CLOSED PERIOD".
           03 FILLER PIC X(70) VALUE SPACE.

       01 AJ-RUN-DATE PIC 9(08) VALUE 0.
       01 AJ-RUN-TIME-RAW PIC 9(08) VALUE 0.
           PERFORM 2000-APPLY-ADJUSTMENTS THRU 2000-EXIT.
           DISPLAY "DAY6ADJ: " AJ-CNT-APPLIED " ADJUSTMENTS "
               "APPLIED, " AJ-CNT-REFUSED " REFUSED".
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF AJ-CNT-REFUSED > 0 OR AJ-REDIR-CNT > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.
                 AJ-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT AJ-RPT-FILE.
           IF NOT AJ-RPT-OK
             DISPLAY "DAY6ADJ: UNABLE TO OPEN PERRPT, STATUS="
                 AJ-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    THE DAY'S FIRST UPDATE FINDS NO JOURNAL - CREATE IT.
           OPEN EXTEND AJ-JRN-FILE.
           IF AJ-JRN-ABSENT
             OPEN OUTPUT AJ-JRN-FILE
           END-IF.
           IF NOT AJ-JRN-OK
             DISPLAY "DAY6ADJ: UNABLE TO OPEN MTDJRNL, STATUS="
                 AJ-JRN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-PERIODS THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE PERIODS CONTROL FILE INTO STORAGE.  NO FILE AT ALL
      *    MEANS NO MONTH HAS BEEN CLOSED - EVERY MONTH IS OPEN.
      *-----------------------------------------------------------
       1500-LOAD-PERIODS.
           OPEN INPUT AJ-PER-FILE.
           IF AJ-PER-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT AJ-PER-OK
             DISPLAY "DAY6ADJ: UNABLE TO OPEN PERIODS, STATUS="
                 AJ-PER-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AJ-PER-EOF-FLAG.
           PERFORM 1510-READ-PERIOD THRU 1510-EXIT.
           PERFORM UNTIL AJ-PER-EOF
             IF PER-RECORD NOT EQUAL SPACE
               IF WS-PER-CNT >= AJ-MAX-PER
                 DISPLAY "DAY6ADJ: MORE THAN " AJ-MAX-PER
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
           CLOSE AJ-PER-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PERIOD.
           READ AJ-PER-FILE
             AT END
               SET AJ-PER-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       2000-APPLY-ADJUSTMENTS.
           MOVE "N" TO AJ-EOF-FLAG.
           PERFORM 2100-READ-ADJUSTMENT THRU 2100-EXIT.
             PERFORM 3900-REFUSE THRU 3900-EXIT
             GO TO 3000-EXIT
           END-IF.
      *    A HARD-CLOSED MONTH HAS ROLLED OFF THE MASTER - THE
      *    ADJUSTMENT GOES TO DAY 00 OF THE FIRST MONTH STILL OPEN
      *    AND THERE IS NO CYCLE LEFT TO CHECK IT AGAINST.
           MOVE AJ-DATE TO AJ-PER-DATE AJ-KEY-DATE.
           CALL "PER-CHK" USING WS-T-PER, AJ-PER-DATE, AJ-PER-TARGET,
               AJ-PER-FROM, AJ-PER-RESULT.
           IF AJ-PER-REDIRECTED
             COMPUTE AJ-KEY-DATE = AJ-PER-TARGET * 100
             GO TO 3050-APPLY
           END-IF.
      *    THE ORIGINAL CYCLE MUST BE ON THE MASTER UNDER THE
      *    PRIMARY KEYING - A BACKDATED FIX TO A DAY THAT DIDN'T
      *    HAPPEN IS A KEYING ERROR, NOT A CORRECTION.
             PERFORM 3900-REFUSE THRU 3900-EXIT
             GO TO 3000-EXIT
           END-IF.
       3050-APPLY.
           PERFORM 3500-PUT-ADJ-RECORD THRU 3500-EXIT.
           PERFORM 4000-WRITE-GL-FEED THRU 4000-EXIT.
           ADD 1 TO AJ-CNT-APPLIED.
           MOVE AJ-AMOUNT TO AJ-AMOUNT-STR.
           DISPLAY "DAY6ADJ: " AJ-PART-NO " " AJ-DATE " ADJUSTED "
               AJ-AMOUNT-STR " (" AJ-REASON ")".
           IF NOT AJ-PER-OPEN
             PERFORM 3700-LIST-EXCEPTION THRU 3700-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *    THE PART AND DATE'S SOURCE "A" RECORD TAKES THE
      *    ADJUSTMENT - CREATED ON FIRST USE, ACCUMULATED INTO
      *    THEREAFTER.  ONLY THE GRAND TOTAL MOVES; AN ADJUSTMENT
      *    HAS NO ROWS OR OPERATOR BREAKDOWN.  EITHER WAY THE
      *    RECORD IS STAMPED AS CHANGED BY THIS RUN, AND JOURNALLED
      *    BEFORE IT GOES DOWN.
      *-----------------------------------------------------------
       3500-PUT-ADJ-RECORD.
           MOVE AJ-PART-NO TO MTD-PART-NO.
           MOVE AJ-KEY-DATE TO MTD-DATE.
           MOVE "A" TO MTD-SOURCE.
           READ AJ-MST-FILE
             INVALID KEY
               MOVE AJ-AMOUNT TO MTD-TOTAL MTD-TOTAL-BASE
               MOVE AJ-BASE-CCY TO MTD-CCY
               MOVE 0 TO MTD-TOTAL-PLUS MTD-TOTAL-STAR
                   MTD-TOTAL-MINUS MTD-TOTAL-SLASH
               MOVE 0 TO MTD-ROWS MTD-CNT-PLUS MTD-CNT-STAR
                   MTD-CNT-MINUS MTD-CNT-SLASH
               MOVE SPACE TO MTD-FILL-1 MTD-FILL-2 MTD-FILL-3
                   MTD-FILL-4 MTD-FILL-5 MTD-FILL-6 MTD-FILL-7
                   MTD-FILL-8 MTD-FILL-9 MTD-FILL-10 MTD-FILL-11
                   MTD-FILL-12 MTD-FILL-13 MTD-FILL-14
               MOVE AJ-RUN-DATE TO MTD-ADD-DATE MTD-CHG-DATE
               MOVE AJ-RUN-TIME-RAW TO MTD-ADD-TIME MTD-CHG-TIME
               MOVE SPACE TO AJ-OLD-RECORD
               MOVE "A" TO JRN-ACTION
               PERFORM 3800-WRITE-JOURNAL THRU 3800-EXIT
               WRITE MTD-RECORD
                 INVALID KEY
                   DISPLAY "DAY6ADJ: UNABLE TO WRITE KEY " MTD-KEY
                   STOP RUN WITH ERROR STATUS 16
               END-WRITE
             NOT INVALID KEY
               MOVE MTD-RECORD TO AJ-OLD-RECORD
               ADD AJ-AMOUNT TO MTD-TOTAL
                 ON SIZE ERROR
                   DISPLAY "DAY6ADJ: ADJUSTED TOTAL FOR "
                   PERFORM 9999-TERMINATE THRU 9999-EXIT
                   STOP RUN WITH ERROR STATUS 16
               END-ADD
               MOVE MTD-TOTAL TO MTD-TOTAL-BASE
               MOVE AJ-BASE-CCY TO MTD-CCY
               MOVE SPACE TO MTD-FILL-14
               MOVE AJ-RUN-DATE TO MTD-CHG-DATE
               MOVE AJ-RUN-TIME-RAW TO MTD-CHG-TIME
               MOVE "C" TO JRN-ACTION
               PERFORM 3800-WRITE-JOURNAL THRU 3800-EXIT
               REWRITE MTD-RECORD
                 INVALID KEY
                   DISPLAY "DAY6ADJ: UNABLE TO REWRITE KEY " MTD-KEY
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE EXCEPTIONS LINE FOR AN ADJUSTMENT APPLIED INTO, OR
      *    REDIRECTED OUT OF, A CLOSED PERIOD.
      *-----------------------------------------------------------
       3700-LIST-EXCEPTION.
           MOVE AJ-PART-NO TO DET-PART-NO.
           MOVE AJ-PER-DATE TO DET-DATED.
           IF AJ-PER-REDIRECTED
             MOVE "HARD-CLOSED" TO DET-STATUS
             MOVE "REDIRECTED" TO DET-ACTION
             ADD 1 TO AJ-REDIR-CNT
             DISPLAY "DAY6ADJ: " AJ-PART-NO " " AJ-DATE " IS IN A "
                 "HARD-CLOSED PERIOD - POSTED AS " AJ-KEY-DATE
           ELSE
             MOVE "SOFT-CLOSED" TO DET-STATUS
             MOVE "POSTED" TO DET-ACTION
             ADD 1 TO AJ-SOFT-CNT
           END-IF.
           MOVE AJ-KEY-DATE TO DET-POSTED.
           MOVE AJ-AMOUNT TO DET-AMOUNT.
           MOVE AJ-REASON TO DET-REASON.
           MOVE AJ-DETAIL TO AJ-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE JOURNAL RECORD FOR THE CHANGE ABOUT TO BE MADE - THE
      *    ACTION IS SET BY THE CALLER, THE BEFORE-IMAGE IS IN
      *    AJ-OLD-RECORD (SPACES ON AN ADD) AND THE AFTER-IMAGE IS
      *    MTD-RECORD AS IT IS ABOUT TO GO DOWN.  A CHANGE THAT
      *    CANNOT BE JOURNALLED IS NOT MADE.
      *-----------------------------------------------------------
       3800-WRITE-JOURNAL.
           ADD 1 TO AJ-JRN-SEQ.
           MOVE "DAY6ADJ" TO JRN-PROGRAM.
           MOVE AJ-RUN-DATE TO JRN-CYCLE JRN-RUN-DATE.
           MOVE AJ-RUN-TIME-RAW TO JRN-RUN-TIME.
           MOVE AJ-JRN-SEQ TO JRN-SEQ.
           MOVE MTD-KEY TO JRN-KEY.
           MOVE AJ-OLD-RECORD TO JRN-BEFORE.
           MOVE MTD-RECORD TO JRN-AFTER.
           MOVE SPACE TO JRN-FILL-1 JRN-FILL-2 JRN-FILL-3 JRN-FILL-4
               JRN-FILL-5 JRN-FILL-6 JRN-FILL-7.
           WRITE JRN-RECORD.
           IF NOT AJ-JRN-OK
             DISPLAY "DAY6ADJ: UNABLE TO JOURNAL KEY " MTD-KEY
                 ", STATUS=" AJ-JRN-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE ALREADY-POSTED SUMMARY RECORD FOR THE GL FEED -
      *    DAY6GL TURNS IT INTO THE INCREMENTAL POSTING, THROUGH
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CLOSE THE EXCEPTIONS REPORT - A RUN WITH NOTHING TO LIST
      *    STILL PRINTS A PAGE SAYING SO.
      *-----------------------------------------------------------
       6000-PRINT-TOTALS.
           IF AJ-REDIR-CNT + AJ-SOFT-CNT EQUAL 0
             MOVE "NO ADJUSTMENT FELL IN A CLOSED PERIOD"
                 TO AJ-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           MOVE SPACE TO AJ-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE AJ-REDIR-CNT TO TOT-REDIR.
           MOVE AJ-SOFT-CNT TO TOT-SOFT.
           MOVE AJ-TOTAL-LINE TO AJ-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO AJ-PAGE-NO.
           MOVE AJ-RUN-DATE TO HD1-DATE.
           MOVE AJ-PAGE-NO TO HD1-PAGE.
           WRITE AJ-PRINT-LINE FROM AJ-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO AJ-PRINT-LINE.
           WRITE AJ-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE AJ-PRINT-LINE FROM AJ-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO AJ-PRINT-LINE.
           WRITE AJ-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO AJ-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN AJ-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF AJ-LINE-CNT >= AJ-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE AJ-PRINT-LINE FROM AJ-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO AJ-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE AJ-TRAN-FILE.
           CLOSE AJ-MST-FILE.
           CLOSE AJ-GL-FILE.
           CLOSE AJ-AUD-FILE.
           CLOSE AJ-RPT-FILE.
           CLOSE AJ-JRN-FILE.
       9999-EXIT.
           EXIT.

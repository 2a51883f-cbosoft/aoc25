      *    T  RECORD COUNT AND HASH TOTAL (SUM OF ABSOLUTE
      *       AMOUNTS), WHICH THE GL'S EDIT CHECKS ON INTAKE
      *
      *  THE POSTING DATE IS THE RUN DATE UNLESS THE PERIODS
      *  CONTROL FILE (SEE PER-REC) HAS HARD-CLOSED ITS MONTH - SEE
      *  1600-SET-POSTING-DATE.  PERRPT LISTS EVERY POSTING THAT
      *  DID NOT GO IN AS PLAINLY DATED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *                   THE RUN HARD; DAY6EDIT SHOULD HAVE CAUGHT
      *                   IT, SO REACHING HERE MEANS THE MASTER
      *                   CHANGED MID-CYCLE.
      *  2026-09-13 RM    THE POSTING DATE IS JUDGED AGAINST THE
      *                   PERIODS CONTROL FILE (PER-CHK) - THE RUN
      *                   DATE USED TO BE STAMPED EVEN AFTER THE
      *                   LEDGER HAD CLOSED ITS MONTH.  A RUN DATED
      *                   INTO A HARD-CLOSED MONTH POSTS ON THE FIRST
      *                   DAY OF THE FIRST MONTH STILL TAKING
      *                   POSTINGS; EVERY POSTING REDIRECTED OR
      *                   DATED INTO A SOFT-CLOSED MONTH IS LISTED ON
      *                   THE NEW PERRPT EXCEPTIONS REPORT.  RC 4
      *                   WHEN ANYTHING WAS REDIRECTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PART-STATUS.
           SELECT GL-PER-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PER-STATUS.
           SELECT GL-RPT-FILE ASSIGN TO "PERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  GL-PER-FILE
           RECORDING MODE IS F.
       COPY "per-rec.cpy".

       FD  GL-RPT-FILE
           RECORDING MODE IS F.
       01  GL-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 GL-IN-STATUS PIC X(02) VALUE "00".
           88 GL-IN-OK VALUE "00".
           88 GL-OUT-OK VALUE "00".
       01 GL-PART-STATUS PIC X(02) VALUE "00".
           88 GL-PART-OK VALUE "00".
       01 GL-PER-STATUS PIC X(02) VALUE "00".
           88 GL-PER-OK VALUE "00".
           88 GL-PER-ABSENT VALUE "35".
       01 GL-RPT-STATUS PIC X(02) VALUE "00".
           88 GL-RPT-OK VALUE "00".
       01 GL-EOF-FLAG PIC X(01) VALUE "N".
           88 GL-EOF VALUE "Y".

       01 GL-REC-CNT PIC 9(06) VALUE 0.
       01 GL-HASH-TOTAL PIC 9(15)V9(02) COMP-3 VALUE 0.
       01 GL-AMOUNT PIC 9(13)V9(02) COMP-3 VALUE 0.
       01 GL-POST-DATE PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    THE PERIODS CONTROL FILE IN STORAGE, AND PER-CHK'S
      *    ANSWER FOR THE RUN DATE.
      *-----------------------------------------------------------
       78 GL-MAX-PER VALUE 600.
       COPY "per-tbl.cpy".
       01 GL-PER-EOF-FLAG PIC X(01) VALUE "N".
           88 GL-PER-EOF VALUE "Y".
       01 GL-PER-TARGET PIC 9(06) VALUE 0.
       01 GL-PER-FROM PIC X(01) VALUE SPACE.
       01 GL-PER-RESULT PIC X(01) VALUE SPACE.
           88 GL-PER-OPEN VALUE "O".
           88 GL-PER-SOFT VALUE "S".
           88 GL-PER-REDIRECTED VALUE "R".
       01 GL-EXC-CNT PIC 9(06) VALUE 0.

       78 GL-LINES-PER-PAGE VALUE 56.
       01 GL-LINE-CNT PIC 9(02) VALUE 99.
       01 GL-LINE-HOLD PIC X(132) VALUE SPACE.
       01 GL-PAGE-NO PIC 9(04) VALUE 0.

       01 GL-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "DAY6GL PERIOD EXCEPTIONS - RUN".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-DATE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 GL-HEAD-2.
           03 FILLER PIC X(07) VALUE "BATCH".
           03 FILLER PIC X(10) VALUE "ACCOUNT".
           03 FILLER PIC X(10) VALUE "DATED".
           03 FILLER PIC X(13) VALUE "PERIOD IS".
           03 FILLER PIC X(12) VALUE "ACTION".
           03 FILLER PIC X(10) VALUE "POSTED AS".
           03 FILLER PIC X(20) VALUE "              AMOUNT".
           03 FILLER PIC X(50) VALUE " D/C".

       01 GL-DETAIL.
           03 DET-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-ACCOUNT PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DATED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-STATUS PIC X(11).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-ACTION PIC X(10).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-POSTED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-AMOUNT PIC Z(16)9.99.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DC PIC X(01).
           03 FILLER PIC X(47) VALUE SPACE.

       01 GL-TOTAL-LINE.
           03 TOT-EXC PIC ZZZZZ9.
           03 FILLER PIC X(36)
               VALUE " POSTINGS DATED INTO A CLOSED PERIOD".
           03 FILLER PIC X(12) VALUE " - RUN DATE ".
           03 TOT-RUN-DATE PIC 9(08).
           03 FILLER PIC X(11) VALUE " POSTED AS ".
           03 TOT-POST-DATE PIC 9(08).
           03 FILLER PIC X(51) VALUE SPACE.

       01 GL-HDR-LINE.
           03 FILLER PIC X(01) VALUE "H".
           PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
           PERFORM 3000-EXTRACT-POSTINGS THRU 3000-EXIT.
           PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF GL-PER-REDIRECTED AND GL-EXC-CNT > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
                 GL-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT GL-RPT-FILE.
           IF NOT GL-RPT-OK
             DISPLAY "DAY6GL: UNABLE TO OPEN PERRPT, STATUS="
                 GL-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-PARTS THRU 1500-EXIT.
           PERFORM 1600-SET-POSTING-DATE THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE PERIODS CONTROL FILE (NO FILE AT ALL - EVERY
      *    MONTH IS OPEN) AND FIX THE DATE THE WHOLE EXTRACT POSTS
      *    ON.  A RUN DATED INTO A HARD-CLOSED MONTH POSTS ON THE
      *    FIRST DAY OF THE FIRST MONTH STILL TAKING POSTINGS - THE
      *    LEDGER NEEDS A REAL CALENDAR DAY.
      *-----------------------------------------------------------
       1600-SET-POSTING-DATE.
           OPEN INPUT GL-PER-FILE.
           IF GL-PER-ABSENT
             GO TO 1650-JUDGE
           END-IF.
           IF NOT GL-PER-OK
             DISPLAY "DAY6GL: UNABLE TO OPEN PERIODS, STATUS="
                 GL-PER-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO GL-PER-EOF-FLAG.
           PERFORM 1610-READ-PERIOD THRU 1610-EXIT.
           PERFORM UNTIL GL-PER-EOF
             IF PER-RECORD NOT EQUAL SPACE
               IF WS-PER-CNT >= GL-MAX-PER
                 DISPLAY "DAY6GL: MORE THAN " GL-MAX-PER
                     " MONTHS ON PERIODS - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-PER-CNT
               MOVE PER-PERIOD TO WS-PER-PERIOD(WS-PER-CNT)
               MOVE PER-STATUS TO WS-PER-STATUS(WS-PER-CNT)
               MOVE PER-ORIGIN TO WS-PER-ORIGIN(WS-PER-CNT)
             END-IF
             PERFORM 1610-READ-PERIOD THRU 1610-EXIT
           END-PERFORM.
           CLOSE GL-PER-FILE.
       1650-JUDGE.
           CALL "PER-CHK" USING WS-T-PER, GL-RUN-DATE, GL-PER-TARGET,
               GL-PER-FROM, GL-PER-RESULT.
           IF GL-PER-REDIRECTED
             COMPUTE GL-POST-DATE = GL-PER-TARGET * 100 + 1
             DISPLAY "DAY6GL: RUN DATE " GL-RUN-DATE " IS IN A "
                 "HARD-CLOSED PERIOD - POSTING AS " GL-POST-DATE
           ELSE
             MOVE GL-RUN-DATE TO GL-POST-DATE
           END-IF.
       1600-EXIT.
           EXIT.

       1610-READ-PERIOD.
           READ GL-PER-FILE
             AT END
               SET GL-PER-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       2000-WRITE-HEADER.
           MOVE GL-POST-DATE TO GLH-DATE.
           WRITE GL-OUT-RECORD FROM GL-HDR-LINE.
       2000-EXIT.
           EXIT.
             MOVE GI-TOTAL-BASE TO GL-AMOUNT
           END-IF.
           MOVE GL-AMOUNT TO GLD-AMOUNT.
           MOVE GL-POST-DATE TO GLD-DATE.
           WRITE GL-OUT-RECORD FROM GL-DET-LINE.
           ADD 1 TO GL-REC-CNT.
           IF NOT GL-PER-OPEN
             PERFORM 4500-LIST-EXCEPTION THRU 4500-EXIT
           END-IF.
      *    A WRONG HASH TOTAL IS EXACTLY WHAT THE GL'S INTAKE EDIT
      *    EXISTS TO CATCH - WRAPPING IT SILENTLY HERE WOULD DEFEAT
      *    THE CONTROL, SO AN OVERFLOWING DAY IS A HARD ERROR.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE EXCEPTIONS LINE FOR THE POSTING JUST WRITTEN.
      *-----------------------------------------------------------
       4500-LIST-EXCEPTION.
           MOVE GI-PART-NO TO DET-PART-NO.
           MOVE GLD-ACCOUNT TO DET-ACCOUNT.
           MOVE GL-RUN-DATE TO DET-DATED.
           IF GL-PER-REDIRECTED
             MOVE "HARD-CLOSED" TO DET-STATUS
             MOVE "REDIRECTED" TO DET-ACTION
           ELSE
             MOVE "SOFT-CLOSED" TO DET-STATUS
             MOVE "POSTED" TO DET-ACTION
           END-IF.
           MOVE GL-POST-DATE TO DET-POSTED.
           MOVE GL-AMOUNT TO DET-AMOUNT.
           MOVE GLD-DC TO DET-DC.
           MOVE GL-DETAIL TO GL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           ADD 1 TO GL-EXC-CNT.
       4500-EXIT.
           EXIT.

       5000-WRITE-TRAILER.
           MOVE GL-REC-CNT TO GLT-COUNT.
           MOVE GL-HASH-TOTAL TO GLT-HASH.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CLOSE THE EXCEPTIONS REPORT - A RUN WITH NOTHING TO LIST
      *    STILL PRINTS A PAGE SAYING SO.
      *-----------------------------------------------------------
       6000-PRINT-TOTALS.
           IF GL-EXC-CNT EQUAL 0
             MOVE "NO POSTING FELL IN A CLOSED PERIOD" TO GL-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           MOVE SPACE TO GL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE GL-EXC-CNT TO TOT-EXC.
           MOVE GL-RUN-DATE TO TOT-RUN-DATE.
           MOVE GL-POST-DATE TO TOT-POST-DATE.
           MOVE GL-TOTAL-LINE TO GL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO GL-PAGE-NO.
           MOVE GL-RUN-DATE TO HD1-DATE.
           MOVE GL-PAGE-NO TO HD1-PAGE.
           WRITE GL-PRINT-LINE FROM GL-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO GL-PRINT-LINE.
           WRITE GL-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE GL-PRINT-LINE FROM GL-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO GL-PRINT-LINE.
           WRITE GL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO GL-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN GL-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF GL-LINE-CNT >= GL-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE GL-PRINT-LINE FROM GL-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO GL-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE GL-IN-FILE.
           CLOSE GL-OUT-FILE.
           CLOSE GL-RPT-FILE.
       9999-EXIT.
           EXIT.

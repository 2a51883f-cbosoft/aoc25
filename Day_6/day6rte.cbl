       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6RTE.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-08.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6RTE - EDIT OF THE DAILY RATES FEED AGAINST THE RATE
      *  HISTORY MASTER, AHEAD OF THE TOTALLER.
      *
      *  DAY6P1 TAKES WHATEVER RATES IT IS GIVEN - A SLIPPED DECIMAL
      *  ON THE FEED WAS CONVERTING A WHOLE DAY'S FOREIGN SHEETS AT
      *  TEN TIMES THEIR VALUE, AND A CURRENCY DROPPED FROM THE FEED
      *  ONLY SHOWED UP AS A PILE OF "NO RATE" REJECTS NEXT MORNING.
      *  THIS STEP RUNS BEFORE THE TOTALLER AND CHECKS THE FEED:
      *
      *    RATES    THE DAY'S FEED, DAY6P1'S LAYOUT (CURRENCY, RATE
      *             WITH SIX IMPLIED DECIMALS).  ABSENT OR EMPTY IS
      *             A STERLING-ONLY DAY
      *    RATEHIST THE RATE HISTORY MASTER (RATE-REC) - EVERY RATE
      *             ACCEPTED ON EVERY EARLIER CYCLE, IN CYCLE-DATE
      *             ORDER.  ABSENT UNTIL THE FIRST CYCLE IS RECORDED
      *    PRVOUT   THE PREVIOUS CYCLE'S WSOUT1 SUMMARIES - WHICH
      *             CURRENCIES YESTERDAY'S SHEETS WERE KEYED IN
      *    RTERPT   THE EDIT REPORT - ONE LINE PER CURRENCY WITH
      *             TODAY'S AND THE PREVIOUS RATE, THE MOVE AND THE
      *             DISPOSITION
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (MANDATORY), MAX-MOVE-PCT=NN
      *             (THE LARGEST DAY-ON-DAY MOVE ACCEPTED, WHOLE
      *             PERCENT, DEFAULT 10), AND ONE ACCEPT-CCY=XXX
      *             CARD PER CURRENCY TREASURY HAS CONFIRMED REALLY
      *             DID MOVE FURTHER THAN THAT TODAY
      *
      *  THE PREVIOUS RATE IS THE CURRENCY'S LATEST ON RATEHIST
      *  DATED BEFORE THIS CYCLE - THE PREVIOUS BUSINESS DAY IT WAS
      *  QUOTED.  A RATE IS REFUSED WHEN IT IS MISSING, NOT NUMERIC
      *  OR ZERO, WHEN ITS CURRENCY IS BLANK, STERLING OR ON THE
      *  FEED TWICE, OR WHEN IT MOVED FURTHER THAN MAX-MOVE-PCT
      *  WITHOUT AN ACCEPT-CCY CARD.  A CURRENCY WITH NO HISTORY IS
      *  ACCEPTED AND REPORTED AS NEW.  A CURRENCY USED ON THE
      *  PREVIOUS CYCLE'S SHEETS BUT NOT ON TODAY'S FEED IS FLAGGED
      *  MISSING - ITS SHEETS WILL GO TO SUSPENSE "NO RATE".
      *
      *  ANY REFUSAL ENDS THE STEP RC 16 AND NOTHING IS ADDED TO
      *  RATEHIST - THE TOTALLER DOES NOT RUN UNTIL THE FEED IS
      *  PUT RIGHT AND THE STEP RERUN.  OTHERWISE EVERY ACCEPTED
      *  RATE IS APPENDED TO RATEHIST UNDER THE CYCLE DATE (A RERUN
      *  OF A CYCLE ALREADY RECORDED ADDS NOTHING TWICE, AND A RATE
      *  DIFFERENT FROM THE ONE ALREADY RECORDED FOR THE CYCLE IS
      *  REFUSED) AND THE STEP ENDS RC 4 WHEN A CURRENCY WAS
      *  MISSING, RC 0 WHEN THE FEED IS COMPLETE AND CLEAN.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-08 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RE-RATE-FILE ASSIGN TO "RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RE-RATE-STATUS.
           SELECT RE-HIST-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RE-HIST-STATUS.
           SELECT RE-PRV-FILE ASSIGN TO "PRVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RE-PRV-STATUS.
           SELECT RE-RPT-FILE ASSIGN TO "RTERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RE-RPT-STATUS.
           SELECT RE-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RE-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    DAY6P1'S RATES LAYOUT - ONE CURRENCY PER RECORD.
      *-----------------------------------------------------------
       FD  RE-RATE-FILE
           RECORDING MODE IS F.
       01  RE-RATE-RECORD.
           03 RT-CCY PIC X(03).
           03 RT-FILL-1 PIC X(01).
           03 RT-RATE PIC 9(04)V9(06).

       FD  RE-HIST-FILE
           RECORDING MODE IS F.
       COPY "rate-rec.cpy".

      *-----------------------------------------------------------
      *    THE PREVIOUS CYCLE'S WSOUT SUMMARY - ONLY THE PART NUMBER
      *    AND THE HEADER CURRENCY ARE NEEDED HERE.
      *-----------------------------------------------------------
       FD  RE-PRV-FILE
           RECORDING MODE IS F.
       01  RE-PRV-RECORD.
           03 PO-PART-NO PIC X(05).
           03 PO-FILL-1 PIC X(213).
           03 PO-CCY PIC X(03).
           03 PO-FILL-2 PIC X(35).

       FD  RE-RPT-FILE
           RECORDING MODE IS F.
       01  RE-PRINT-LINE PIC X(132).

       FD  RE-CTL-FILE
           RECORDING MODE IS F.
       01  RE-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 RE-RATE-STATUS PIC X(02) VALUE "00".
           88 RE-RATE-OK VALUE "00".
           88 RE-RATE-ABSENT VALUE "35".
       01 RE-HIST-STATUS PIC X(02) VALUE "00".
           88 RE-HIST-OK VALUE "00".
           88 RE-HIST-ABSENT VALUE "35".
       01 RE-PRV-STATUS PIC X(02) VALUE "00".
           88 RE-PRV-OK VALUE "00".
           88 RE-PRV-ABSENT VALUE "35".
       01 RE-RPT-STATUS PIC X(02) VALUE "00".
           88 RE-RPT-OK VALUE "00".
       01 RE-CTL-STATUS PIC X(02) VALUE "00".
           88 RE-CTL-OK VALUE "00".
           88 RE-CTL-ABSENT VALUE "35".

       78 RE-BASE-CCY VALUE "GBP".
       78 RE-MAX-CCYS VALUE 20.
       78 RE-MAX-HIST VALUE 99.
       78 RE-MAX-OVR VALUE 20.

      *-----------------------------------------------------------
      *    ONE ENTRY PER CURRENCY EVER RECORDED ON RATEHIST - ITS
      *    LATEST RATE BEFORE THIS CYCLE, AND THE RATE ALREADY
      *    RECORDED FOR THIS CYCLE WHEN THE STEP IS BEING RERUN.
      *-----------------------------------------------------------
       01 RE-HIST-TABLE.
           03 RE-HIST OCCURS 99 TIMES.
               05 RE-H-CCY PIC X(03).
               05 RE-H-DATE PIC 9(08).
               05 RE-H-RATE PIC 9(04)V9(06) COMP-3.
               05 RE-H-CYC-FLAG PIC 9(01).
               05 RE-H-CYC-RATE PIC 9(04)V9(06) COMP-3.
       01 RE-HIST-CNT PIC 9(02) VALUE 0.
       01 RE-LAST-DATE PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    TODAY'S FEED AS EDITED - REFUSED CURRENCIES ARE KEPT TOO,
      *    SO A SECOND QUOTE IS CAUGHT AND THE CURRENCY IS NOT ALSO
      *    REPORTED MISSING.  THE APPEND FLAG MARKS THE RATES STILL
      *    TO BE ADDED TO RATEHIST.
      *-----------------------------------------------------------
       01 RE-FEED-TABLE.
           03 RE-FEED OCCURS 20 TIMES.
               05 RE-F-CCY PIC X(03).
               05 RE-F-RATE PIC 9(04)V9(06) COMP-3.
               05 RE-F-APPEND PIC 9(01).
       01 RE-FEED-CNT PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    CURRENCIES TREASURY HAS CLEARED TO MOVE PAST THE
      *    TOLERANCE TODAY (ACCEPT-CCY CARDS).
      *-----------------------------------------------------------
       01 RE-OVR-TABLE.
           03 RE-OVR-CCY PIC X(03) OCCURS 20 TIMES.
       01 RE-OVR-CNT PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    CURRENCIES ON THE PREVIOUS CYCLE'S SHEETS, EACH ONCE.
      *-----------------------------------------------------------
       01 RE-USED-TABLE.
           03 RE-USED-CCY PIC X(03) OCCURS 99 TIMES.
       01 RE-USED-CNT PIC 9(02) VALUE 0.

       01 RE-CYCLE-DATE PIC 9(08) VALUE 0.
       01 RE-MAX-PCT PIC 9(03) VALUE 10.
       01 RE-MOVE-PCT PIC S9(05)V9(02) COMP-3 VALUE 0.
       01 RE-MOVE-ABS PIC 9(05)V9(02) COMP-3 VALUE 0.
       01 RE-DISP PIC X(10) VALUE SPACE.
       01 RE-REASON PIC X(40) VALUE SPACE.
       01 RE-FOUND PIC 9(02) VALUE 0.
       01 RE-I PIC 9(02) VALUE 0.
       01 RE-J PIC 9(02) VALUE 0.

       01 RE-CNT-ACCEPTED PIC 9(02) VALUE 0.
       01 RE-CNT-REFUSED PIC 9(02) VALUE 0.
       01 RE-CNT-MISSING PIC 9(02) VALUE 0.
       01 RE-CNT-NEW PIC 9(02) VALUE 0.
       01 RE-CNT-OVERRIDE PIC 9(02) VALUE 0.
       01 RE-CNT-APPENDED PIC 9(02) VALUE 0.
       01 RE-EOF-FLAG PIC X(01) VALUE "N".
           88 RE-EOF VALUE "Y".

       01 RE-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 RE-CTL-EOF VALUE "Y".
       01 RE-CTL-KEY PIC X(20) VALUE SPACE.
       01 RE-CTL-VALUE PIC X(20) VALUE SPACE.
       01 RE-CTL-NUM PIC 9(04) VALUE 0.
       01 RE-CTL-BAD PIC 9(01) VALUE 0.
       01 RE-CTL-I PIC 9(02) VALUE 0.
       01 RE-CTL-DIGIT PIC X(01) VALUE SPACE.
       01 RE-CTL-DIGIT-N PIC 9(01) VALUE 0.

       78 RE-LINES-PER-PAGE VALUE 56.
       01 RE-LINE-CNT PIC 9(02) VALUE 99.
       01 RE-LINE-HOLD PIC X(132) VALUE SPACE.
       01 RE-PAGE-NO PIC 9(04) VALUE 0.

       01 RE-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "RATES FEED EDIT - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 RE-HEAD-2.
           03 FILLER PIC X(05) VALUE "CCY".
           03 FILLER PIC X(13) VALUE " TODAY'S RATE".
           03 FILLER PIC X(13) VALUE " PREVIOUS".
           03 FILLER PIC X(10) VALUE "PREV DATE".
           03 FILLER PIC X(11) VALUE "   MOVE %".
           03 FILLER PIC X(12) VALUE "DISPOSN".
           03 FILLER PIC X(68) VALUE "REASON".

       01 RE-DETAIL.
           03 DET-CCY PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-RATE PIC ZZZ9.999999.
           03 DET-RATE-X REDEFINES DET-RATE PIC X(11).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-PREV-RATE PIC ZZZ9.999999.
           03 DET-PREV-RATE-X REDEFINES DET-PREV-RATE PIC X(11).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-PREV-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-MOVE PIC -ZZZZ9.99.
           03 DET-MOVE-X REDEFINES DET-MOVE PIC X(09).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DISP PIC X(10).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-REASON PIC X(40).
           03 FILLER PIC X(28) VALUE SPACE.

       01 RE-TOTAL-LINE.
           03 FILLER PIC X(07) VALUE "RATES: ".
           03 TOT-ACCEPTED PIC Z9.
           03 FILLER PIC X(11) VALUE " ACCEPTED, ".
           03 TOT-REFUSED PIC Z9.
           03 FILLER PIC X(10) VALUE " REFUSED, ".
           03 TOT-MISSING PIC Z9.
           03 FILLER PIC X(10) VALUE " MISSING, ".
           03 TOT-NEW PIC Z9.
           03 FILLER PIC X(06) VALUE " NEW, ".
           03 TOT-OVERRIDE PIC Z9.
           03 FILLER PIC X(13) VALUE " OVERRIDDEN; ".
           03 TOT-APPENDED PIC Z9.
           03 FILLER PIC X(35)
               VALUE " ADDED TO HISTORY; MOVE TOLERANCE ".
           03 TOT-MAX-PCT PIC ZZ9.
           03 FILLER PIC X(01) VALUE "%".
           03 FILLER PIC X(24) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
           PERFORM 2000-EDIT-FEED THRU 2000-EXIT.
           PERFORM 3000-CHECK-USED THRU 3000-EXIT.
           PERFORM 4000-APPEND-HISTORY THRU 4000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6RTE: " RE-CNT-ACCEPTED " ACCEPTED, "
               RE-CNT-REFUSED " REFUSED, " RE-CNT-MISSING
               " MISSING FOR CYCLE " RE-CYCLE-DATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RE-CNT-REFUSED > 0
             DISPLAY "DAY6RTE: RATES FEED REFUSED - CORRECT THE FEED "
                 "(OR ADD ACCEPT-CCY FOR A CONFIRMED MOVE) AND RERUN"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF RE-CNT-MISSING > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF RE-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6RTE: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- THE FEED IS RECORDED UNDER IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT RE-RPT-FILE.
           IF NOT RE-RPT-OK
             DISPLAY "DAY6RTE: UNABLE TO OPEN RTERPT, STATUS="
                 RE-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT RE-CTL-FILE.
           IF RE-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT RE-CTL-OK
             DISPLAY "DAY6RTE: UNABLE TO OPEN RUNCTL, STATUS="
                 RE-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RE-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL RE-CTL-EOF
             IF RE-CTL-RECORD NOT EQUAL SPACE
                 AND RE-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE RE-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ RE-CTL-FILE
             AT END
               SET RE-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO RE-CTL-KEY RE-CTL-VALUE.
           UNSTRING RE-CTL-RECORD DELIMITED BY "="
               INTO RE-CTL-KEY RE-CTL-VALUE.
           EVALUATE RE-CTL-KEY
             WHEN "CYCLE-DATE"
               IF RE-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6RTE: CYCLE-DATE VALUE '"
                     RE-CTL-VALUE "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE RE-CTL-VALUE(1:8) TO RE-CYCLE-DATE
             WHEN "MAX-MOVE-PCT"
               PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
               IF RE-CTL-BAD EQUAL 1 OR RE-CTL-NUM EQUAL 0
                   OR RE-CTL-NUM > 999
                 DISPLAY "DAY6RTE: MAX-MOVE-PCT VALUE '"
                     RE-CTL-VALUE "' ON RUNCTL CARD IS NOT 1-999"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE RE-CTL-NUM TO RE-MAX-PCT
             WHEN "ACCEPT-CCY"
               IF RE-CTL-VALUE(1:3) EQUAL SPACE
                   OR RE-CTL-VALUE(4:17) NOT EQUAL SPACE
                 DISPLAY "DAY6RTE: ACCEPT-CCY VALUE '"
                     RE-CTL-VALUE "' ON RUNCTL CARD IS NOT A "
                     "CURRENCY CODE"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF RE-OVR-CNT >= RE-MAX-OVR
                 DISPLAY "DAY6RTE: MORE THAN " RE-MAX-OVR
                     " ACCEPT-CCY CARDS ON RUNCTL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO RE-OVR-CNT
               MOVE RE-CTL-VALUE(1:3) TO RE-OVR-CCY(RE-OVR-CNT)
             WHEN OTHER
               DISPLAY "DAY6RTE: UNRECOGNISED KEYWORD '" RE-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    TURN THE CARD VALUE'S LEADING DIGITS INTO A NUMBER - THE
      *    CARDS ARE HAND-KEYED, SO "5" IS AS WELCOME AS "005".
      *    ANYTHING OTHER THAN DIGITS THEN BLANKS FLAGS THE VALUE
      *    BAD FOR THE CALLER TO REJECT.
      *-----------------------------------------------------------
       1300-PARSE-CTL-NUM.
           COMPUTE RE-CTL-NUM = 0.
           COMPUTE RE-CTL-BAD = 0.
           IF RE-CTL-VALUE EQUAL SPACE
             MOVE 1 TO RE-CTL-BAD
             GO TO 1300-EXIT
           END-IF.
           PERFORM VARYING RE-CTL-I FROM 1 BY 1
               UNTIL RE-CTL-I > 20
               OR RE-CTL-VALUE(RE-CTL-I:1) EQUAL SPACE
             MOVE RE-CTL-VALUE(RE-CTL-I:1) TO RE-CTL-DIGIT
             IF RE-CTL-DIGIT IS NUMERIC
               MOVE RE-CTL-DIGIT TO RE-CTL-DIGIT-N
               COMPUTE RE-CTL-NUM = RE-CTL-NUM * 10 + RE-CTL-DIGIT-N
                 ON SIZE ERROR
                   MOVE 1 TO RE-CTL-BAD
               END-COMPUTE
             ELSE
               MOVE 1 TO RE-CTL-BAD
             END-IF
           END-PERFORM.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE RATE HISTORY, KEEPING EACH CURRENCY'S LATEST
      *    RATE DATED BEFORE THIS CYCLE.  THE MASTER MUST BE IN
      *    CYCLE-DATE ORDER AND MUST NOT ALREADY HOLD A LATER CYCLE
      *    - RECORDING TODAY'S RATES BEHIND A LATER DAY'S WOULD
      *    CORRUPT EVERY "PREVIOUS RATE" FROM THEN ON.
      *-----------------------------------------------------------
       1500-LOAD-HISTORY.
           OPEN INPUT RE-HIST-FILE.
           IF RE-HIST-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT RE-HIST-OK
             DISPLAY "DAY6RTE: UNABLE TO OPEN RATEHIST, STATUS="
                 RE-HIST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RE-EOF-FLAG.
           PERFORM 1510-READ-HIST THRU 1510-EXIT.
           PERFORM UNTIL RE-EOF
             PERFORM 1550-TAKE-HIST THRU 1550-EXIT
             PERFORM 1510-READ-HIST THRU 1510-EXIT
           END-PERFORM.
           CLOSE RE-HIST-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-HIST.
           READ RE-HIST-FILE
             AT END
               SET RE-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1550-TAKE-HIST.
           IF RH-RECORD EQUAL SPACE
             GO TO 1550-EXIT
           END-IF.
           IF RH-DATE IS NOT NUMERIC OR RH-RATE IS NOT NUMERIC
             DISPLAY "DAY6RTE: RATEHIST RECORD FOR '" RH-CCY
                 "' HAS A NON-NUMERIC DATE OR RATE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF RH-DATE < RE-LAST-DATE
             DISPLAY "DAY6RTE: RATEHIST OUT OF CYCLE-DATE ORDER AT "
                 RH-DATE " " RH-CCY
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF RH-DATE > RE-CYCLE-DATE
             DISPLAY "DAY6RTE: RATEHIST ALREADY HOLDS RATES FOR "
                 RH-DATE ", AFTER CYCLE " RE-CYCLE-DATE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE RH-DATE TO RE-LAST-DATE.
           COMPUTE RE-FOUND = 0.
           PERFORM VARYING RE-I FROM 1 BY 1
               UNTIL RE-I > RE-HIST-CNT OR RE-FOUND > 0
             IF RE-H-CCY(RE-I) EQUAL RH-CCY
               MOVE RE-I TO RE-FOUND
             END-IF
           END-PERFORM.
           IF RE-FOUND EQUAL 0
             IF RE-HIST-CNT >= RE-MAX-HIST
               DISPLAY "DAY6RTE: MORE THAN " RE-MAX-HIST
                   " CURRENCIES ON RATEHIST - TABLE FULL"
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO RE-HIST-CNT
             MOVE RE-HIST-CNT TO RE-FOUND
             MOVE RH-CCY TO RE-H-CCY(RE-FOUND)
             MOVE 0 TO RE-H-DATE(RE-FOUND)
             MOVE 0 TO RE-H-RATE(RE-FOUND)
             MOVE 0 TO RE-H-CYC-FLAG(RE-FOUND)
             MOVE 0 TO RE-H-CYC-RATE(RE-FOUND)
           END-IF.
           IF RH-DATE EQUAL RE-CYCLE-DATE
             MOVE 1 TO RE-H-CYC-FLAG(RE-FOUND)
             MOVE RH-RATE TO RE-H-CYC-RATE(RE-FOUND)
           ELSE
             MOVE RH-DATE TO RE-H-DATE(RE-FOUND)
             MOVE RH-RATE TO RE-H-RATE(RE-FOUND)
           END-IF.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT EVERY RATE ON THE FEED.  NO RATES DATASET AT ALL IS
      *    A STERLING-ONLY DAY, AS IT IS FOR DAY6P1.
      *-----------------------------------------------------------
       2000-EDIT-FEED.
           OPEN INPUT RE-RATE-FILE.
           IF RE-RATE-ABSENT
             GO TO 2000-EXIT
           END-IF.
           IF NOT RE-RATE-OK
             DISPLAY "DAY6RTE: UNABLE TO OPEN RATES, STATUS="
                 RE-RATE-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RE-EOF-FLAG.
           PERFORM 2010-READ-RATE THRU 2010-EXIT.
           PERFORM UNTIL RE-EOF
             IF RE-RATE-RECORD NOT EQUAL SPACE
               PERFORM 2100-EDIT-RATE THRU 2100-EXIT
             END-IF
             PERFORM 2010-READ-RATE THRU 2010-EXIT
           END-PERFORM.
           CLOSE RE-RATE-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-RATE.
           READ RE-RATE-FILE
             AT END
               SET RE-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE RATE: FORMAT FIRST, THEN THE MOVE AGAINST THE
      *    PREVIOUS RATE, THEN AGREEMENT WITH ANY RATE A FAILED
      *    EARLIER RUN OF THIS CYCLE ALREADY RECORDED.
      *-----------------------------------------------------------
       2100-EDIT-RATE.
           IF RE-FEED-CNT >= RE-MAX-CCYS
             DISPLAY "DAY6RTE: MORE THAN " RE-MAX-CCYS
                 " CURRENCIES ON RATES - TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE SPACE TO RE-DISP RE-REASON.
           MOVE RT-CCY TO DET-CCY.
           MOVE SPACE TO DET-RATE-X DET-PREV-RATE-X DET-PREV-DATE
               DET-MOVE-X.
           COMPUTE RE-FOUND = 0.
           PERFORM VARYING RE-I FROM 1 BY 1
               UNTIL RE-I > RE-FEED-CNT OR RE-FOUND > 0
             IF RE-F-CCY(RE-I) EQUAL RT-CCY
               MOVE RE-I TO RE-FOUND
             END-IF
           END-PERFORM.
           ADD 1 TO RE-FEED-CNT.
           MOVE RT-CCY TO RE-F-CCY(RE-FEED-CNT).
           MOVE 0 TO RE-F-RATE(RE-FEED-CNT).
           MOVE 0 TO RE-F-APPEND(RE-FEED-CNT).
           EVALUATE TRUE
             WHEN RT-CCY EQUAL SPACE
               MOVE "NO CURRENCY CODE" TO RE-REASON
             WHEN RT-CCY EQUAL RE-BASE-CCY
               MOVE "STERLING IS THE BASE - NOT QUOTED" TO RE-REASON
             WHEN RT-RATE IS NOT NUMERIC
               MOVE "RATE NOT NUMERIC" TO RE-REASON
             WHEN RT-RATE EQUAL 0
               MOVE "RATE IS ZERO" TO RE-REASON
             WHEN RE-FOUND > 0
               MOVE "CURRENCY QUOTED TWICE ON THE FEED" TO RE-REASON
           END-EVALUATE.
           IF RE-REASON NOT EQUAL SPACE
             PERFORM 2900-REFUSE THRU 2900-EXIT
             GO TO 2100-EXIT
           END-IF.
           MOVE RT-RATE TO DET-RATE.
           MOVE RT-RATE TO RE-F-RATE(RE-FEED-CNT).
           MOVE "ACCEPTED" TO RE-DISP.
           COMPUTE RE-FOUND = 0.
           PERFORM VARYING RE-I FROM 1 BY 1
               UNTIL RE-I > RE-HIST-CNT OR RE-FOUND > 0
             IF RE-H-CCY(RE-I) EQUAL RT-CCY
               MOVE RE-I TO RE-FOUND
             END-IF
           END-PERFORM.
           IF RE-FOUND EQUAL 0
             MOVE "NEW CURRENCY - NO HISTORY" TO RE-REASON
             ADD 1 TO RE-CNT-NEW
           ELSE
             PERFORM 2200-CHECK-MOVE THRU 2200-EXIT
             IF RE-DISP EQUAL "REFUSED"
               GO TO 2100-EXIT
             END-IF
             IF RE-H-CYC-FLAG(RE-FOUND) EQUAL 1
               IF RE-H-CYC-RATE(RE-FOUND) NOT EQUAL RT-RATE
                 MOVE "DIFFERS FROM RATE RECORDED FOR CYCLE"
                     TO RE-REASON
                 PERFORM 2900-REFUSE THRU 2900-EXIT
                 GO TO 2100-EXIT
               END-IF
               MOVE "ALREADY RECORDED FOR THIS CYCLE" TO RE-REASON
               ADD 1 TO RE-CNT-ACCEPTED
               PERFORM 2800-REPORT-LINE THRU 2800-EXIT
               GO TO 2100-EXIT
             END-IF
           END-IF.
           MOVE 1 TO RE-F-APPEND(RE-FEED-CNT).
           ADD 1 TO RE-CNT-ACCEPTED.
           PERFORM 2800-REPORT-LINE THRU 2800-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE DAY-ON-DAY MOVE AS A PERCENTAGE OF THE PREVIOUS
      *    RATE.  PAST THE TOLERANCE THE RATE IS REFUSED UNLESS AN
      *    ACCEPT-CCY CARD CLEARS IT.  A CURRENCY WHOSE ONLY HISTORY
      *    IS THIS CYCLE'S OWN RECORD HAS NOTHING TO MOVE FROM.
      *-----------------------------------------------------------
       2200-CHECK-MOVE.
           IF RE-H-DATE(RE-FOUND) EQUAL 0
             MOVE "NEW CURRENCY - NO HISTORY" TO RE-REASON
             ADD 1 TO RE-CNT-NEW
             GO TO 2200-EXIT
           END-IF.
           MOVE RE-H-RATE(RE-FOUND) TO DET-PREV-RATE.
           MOVE RE-H-DATE(RE-FOUND) TO DET-PREV-DATE.
           IF RE-H-RATE(RE-FOUND) EQUAL 0
             MOVE 99999.99 TO RE-MOVE-PCT
           ELSE
             COMPUTE RE-MOVE-PCT ROUNDED =
                 (RT-RATE - RE-H-RATE(RE-FOUND)) * 100
                 / RE-H-RATE(RE-FOUND)
               ON SIZE ERROR
                 MOVE 99999.99 TO RE-MOVE-PCT
             END-COMPUTE
           END-IF.
           MOVE RE-MOVE-PCT TO DET-MOVE.
           MOVE RE-MOVE-PCT TO RE-MOVE-ABS.
           IF RE-MOVE-ABS NOT > RE-MAX-PCT
             GO TO 2200-EXIT
           END-IF.
           COMPUTE RE-J = 0.
           PERFORM VARYING RE-I FROM 1 BY 1
               UNTIL RE-I > RE-OVR-CNT OR RE-J > 0
             IF RE-OVR-CCY(RE-I) EQUAL RT-CCY
               MOVE RE-I TO RE-J
             END-IF
           END-PERFORM.
           IF RE-J EQUAL 0
             MOVE "MOVED PAST TOLERANCE SINCE PREVIOUS RATE"
                 TO RE-REASON
             PERFORM 2900-REFUSE THRU 2900-EXIT
             GO TO 2200-EXIT
           END-IF.
           MOVE "OVERRIDE" TO RE-DISP.
           MOVE "PAST TOLERANCE - CLEARED BY ACCEPT-CCY" TO RE-REASON.
           ADD 1 TO RE-CNT-OVERRIDE.
       2200-EXIT.
           EXIT.

       2800-REPORT-LINE.
           MOVE RE-DISP TO DET-DISP.
           MOVE RE-REASON TO DET-REASON.
           MOVE RE-DETAIL TO RE-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       2800-EXIT.
           EXIT.

       2900-REFUSE.
           ADD 1 TO RE-CNT-REFUSED.
           MOVE "REFUSED" TO RE-DISP.
           DISPLAY "DAY6RTE: RATE FOR '" RT-CCY "' REFUSED - "
               RE-REASON.
           PERFORM 2800-REPORT-LINE THRU 2800-EXIT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY CURRENCY THE PREVIOUS CYCLE'S SHEETS WERE KEYED IN
      *    MUST BE ON TODAY'S FEED.  ONE THAT ISN'T IS REPORTED
      *    MISSING WITH ITS LAST RATE.  NO PRVOUT IS THE FIRST
      *    CYCLE - NOTHING TO COMPARE WITH.
      *-----------------------------------------------------------
       3000-CHECK-USED.
           OPEN INPUT RE-PRV-FILE.
           IF RE-PRV-ABSENT
             GO TO 3000-EXIT
           END-IF.
           IF NOT RE-PRV-OK
             DISPLAY "DAY6RTE: UNABLE TO OPEN PRVOUT, STATUS="
                 RE-PRV-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RE-EOF-FLAG.
           PERFORM 3010-READ-PRV THRU 3010-EXIT.
           PERFORM UNTIL RE-EOF
             IF PO-CCY NOT EQUAL SPACE
                 AND PO-CCY NOT EQUAL RE-BASE-CCY
               PERFORM 3100-NOTE-USED THRU 3100-EXIT
             END-IF
             PERFORM 3010-READ-PRV THRU 3010-EXIT
           END-PERFORM.
           CLOSE RE-PRV-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-PRV.
           READ RE-PRV-FILE
             AT END
               SET RE-EOF TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

       3100-NOTE-USED.
           COMPUTE RE-FOUND = 0.
           PERFORM VARYING RE-I FROM 1 BY 1
               UNTIL RE-I > RE-USED-CNT OR RE-FOUND > 0
             IF RE-USED-CCY(RE-I) EQUAL PO-CCY
               MOVE RE-I TO RE-FOUND
             END-IF
           END-PERFORM.
           IF RE-FOUND > 0 OR RE-USED-CNT >= RE-MAX-HIST
             GO TO 3100-EXIT
           END-IF.
           ADD 1 TO RE-USED-CNT.
           MOVE PO-CCY TO RE-USED-CCY(RE-USED-CNT).
           PERFORM VARYING RE-I FROM 1 BY 1
               UNTIL RE-I > RE-FEED-CNT OR RE-FOUND > 0
             IF RE-F-CCY(RE-I) EQUAL PO-CCY
               MOVE RE-I TO RE-FOUND
             END-IF
           END-PERFORM.
           IF RE-FOUND > 0
             GO TO 3100-EXIT
           END-IF.
           ADD 1 TO RE-CNT-MISSING.
           DISPLAY "DAY6RTE: CURRENCY '" PO-CCY "' WAS USED ON THE "
               "PREVIOUS CYCLE BUT IS NOT ON TODAY'S RATES".
           MOVE PO-CCY TO DET-CCY.
           MOVE SPACE TO DET-RATE-X DET-PREV-RATE-X DET-PREV-DATE
               DET-MOVE-X.
           PERFORM VARYING RE-I FROM 1 BY 1
               UNTIL RE-I > RE-HIST-CNT
             IF RE-H-CCY(RE-I) EQUAL PO-CCY
                 AND RE-H-DATE(RE-I) > 0
               MOVE RE-H-RATE(RE-I) TO DET-PREV-RATE
               MOVE RE-H-DATE(RE-I) TO DET-PREV-DATE
             END-IF
           END-PERFORM.
           MOVE "MISSING" TO RE-DISP.
           MOVE "USED ON PREVIOUS CYCLE - NOT ON FEED" TO RE-REASON.
           PERFORM 2800-REPORT-LINE THRU 2800-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    RECORD THE DAY'S ACCEPTED RATES ON RATEHIST - ONLY WHEN
      *    THE WHOLE FEED PASSED, SO A REFUSED FEED LEAVES NO
      *    HALF-RECORDED CYCLE BEHIND FOR THE RERUN TO TRIP OVER.
      *-----------------------------------------------------------
       4000-APPEND-HISTORY.
           IF RE-CNT-REFUSED > 0
             GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND RE-HIST-FILE.
      *    THE VERY FIRST CYCLE FINDS NO MASTER - START IT.
           IF RE-HIST-ABSENT
             OPEN OUTPUT RE-HIST-FILE
           END-IF.
           IF NOT RE-HIST-OK
             DISPLAY "DAY6RTE: UNABLE TO EXTEND RATEHIST, STATUS="
                 RE-HIST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING RE-I FROM 1 BY 1
               UNTIL RE-I > RE-FEED-CNT
             IF RE-F-APPEND(RE-I) EQUAL 1
               MOVE SPACE TO RH-RECORD
               MOVE RE-CYCLE-DATE TO RH-DATE
               MOVE RE-F-CCY(RE-I) TO RH-CCY
               MOVE RE-F-RATE(RE-I) TO RH-RATE
               WRITE RH-RECORD
               ADD 1 TO RE-CNT-APPENDED
             END-IF
           END-PERFORM.
           CLOSE RE-HIST-FILE.
       4000-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO RE-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE RE-CNT-ACCEPTED TO TOT-ACCEPTED.
           MOVE RE-CNT-REFUSED TO TOT-REFUSED.
           MOVE RE-CNT-MISSING TO TOT-MISSING.
           MOVE RE-CNT-NEW TO TOT-NEW.
           MOVE RE-CNT-OVERRIDE TO TOT-OVERRIDE.
           MOVE RE-CNT-APPENDED TO TOT-APPENDED.
           MOVE RE-MAX-PCT TO TOT-MAX-PCT.
           MOVE RE-TOTAL-LINE TO RE-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF RE-CNT-REFUSED > 0
             MOVE "FEED REFUSED - NOTHING RECORDED ON RATEHIST AND "
                 TO RE-LINE-HOLD
             MOVE "THE TOTALLER WILL NOT RUN UNTIL THIS STEP IS RERUN"
                 TO RE-LINE-HOLD(49:)
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO RE-PAGE-NO.
           MOVE RE-CYCLE-DATE TO HD1-CYCLE.
           MOVE RE-PAGE-NO TO HD1-PAGE.
           WRITE RE-PRINT-LINE FROM RE-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO RE-PRINT-LINE.
           WRITE RE-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE RE-PRINT-LINE FROM RE-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO RE-PRINT-LINE.
           WRITE RE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO RE-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN RE-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF RE-LINE-CNT >= RE-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE RE-PRINT-LINE FROM RE-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RE-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE RE-RPT-FILE.
       9999-EXIT.
           EXIT.

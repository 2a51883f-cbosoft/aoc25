       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6STA.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-17.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6STA - WEEKLY BATCH-WINDOW TREND REPORT FOR DAY6JOB.
      *
      *  EVERY FUNCTIONAL STEP OF DAY6JOB LEAVES ONE RUN-STATISTICS
      *  RECORD ON RUNSTATS EACH TIME IT RUNS (DAY6CKP'S MARK, SEE
      *  RST-REC) - ITS START AND END, ELAPSED SECONDS, RECORDS READ
      *  AND WRITTEN AND RETURN CODE.  THIS REPORT LAYS THE LAST
      *  CYCLES SIDE BY SIDE SO THE WINDOW CREEPING TOWARDS THE
      *  MORNING CUTOFF IS SEEN WEEKS BEFORE IT IS MISSED:
      *
      *    RUNSTATS THE RUN STATISTICS, EVERY CYCLE IN RUN ORDER
      *    STARPT   THE REPORT - THREE PARTS:
      *             1. THE WINDOW BY CYCLE - FIRST STEP START, LAST
      *                STEP END, THE FINISH AS CLOCK TIME AFTER THE
      *                CYCLE DATE'S MIDNIGHT (25:30 IS 01:30 THE
      *                NEXT MORNING) AND ITS MARGIN TO THE CUTOFF,
      *                THEN THE FINISH TIME'S LEAST-SQUARES TREND
      *                OVER THE CYCLES SHOWN AND THE NUMBER OF
      *                CYCLES UNTIL IT REACHES THE CUTOFF AT THAT
      *                RATE
      *             2. EACH STEP'S ELAPSED TIME PER CYCLE, ITS
      *                AVERAGE OVER THE EARLIER CYCLES SHOWN AND HOW
      *                FAR THE LATEST IS ABOVE IT - FLAGGED SLOWER
      *                BEYOND SLOW-PCT
      *             3. THE LATEST CYCLE'S STEPS - TIMES, RECORDS
      *                READ AND WRITTEN, AND RC
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (MANDATORY - THE LAST CYCLE
      *             REPORTED), CUTOFF=HHMM (MANDATORY - THE TIME THE
      *             CYCLE MUST FINISH BY; HOURS 24-47 ARE THE NEXT
      *             MORNING, SO 0630 NEXT DAY IS 3030), CYCLES=N
      *             (CYCLES SHOWN, 2-7, DEFAULT 7), SLOW-PCT=NNN
      *             (1-999, DEFAULT 25)
      *
      *  CYCLES ARE COUNTED AS RUN, NOT BY THE CALENDAR.  A STEP
      *  THAT FAILED AND WAS RERUN HAS A RECORD FOR EACH RUN - THE
      *  WINDOW STILL STARTS AT THE FAILED RUN, BUT THE STEP'S OWN
      *  LINES SHOW ITS LATEST RUN AND RC.  A STEP MARKED WITHOUT A
      *  START TIME (NO CHECK RAN BEFORE IT) SHOWS ITS RECORD
      *  COUNTS BUT IS LEFT OUT OF EVERY TIMING.  THE STEP
      *  ENDS RC 4 WHEN ANY STEP IS FLAGGED SLOWER, THE LATEST CYCLE
      *  FINISHED PAST THE CUTOFF, OR THE TREND REACHES IT WITHIN AS
      *  MANY CYCLES AS THE REPORT SHOWS; RC 0 OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-17 RM    FIRST WRITTEN.
      *  2026-09-27 RM    FAILED RUNS NOW REACH RUNSTATS WITH THEIR
      *                   RC - DOCUMENTED HOW A RERUN CYCLE SHOWS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SA-RST-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SA-RST-STATUS.
           SELECT SA-RPT-FILE ASSIGN TO "STARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SA-RPT-STATUS.
           SELECT SA-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SA-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SA-RST-FILE
           RECORDING MODE IS F.
       COPY "rst-rec.cpy".

       FD  SA-RPT-FILE
           RECORDING MODE IS F.
       01  SA-PRINT-LINE PIC X(132).

       FD  SA-CTL-FILE
           RECORDING MODE IS F.
       01  SA-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 SA-RST-STATUS PIC X(02) VALUE "00".
           88 SA-RST-OK VALUE "00".
           88 SA-RST-ABSENT VALUE "35".
       01 SA-RPT-STATUS PIC X(02) VALUE "00".
           88 SA-RPT-OK VALUE "00".
       01 SA-CTL-STATUS PIC X(02) VALUE "00".
           88 SA-CTL-OK VALUE "00".
           88 SA-CTL-ABSENT VALUE "35".
       01 SA-EOF-FLAG PIC X(01) VALUE "N".
           88 SA-EOF VALUE "Y".

      *-----------------------------------------------------------
      *    RUN-CONTROL SETTINGS.
      *-----------------------------------------------------------
       01 SA-CYCLE-DATE PIC 9(08) VALUE 0.
       01 SA-CYCLES PIC 9(01) VALUE 7.
       01 SA-CUTOFF PIC 9(04) VALUE 0.
       01 SA-CUTOFF-R REDEFINES SA-CUTOFF.
           03 SA-CUTOFF-HH PIC 9(02).
           03 SA-CUTOFF-MM PIC 9(02).
       01 SA-CUTOFF-MIN PIC 9(04) VALUE 0.
       01 SA-CUTOFF-FLAG PIC X(01) VALUE "N".
           88 SA-CUTOFF-SET VALUE "Y".
       01 SA-SLOW-PCT PIC 9(03) VALUE 25.
       01 SA-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 SA-CTL-EOF VALUE "Y".
       01 SA-CTL-KEY PIC X(20) VALUE SPACE.
       01 SA-CTL-VALUE PIC X(20) VALUE SPACE.
       01 SA-CTL-NUM PIC 9(04) VALUE 0.
       01 SA-CTL-DIGIT PIC X(01) VALUE SPACE.
       01 SA-CTL-DIGIT-N PIC 9(01) VALUE 0.
       01 SA-CTL-BAD PIC 9(01) VALUE 0.
       01 SA-CTL-I PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE CYCLES REPORTED - THE LAST SA-CYCLES DISTINCT CYCLE
      *    DATES ON RUNSTATS UP TO CYCLE-DATE, OLDEST FIRST, FOUND
      *    ON A FIRST PASS.  PER CYCLE, THE EARLIEST START AND
      *    LATEST END OF ITS TIMED STEPS AS DATE AND TIME DIGITS,
      *    THEN THE START, FINISH AND WINDOW IN MINUTES AFTER THE
      *    CYCLE DATE'S MIDNIGHT.
      *-----------------------------------------------------------
       78 SA-MAX-CYC VALUE 7.
       01 SA-CYC-TABLE.
           03 SA-CYC OCCURS 7 TIMES.
               05 SA-C-DATE PIC 9(08).
               05 SA-C-FIRST PIC X(14).
               05 SA-C-LAST PIC X(14).
               05 SA-C-STEPS PIC 9(03).
               05 SA-C-TIMED PIC X(01).
               05 SA-C-START-MIN PIC 9(05).
               05 SA-C-FINISH-MIN PIC 9(05).
       01 SA-CYC-CNT PIC 9(01) VALUE 0.
       01 SA-C PIC 9(01) VALUE 0.
       01 SA-P PIC 9(01) VALUE 0.
       01 SA-LATEST PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    ONE ROW PER STEP, IN THE ORDER THE STEPS FIRST TURN UP -
      *    RUN ORDER - WITH A CELL PER CYCLE.  A RERUN'S LATER
      *    RECORD REPLACES AN EARLIER ONE FOR THE SAME CYCLE.
      *-----------------------------------------------------------
       78 SA-MAX-STEP VALUE 60.
       01 SA-STEP-TABLE.
           03 SA-STP OCCURS 60 TIMES.
               05 SA-S-STEP PIC X(08).
               05 SA-S-PROGRAM PIC X(09).
               05 SA-S-AVG PIC 9(06).
               05 SA-S-PCT PIC S9(05).
               05 SA-S-SLOW PIC X(01).
               05 SA-S-CELL OCCURS 7 TIMES.
                   07 SA-S-HAVE PIC X(01).
                   07 SA-S-TIMED PIC X(01).
                   07 SA-S-ELAPSED PIC 9(06).
                   07 SA-S-START PIC X(14).
                   07 SA-S-END PIC X(14).
                   07 SA-S-READ PIC 9(09).
                   07 SA-S-WRITTEN PIC 9(09).
                   07 SA-S-RC PIC X(02).
       01 SA-STEP-CNT PIC 9(02) VALUE 0.
       01 SA-S PIC 9(02) VALUE 0.
       01 SA-SLOW-CNT PIC 9(02) VALUE 0.
       01 SA-SUM PIC 9(09) VALUE 0.
       01 SA-N PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    THE FINISH-TIME TREND - A LEAST-SQUARES LINE THROUGH
      *    (CYCLE POSITION, FINISH MINUTES) OVER THE TIMED CYCLES.
      *-----------------------------------------------------------
       01 SA-FIT-N PIC 9(01) VALUE 0.
       01 SA-SX PIC S9(05) VALUE 0.
       01 SA-SY PIC S9(09) VALUE 0.
       01 SA-SXX PIC S9(07) VALUE 0.
       01 SA-SXY PIC S9(11) VALUE 0.
       01 SA-DENOM PIC S9(09) VALUE 0.
       01 SA-SLOPE PIC S9(05)V9(04) VALUE 0.
       01 SA-ICPT PIC S9(07)V9(04) VALUE 0.
       01 SA-FITTED PIC S9(07)V9(04) VALUE 0.
       01 SA-TO-GO PIC S9(05) VALUE 0.
       01 SA-BREACH-FLAG PIC X(01) VALUE "N".
           88 SA-BREACH VALUE "Y".
       01 SA-LAST-TIMED PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    DAY NUMBERS (7800) AND CLOCK-TIME WORK AREAS.
      *-----------------------------------------------------------
       01 SA-STAMP PIC X(14) VALUE SPACE.
       01 SA-STAMP-R REDEFINES SA-STAMP.
           03 SA-STAMP-DATE PIC 9(08).
           03 SA-STAMP-HH PIC 9(02).
           03 SA-STAMP-MM PIC 9(02).
           03 SA-STAMP-SS PIC 9(02).
       01 SA-MIN PIC 9(05) VALUE 0.
       01 SA-CYC-DAYNO PIC 9(08) VALUE 0.
       01 SA-DN-DATE PIC 9(08) VALUE 0.
       01 SA-DN-DATE-R REDEFINES SA-DN-DATE.
           03 SA-DN-YYYY PIC 9(04).
           03 SA-DN-MM PIC 9(02).
           03 SA-DN-DD PIC 9(02).
       01 SA-DN-A PIC 9(01) VALUE 0.
       01 SA-DN-Y PIC 9(05) VALUE 0.
       01 SA-DN-M PIC 9(02) VALUE 0.
       01 SA-DN-T PIC 9(08) VALUE 0.
       01 SA-DAYNO PIC 9(08) VALUE 0.
       01 SA-SECS PIC 9(06) VALUE 0.
       01 SA-HOURS PIC 9(03) VALUE 0.
       01 SA-MINS PIC 9(05) VALUE 0.
       01 SA-REM PIC 9(02) VALUE 0.

       01 SA-CNT-READ PIC 9(07) VALUE 0.
       01 SA-CNT-USED PIC 9(07) VALUE 0.

       01 SA-RUN-DATE PIC 9(08) VALUE 0.

       78 SA-LINES-PER-PAGE VALUE 56.
       01 SA-LINE-CNT PIC 9(02) VALUE 99.
       01 SA-LINE-HOLD PIC X(132) VALUE SPACE.
       01 SA-PAGE-NO PIC 9(04) VALUE 0.
       01 SA-COL-HEAD-1 PIC X(132) VALUE SPACE.
       01 SA-COL-HEAD-2 PIC X(132) VALUE SPACE.

       01 SA-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "BATCH WINDOW TREND - CYCLES TO".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

      *-----------------------------------------------------------
      *    PART 1 - THE WINDOW BY CYCLE.
      *-----------------------------------------------------------
       01 SA-HEAD-A1.
           03 FILLER PIC X(10) VALUE "CYCLE".
           03 FILLER PIC X(19) VALUE "FIRST STEP START".
           03 FILLER PIC X(19) VALUE "LAST STEP END".
           03 FILLER PIC X(09) VALUE " WINDOW".
           03 FILLER PIC X(09) VALUE " FINISH".
           03 FILLER PIC X(13) VALUE "  TO CUTOFF".
           03 FILLER PIC X(08) VALUE "STEPS".
           03 FILLER PIC X(45) VALUE SPACE.

       01 SA-HEAD-A2.
           03 FILLER PIC X(10) VALUE SPACE.
           03 FILLER PIC X(19) VALUE "DATE     TIME".
           03 FILLER PIC X(19) VALUE "DATE     TIME".
           03 FILLER PIC X(09) VALUE "  H:MM".
           03 FILLER PIC X(09) VALUE "  HH:MM".
           03 FILLER PIC X(13) VALUE "  MINUTES".
           03 FILLER PIC X(53) VALUE SPACE.

       01 SA-DETAIL-A.
           03 DA-CYCLE PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DA-START-DATE PIC 9(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DA-START-HH PIC 9(02).
           03 FILLER PIC X(01) VALUE ":".
           03 DA-START-MM PIC 9(02).
           03 FILLER PIC X(05) VALUE SPACE.
           03 DA-END-DATE PIC 9(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DA-END-HH PIC 9(02).
           03 FILLER PIC X(01) VALUE ":".
           03 DA-END-MM PIC 9(02).
           03 FILLER PIC X(05) VALUE SPACE.
           03 DA-WIN-H PIC ZZ9.
           03 FILLER PIC X(01) VALUE ":".
           03 DA-WIN-M PIC 9(02).
           03 FILLER PIC X(03) VALUE SPACE.
           03 DA-FIN-H PIC ZZ9.
           03 FILLER PIC X(01) VALUE ":".
           03 DA-FIN-M PIC 9(02).
           03 FILLER PIC X(04) VALUE SPACE.
           03 DA-MARGIN PIC -ZZZZ9.
           03 FILLER PIC X(05) VALUE SPACE.
           03 DA-STEPS PIC ZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DA-NOTE PIC X(20).
           03 FILLER PIC X(29) VALUE SPACE.

       01 SA-UNTIMED-A.
           03 UA-CYCLE PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(72)
               VALUE "NO TIMED STEPS - NO CHECK RAN BEFORE ANY STEP".
           03 UA-STEPS PIC ZZ9.
           03 FILLER PIC X(47) VALUE SPACE.

       01 SA-TREND-LINE-1.
           03 FILLER PIC X(23)
               VALUE "FINISH TIME TREND OVER".
           03 TR1-CYCLES PIC 9.
           03 FILLER PIC X(10) VALUE " CYCLES: ".
           03 TR1-SLOPE PIC -ZZZ9.9.
           03 FILLER PIC X(24)
               VALUE " MINUTES A CYCLE.".
           03 FILLER PIC X(12) VALUE "CUTOFF IS ".
           03 TR1-CUT-H PIC Z9.
           03 FILLER PIC X(01) VALUE ":".
           03 TR1-CUT-M PIC 9(02).
           03 FILLER PIC X(50) VALUE SPACE.

       01 SA-TREND-LINE-2.
           03 FILLER PIC X(46)
               VALUE "AT THIS RATE THE FINISH REACHES THE CUTOFF IN".
           03 TR2-COUNT PIC ZZZZ9.
           03 TR2-TAIL PIC X(81).

       01 SA-FLAT-LINE.
           03 FILLER PIC X(33)
               VALUE "THE FINISH IS NOT GETTING LATER -".
           03 FILLER PIC X(33)
               VALUE " NO BREACH OF THE CUTOFF IN SIGHT".
           03 FILLER PIC X(66) VALUE SPACE.

      *-----------------------------------------------------------
      *    PART 2 - EACH STEP'S ELAPSED MINUTES:SECONDS BY CYCLE.
      *-----------------------------------------------------------
       01 SA-HEAD-B1.
           03 FILLER PIC X(19) VALUE "STEP     PROGRAM".
           03 FILLER PIC X(70)
               VALUE "ELAPSED MMMM:SS BY CYCLE".
           03 FILLER PIC X(10) VALUE " AVERAGE".
           03 FILLER PIC X(10) VALUE "  LATEST".
           03 FILLER PIC X(08) VALUE "  OVER".
           03 FILLER PIC X(15) VALUE SPACE.

       01 SA-HEAD-B2.
           03 FILLER PIC X(19) VALUE SPACE.
           03 HB2-COL OCCURS 7 TIMES.
               05 HB2-DATE PIC X(08).
               05 FILLER PIC X(02).
           03 FILLER PIC X(10) VALUE " EARLIER".
           03 FILLER PIC X(10) VALUE SPACE.
           03 FILLER PIC X(08) VALUE "   PCT".
           03 FILLER PIC X(15) VALUE SPACE.

       01 SA-DETAIL-B.
           03 DB-STEP PIC X(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DB-PROGRAM PIC X(09).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DB-COL OCCURS 7 TIMES.
               05 DB-CELL.
                   07 DB-MIN PIC ZZZZ9.
                   07 DB-COLON PIC X(01).
                   07 DB-SEC PIC 9(02).
               05 DB-CELL-X REDEFINES DB-CELL PIC X(08).
               05 FILLER PIC X(02).
           03 DB-AVG.
               05 DB-AVG-MIN PIC ZZZZ9.
               05 DB-AVG-COLON PIC X(01).
               05 DB-AVG-SEC PIC 9(02).
           03 DB-AVG-X REDEFINES DB-AVG PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DB-LAT.
               05 DB-LAT-MIN PIC ZZZZ9.
               05 DB-LAT-COLON PIC X(01).
               05 DB-LAT-SEC PIC 9(02).
           03 DB-LAT-X REDEFINES DB-LAT PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DB-PCT PIC -ZZZ9.
           03 DB-PCT-X REDEFINES DB-PCT PIC X(05).
           03 DB-PCT-SIGN PIC X(01).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DB-FLAG PIC X(06).
           03 FILLER PIC X(09) VALUE SPACE.

       01 SA-SLOW-LINE.
           03 FILLER PIC X(27) VALUE "STEPS FLAGGED SLOWER (OVER".
           03 SL-PCT PIC ZZ9.
           03 FILLER PIC X(24) VALUE "% ABOVE THEIR AVERAGE):".
           03 SL-COUNT PIC ZZ9.
           03 FILLER PIC X(75) VALUE SPACE.

      *-----------------------------------------------------------
      *    PART 3 - THE LATEST CYCLE'S STEPS.
      *-----------------------------------------------------------
       01 SA-HEAD-C1.
           03 FILLER PIC X(19) VALUE "STEP     PROGRAM".
           03 FILLER PIC X(16) VALUE "STARTED".
           03 FILLER PIC X(16) VALUE "ENDED".
           03 FILLER PIC X(10) VALUE " ELAPSED".
           03 FILLER PIC X(13) VALUE "       READ".
           03 FILLER PIC X(13) VALUE "    WRITTEN".
           03 FILLER PIC X(45) VALUE "RC".

       01 SA-HEAD-C2.
           03 FILLER PIC X(19) VALUE SPACE.
           03 FILLER PIC X(16) VALUE "DATE     HH:MM".
           03 FILLER PIC X(16) VALUE "DATE     HH:MM".
           03 FILLER PIC X(10) VALUE " MMMM:SS".
           03 FILLER PIC X(71) VALUE SPACE.

       01 SA-DETAIL-C.
           03 DC-STEP PIC X(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DC-PROGRAM PIC X(09).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DC-START.
               05 DC-START-DATE PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 DC-START-HH PIC 9(02).
               05 FILLER PIC X(01) VALUE ":".
               05 DC-START-MM PIC 9(02).
           03 DC-START-X REDEFINES DC-START PIC X(14).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DC-END-DATE PIC 9(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DC-END-HH PIC 9(02).
           03 FILLER PIC X(01) VALUE ":".
           03 DC-END-MM PIC 9(02).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DC-ELAPSED.
               05 DC-MIN PIC ZZZZ9.
               05 DC-COLON PIC X(01).
               05 DC-SEC PIC 9(02).
           03 DC-ELAPSED-X REDEFINES DC-ELAPSED PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DC-READ PIC ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DC-WRITTEN PIC ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DC-RC PIC X(02).
           03 FILLER PIC X(43) VALUE SPACE.

       01 SA-NONE-LINE.
           03 FILLER PIC X(60)
               VALUE "NO RUN STATISTICS ON FILE UP TO THIS CYCLE".
           03 FILLER PIC X(72) VALUE SPACE.

       01 SA-TOTAL-LINE.
           03 FILLER PIC X(20) VALUE "RUNSTATS RECORDS".
           03 TL-READ PIC ZZZZZZ9.
           03 FILLER PIC X(08) VALUE " READ, ".
           03 TL-USED PIC ZZZZZZ9.
           03 FILLER PIC X(20) VALUE " IN THE CYCLES SHOWN".
           03 FILLER PIC X(70) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FIND-CYCLES THRU 2000-EXIT.
           IF SA-CYC-CNT EQUAL 0
             MOVE SA-NONE-LINE TO SA-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             DISPLAY "DAY6STA: NO RUN STATISTICS UP TO CYCLE "
                 SA-CYCLE-DATE
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN
           END-IF.
           PERFORM 3000-LOAD-STEPS THRU 3000-EXIT.
           PERFORM 4000-CYCLE-TIMES THRU 4000-EXIT.
           PERFORM 4500-STEP-AVERAGES THRU 4500-EXIT.
           PERFORM 5000-PRINT-WINDOW THRU 5000-EXIT.
           PERFORM 5500-PRINT-TREND THRU 5500-EXIT.
           PERFORM 6000-PRINT-STEPS THRU 6000-EXIT.
           PERFORM 6500-PRINT-LATEST THRU 6500-EXIT.
           DISPLAY "DAY6STA: " SA-CYC-CNT " CYCLES TO " SA-CYCLE-DATE
               ", " SA-STEP-CNT " STEPS, " SA-SLOW-CNT
               " FLAGGED SLOWER".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF SA-SLOW-CNT > 0 OR SA-BREACH
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT SA-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF SA-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6STA: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- THE LAST CYCLE TO REPORT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF NOT SA-CUTOFF-SET
             DISPLAY "DAY6STA: RUNCTL MUST NAME CUTOFF=HHMM - THE "
                 "TIME THE CYCLE MUST FINISH BY"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           COMPUTE SA-CUTOFF-MIN = SA-CUTOFF-HH * 60 + SA-CUTOFF-MM.
           OPEN OUTPUT SA-RPT-FILE.
           IF NOT SA-RPT-OK
             DISPLAY "DAY6STA: UNABLE TO OPEN STARPT, STATUS="
                 SA-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           INITIALIZE SA-CYC-TABLE.
           INITIALIZE SA-STEP-TABLE.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT SA-CTL-FILE.
           IF SA-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT SA-CTL-OK
             DISPLAY "DAY6STA: UNABLE TO OPEN RUNCTL, STATUS="
                 SA-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SA-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL SA-CTL-EOF
             IF SA-CTL-RECORD NOT EQUAL SPACE
                 AND SA-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE SA-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ SA-CTL-FILE
             AT END
               SET SA-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO SA-CTL-KEY SA-CTL-VALUE.
           UNSTRING SA-CTL-RECORD DELIMITED BY "="
               INTO SA-CTL-KEY SA-CTL-VALUE.
           EVALUATE SA-CTL-KEY
             WHEN "CYCLE-DATE"
               IF SA-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6STA: CYCLE-DATE VALUE '"
                     SA-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                     "YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SA-CTL-VALUE(1:8) TO SA-CYCLE-DATE
             WHEN "CUTOFF"
               IF SA-CTL-VALUE(1:4) IS NOT NUMERIC
                   OR SA-CTL-VALUE(5:16) NOT EQUAL SPACE
                 DISPLAY "DAY6STA: CUTOFF VALUE '"
                     SA-CTL-VALUE "' ON RUNCTL CARD IS NOT HHMM"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SA-CTL-VALUE(1:4) TO SA-CUTOFF
               IF SA-CUTOFF-HH > 47 OR SA-CUTOFF-MM > 59
                 DISPLAY "DAY6STA: CUTOFF VALUE '"
                     SA-CTL-VALUE "' ON RUNCTL CARD IS NOT 0000-"
                     "4759"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               SET SA-CUTOFF-SET TO TRUE
             WHEN "CYCLES"
               PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
               IF SA-CTL-BAD EQUAL 1 OR SA-CTL-NUM < 2
                   OR SA-CTL-NUM > SA-MAX-CYC
                 DISPLAY "DAY6STA: CYCLES VALUE '"
                     SA-CTL-VALUE "' ON RUNCTL CARD IS NOT 2-7"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SA-CTL-NUM TO SA-CYCLES
             WHEN "SLOW-PCT"
               PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
               IF SA-CTL-BAD EQUAL 1 OR SA-CTL-NUM < 1
                   OR SA-CTL-NUM > 999
                 DISPLAY "DAY6STA: SLOW-PCT VALUE '"
                     SA-CTL-VALUE "' ON RUNCTL CARD IS NOT 1-999"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SA-CTL-NUM TO SA-SLOW-PCT
             WHEN OTHER
               DISPLAY "DAY6STA: UNRECOGNISED KEYWORD '" SA-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A NUMERIC CONTROL-CARD VALUE, LEFT-JUSTIFIED AS KEYED.
      *    SA-CTL-BAD COMES BACK 1 FOR ANYTHING ELSE.
      *-----------------------------------------------------------
       1300-PARSE-CTL-NUM.
           COMPUTE SA-CTL-NUM = 0.
           COMPUTE SA-CTL-BAD = 0.
           IF SA-CTL-VALUE EQUAL SPACE
             MOVE 1 TO SA-CTL-BAD
             GO TO 1300-EXIT
           END-IF.
           PERFORM VARYING SA-CTL-I FROM 1 BY 1
               UNTIL SA-CTL-I > 20
               OR SA-CTL-VALUE(SA-CTL-I:1) EQUAL SPACE
             MOVE SA-CTL-VALUE(SA-CTL-I:1) TO SA-CTL-DIGIT
             IF SA-CTL-DIGIT IS NUMERIC
               MOVE SA-CTL-DIGIT TO SA-CTL-DIGIT-N
               COMPUTE SA-CTL-NUM = SA-CTL-NUM * 10 + SA-CTL-DIGIT-N
                 ON SIZE ERROR
                   MOVE 1 TO SA-CTL-BAD
               END-COMPUTE
             ELSE
               MOVE 1 TO SA-CTL-BAD
             END-IF
           END-PERFORM.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FIRST PASS - THE LAST SA-CYCLES DISTINCT CYCLE DATES UP
      *    TO CYCLE-DATE, KEPT IN ASCENDING ORDER.  A LATER DATE
      *    PUSHES THE OLDEST OUT ONCE THE TABLE IS FULL.  AN ABSENT
      *    RUNSTATS IS A SYSTEM THAT HAS NOT RUN A CYCLE YET.
      *-----------------------------------------------------------
       2000-FIND-CYCLES.
           OPEN INPUT SA-RST-FILE.
           IF SA-RST-ABSENT
             GO TO 2000-EXIT
           END-IF.
           IF NOT SA-RST-OK
             DISPLAY "DAY6STA: UNABLE TO OPEN RUNSTATS, STATUS="
                 SA-RST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SA-EOF-FLAG.
           PERFORM 2100-READ-STATS THRU 2100-EXIT.
           PERFORM UNTIL SA-EOF
             ADD 1 TO SA-CNT-READ
             IF RS-CYCLE-DATE IS NUMERIC
                 AND RS-CYCLE-DATE NOT > SA-CYCLE-DATE
               PERFORM 2200-NOTE-CYCLE THRU 2200-EXIT
             END-IF
             PERFORM 2100-READ-STATS THRU 2100-EXIT
           END-PERFORM.
           CLOSE SA-RST-FILE.
           MOVE SA-CYC-CNT TO SA-LATEST.
       2000-EXIT.
           EXIT.

       2100-READ-STATS.
           READ SA-RST-FILE
             AT END
               SET SA-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-NOTE-CYCLE.
           PERFORM VARYING SA-C FROM 1 BY 1 UNTIL SA-C > SA-CYC-CNT
             IF SA-C-DATE(SA-C) EQUAL RS-CYCLE-DATE
               GO TO 2200-EXIT
             END-IF
           END-PERFORM.
           IF SA-CYC-CNT < SA-CYCLES
             ADD 1 TO SA-CYC-CNT
             MOVE SA-CYC-CNT TO SA-P
           ELSE
             IF RS-CYCLE-DATE < SA-C-DATE(1)
               GO TO 2200-EXIT
             END-IF
             PERFORM VARYING SA-C FROM 1 BY 1
                 UNTIL SA-C >= SA-CYC-CNT
               MOVE SA-C-DATE(SA-C + 1) TO SA-C-DATE(SA-C)
             END-PERFORM
             MOVE SA-CYC-CNT TO SA-P
           END-IF.
           PERFORM UNTIL SA-P < 2
               OR SA-C-DATE(SA-P - 1) NOT > RS-CYCLE-DATE
             MOVE SA-C-DATE(SA-P - 1) TO SA-C-DATE(SA-P)
             SUBTRACT 1 FROM SA-P
           END-PERFORM.
           MOVE RS-CYCLE-DATE TO SA-C-DATE(SA-P).
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SECOND PASS - EVERY RECORD OF A CYCLE SHOWN GOES INTO
      *    ITS STEP'S CELL FOR THAT CYCLE, AND ITS TIMES INTO THE
      *    CYCLE'S FIRST START AND LAST END.
      *-----------------------------------------------------------
       3000-LOAD-STEPS.
           PERFORM VARYING SA-C FROM 1 BY 1 UNTIL SA-C > SA-CYC-CNT
             MOVE HIGH-VALUE TO SA-C-FIRST(SA-C)
             MOVE LOW-VALUE TO SA-C-LAST(SA-C)
             MOVE "N" TO SA-C-TIMED(SA-C)
           END-PERFORM.
           OPEN INPUT SA-RST-FILE.
           IF NOT SA-RST-OK
             DISPLAY "DAY6STA: UNABLE TO OPEN RUNSTATS, STATUS="
                 SA-RST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SA-EOF-FLAG.
           PERFORM 2100-READ-STATS THRU 2100-EXIT.
           PERFORM UNTIL SA-EOF
             MOVE 0 TO SA-P
             PERFORM VARYING SA-C FROM 1 BY 1
                 UNTIL SA-C > SA-CYC-CNT
               IF SA-C-DATE(SA-C) EQUAL RS-CYCLE-DATE
                 MOVE SA-C TO SA-P
               END-IF
             END-PERFORM
             IF SA-P > 0
               ADD 1 TO SA-CNT-USED
               PERFORM 3100-TAKE-RECORD THRU 3100-EXIT
             END-IF
             PERFORM 2100-READ-STATS THRU 2100-EXIT
           END-PERFORM.
           CLOSE SA-RST-FILE.
       3000-EXIT.
           EXIT.

       3100-TAKE-RECORD.
           PERFORM VARYING SA-S FROM 1 BY 1
               UNTIL SA-S > SA-STEP-CNT
               OR SA-S-STEP(SA-S) EQUAL RS-STEP
             CONTINUE
           END-PERFORM.
           IF SA-S > SA-STEP-CNT
             IF SA-STEP-CNT >= SA-MAX-STEP
               DISPLAY "DAY6STA: MORE THAN " SA-MAX-STEP
                   " STEPS ON RUNSTATS - TABLE FULL"
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO SA-STEP-CNT
             MOVE SA-STEP-CNT TO SA-S
             MOVE RS-STEP TO SA-S-STEP(SA-S)
           END-IF.
           MOVE RS-PROGRAM TO SA-S-PROGRAM(SA-S).
           IF SA-S-HAVE(SA-S, SA-P) NOT EQUAL "Y"
             ADD 1 TO SA-C-STEPS(SA-P)
           END-IF.
           MOVE "Y" TO SA-S-HAVE(SA-S, SA-P).
           MOVE RS-START TO SA-S-START(SA-S, SA-P).
           MOVE RS-END TO SA-S-END(SA-S, SA-P).
           MOVE RS-ELAPSED TO SA-S-ELAPSED(SA-S, SA-P).
           MOVE RS-READ TO SA-S-READ(SA-S, SA-P).
           MOVE RS-WRITTEN TO SA-S-WRITTEN(SA-S, SA-P).
           MOVE RS-RC TO SA-S-RC(SA-S, SA-P).
           MOVE "N" TO SA-S-TIMED(SA-S, SA-P).
           IF RS-START-DATE EQUAL 0
             GO TO 3100-EXIT
           END-IF.
           MOVE "Y" TO SA-S-TIMED(SA-S, SA-P).
           MOVE "Y" TO SA-C-TIMED(SA-P).
           IF RS-START < SA-C-FIRST(SA-P)
             MOVE RS-START TO SA-C-FIRST(SA-P)
           END-IF.
           IF RS-END > SA-C-LAST(SA-P)
             MOVE RS-END TO SA-C-LAST(SA-P)
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EACH TIMED CYCLE'S START AND FINISH AS MINUTES AFTER ITS
      *    CYCLE DATE'S MIDNIGHT, THEN THE LEAST-SQUARES SLOPE OF
      *    THE FINISH OVER THE CYCLES, IN MINUTES A CYCLE.
      *-----------------------------------------------------------
       4000-CYCLE-TIMES.
           PERFORM VARYING SA-C FROM 1 BY 1 UNTIL SA-C > SA-CYC-CNT
             IF SA-C-TIMED(SA-C) EQUAL "Y"
               MOVE SA-C-DATE(SA-C) TO SA-DN-DATE
               PERFORM 7800-DAY-NUMBER THRU 7800-EXIT
               MOVE SA-DAYNO TO SA-CYC-DAYNO
               MOVE SA-C-FIRST(SA-C) TO SA-STAMP
               PERFORM 4100-STAMP-MINUTES THRU 4100-EXIT
               MOVE SA-MIN TO SA-C-START-MIN(SA-C)
               MOVE SA-C-LAST(SA-C) TO SA-STAMP
               PERFORM 4100-STAMP-MINUTES THRU 4100-EXIT
               MOVE SA-MIN TO SA-C-FINISH-MIN(SA-C)
               ADD 1 TO SA-FIT-N
               ADD SA-C TO SA-SX
               ADD SA-MIN TO SA-SY
               COMPUTE SA-SXX = SA-SXX + SA-C * SA-C
               COMPUTE SA-SXY = SA-SXY + SA-C * SA-MIN
               MOVE SA-C TO SA-LAST-TIMED
             END-IF
           END-PERFORM.
           IF SA-FIT-N < 2
             GO TO 4000-EXIT
           END-IF.
           COMPUTE SA-DENOM = SA-FIT-N * SA-SXX - SA-SX * SA-SX.
           IF SA-DENOM EQUAL 0
             GO TO 4000-EXIT
           END-IF.
           COMPUTE SA-SLOPE ROUNDED =
               (SA-FIT-N * SA-SXY - SA-SX * SA-SY) / SA-DENOM.
           COMPUTE SA-ICPT ROUNDED =
               (SA-SY - SA-SLOPE * SA-SX) / SA-FIT-N.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SA-STAMP (DATE AND TIME DIGITS) AS MINUTES AFTER THE
      *    MIDNIGHT THAT BEGAN THE CYCLE DATE (SA-CYC-DAYNO).  A
      *    STAMP BEFORE THAT MIDNIGHT COUNTS AS ZERO.
      *-----------------------------------------------------------
       4100-STAMP-MINUTES.
           MOVE SA-STAMP-DATE TO SA-DN-DATE.
           PERFORM 7800-DAY-NUMBER THRU 7800-EXIT.
           MOVE 0 TO SA-MIN.
           IF SA-DAYNO < SA-CYC-DAYNO
             GO TO 4100-EXIT
           END-IF.
           COMPUTE SA-MIN = (SA-DAYNO - SA-CYC-DAYNO) * 1440
               + SA-STAMP-HH * 60 + SA-STAMP-MM
             ON SIZE ERROR
               MOVE 99999 TO SA-MIN
           END-COMPUTE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EACH STEP'S AVERAGE OVER THE EARLIER CYCLES SHOWN, AND
      *    HOW FAR ITS LATEST CYCLE'S TIME IS ABOVE IT.  A STEP WITH
      *    NO EARLIER TIMING, OR NONE IN THE LATEST CYCLE, HAS
      *    NOTHING TO COMPARE.  SO DOES ONE AVERAGING UNDER A
      *    SECOND, WHICH NO PERCENTAGE MEANS ANYTHING AGAINST.
      *-----------------------------------------------------------
       4500-STEP-AVERAGES.
           PERFORM VARYING SA-S FROM 1 BY 1 UNTIL SA-S > SA-STEP-CNT
             MOVE 0 TO SA-SUM
             MOVE 0 TO SA-N
             MOVE "N" TO SA-S-SLOW(SA-S)
             MOVE 0 TO SA-S-PCT(SA-S)
             PERFORM VARYING SA-C FROM 1 BY 1
                 UNTIL SA-C >= SA-LATEST
               IF SA-S-TIMED(SA-S, SA-C) EQUAL "Y"
                 ADD SA-S-ELAPSED(SA-S, SA-C) TO SA-SUM
                 ADD 1 TO SA-N
               END-IF
             END-PERFORM
             IF SA-N > 0
               COMPUTE SA-S-AVG(SA-S) ROUNDED = SA-SUM / SA-N
             ELSE
               MOVE 0 TO SA-S-AVG(SA-S)
             END-IF
             IF SA-N > 0 AND SA-S-AVG(SA-S) > 0
                 AND SA-S-TIMED(SA-S, SA-LATEST) EQUAL "Y"
               COMPUTE SA-S-PCT(SA-S) ROUNDED =
                   (SA-S-ELAPSED(SA-S, SA-LATEST) - SA-S-AVG(SA-S))
                   * 100 / SA-S-AVG(SA-S)
                 ON SIZE ERROR
                   MOVE 9999 TO SA-S-PCT(SA-S)
               END-COMPUTE
               IF SA-S-PCT(SA-S) > SA-SLOW-PCT
                 MOVE "Y" TO SA-S-SLOW(SA-S)
                 ADD 1 TO SA-SLOW-CNT
               END-IF
             END-IF
           END-PERFORM.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PART 1 - ONE LINE PER CYCLE SHOWN.
      *-----------------------------------------------------------
       5000-PRINT-WINDOW.
           MOVE SA-HEAD-A1 TO SA-COL-HEAD-1.
           MOVE SA-HEAD-A2 TO SA-COL-HEAD-2.
           MOVE 99 TO SA-LINE-CNT.
           PERFORM VARYING SA-C FROM 1 BY 1 UNTIL SA-C > SA-CYC-CNT
             IF SA-C-TIMED(SA-C) EQUAL "Y"
               PERFORM 5100-WINDOW-LINE THRU 5100-EXIT
             ELSE
               MOVE SA-C-DATE(SA-C) TO UA-CYCLE
               MOVE SA-C-STEPS(SA-C) TO UA-STEPS
               MOVE SA-UNTIMED-A TO SA-LINE-HOLD
               PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             END-IF
           END-PERFORM.
       5000-EXIT.
           EXIT.

       5100-WINDOW-LINE.
           MOVE SA-C-DATE(SA-C) TO DA-CYCLE.
           MOVE SA-C-FIRST(SA-C) TO SA-STAMP.
           MOVE SA-STAMP-DATE TO DA-START-DATE.
           MOVE SA-STAMP-HH TO DA-START-HH.
           MOVE SA-STAMP-MM TO DA-START-MM.
           MOVE SA-C-LAST(SA-C) TO SA-STAMP.
           MOVE SA-STAMP-DATE TO DA-END-DATE.
           MOVE SA-STAMP-HH TO DA-END-HH.
           MOVE SA-STAMP-MM TO DA-END-MM.
           COMPUTE SA-MINS = SA-C-FINISH-MIN(SA-C)
               - SA-C-START-MIN(SA-C).
           DIVIDE SA-MINS BY 60 GIVING SA-HOURS REMAINDER SA-REM.
           MOVE SA-HOURS TO DA-WIN-H.
           MOVE SA-REM TO DA-WIN-M.
           DIVIDE SA-C-FINISH-MIN(SA-C) BY 60 GIVING SA-HOURS
               REMAINDER SA-REM.
           MOVE SA-HOURS TO DA-FIN-H.
           MOVE SA-REM TO DA-FIN-M.
           COMPUTE DA-MARGIN = SA-CUTOFF-MIN - SA-C-FINISH-MIN(SA-C).
           MOVE SA-C-STEPS(SA-C) TO DA-STEPS.
           MOVE SPACE TO DA-NOTE.
           IF SA-C-FINISH-MIN(SA-C) > SA-CUTOFF-MIN
             MOVE "** CUTOFF MISSED **" TO DA-NOTE
           END-IF.
           MOVE SA-DETAIL-A TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE TREND AND ITS VERDICT.  THE PROJECTION STARTS FROM
      *    THE FITTED FINISH OF THE LATEST TIMED CYCLE, NOT ITS
      *    ACTUAL ONE, SO ONE ODD NIGHT DOESN'T SWING IT.  A BREACH
      *    DUE WITHIN AS MANY CYCLES AS THE REPORT SHOWS COUNTS AS
      *    A BREACH FOR THE RETURN CODE.
      *-----------------------------------------------------------
       5500-PRINT-TREND.
           MOVE SPACE TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SA-FIT-N TO TR1-CYCLES.
           MOVE SA-SLOPE TO TR1-SLOPE.
           DIVIDE SA-CUTOFF-MIN BY 60 GIVING SA-HOURS
               REMAINDER SA-REM.
           MOVE SA-HOURS TO TR1-CUT-H.
           MOVE SA-REM TO TR1-CUT-M.
           MOVE SA-TREND-LINE-1 TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO SA-LINE-HOLD.
           EVALUATE TRUE
             WHEN SA-LAST-TIMED > 0
                 AND SA-C-FINISH-MIN(SA-LAST-TIMED) > SA-CUTOFF-MIN
               MOVE "THE LATEST TIMED CYCLE FINISHED PAST THE CUTOFF"
                   TO SA-LINE-HOLD
               SET SA-BREACH TO TRUE
             WHEN SA-FIT-N < 2
               MOVE "TOO FEW TIMED CYCLES FOR A TREND"
                   TO SA-LINE-HOLD
             WHEN SA-SLOPE NOT > 0
               MOVE SA-FLAT-LINE TO SA-LINE-HOLD
             WHEN OTHER
               COMPUTE SA-FITTED = SA-ICPT + SA-SLOPE * SA-LAST-TIMED
               IF SA-FITTED NOT < SA-CUTOFF-MIN
                 MOVE 1 TO SA-TO-GO
               ELSE
                 COMPUTE SA-TO-GO =
                     (SA-CUTOFF-MIN - SA-FITTED) / SA-SLOPE
                   ON SIZE ERROR
                     MOVE 99999 TO SA-TO-GO
                 END-COMPUTE
                 IF SA-TO-GO < 99999 AND
                     SA-TO-GO * SA-SLOPE < SA-CUTOFF-MIN - SA-FITTED
                   ADD 1 TO SA-TO-GO
                 END-IF
               END-IF
               MOVE SA-TO-GO TO TR2-COUNT
               MOVE " CYCLES" TO TR2-TAIL
               IF SA-TO-GO NOT > SA-CYCLES
                 SET SA-BREACH TO TRUE
                 MOVE " CYCLES  ** ACT NOW **" TO TR2-TAIL
               END-IF
               MOVE SA-TREND-LINE-2 TO SA-LINE-HOLD
           END-EVALUATE.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PART 2 - ONE LINE PER STEP.  A DASH IS A CYCLE THE STEP
      *    HAS NO TIMING FOR.
      *-----------------------------------------------------------
       6000-PRINT-STEPS.
           MOVE SA-HEAD-B1 TO SA-COL-HEAD-1.
           PERFORM VARYING SA-C FROM 1 BY 1 UNTIL SA-C > SA-MAX-CYC
             MOVE SPACE TO HB2-COL(SA-C)
             IF SA-C NOT > SA-CYC-CNT
               MOVE SA-C-DATE(SA-C) TO HB2-DATE(SA-C)
             END-IF
           END-PERFORM.
           MOVE SA-HEAD-B2 TO SA-COL-HEAD-2.
           MOVE 99 TO SA-LINE-CNT.
           PERFORM VARYING SA-S FROM 1 BY 1 UNTIL SA-S > SA-STEP-CNT
             PERFORM 6100-STEP-LINE THRU 6100-EXIT
           END-PERFORM.
           MOVE SPACE TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SA-SLOW-PCT TO SL-PCT.
           MOVE SA-SLOW-CNT TO SL-COUNT.
           MOVE SA-SLOW-LINE TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       6100-STEP-LINE.
           MOVE SA-S-STEP(SA-S) TO DB-STEP.
           MOVE SA-S-PROGRAM(SA-S) TO DB-PROGRAM.
           PERFORM VARYING SA-C FROM 1 BY 1 UNTIL SA-C > SA-MAX-CYC
             MOVE SPACE TO DB-COL(SA-C)
             IF SA-C NOT > SA-CYC-CNT
               IF SA-S-TIMED(SA-S, SA-C) EQUAL "Y"
                 MOVE SA-S-ELAPSED(SA-S, SA-C) TO SA-SECS
                 PERFORM 7700-MIN-SEC THRU 7700-EXIT
                 MOVE SA-MINS TO DB-MIN(SA-C)
                 MOVE ":" TO DB-COLON(SA-C)
                 MOVE SA-REM TO DB-SEC(SA-C)
               ELSE
                 MOVE "       -" TO DB-CELL-X(SA-C)
               END-IF
             END-IF
           END-PERFORM.
           MOVE "       -" TO DB-AVG-X.
           IF SA-S-AVG(SA-S) > 0
             MOVE SA-S-AVG(SA-S) TO SA-SECS
             PERFORM 7700-MIN-SEC THRU 7700-EXIT
             MOVE SA-MINS TO DB-AVG-MIN
             MOVE ":" TO DB-AVG-COLON
             MOVE SA-REM TO DB-AVG-SEC
           END-IF.
           MOVE "       -" TO DB-LAT-X.
           IF SA-S-TIMED(SA-S, SA-LATEST) EQUAL "Y"
             MOVE SA-S-ELAPSED(SA-S, SA-LATEST) TO SA-SECS
             PERFORM 7700-MIN-SEC THRU 7700-EXIT
             MOVE SA-MINS TO DB-LAT-MIN
             MOVE ":" TO DB-LAT-COLON
             MOVE SA-REM TO DB-LAT-SEC
           END-IF.
           MOVE SPACE TO DB-PCT-X DB-PCT-SIGN DB-FLAG.
           IF SA-S-AVG(SA-S) > 0
               AND SA-S-TIMED(SA-S, SA-LATEST) EQUAL "Y"
             MOVE SA-S-PCT(SA-S) TO DB-PCT
             MOVE "%" TO DB-PCT-SIGN
           END-IF.
           IF SA-S-SLOW(SA-S) EQUAL "Y"
             MOVE "SLOWER" TO DB-FLAG
           END-IF.
           MOVE SA-DETAIL-B TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PART 3 - THE LATEST CYCLE'S STEPS, WITH THE RECORD
      *    COUNTS, AND THE RUNSTATS TOTALS.
      *-----------------------------------------------------------
       6500-PRINT-LATEST.
           MOVE SA-HEAD-C1 TO SA-COL-HEAD-1.
           MOVE SA-HEAD-C2 TO SA-COL-HEAD-2.
           MOVE 99 TO SA-LINE-CNT.
           PERFORM VARYING SA-S FROM 1 BY 1 UNTIL SA-S > SA-STEP-CNT
             IF SA-S-HAVE(SA-S, SA-LATEST) EQUAL "Y"
               PERFORM 6600-LATEST-LINE THRU 6600-EXIT
             END-IF
           END-PERFORM.
           MOVE SPACE TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SA-CNT-READ TO TL-READ.
           MOVE SA-CNT-USED TO TL-USED.
           MOVE SA-TOTAL-LINE TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6500-EXIT.
           EXIT.

       6600-LATEST-LINE.
           MOVE SA-S-STEP(SA-S) TO DC-STEP.
           MOVE SA-S-PROGRAM(SA-S) TO DC-PROGRAM.
           IF SA-S-TIMED(SA-S, SA-LATEST) EQUAL "Y"
             MOVE SA-S-START(SA-S, SA-LATEST) TO SA-STAMP
             MOVE SA-STAMP-DATE TO DC-START-DATE
             MOVE SA-STAMP-HH TO DC-START-HH
             MOVE SA-STAMP-MM TO DC-START-MM
             MOVE SA-S-ELAPSED(SA-S, SA-LATEST) TO SA-SECS
             PERFORM 7700-MIN-SEC THRU 7700-EXIT
             MOVE SA-MINS TO DC-MIN
             MOVE ":" TO DC-COLON
             MOVE SA-REM TO DC-SEC
           ELSE
             MOVE "NOT TIMED" TO DC-START-X
             MOVE "       -" TO DC-ELAPSED-X
           END-IF.
           MOVE SA-S-END(SA-S, SA-LATEST) TO SA-STAMP.
           MOVE SA-STAMP-DATE TO DC-END-DATE.
           MOVE SA-STAMP-HH TO DC-END-HH.
           MOVE SA-STAMP-MM TO DC-END-MM.
           MOVE SA-S-READ(SA-S, SA-LATEST) TO DC-READ.
           MOVE SA-S-WRITTEN(SA-S, SA-LATEST) TO DC-WRITTEN.
           MOVE SA-S-RC(SA-S, SA-LATEST) TO DC-RC.
           MOVE SA-DETAIL-C TO SA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6600-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO SA-PAGE-NO.
           MOVE SA-CYCLE-DATE TO HD1-CYCLE.
           MOVE SA-PAGE-NO TO HD1-PAGE.
           WRITE SA-PRINT-LINE FROM SA-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO SA-PRINT-LINE.
           WRITE SA-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE SA-PRINT-LINE FROM SA-COL-HEAD-1
               AFTER ADVANCING 1 LINE.
           WRITE SA-PRINT-LINE FROM SA-COL-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO SA-PRINT-LINE.
           WRITE SA-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO SA-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN SA-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *    EACH PART SETS ITS OWN COLUMN HEADINGS AND STARTS A PAGE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF SA-LINE-CNT >= SA-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE SA-PRINT-LINE FROM SA-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO SA-LINE-CNT.
       7600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SA-SECS AS WHOLE MINUTES (SA-MINS) AND SECONDS OVER
      *    (SA-REM).
      *-----------------------------------------------------------
       7700-MIN-SEC.
           DIVIDE SA-SECS BY 60 GIVING SA-MINS REMAINDER SA-REM.
       7700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    DAY NUMBER OF SA-DN-DATE INTO SA-DAYNO - A COUNT OF DAYS
      *    FROM A FIXED POINT, SO TWO DATES SUBTRACT TO THE DAYS
      *    BETWEEN THEM.  EACH DIVISION IS TRUNCATED ON ITS OWN.
      *-----------------------------------------------------------
       7800-DAY-NUMBER.
           MOVE 0 TO SA-DN-A.
           IF SA-DN-MM < 3
             MOVE 1 TO SA-DN-A
           END-IF.
           COMPUTE SA-DN-Y = SA-DN-YYYY + 4800 - SA-DN-A.
           COMPUTE SA-DN-M = SA-DN-MM + 12 * SA-DN-A - 3.
           COMPUTE SA-DAYNO = (153 * SA-DN-M + 2) / 5.
           ADD SA-DN-DD TO SA-DAYNO.
           COMPUTE SA-DAYNO = SA-DAYNO + 365 * SA-DN-Y.
           COMPUTE SA-DN-T = SA-DN-Y / 4.
           ADD SA-DN-T TO SA-DAYNO.
           COMPUTE SA-DN-T = SA-DN-Y / 100.
           SUBTRACT SA-DN-T FROM SA-DAYNO.
           COMPUTE SA-DN-T = SA-DN-Y / 400.
           ADD SA-DN-T TO SA-DAYNO.
       7800-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE SA-RPT-FILE.
       9999-EXIT.
           EXIT.

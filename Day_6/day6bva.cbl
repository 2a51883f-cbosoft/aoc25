       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6BVA.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-11.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6BVA - BUDGET-VERSUS-ACTUAL REPORT BY PART AND OWNING
      *  DEPARTMENT.
      *
      *  THE DEPARTMENT HEADS USED TO RETYPE DAY6RPT AND CLSRPT
      *  FIGURES INTO A SPREADSHEET TO SET THEM AGAINST FINANCE'S
      *  PLAN.  THIS PROGRAM PRINTS, FOR THE MONTH OF THE CYCLE
      *  DATE, ONE LINE PER PART NUMBER - GROUPED UNDER ITS PM-DEPT
      *  OWNING DEPARTMENT FROM PARTMST, WITH A TOTAL LINE PER
      *  DEPARTMENT AND ONE FOR ALL DEPARTMENTS - SHOWING THE
      *  MONTH-TO-DATE AND YEAR-TO-DATE BUDGET, ACTUAL, VARIANCE
      *  (ACTUAL LESS BUDGET) AND VARIANCE PERCENTAGE OF BUDGET, AND
      *  FLAGGING EITHER FIGURE THAT IS OUTSIDE THE TOLERANCE.
      *  FILES:
      *
      *    BUDMST   THE BUDGET MASTER (BUD-REC) - THE MONTH'S AMOUNT
      *             AND THE YEAR'S AMOUNTS UP TO AND INCLUDING IT
      *    MTDMST   THE LIVE TOTALS MASTER - THE MONTH'S ACTUALS
      *    YTDMST   THE YEAR-TO-DATE MASTER (YTD-REC) - THE ACTUALS
      *             OF THE YEAR'S CLOSED MONTHS (ABSENT BEFORE THE
      *             FIRST CLOSE)
      *    PARTMST  THE PART REFERENCE MASTER - DEPARTMENT AND
      *             DESCRIPTION
      *    BVARPT   THE REPORT
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (MANDATORY - THE MONTH AND
      *             YEAR REPORTED) AND TOLERANCE=NNN, WHOLE PERCENT
      *             EITHER SIDE OF BUDGET (DEFAULT 10)
      *
      *  ACTUALS ARE THE STATEMENT FIGURES - THE ROW/COLUMN KEYING
      *  AND BACKDATED ADJUSTMENTS (SOURCES "1" AND "A"), NEVER THE
      *  CROSSWISE KEYING OF THE SAME MONEY - SO THE REPORT AGREES
      *  WITH DAY6RPT AND CLSRPT.  WHEN THE MONTH HAS ALREADY BEEN
      *  CLOSED AND THE LIVE MASTER HOLDS NOTHING FOR IT, THE
      *  MONTH'S ACTUALS COME FROM ITS YTDMST RECORDS INSTEAD, SO
      *  THE REPORT CAN BE RERUN FOR A CLOSED MONTH.  A PART WITH
      *  NEITHER BUDGET NOR ACTUAL IS NOT PRINTED; A PART NOT ON
      *  PARTMST PRINTS UNDER DEPARTMENT "????".  AN ACTUAL WITH NO
      *  BUDGET IS ALWAYS OUTSIDE TOLERANCE.  THE STEP ENDS RC 4
      *  WHEN ANY LINE IS FLAGGED, RC 0 OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-11 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BV-BUD-FILE ASSIGN TO "BUDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-BUD-STATUS.
           SELECT BV-MST-FILE ASSIGN TO "MTDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTD-KEY
               FILE STATUS IS BV-MST-STATUS.
           SELECT BV-YTD-FILE ASSIGN TO "YTDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-YTD-STATUS.
           SELECT BV-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-PART-STATUS.
           SELECT BV-RPT-FILE ASSIGN TO "BVARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-RPT-STATUS.
           SELECT BV-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BV-BUD-FILE
           RECORDING MODE IS F.
       COPY "bud-rec.cpy".

       FD  BV-MST-FILE.
       COPY "mtd-rec.cpy".

       FD  BV-YTD-FILE
           RECORDING MODE IS F.
       COPY "ytd-rec.cpy".

       FD  BV-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  BV-RPT-FILE
           RECORDING MODE IS F.
       01  BV-PRINT-LINE PIC X(132).

       FD  BV-CTL-FILE
           RECORDING MODE IS F.
       01  BV-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 BV-BUD-STATUS PIC X(02) VALUE "00".
           88 BV-BUD-OK VALUE "00".
           88 BV-BUD-ABSENT VALUE "35".
       01 BV-MST-STATUS PIC X(02) VALUE "00".
           88 BV-MST-OK VALUE "00".
       01 BV-YTD-STATUS PIC X(02) VALUE "00".
           88 BV-YTD-OK VALUE "00".
           88 BV-YTD-ABSENT VALUE "35".
       01 BV-PART-STATUS PIC X(02) VALUE "00".
           88 BV-PART-OK VALUE "00".
       01 BV-RPT-STATUS PIC X(02) VALUE "00".
           88 BV-RPT-OK VALUE "00".
       01 BV-CTL-STATUS PIC X(02) VALUE "00".
           88 BV-CTL-OK VALUE "00".
           88 BV-CTL-ABSENT VALUE "35".

       78 BV-MAX-PARTS VALUE 9999.
       78 BV-NO-DEPT VALUE "????".

      *-----------------------------------------------------------
      *    ONE ENTRY PER PART - PARTMST'S PARTS FIRST, THEN ANY
      *    PART THE BUDGET OR THE ACTUALS CARRY THAT PARTMST DOESN'T
      *    - SORTED BY DEPARTMENT THEN PART BEFORE PRINTING.  THE
      *    CLOSED-MONTH FIGURE IS THE REPORT MONTH'S OWN YTDMST
      *    RECORD, USED ONLY WHEN THE LIVE MASTER HAS NOTHING FOR
      *    THE MONTH.
      *-----------------------------------------------------------
       01 BV-PART-TABLE.
           03 BV-PART OCCURS 9999 TIMES.
               05 BV-P-SORT-KEY.
                   07 BV-P-DEPT PIC X(04).
                   07 BV-P-PART-NO PIC X(05).
               05 BV-P-DESC PIC X(20).
               05 BV-P-MTD-BUD PIC S9(15)V9(02) COMP-3.
               05 BV-P-YTD-BUD PIC S9(15)V9(02) COMP-3.
               05 BV-P-MTD-ACT PIC S9(15)V9(02) COMP-3.
               05 BV-P-YTD-ACT PIC S9(15)V9(02) COMP-3.
               05 BV-P-CLS-ACT PIC S9(15)V9(02) COMP-3.
       01 BV-PART-CNT PIC 9(04) VALUE 0.
       01 BV-PART-SAVE PIC X(74).

       01 BV-CYCLE-DATE PIC 9(08) VALUE 0.
       01 BV-MONTH PIC 9(06) VALUE 0.
       01 BV-MONTH-R REDEFINES BV-MONTH.
           03 BV-YEAR PIC 9(04).
           03 BV-MM PIC 9(02).
       01 BV-TOLERANCE PIC 9(03) VALUE 10.
       01 BV-MTD-LIVE PIC 9(01) VALUE 0.
       01 BV-KEY-PART-NO PIC X(05) VALUE SPACE.
       01 BV-I PIC 9(04) VALUE 0.
       01 BV-J PIC 9(04) VALUE 0.
       01 BV-FOUND PIC 9(04) VALUE 0.
       01 BV-EOF-FLAG PIC X(01) VALUE "N".
           88 BV-EOF VALUE "Y".
       01 BV-PREV-DEPT PIC X(04) VALUE SPACE.
       01 BV-FIRST PIC 9(01) VALUE 1.

      *-----------------------------------------------------------
      *    THE FIGURES OF THE LINE BEING PRINTED - A PART, A
      *    DEPARTMENT TOTAL OR THE GRAND TOTAL - AND THE
      *    DEPARTMENT AND GRAND ACCUMULATORS.
      *-----------------------------------------------------------
       01 BV-LINE-FIGURES.
           03 BV-L-MTD-BUD PIC S9(15)V9(02) COMP-3.
           03 BV-L-MTD-ACT PIC S9(15)V9(02) COMP-3.
           03 BV-L-YTD-BUD PIC S9(15)V9(02) COMP-3.
           03 BV-L-YTD-ACT PIC S9(15)V9(02) COMP-3.
       01 BV-DEPT-FIGURES.
           03 BV-D-MTD-BUD PIC S9(15)V9(02) COMP-3.
           03 BV-D-MTD-ACT PIC S9(15)V9(02) COMP-3.
           03 BV-D-YTD-BUD PIC S9(15)V9(02) COMP-3.
           03 BV-D-YTD-ACT PIC S9(15)V9(02) COMP-3.
       01 BV-ALL-FIGURES.
           03 BV-A-MTD-BUD PIC S9(15)V9(02) COMP-3.
           03 BV-A-MTD-ACT PIC S9(15)V9(02) COMP-3.
           03 BV-A-YTD-BUD PIC S9(15)V9(02) COMP-3.
           03 BV-A-YTD-ACT PIC S9(15)V9(02) COMP-3.

       01 BV-BUDGET PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BV-ACTUAL PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BV-VARIANCE PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BV-ABS-BUDGET PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BV-PCT PIC S9(05)V9(01) COMP-3 VALUE 0.
       01 BV-ABS-PCT PIC 9(05)V9(01) COMP-3 VALUE 0.
       01 BV-PCT-VALID PIC 9(01) VALUE 0.
       01 BV-OUTSIDE PIC 9(01) VALUE 0.
       01 BV-FLAG-MTD PIC 9(01) VALUE 0.
       01 BV-FLAG-YTD PIC 9(01) VALUE 0.

       01 BV-CNT-PRINTED PIC 9(04) VALUE 0.
       01 BV-CNT-DEPTS PIC 9(04) VALUE 0.
       01 BV-CNT-FLAGGED PIC 9(04) VALUE 0.
       01 BV-CNT-BUD-READ PIC 9(06) VALUE 0.

       01 BV-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 BV-CTL-EOF VALUE "Y".
       01 BV-CTL-KEY PIC X(20) VALUE SPACE.
       01 BV-CTL-VALUE PIC X(20) VALUE SPACE.
       01 BV-CTL-NUM PIC 9(04) VALUE 0.
       01 BV-CTL-DIGIT PIC X(01) VALUE SPACE.
       01 BV-CTL-DIGIT-N REDEFINES BV-CTL-DIGIT PIC 9(01).
       01 BV-CTL-I PIC 9(02) VALUE 0.
       01 BV-CTL-BAD PIC 9(01) VALUE 0.

       78 BV-LINES-PER-PAGE VALUE 56.
       01 BV-LINE-CNT PIC 9(02) VALUE 99.
       01 BV-LINE-HOLD PIC X(132) VALUE SPACE.
       01 BV-PAGE-NO PIC 9(04) VALUE 0.

       01 BV-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "BUDGET VERSUS ACTUAL - MONTH".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-MONTH PIC 9(06).
           03 FILLER PIC X(35) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 BV-HEAD-2.
           03 FILLER PIC X(23) VALUE SPACE.
           03 FILLER PIC X(50) VALUE
               "  ---------------- MONTH TO DATE ---------------".
           03 FILLER PIC X(50) VALUE
               "  ---------------- YEAR TO DATE ----------------".
           03 FILLER PIC X(09) VALUE "  OUTSIDE".

       01 BV-HEAD-3.
           03 FILLER PIC X(23) VALUE "PART  DESCRIPTION".
           03 FILLER PIC X(14) VALUE "        BUDGET".
           03 FILLER PIC X(14) VALUE "        ACTUAL".
           03 FILLER PIC X(14) VALUE "      VARIANCE".
           03 FILLER PIC X(08) VALUE "   VAR%".
           03 FILLER PIC X(14) VALUE "        BUDGET".
           03 FILLER PIC X(14) VALUE "        ACTUAL".
           03 FILLER PIC X(14) VALUE "      VARIANCE".
           03 FILLER PIC X(08) VALUE "   VAR%".
           03 FILLER PIC X(09) VALUE "  TOLRNCE".

       01 BV-DEPT-HEAD.
           03 FILLER PIC X(11) VALUE "DEPARTMENT ".
           03 DH-DEPT PIC X(04).
           03 FILLER PIC X(117) VALUE SPACE.

       01 BV-DETAIL.
           03 DET-PART-NO PIC X(05).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-DESC PIC X(16).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-MTD-BUD PIC -(10)9.99.
           03 DET-MTD-ACT PIC -(10)9.99.
           03 DET-MTD-VAR PIC -(10)9.99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-MTD-PCT PIC ----9.9.
           03 DET-MTD-PCT-X REDEFINES DET-MTD-PCT PIC X(07).
           03 DET-YTD-BUD PIC -(10)9.99.
           03 DET-YTD-ACT PIC -(10)9.99.
           03 DET-YTD-VAR PIC -(10)9.99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-YTD-PCT PIC ----9.9.
           03 DET-YTD-PCT-X REDEFINES DET-YTD-PCT PIC X(07).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-FLAG PIC X(08).

       01 BV-TOTAL-LINE.
           03 FILLER PIC X(11) VALUE "TOLERANCE ".
           03 TOT-TOLERANCE PIC ZZ9.
           03 FILLER PIC X(11) VALUE " PERCENT - ".
           03 TOT-PRINTED PIC ZZZ9.
           03 FILLER PIC X(09) VALUE " PARTS IN".
           03 TOT-DEPTS PIC ZZZ9.
           03 FILLER PIC X(15) VALUE " DEPARTMENTS, ".
           03 TOT-FLAGGED PIC ZZZ9.
           03 FILLER PIC X(37)
               VALUE " LINES OUTSIDE; MONTH'S ACTUALS FROM ".
           03 TOT-SOURCE PIC X(06).
           03 FILLER PIC X(28) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-PARTS THRU 1500-EXIT.
           PERFORM 2000-LOAD-BUDGET THRU 2000-EXIT.
           PERFORM 3000-LOAD-MONTH THRU 3000-EXIT.
           PERFORM 3500-LOAD-YEAR THRU 3500-EXIT.
           PERFORM 4000-FINISH-ACTUALS THRU 4000-EXIT.
           PERFORM 4500-SORT-PARTS THRU 4500-EXIT.
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6BVA: MONTH " BV-MONTH " - " BV-CNT-PRINTED
               " PARTS IN " BV-CNT-DEPTS " DEPARTMENTS, "
               BV-CNT-FLAGGED " LINES OUTSIDE " BV-TOLERANCE
               " PERCENT TOLERANCE".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF BV-CNT-FLAGGED > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF BV-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6BVA: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- IT SETS THE MONTH AND YEAR REPORTED"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE BV-CYCLE-DATE(1:6) TO BV-MONTH.
           OPEN OUTPUT BV-RPT-FILE.
           IF NOT BV-RPT-OK
             DISPLAY "DAY6BVA: UNABLE TO OPEN BVARPT, STATUS="
                 BV-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CYCLE-DATE=YYYYMMDD AND TOLERANCE=NNN, WHOLE PERCENT.
      *    AN UNRECOGNISED KEYWORD OR UNUSABLE VALUE IS A HARD
      *    REJECT, THE SAME RULE AS THE REST OF THE SUITE.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT BV-CTL-FILE.
           IF BV-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT BV-CTL-OK
             DISPLAY "DAY6BVA: UNABLE TO OPEN RUNCTL, STATUS="
                 BV-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BV-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL BV-CTL-EOF
             IF BV-CTL-RECORD NOT EQUAL SPACE
                 AND BV-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE BV-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ BV-CTL-FILE
             AT END
               SET BV-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO BV-CTL-KEY BV-CTL-VALUE.
           UNSTRING BV-CTL-RECORD DELIMITED BY "="
               INTO BV-CTL-KEY BV-CTL-VALUE.
           EVALUATE BV-CTL-KEY
             WHEN "CYCLE-DATE"
               IF BV-CTL-VALUE(1:8) IS NOT NUMERIC
                   OR BV-CTL-VALUE(5:2) < "01"
                   OR BV-CTL-VALUE(5:2) > "12"
                 DISPLAY "DAY6BVA: CYCLE-DATE VALUE '"
                     BV-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                     "YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE BV-CTL-VALUE(1:8) TO BV-CYCLE-DATE
             WHEN "TOLERANCE"
               PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
               IF BV-CTL-BAD EQUAL 1 OR BV-CTL-NUM > 999
                 DISPLAY "DAY6BVA: TOLERANCE VALUE '" BV-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT 0-999"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE BV-CTL-NUM TO BV-TOLERANCE
             WHEN OTHER
               DISPLAY "DAY6BVA: UNRECOGNISED KEYWORD '" BV-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

       1300-PARSE-CTL-NUM.
           COMPUTE BV-CTL-NUM = 0.
           COMPUTE BV-CTL-BAD = 0.
           IF BV-CTL-VALUE EQUAL SPACE
             MOVE 1 TO BV-CTL-BAD
             GO TO 1300-EXIT
           END-IF.
           PERFORM VARYING BV-CTL-I FROM 1 BY 1
               UNTIL BV-CTL-I > 20
               OR BV-CTL-VALUE(BV-CTL-I:1) EQUAL SPACE
             MOVE BV-CTL-VALUE(BV-CTL-I:1) TO BV-CTL-DIGIT
             IF BV-CTL-DIGIT IS NUMERIC
               COMPUTE BV-CTL-NUM = BV-CTL-NUM * 10 + BV-CTL-DIGIT-N
                 ON SIZE ERROR
                   MOVE 1 TO BV-CTL-BAD
               END-COMPUTE
             ELSE
               MOVE 1 TO BV-CTL-BAD
             END-IF
           END-PERFORM.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY PART ON THE REFERENCE MASTER, WITH ITS DEPARTMENT.
      *    NO MASTER AT ALL IS A HARD ERROR - THE REST OF THE SUITE
      *    ALREADY INSISTS ON IT.
      *-----------------------------------------------------------
       1500-LOAD-PARTS.
           OPEN INPUT BV-PART-FILE.
           IF NOT BV-PART-OK
             DISPLAY "DAY6BVA: UNABLE TO OPEN PARTMST, STATUS="
                 BV-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BV-EOF-FLAG.
           PERFORM 1510-READ-PART THRU 1510-EXIT.
           PERFORM UNTIL BV-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               MOVE PM-PART-NO TO BV-KEY-PART-NO
               PERFORM 1600-ADD-PART THRU 1600-EXIT
               MOVE PM-DEPT TO BV-P-DEPT(BV-FOUND)
               MOVE PM-DESC TO BV-P-DESC(BV-FOUND)
             END-IF
             PERFORM 1510-READ-PART THRU 1510-EXIT
           END-PERFORM.
           CLOSE BV-PART-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PART.
           READ BV-PART-FILE
             AT END
               SET BV-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A NEW ENTRY FOR BV-KEY-PART-NO, ZEROED, UNDER THE
      *    UNKNOWN DEPARTMENT UNTIL PARTMST SAYS OTHERWISE.
      *    BV-FOUND COMES BACK POINTING AT IT.
      *-----------------------------------------------------------
       1600-ADD-PART.
           IF BV-PART-CNT >= BV-MAX-PARTS
             DISPLAY "DAY6BVA: MORE THAN " BV-MAX-PARTS
                 " PART NUMBERS - TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO BV-PART-CNT.
           MOVE BV-PART-CNT TO BV-FOUND.
           MOVE BV-KEY-PART-NO TO BV-P-PART-NO(BV-FOUND).
           MOVE BV-NO-DEPT TO BV-P-DEPT(BV-FOUND).
           MOVE SPACE TO BV-P-DESC(BV-FOUND).
           COMPUTE BV-P-MTD-BUD(BV-FOUND) = 0.
           COMPUTE BV-P-YTD-BUD(BV-FOUND) = 0.
           COMPUTE BV-P-MTD-ACT(BV-FOUND) = 0.
           COMPUTE BV-P-YTD-ACT(BV-FOUND) = 0.
           COMPUTE BV-P-CLS-ACT(BV-FOUND) = 0.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE ENTRY FOR BV-KEY-PART-NO, ADDED IF THE PART IS NEW.
      *-----------------------------------------------------------
       1700-FIND-PART.
           COMPUTE BV-FOUND = 0.
           PERFORM VARYING BV-I FROM 1 BY 1
               UNTIL BV-I > BV-PART-CNT OR BV-FOUND > 0
             IF BV-P-PART-NO(BV-I) EQUAL BV-KEY-PART-NO
               MOVE BV-I TO BV-FOUND
             END-IF
           END-PERFORM.
           IF BV-FOUND EQUAL 0
             PERFORM 1600-ADD-PART THRU 1600-EXIT
           END-IF.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE YEAR'S BUDGET UP TO AND INCLUDING THE REPORT MONTH.
      *    NO BUDGET MASTER YET IS NOT AN ERROR - EVERY ACTUAL
      *    SIMPLY REPORTS AS UNBUDGETED.
      *-----------------------------------------------------------
       2000-LOAD-BUDGET.
           OPEN INPUT BV-BUD-FILE.
           IF BV-BUD-ABSENT
             DISPLAY "DAY6BVA: NO BUDMST - NOTHING IS BUDGETED"
             GO TO 2000-EXIT
           END-IF.
           IF NOT BV-BUD-OK
             DISPLAY "DAY6BVA: UNABLE TO OPEN BUDMST, STATUS="
                 BV-BUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BV-EOF-FLAG.
           PERFORM 2010-READ-BUD THRU 2010-EXIT.
           PERFORM UNTIL BV-EOF
             IF BUD-PART-NO NOT EQUAL SPACE
                 AND BUD-MONTH(1:4) EQUAL BV-MONTH(1:4)
                 AND BUD-MONTH NOT > BV-MONTH
               ADD 1 TO BV-CNT-BUD-READ
               MOVE BUD-PART-NO TO BV-KEY-PART-NO
               PERFORM 1700-FIND-PART THRU 1700-EXIT
               ADD BUD-AMOUNT TO BV-P-YTD-BUD(BV-FOUND)
               IF BUD-MONTH EQUAL BV-MONTH
                 ADD BUD-AMOUNT TO BV-P-MTD-BUD(BV-FOUND)
               END-IF
             END-IF
             PERFORM 2010-READ-BUD THRU 2010-EXIT
           END-PERFORM.
           CLOSE BV-BUD-FILE.
           IF BV-CNT-BUD-READ EQUAL 0
             DISPLAY "DAY6BVA: BUDMST HOLDS NOTHING FOR " BV-YEAR
                 " UP TO MONTH " BV-MONTH
           END-IF.
       2000-EXIT.
           EXIT.

       2010-READ-BUD.
           READ BV-BUD-FILE
             AT END
               SET BV-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE MONTH'S ACTUALS FROM THE LIVE MASTER - ROW/COLUMN
      *    KEYING AND ADJUSTMENTS ONLY.
      *-----------------------------------------------------------
       3000-LOAD-MONTH.
           OPEN INPUT BV-MST-FILE.
           IF NOT BV-MST-OK
             DISPLAY "DAY6BVA: UNABLE TO OPEN MTDMST, STATUS="
                 BV-MST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BV-EOF-FLAG.
           PERFORM 3010-READ-MASTER THRU 3010-EXIT.
           PERFORM UNTIL BV-EOF
             IF MTD-DATE(1:6) EQUAL BV-MONTH
                 AND (MTD-SOURCE EQUAL "1" OR MTD-SOURCE EQUAL "A")
               MOVE 1 TO BV-MTD-LIVE
               MOVE MTD-PART-NO TO BV-KEY-PART-NO
               PERFORM 1700-FIND-PART THRU 1700-EXIT
               ADD MTD-TOTAL TO BV-P-MTD-ACT(BV-FOUND)
             END-IF
             PERFORM 3010-READ-MASTER THRU 3010-EXIT
           END-PERFORM.
           CLOSE BV-MST-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-MASTER.
           READ BV-MST-FILE
             AT END
               SET BV-EOF TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE YEAR'S CLOSED MONTHS FROM THE YTD MASTER.  THE
      *    REPORT MONTH'S OWN RECORDS ARE KEPT APART - THEY ONLY
      *    COUNT WHEN THE MONTH IS CLOSED AND GONE FROM MTDMST.
      *-----------------------------------------------------------
       3500-LOAD-YEAR.
           OPEN INPUT BV-YTD-FILE.
           IF BV-YTD-ABSENT
             GO TO 3500-EXIT
           END-IF.
           IF NOT BV-YTD-OK
             DISPLAY "DAY6BVA: UNABLE TO OPEN YTDMST, STATUS="
                 BV-YTD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BV-EOF-FLAG.
           PERFORM 3510-READ-YTD THRU 3510-EXIT.
           PERFORM UNTIL BV-EOF
             IF YTD-PART-NO NOT EQUAL SPACE
                 AND YTD-MONTH(1:4) EQUAL BV-MONTH(1:4)
                 AND YTD-MONTH NOT > BV-MONTH
               MOVE YTD-PART-NO TO BV-KEY-PART-NO
               PERFORM 1700-FIND-PART THRU 1700-EXIT
               IF YTD-MONTH EQUAL BV-MONTH
                 ADD YTD-TOTAL TO BV-P-CLS-ACT(BV-FOUND)
               ELSE
                 ADD YTD-TOTAL TO BV-P-YTD-ACT(BV-FOUND)
               END-IF
             END-IF
             PERFORM 3510-READ-YTD THRU 3510-EXIT
           END-PERFORM.
           CLOSE BV-YTD-FILE.
       3500-EXIT.
           EXIT.

       3510-READ-YTD.
           READ BV-YTD-FILE
             AT END
               SET BV-EOF TO TRUE
           END-READ.
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE MONTH'S ACTUALS COME FROM THE LIVE MASTER WHILE THE
      *    MONTH IS OPEN, FROM YTDMST ONCE IT HAS CLOSED; EITHER
      *    WAY THEY JOIN THE EARLIER MONTHS IN THE YEAR TO DATE.
      *-----------------------------------------------------------
       4000-FINISH-ACTUALS.
           PERFORM VARYING BV-I FROM 1 BY 1
               UNTIL BV-I > BV-PART-CNT
             IF BV-MTD-LIVE EQUAL 0
               MOVE BV-P-CLS-ACT(BV-I) TO BV-P-MTD-ACT(BV-I)
             END-IF
             ADD BV-P-MTD-ACT(BV-I) TO BV-P-YTD-ACT(BV-I)
           END-PERFORM.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    DEPARTMENT THEN PART NUMBER ORDER FOR THE CONTROL BREAKS.
      *-----------------------------------------------------------
       4500-SORT-PARTS.
           PERFORM VARYING BV-I FROM 1 BY 1
               UNTIL BV-I >= BV-PART-CNT
             PERFORM VARYING BV-J FROM BV-I BY 1
                 UNTIL BV-J > BV-PART-CNT
               IF BV-P-SORT-KEY(BV-J) < BV-P-SORT-KEY(BV-I)
                 MOVE BV-PART(BV-I) TO BV-PART-SAVE
                 MOVE BV-PART(BV-J) TO BV-PART(BV-I)
                 MOVE BV-PART-SAVE TO BV-PART(BV-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE LINE PER PART WITH ANYTHING TO SHOW, A HEADING AND A
      *    TOTAL LINE PER DEPARTMENT, AND THE ALL-DEPARTMENTS LINE.
      *-----------------------------------------------------------
       5000-PRINT-REPORT.
           INITIALIZE BV-ALL-FIGURES.
           MOVE 1 TO BV-FIRST.
           PERFORM VARYING BV-I FROM 1 BY 1
               UNTIL BV-I > BV-PART-CNT
             IF BV-P-MTD-BUD(BV-I) NOT EQUAL 0
                 OR BV-P-YTD-BUD(BV-I) NOT EQUAL 0
                 OR BV-P-MTD-ACT(BV-I) NOT EQUAL 0
                 OR BV-P-YTD-ACT(BV-I) NOT EQUAL 0
               PERFORM 5100-PRINT-PART THRU 5100-EXIT
             END-IF
           END-PERFORM.
           IF BV-FIRST EQUAL 0
             PERFORM 5300-PRINT-DEPT-TOTAL THRU 5300-EXIT
           ELSE
             MOVE SPACE TO BV-LINE-HOLD
             MOVE "NO PART HAS A BUDGET OR AN ACTUAL FOR THE YEAR"
                 TO BV-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           MOVE BV-A-MTD-BUD TO BV-L-MTD-BUD.
           MOVE BV-A-MTD-ACT TO BV-L-MTD-ACT.
           MOVE BV-A-YTD-BUD TO BV-L-YTD-BUD.
           MOVE BV-A-YTD-ACT TO BV-L-YTD-ACT.
           MOVE SPACE TO BV-DETAIL.
           MOVE "ALL DEPARTMENTS" TO BV-DETAIL(1:22).
           PERFORM 5500-PRINT-FIGURES THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-PART.
           IF BV-FIRST EQUAL 0
               AND BV-P-DEPT(BV-I) NOT EQUAL BV-PREV-DEPT
             PERFORM 5300-PRINT-DEPT-TOTAL THRU 5300-EXIT
           END-IF.
           IF BV-FIRST EQUAL 1
               OR BV-P-DEPT(BV-I) NOT EQUAL BV-PREV-DEPT
             MOVE BV-P-DEPT(BV-I) TO DH-DEPT
             MOVE BV-DEPT-HEAD TO BV-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             MOVE BV-P-DEPT(BV-I) TO BV-PREV-DEPT
             INITIALIZE BV-DEPT-FIGURES
             ADD 1 TO BV-CNT-DEPTS
             MOVE 0 TO BV-FIRST
           END-IF.
           MOVE BV-P-MTD-BUD(BV-I) TO BV-L-MTD-BUD.
           MOVE BV-P-MTD-ACT(BV-I) TO BV-L-MTD-ACT.
           MOVE BV-P-YTD-BUD(BV-I) TO BV-L-YTD-BUD.
           MOVE BV-P-YTD-ACT(BV-I) TO BV-L-YTD-ACT.
           ADD BV-L-MTD-BUD TO BV-D-MTD-BUD BV-A-MTD-BUD.
           ADD BV-L-MTD-ACT TO BV-D-MTD-ACT BV-A-MTD-ACT.
           ADD BV-L-YTD-BUD TO BV-D-YTD-BUD BV-A-YTD-BUD.
           ADD BV-L-YTD-ACT TO BV-D-YTD-ACT BV-A-YTD-ACT.
           MOVE SPACE TO BV-DETAIL.
           MOVE BV-P-PART-NO(BV-I) TO DET-PART-NO.
           MOVE BV-P-DESC(BV-I) TO DET-DESC.
           ADD 1 TO BV-CNT-PRINTED.
           PERFORM 5500-PRINT-FIGURES THRU 5500-EXIT.
       5100-EXIT.
           EXIT.

       5300-PRINT-DEPT-TOTAL.
           MOVE BV-D-MTD-BUD TO BV-L-MTD-BUD.
           MOVE BV-D-MTD-ACT TO BV-L-MTD-ACT.
           MOVE BV-D-YTD-BUD TO BV-L-YTD-BUD.
           MOVE BV-D-YTD-ACT TO BV-L-YTD-ACT.
           MOVE SPACE TO BV-DETAIL.
           MOVE "TOTAL DEPT" TO BV-DETAIL(1:10).
           MOVE BV-PREV-DEPT TO BV-DETAIL(12:4).
           PERFORM 5500-PRINT-FIGURES THRU 5500-EXIT.
           MOVE SPACE TO BV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FILL THE FIGURES OF BV-DETAIL FROM BV-LINE-FIGURES, FLAG
      *    WHICHEVER SIDE IS OUTSIDE TOLERANCE, AND PRINT IT.  THE
      *    LABEL COLUMNS ARE ALREADY IN PLACE.
      *-----------------------------------------------------------
       5500-PRINT-FIGURES.
           MOVE BV-L-MTD-BUD TO BV-BUDGET DET-MTD-BUD.
           MOVE BV-L-MTD-ACT TO BV-ACTUAL DET-MTD-ACT.
           PERFORM 5600-VARIANCE THRU 5600-EXIT.
           MOVE BV-VARIANCE TO DET-MTD-VAR.
           IF BV-PCT-VALID EQUAL 1
             MOVE BV-PCT TO DET-MTD-PCT
           ELSE
             MOVE SPACE TO DET-MTD-PCT-X
           END-IF.
           MOVE BV-OUTSIDE TO BV-FLAG-MTD.
           MOVE BV-L-YTD-BUD TO BV-BUDGET DET-YTD-BUD.
           MOVE BV-L-YTD-ACT TO BV-ACTUAL DET-YTD-ACT.
           PERFORM 5600-VARIANCE THRU 5600-EXIT.
           MOVE BV-VARIANCE TO DET-YTD-VAR.
           IF BV-PCT-VALID EQUAL 1
             MOVE BV-PCT TO DET-YTD-PCT
           ELSE
             MOVE SPACE TO DET-YTD-PCT-X
           END-IF.
           MOVE BV-OUTSIDE TO BV-FLAG-YTD.
           EVALUATE TRUE
             WHEN BV-FLAG-MTD EQUAL 1 AND BV-FLAG-YTD EQUAL 1
               MOVE "MTD YTD" TO DET-FLAG
             WHEN BV-FLAG-MTD EQUAL 1
               MOVE "MTD" TO DET-FLAG
             WHEN BV-FLAG-YTD EQUAL 1
               MOVE "    YTD" TO DET-FLAG
             WHEN OTHER
               MOVE SPACE TO DET-FLAG
           END-EVALUATE.
           IF DET-FLAG NOT EQUAL SPACE
             ADD 1 TO BV-CNT-FLAGGED
           END-IF.
           MOVE BV-DETAIL TO BV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    VARIANCE OF BV-ACTUAL AGAINST BV-BUDGET, AS AN AMOUNT
      *    AND AS A PERCENTAGE OF THE BUDGET'S SIZE (NONE WHEN THE
      *    BUDGET IS ZERO), AND WHETHER IT IS OUTSIDE TOLERANCE -
      *    AN ACTUAL AGAINST A ZERO BUDGET ALWAYS IS.
      *-----------------------------------------------------------
       5600-VARIANCE.
           COMPUTE BV-VARIANCE = BV-ACTUAL - BV-BUDGET.
           MOVE 0 TO BV-OUTSIDE.
           MOVE BV-BUDGET TO BV-ABS-BUDGET.
           IF BV-ABS-BUDGET < 0
             COMPUTE BV-ABS-BUDGET = 0 - BV-ABS-BUDGET
           END-IF.
           IF BV-ABS-BUDGET EQUAL 0
             MOVE 0 TO BV-PCT-VALID
             IF BV-ACTUAL NOT EQUAL 0
               MOVE 1 TO BV-OUTSIDE
             END-IF
             GO TO 5600-EXIT
           END-IF.
           MOVE 1 TO BV-PCT-VALID.
           COMPUTE BV-PCT ROUNDED = BV-VARIANCE * 100 / BV-ABS-BUDGET
             ON SIZE ERROR
               IF BV-VARIANCE < 0
                 COMPUTE BV-PCT = -9999.9
               ELSE
                 COMPUTE BV-PCT = 9999.9
               END-IF
           END-COMPUTE.
           IF BV-PCT > 9999.9
             COMPUTE BV-PCT = 9999.9
           END-IF.
           IF BV-PCT < -9999.9
             COMPUTE BV-PCT = -9999.9
           END-IF.
           MOVE BV-PCT TO BV-ABS-PCT.
           IF BV-ABS-PCT > BV-TOLERANCE
             MOVE 1 TO BV-OUTSIDE
           END-IF.
       5600-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO BV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE BV-TOLERANCE TO TOT-TOLERANCE.
           MOVE BV-CNT-PRINTED TO TOT-PRINTED.
           MOVE BV-CNT-DEPTS TO TOT-DEPTS.
           MOVE BV-CNT-FLAGGED TO TOT-FLAGGED.
           IF BV-MTD-LIVE EQUAL 1
             MOVE "MTDMST" TO TOT-SOURCE
           ELSE
             MOVE "YTDMST" TO TOT-SOURCE
           END-IF.
           MOVE BV-TOTAL-LINE TO BV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO BV-PAGE-NO.
           MOVE BV-MONTH TO HD1-MONTH.
           MOVE BV-PAGE-NO TO HD1-PAGE.
           WRITE BV-PRINT-LINE FROM BV-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO BV-PRINT-LINE.
           WRITE BV-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE BV-PRINT-LINE FROM BV-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE BV-PRINT-LINE FROM BV-HEAD-3
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO BV-PRINT-LINE.
           WRITE BV-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO BV-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN BV-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF BV-LINE-CNT >= BV-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE BV-PRINT-LINE FROM BV-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO BV-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE BV-RPT-FILE.
       9999-EXIT.
           EXIT.

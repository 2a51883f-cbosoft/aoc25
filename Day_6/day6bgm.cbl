       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6BGM.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-11.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6BGM - MAINTENANCE OF THE BUDMST BUDGET MASTER.
      *
      *  THE MASTER HOLDS ONE BUDGETED AMOUNT PER PART NUMBER PER
      *  MONTH (SEE BUD-REC) FOR DAY6BVA'S BUDGET-VERSUS-ACTUAL
      *  REPORT.  IT MOVES ONLY THROUGH THIS PROGRAM (SEE DAY6BGMJ):
      *
      *    BUDPLAN  FINANCE'S PLANNING FILE - ONE RECORD PER PART
      *             NUMBER FOR THE YEAR, THE TWELVE MONTHLY AMOUNTS
      *             JANUARY TO DECEMBER.  READ ONLY WHEN RUNCTL
      *             NAMES LOAD-YEAR=YYYY; THE LOAD REPLACES THAT
      *             WHOLE YEAR, SO A PART MISSING FROM THE PLAN
      *             LOSES ITS BUDGET FOR THE YEAR AND A RERUN OF THE
      *             SAME LOAD LANDS ON THE SAME MASTER
      *    BUDTRAN  MID-YEAR REVISION CARDS, ONE PER PART PER
      *             MONTH - PART NUMBER, MONTH (YYYYMM), THE NEW
      *             SIGNED AMOUNT AND THE REQUESTER'S ID.  A MONTH
      *             WITH NO BUDGET YET IS ADDED.  OPTIONAL
      *    BUDMST   THE MASTER, LOADED WHOLE AND REWRITTEN IN PART
      *             NUMBER THEN MONTH ORDER WHEN ANYTHING WAS
      *             APPLIED (ABSENT UNTIL THE FIRST LOAD)
      *    PARTMST  THE PART REFERENCE MASTER - A BUDGET FOR A PART
      *             THE SUITE DOESN'T KNOW IS REFUSED
      *    BGMRPT   THE CHANGE REGISTER - EVERY PLAN RECORD AND
      *             CARD WITH ITS DISPOSITION, THE AMOUNT BEFORE AND
      *             AFTER (THE YEAR'S TOTAL FOR A PLAN RECORD), AND
      *             EVERY PART THE LOAD DROPPED
      *    AUDITLOG THE SHARED AUDIT TRAIL - ONE RECORD PER PLAN
      *             RECORD, DROPPED PART AND CARD: RC 00 APPLIED,
      *             08 REFUSED
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (MANDATORY - STAMPS EVERY
      *             CHANGE) AND LOAD-YEAR=YYYY (ONLY FOR A LOAD)
      *
      *  THE PLANNING LOAD APPLIES BEFORE THE REVISION CARDS, SO A
      *  RELOAD AND THE SAME DAY'S REVISIONS CAN RUN TOGETHER.  A
      *  PLAN RECORD IS REFUSED FOR A BLANK OR UNKNOWN PART, A YEAR
      *  OTHER THAN LOAD-YEAR, AN AMOUNT THAT WON'T READ OR A PART
      *  ALREADY LOADED FROM THE SAME FILE; A CARD FOR A BLANK OR
      *  UNKNOWN PART, A MONTH THAT ISN'T YYYYMM, AN AMOUNT THAT
      *  WON'T READ OR NO REQUESTER.  A LOAD-YEAR WITH NO PLANNING
      *  RECORDS AT ALL ENDS THE RUN RC 16 BEFORE THE MASTER IS
      *  TOUCHED - AN EMPTY FILE MUST NOT WIPE OUT A YEAR.  THE
      *  STEP ENDS RC 4 WHEN ANYTHING WAS REFUSED, RC 0 OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-11 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BM-PLAN-FILE ASSIGN TO "BUDPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-PLAN-STATUS.
           SELECT BM-TRAN-FILE ASSIGN TO "BUDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-TRAN-STATUS.
           SELECT BM-BUD-FILE ASSIGN TO "BUDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-BUD-STATUS.
           SELECT BM-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-PART-STATUS.
           SELECT BM-RPT-FILE ASSIGN TO "BGMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-RPT-STATUS.
           SELECT BM-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-AUD-STATUS.
           SELECT BM-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    FINANCE'S PLANNING RECORD - THE PART, THE YEAR AND THE
      *    TWELVE MONTHS' AMOUNTS, JANUARY FIRST.
      *-----------------------------------------------------------
       FD  BM-PLAN-FILE
           RECORDING MODE IS F.
       01  BM-PLAN-RECORD.
           03 PL-PART-NO PIC X(05).
           03 PL-FILL-1 PIC X(01).
           03 PL-YEAR PIC X(04).
           03 PL-MONTHS OCCURS 12 TIMES.
               05 PL-FILL-2 PIC X(01).
               05 PL-AMOUNT PIC S9(13)V9(02) SIGN LEADING SEPARATE.

       FD  BM-TRAN-FILE
           RECORDING MODE IS F.
       01  BM-TRAN-RECORD PIC X(80).

       FD  BM-BUD-FILE
           RECORDING MODE IS F.
       COPY "bud-rec.cpy".

       FD  BM-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  BM-RPT-FILE
           RECORDING MODE IS F.
       01  BM-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    SHARED AUDIT TRAIL - OPENED EXTEND SO EVERY EXECUTION
      *    ADDS TO THE LOG RATHER THAN REPLACING IT.
      *-----------------------------------------------------------
       FD  BM-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  BM-CTL-FILE
           RECORDING MODE IS F.
       01  BM-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 BM-PLAN-STATUS PIC X(02) VALUE "00".
           88 BM-PLAN-OK VALUE "00".
           88 BM-PLAN-ABSENT VALUE "35".
       01 BM-TRAN-STATUS PIC X(02) VALUE "00".
           88 BM-TRAN-OK VALUE "00".
           88 BM-TRAN-ABSENT VALUE "35".
       01 BM-BUD-STATUS PIC X(02) VALUE "00".
           88 BM-BUD-OK VALUE "00".
           88 BM-BUD-ABSENT VALUE "35".
       01 BM-PART-STATUS PIC X(02) VALUE "00".
           88 BM-PART-OK VALUE "00".
       01 BM-RPT-STATUS PIC X(02) VALUE "00".
           88 BM-RPT-OK VALUE "00".
       01 BM-AUD-STATUS PIC X(02) VALUE "00".
           88 BM-AUD-OK VALUE "00".
           88 BM-AUD-ABSENT VALUE "35".
       01 BM-CTL-STATUS PIC X(02) VALUE "00".
           88 BM-CTL-OK VALUE "00".
           88 BM-CTL-ABSENT VALUE "35".

       78 BM-MAX-BUD VALUE 60000.
       78 BM-MAX-PARTS VALUE 9999.
       78 BM-PLAN-USER VALUE "FINPLAN".

      *-----------------------------------------------------------
      *    THE WHOLE MASTER, HELD IN PART NUMBER THEN MONTH ORDER.
      *    THE LOAD FLAGS THE YEAR'S ENTRIES DELETED BEFORE IT
      *    STARTS AND TAKES EACH ONE BACK AS THE PLAN REFILLS IT;
      *    THE LOADED FLAG MARKS WHAT THIS RUN'S PLAN HAS FILLED,
      *    SO A PART ON THE PLAN TWICE IS CAUGHT.
      *-----------------------------------------------------------
       01 BM-BUD-TABLE.
           03 BM-BUD OCCURS 60000 TIMES.
               05 BM-B-KEY.
                   07 BM-B-PART-NO PIC X(05).
                   07 BM-B-MONTH PIC 9(06).
                   07 BM-B-MONTH-R REDEFINES BM-B-MONTH.
                       09 BM-B-YEAR PIC 9(04).
                       09 BM-B-MM PIC 9(02).
               05 BM-B-AMOUNT PIC S9(13)V9(02) COMP-3.
               05 BM-B-ORIGIN PIC X(01).
               05 BM-B-CHANGED PIC 9(08).
               05 BM-B-USER PIC X(08).
               05 BM-B-DELETED PIC 9(01).
               05 BM-B-LOADED PIC 9(01).
       01 BM-BUD-CNT PIC 9(05) VALUE 0.

      *-----------------------------------------------------------
      *    THE PART NUMBERS ON PARTMST - A BUDGET MAY ONLY BE HELD
      *    FOR A PART THE SUITE KNOWS.
      *-----------------------------------------------------------
       01 BM-PART-TABLE.
           03 BM-PART OCCURS 9999 TIMES.
               05 BM-P-PART-NO PIC X(05).
       01 BM-PART-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE REVISION CARD BEING JUDGED.
      *-----------------------------------------------------------
       01 BM-CARD.
           03 BC-PART-NO PIC X(05).
           03 BC-FILL-1 PIC X(01).
           03 BC-MONTH PIC X(06).
           03 BC-FILL-2 PIC X(01).
           03 BC-AMOUNT PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 BC-FILL-3 PIC X(01).
           03 BC-USER PIC X(08).

       01 BM-KEY.
           03 BM-KEY-PART-NO PIC X(05).
           03 BM-KEY-MONTH PIC 9(06).
       01 BM-LOAD-YEAR PIC 9(04) VALUE 0.
       01 BM-CYCLE-DATE PIC 9(08) VALUE 0.
       01 BM-MM PIC 9(02) VALUE 0.
       01 BM-MM-X PIC X(02) VALUE SPACE.
       01 BM-REASON PIC X(30) VALUE SPACE.
       01 BM-DISP PIC X(08) VALUE SPACE.
       01 BM-TYPE PIC X(07) VALUE SPACE.
       01 BM-FOUND PIC 9(05) VALUE 0.
       01 BM-SLOT PIC 9(05) VALUE 0.
       01 BM-I PIC 9(05) VALUE 0.
       01 BM-J PIC 9(05) VALUE 0.
       01 BM-P-I PIC 9(04) VALUE 0.
       01 BM-P-FOUND PIC 9(04) VALUE 0.
       01 BM-HAS-BEFORE PIC 9(01) VALUE 0.
       01 BM-BEFORE PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BM-AFTER PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BM-AMOUNT PIC S9(13)V9(02) COMP-3 VALUE 0.
       01 BM-USER PIC X(08) VALUE SPACE.
       01 BM-DROP-PART PIC X(05) VALUE SPACE.

       01 BM-CNT-PLAN PIC 9(04) VALUE 0.
       01 BM-CNT-DROPPED PIC 9(04) VALUE 0.
       01 BM-CNT-REVISED PIC 9(04) VALUE 0.
       01 BM-CNT-REFUSED PIC 9(04) VALUE 0.
       01 BM-CNT-PLAN-READ PIC 9(04) VALUE 0.
       01 BM-EOF-FLAG PIC X(01) VALUE "N".
           88 BM-EOF VALUE "Y".

       01 BM-RUN-DATE PIC 9(08) VALUE 0.
       01 BM-RUN-TIME-RAW PIC 9(08) VALUE 0.
       01 BM-JOB-NAME PIC X(08) VALUE SPACE.
       01 BM-AUD-RC PIC 9(02) VALUE 0.

       01 BM-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 BM-CTL-EOF VALUE "Y".
       01 BM-CTL-KEY PIC X(20) VALUE SPACE.
       01 BM-CTL-VALUE PIC X(20) VALUE SPACE.

       78 BM-LINES-PER-PAGE VALUE 56.
       01 BM-LINE-CNT PIC 9(02) VALUE 99.
       01 BM-LINE-HOLD PIC X(132) VALUE SPACE.
       01 BM-PAGE-NO PIC 9(04) VALUE 0.

       01 BM-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "BUDGET CHANGE REGISTER - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 BM-HEAD-2.
           03 FILLER PIC X(08) VALUE "ACTION".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(08) VALUE "PERIOD".
           03 FILLER PIC X(10) VALUE "DISPOSN".
           03 FILLER PIC X(19) VALUE "      BUDGET BEFORE".
           03 FILLER PIC X(19) VALUE "       BUDGET AFTER".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(10) VALUE "KEYED BY".
           03 FILLER PIC X(49) VALUE "REASON".

       01 BM-DETAIL.
           03 DET-ACTION PIC X(07).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-PERIOD PIC X(06).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DISP PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-BEFORE PIC X(19).
           03 DET-AFTER PIC X(19).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-USER PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-REASON PIC X(30).
           03 FILLER PIC X(19) VALUE SPACE.

       01 BM-AMOUNT-STR PIC -(15)9.99.

       01 BM-TOTAL-LINE.
           03 FILLER PIC X(13) VALUE "PLAN RECORDS ".
           03 TOT-PLAN PIC ZZZ9.
           03 FILLER PIC X(10) VALUE " LOADED, ".
           03 TOT-DROPPED PIC ZZZ9.
           03 FILLER PIC X(22) VALUE " PARTS DROPPED; CARDS ".
           03 TOT-REVISED PIC ZZZ9.
           03 FILLER PIC X(11) VALUE " APPLIED; ".
           03 TOT-REFUSED PIC ZZZ9.
           03 FILLER PIC X(18) VALUE " REFUSED; MASTER ".
           03 TOT-ENTRIES PIC ZZZZ9.
           03 FILLER PIC X(16) VALUE " PART-MONTHS".
           03 FILLER PIC X(21) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-MASTER THRU 1500-EXIT.
           PERFORM 1600-LOAD-PARTS THRU 1600-EXIT.
           PERFORM 2000-LOAD-PLAN THRU 2000-EXIT.
           PERFORM 2500-PROCESS-CARDS THRU 2500-EXIT.
           PERFORM 5000-REWRITE-MASTER THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6BGM: " BM-CNT-PLAN " PLAN RECORDS LOADED, "
               BM-CNT-DROPPED " PARTS DROPPED, " BM-CNT-REVISED
               " REVISIONS, " BM-CNT-REFUSED " REFUSED FOR CYCLE "
               BM-CYCLE-DATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF BM-CNT-REFUSED > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT BM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT BM-RUN-TIME-RAW FROM TIME.
           ACCEPT BM-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF BM-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6BGM: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- EVERY CHANGE IS STAMPED WITH IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    THE PLANNING FILE IS ONLY READ FOR A LOAD; CARDS ARE
      *    OPTIONAL EITHER WAY.
           IF BM-LOAD-YEAR > 0
             OPEN INPUT BM-PLAN-FILE
             IF NOT BM-PLAN-OK
               DISPLAY "DAY6BGM: LOAD-YEAR " BM-LOAD-YEAR
                   " NAMED BUT UNABLE TO OPEN BUDPLAN, STATUS="
                   BM-PLAN-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT BM-TRAN-FILE.
           IF NOT BM-TRAN-OK AND NOT BM-TRAN-ABSENT
             DISPLAY "DAY6BGM: UNABLE TO OPEN BUDTRAN, STATUS="
                 BM-TRAN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT BM-RPT-FILE.
           IF NOT BM-RPT-OK
             DISPLAY "DAY6BGM: UNABLE TO OPEN BGMRPT, STATUS="
                 BM-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN EXTEND BM-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
           IF BM-AUD-ABSENT
             OPEN OUTPUT BM-AUD-FILE
           END-IF.
           IF NOT BM-AUD-OK
             DISPLAY "DAY6BGM: UNABLE TO OPEN AUDITLOG, STATUS="
                 BM-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT BM-CTL-FILE.
           IF BM-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT BM-CTL-OK
             DISPLAY "DAY6BGM: UNABLE TO OPEN RUNCTL, STATUS="
                 BM-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BM-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL BM-CTL-EOF
             IF BM-CTL-RECORD NOT EQUAL SPACE
                 AND BM-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE BM-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ BM-CTL-FILE
             AT END
               SET BM-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO BM-CTL-KEY BM-CTL-VALUE.
           UNSTRING BM-CTL-RECORD DELIMITED BY "="
               INTO BM-CTL-KEY BM-CTL-VALUE.
           EVALUATE BM-CTL-KEY
             WHEN "CYCLE-DATE"
               IF BM-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6BGM: CYCLE-DATE VALUE '"
                     BM-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                     "YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE BM-CTL-VALUE(1:8) TO BM-CYCLE-DATE
             WHEN "LOAD-YEAR"
               IF BM-CTL-VALUE(1:4) IS NOT NUMERIC
                   OR BM-CTL-VALUE(5:16) NOT EQUAL SPACE
                   OR BM-CTL-VALUE(1:4) EQUAL "0000"
                 DISPLAY "DAY6BGM: LOAD-YEAR VALUE '"
                     BM-CTL-VALUE "' ON RUNCTL CARD IS NOT YYYY"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE BM-CTL-VALUE(1:4) TO BM-LOAD-YEAR
             WHEN OTHER
               DISPLAY "DAY6BGM: UNRECOGNISED KEYWORD '" BM-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE WHOLE MASTER.  ABSENT IS A MASTER NOT LOADED
      *    YET; ONE OUT OF ORDER OR CARRYING A PART-MONTH TWICE IS
      *    REPORTED AND NOT MAINTAINED UNTIL SOMEONE HAS LOOKED.
      *-----------------------------------------------------------
       1500-LOAD-MASTER.
           OPEN INPUT BM-BUD-FILE.
           IF BM-BUD-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT BM-BUD-OK
             DISPLAY "DAY6BGM: UNABLE TO OPEN BUDMST, STATUS="
                 BM-BUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BM-EOF-FLAG.
           PERFORM 1510-READ-BUD THRU 1510-EXIT.
           PERFORM UNTIL BM-EOF
             IF BUD-PART-NO NOT EQUAL SPACE
               IF BM-BUD-CNT >= BM-MAX-BUD
                 DISPLAY "DAY6BGM: MORE THAN " BM-MAX-BUD
                     " PART-MONTHS ON BUDMST - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE BUD-PART-NO TO BM-KEY-PART-NO
               MOVE BUD-MONTH TO BM-KEY-MONTH
               IF BM-BUD-CNT > 0
                 IF BM-KEY NOT > BM-B-KEY(BM-BUD-CNT)
                   DISPLAY "DAY6BGM: BUDMST OUT OF ORDER OR "
                       "DUPLICATED AT " BUD-PART-NO " " BUD-MONTH
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
               END-IF
               ADD 1 TO BM-BUD-CNT
               MOVE BM-KEY TO BM-B-KEY(BM-BUD-CNT)
               MOVE BUD-AMOUNT TO BM-B-AMOUNT(BM-BUD-CNT)
               MOVE BUD-ORIGIN TO BM-B-ORIGIN(BM-BUD-CNT)
               MOVE BUD-CHANGED TO BM-B-CHANGED(BM-BUD-CNT)
               MOVE BUD-USER TO BM-B-USER(BM-BUD-CNT)
               MOVE 0 TO BM-B-DELETED(BM-BUD-CNT)
               MOVE 0 TO BM-B-LOADED(BM-BUD-CNT)
             END-IF
             PERFORM 1510-READ-BUD THRU 1510-EXIT
           END-PERFORM.
           CLOSE BM-BUD-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-BUD.
           READ BM-BUD-FILE
             AT END
               SET BM-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1600-LOAD-PARTS.
           OPEN INPUT BM-PART-FILE.
           IF NOT BM-PART-OK
             DISPLAY "DAY6BGM: UNABLE TO OPEN PARTMST, STATUS="
                 BM-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BM-EOF-FLAG.
           PERFORM 1610-READ-PART THRU 1610-EXIT.
           PERFORM UNTIL BM-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               IF BM-PART-CNT >= BM-MAX-PARTS
                 DISPLAY "DAY6BGM: MORE THAN " BM-MAX-PARTS
                     " PARTS ON PARTMST - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO BM-PART-CNT
               MOVE PM-PART-NO TO BM-P-PART-NO(BM-PART-CNT)
             END-IF
             PERFORM 1610-READ-PART THRU 1610-EXIT
           END-PERFORM.
           CLOSE BM-PART-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-PART.
           READ BM-PART-FILE
             AT END
               SET BM-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE YEARLY PLANNING LOAD.  THE WHOLE FILE IS COUNTED
      *    FIRST - NO RECORDS MEANS A BROKEN FEED, NOT A YEAR WITH
      *    NO BUDGET, AND THE MASTER IS LEFT ALONE.  THEN EVERY
      *    ENTRY OF THE YEAR IS FLAGGED DELETED AND THE PLAN FILLS
      *    THE YEAR BACK IN; WHATEVER IS STILL FLAGGED AT THE END
      *    WAS NOT ON THE PLAN AND IS LISTED AS DROPPED.
      *-----------------------------------------------------------
       2000-LOAD-PLAN.
           IF BM-LOAD-YEAR EQUAL 0
             GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO BM-EOF-FLAG.
           PERFORM 2010-READ-PLAN THRU 2010-EXIT.
           PERFORM UNTIL BM-EOF
             IF BM-PLAN-RECORD NOT EQUAL SPACE
               ADD 1 TO BM-CNT-PLAN-READ
             END-IF
             PERFORM 2010-READ-PLAN THRU 2010-EXIT
           END-PERFORM.
           CLOSE BM-PLAN-FILE.
           IF BM-CNT-PLAN-READ EQUAL 0
             DISPLAY "DAY6BGM: BUDPLAN HOLDS NO RECORDS - LOAD-YEAR "
                 BM-LOAD-YEAR " NOT REPLACED"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING BM-I FROM 1 BY 1
               UNTIL BM-I > BM-BUD-CNT
             IF BM-B-YEAR(BM-I) EQUAL BM-LOAD-YEAR
               MOVE 1 TO BM-B-DELETED(BM-I)
             END-IF
           END-PERFORM.
           OPEN INPUT BM-PLAN-FILE.
           IF NOT BM-PLAN-OK
             DISPLAY "DAY6BGM: UNABLE TO REOPEN BUDPLAN, STATUS="
                 BM-PLAN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BM-EOF-FLAG.
           PERFORM 2010-READ-PLAN THRU 2010-EXIT.
           PERFORM UNTIL BM-EOF
             IF BM-PLAN-RECORD NOT EQUAL SPACE
               PERFORM 2100-LOAD-PLAN-RECORD THRU 2100-EXIT
             END-IF
             PERFORM 2010-READ-PLAN THRU 2010-EXIT
           END-PERFORM.
           CLOSE BM-PLAN-FILE.
           PERFORM 2800-LIST-DROPPED THRU 2800-EXIT.
       2000-EXIT.
           EXIT.

       2010-READ-PLAN.
           READ BM-PLAN-FILE
             AT END
               SET BM-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE PART'S YEAR FROM THE PLAN - EDITED WHOLE, THEN ALL
      *    TWELVE MONTHS LAID IN.  THE REGISTER SHOWS THE YEAR'S
      *    TOTAL BEFORE AND AFTER.
      *-----------------------------------------------------------
       2100-LOAD-PLAN-RECORD.
           MOVE "PLAN" TO BM-TYPE.
           MOVE BM-PLAN-USER TO BM-USER.
           MOVE SPACE TO BM-REASON.
           MOVE PL-PART-NO TO BM-KEY-PART-NO.
           PERFORM 3300-EDIT-PLAN THRU 3300-EXIT.
           IF BM-REASON NOT EQUAL SPACE
             MOVE 0 TO BM-HAS-BEFORE
             COMPUTE BM-AFTER = 0
             PERFORM 3900-REFUSE THRU 3900-EXIT
             GO TO 2100-EXIT
           END-IF.
      *    THE YEAR'S FIGURE BEFORE THE LOAD - THE ENTRIES THIS RUN
      *    HAS NOT REFILLED STILL HOLD THEIR OLD AMOUNTS.
           MOVE 0 TO BM-HAS-BEFORE.
           COMPUTE BM-BEFORE = 0.
           COMPUTE BM-AFTER = 0.
           PERFORM VARYING BM-I FROM 1 BY 1
               UNTIL BM-I > BM-BUD-CNT
             IF BM-B-PART-NO(BM-I) EQUAL PL-PART-NO
                 AND BM-B-YEAR(BM-I) EQUAL BM-LOAD-YEAR
               MOVE 1 TO BM-HAS-BEFORE
               ADD BM-B-AMOUNT(BM-I) TO BM-BEFORE
             END-IF
           END-PERFORM.
           PERFORM VARYING BM-MM FROM 1 BY 1 UNTIL BM-MM > 12
             COMPUTE BM-KEY-MONTH = BM-LOAD-YEAR * 100 + BM-MM
             MOVE PL-AMOUNT(BM-MM) TO BM-AMOUNT
             PERFORM 4000-PUT-ENTRY THRU 4000-EXIT
             MOVE "P" TO BM-B-ORIGIN(BM-FOUND)
             MOVE 1 TO BM-B-LOADED(BM-FOUND)
             ADD PL-AMOUNT(BM-MM) TO BM-AFTER
           END-PERFORM.
           ADD 1 TO BM-CNT-PLAN.
           MOVE "LOADED" TO BM-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 0 TO BM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY PART WHOSE YEAR IS STILL FLAGGED DELETED WAS NOT
      *    ON THE PLAN - ONE REGISTER LINE PER PART WITH THE YEAR'S
      *    FIGURE IT LOSES.  THE TABLE IS IN PART ORDER, SO A
      *    PART'S MONTHS ARE ADJACENT.
      *-----------------------------------------------------------
       2800-LIST-DROPPED.
           MOVE SPACE TO BM-DROP-PART.
           PERFORM VARYING BM-I FROM 1 BY 1
               UNTIL BM-I > BM-BUD-CNT
             IF BM-B-DELETED(BM-I) EQUAL 1
                 AND BM-B-YEAR(BM-I) EQUAL BM-LOAD-YEAR
                 AND BM-B-PART-NO(BM-I) NOT EQUAL BM-DROP-PART
               MOVE BM-B-PART-NO(BM-I) TO BM-DROP-PART
               PERFORM 2850-DROP-PART THRU 2850-EXIT
             END-IF
           END-PERFORM.
       2800-EXIT.
           EXIT.

       2850-DROP-PART.
           COMPUTE BM-BEFORE = 0.
           PERFORM VARYING BM-J FROM BM-I BY 1
               UNTIL BM-J > BM-BUD-CNT
               OR BM-B-PART-NO(BM-J) NOT EQUAL BM-DROP-PART
             IF BM-B-DELETED(BM-J) EQUAL 1
                 AND BM-B-YEAR(BM-J) EQUAL BM-LOAD-YEAR
               ADD BM-B-AMOUNT(BM-J) TO BM-BEFORE
             END-IF
           END-PERFORM.
           ADD 1 TO BM-CNT-DROPPED.
           MOVE "DROP" TO BM-TYPE.
           MOVE BM-DROP-PART TO BM-KEY-PART-NO.
           MOVE BM-PLAN-USER TO BM-USER.
           MOVE "NOT ON THE PLANNING FILE" TO BM-REASON.
           MOVE 1 TO BM-HAS-BEFORE.
           COMPUTE BM-AFTER = 0.
           MOVE "DROPPED" TO BM-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 0 TO BM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE REVISION CARDS, IN ORDER.  BLANK CARDS AND "*"
      *    COMMENT CARDS ARE PASSED OVER.
      *-----------------------------------------------------------
       2500-PROCESS-CARDS.
           IF BM-TRAN-ABSENT
             GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO BM-EOF-FLAG.
           PERFORM 2600-READ-CARD THRU 2600-EXIT.
           PERFORM UNTIL BM-EOF
             IF BM-TRAN-RECORD NOT EQUAL SPACE
                 AND BM-TRAN-RECORD(1:1) NOT EQUAL "*"
               MOVE BM-TRAN-RECORD(1:38) TO BM-CARD
               PERFORM 2700-REVISE THRU 2700-EXIT
             END-IF
             PERFORM 2600-READ-CARD THRU 2600-EXIT
           END-PERFORM.
       2500-EXIT.
           EXIT.

       2600-READ-CARD.
           READ BM-TRAN-FILE
             AT END
               SET BM-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

       2700-REVISE.
           MOVE "REVISE" TO BM-TYPE.
           MOVE BC-USER TO BM-USER.
           MOVE BC-PART-NO TO BM-KEY-PART-NO.
           PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
           IF BM-REASON NOT EQUAL SPACE
             MOVE 0 TO BM-HAS-BEFORE
             COMPUTE BM-AFTER = 0
             PERFORM 3900-REFUSE THRU 3900-EXIT
             GO TO 2700-EXIT
           END-IF.
           MOVE BC-MONTH TO BM-KEY-MONTH.
           PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
           MOVE 0 TO BM-HAS-BEFORE.
           COMPUTE BM-BEFORE = 0.
           IF BM-FOUND > 0
             IF BM-B-DELETED(BM-FOUND) EQUAL 0
               MOVE 1 TO BM-HAS-BEFORE
               MOVE BM-B-AMOUNT(BM-FOUND) TO BM-BEFORE
             END-IF
           END-IF.
           MOVE BC-AMOUNT TO BM-AMOUNT.
           PERFORM 4000-PUT-ENTRY THRU 4000-EXIT.
           MOVE "R" TO BM-B-ORIGIN(BM-FOUND).
           MOVE BC-AMOUNT TO BM-AFTER.
           ADD 1 TO BM-CNT-REVISED.
           MOVE "APPLIED" TO BM-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 0 TO BM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT THE REVISION CARD IN BM-CARD.  BM-REASON COMES BACK
      *    SPACES FOR A GOOD CARD, OR THE REASON IT IS REFUSED.
      *-----------------------------------------------------------
       3000-EDIT-CARD.
           MOVE SPACE TO BM-REASON.
           IF BC-PART-NO EQUAL SPACE
             MOVE "NO PART NUMBER" TO BM-REASON
             GO TO 3000-EXIT
           END-IF.
           IF BC-MONTH IS NOT NUMERIC
             MOVE "MONTH NOT YYYYMM" TO BM-REASON
             GO TO 3000-EXIT
           END-IF.
           MOVE BC-MONTH(5:2) TO BM-MM-X.
           IF BM-MM-X < "01" OR BM-MM-X > "12"
               OR BC-MONTH(1:4) EQUAL "0000"
             MOVE "MONTH NOT YYYYMM" TO BM-REASON
             GO TO 3000-EXIT
           END-IF.
           IF BC-AMOUNT IS NOT NUMERIC
             MOVE "AMOUNT WON'T READ" TO BM-REASON
             GO TO 3000-EXIT
           END-IF.
           IF BC-USER EQUAL SPACE
             MOVE "NO REQUESTER ID" TO BM-REASON
             GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-FIND-PART THRU 3200-EXIT.
           IF BM-P-FOUND EQUAL 0
             MOVE "UNKNOWN PART" TO BM-REASON
             GO TO 3000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOOK UP BM-KEY.  BM-FOUND IS ITS ENTRY (DELETED OR NOT),
      *    BM-SLOT THE ENTRY IT SITS AT OR WOULD BE INSERTED BEFORE
      *    (ZERO - AT THE END).
      *-----------------------------------------------------------
       3100-FIND-ENTRY.
           COMPUTE BM-FOUND = 0.
           COMPUTE BM-SLOT = 0.
           PERFORM VARYING BM-I FROM 1 BY 1
               UNTIL BM-I > BM-BUD-CNT OR BM-SLOT > 0
             IF BM-B-KEY(BM-I) NOT < BM-KEY
               MOVE BM-I TO BM-SLOT
             END-IF
           END-PERFORM.
           IF BM-SLOT > 0
             IF BM-B-KEY(BM-SLOT) EQUAL BM-KEY
               MOVE BM-SLOT TO BM-FOUND
             END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3200-FIND-PART.
           COMPUTE BM-P-FOUND = 0.
           PERFORM VARYING BM-P-I FROM 1 BY 1
               UNTIL BM-P-I > BM-PART-CNT OR BM-P-FOUND > 0
             IF BM-P-PART-NO(BM-P-I) EQUAL BM-KEY-PART-NO
               MOVE BM-P-I TO BM-P-FOUND
             END-IF
           END-PERFORM.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT A PLAN RECORD.  BM-REASON COMES BACK SPACES FOR A
      *    GOOD ONE, OR THE REASON IT IS REFUSED.
      *-----------------------------------------------------------
       3300-EDIT-PLAN.
           IF PL-PART-NO EQUAL SPACE
             MOVE "NO PART NUMBER" TO BM-REASON
             GO TO 3300-EXIT
           END-IF.
           IF PL-YEAR IS NOT NUMERIC
             MOVE "PLAN YEAR IS NOT LOAD-YEAR" TO BM-REASON
             GO TO 3300-EXIT
           END-IF.
           IF PL-YEAR NOT EQUAL BM-LOAD-YEAR
             MOVE "PLAN YEAR IS NOT LOAD-YEAR" TO BM-REASON
             GO TO 3300-EXIT
           END-IF.
           PERFORM VARYING BM-MM FROM 1 BY 1
               UNTIL BM-MM > 12 OR BM-REASON NOT EQUAL SPACE
             IF PL-AMOUNT(BM-MM) IS NOT NUMERIC
               MOVE "AMOUNT WON'T READ - MONTH" TO BM-REASON
               MOVE BM-MM TO BM-REASON(27:2)
             END-IF
           END-PERFORM.
           IF BM-REASON NOT EQUAL SPACE
             GO TO 3300-EXIT
           END-IF.
           PERFORM 3200-FIND-PART THRU 3200-EXIT.
           IF BM-P-FOUND EQUAL 0
             MOVE "UNKNOWN PART" TO BM-REASON
             GO TO 3300-EXIT
           END-IF.
           COMPUTE BM-KEY-MONTH = BM-LOAD-YEAR * 100 + 1.
           PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
           IF BM-FOUND > 0
             IF BM-B-LOADED(BM-FOUND) EQUAL 1
               MOVE "PART TWICE ON PLANNING FILE" TO BM-REASON
               GO TO 3300-EXIT
             END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3900-REFUSE.
           ADD 1 TO BM-CNT-REFUSED.
           DISPLAY "DAY6BGM: " BM-TYPE " FOR " BM-KEY-PART-NO
               " REFUSED - " BM-REASON.
           MOVE "REFUSED" TO BM-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 8 TO BM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SET BM-KEY'S AMOUNT TO BM-AMOUNT, STAMPED WITH THE CYCLE
      *    AND BM-USER - THE EXISTING ENTRY (TAKEN BACK IF IT WAS
      *    FLAGGED DELETED) OR A NEW ONE AT ITS SORTED SLOT.
      *    BM-FOUND COMES BACK POINTING AT THE ENTRY.
      *-----------------------------------------------------------
       4000-PUT-ENTRY.
           PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
           IF BM-FOUND EQUAL 0
             IF BM-BUD-CNT >= BM-MAX-BUD
               DISPLAY "DAY6BGM: MORE THAN " BM-MAX-BUD
                   " PART-MONTHS ON BUDMST - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO BM-BUD-CNT
             IF BM-SLOT EQUAL 0
               MOVE BM-BUD-CNT TO BM-SLOT
             ELSE
               PERFORM VARYING BM-J FROM BM-BUD-CNT BY -1
                   UNTIL BM-J <= BM-SLOT
                 MOVE BM-BUD(BM-J - 1) TO BM-BUD(BM-J)
               END-PERFORM
             END-IF
             MOVE BM-SLOT TO BM-FOUND
             MOVE BM-KEY TO BM-B-KEY(BM-FOUND)
             MOVE 0 TO BM-B-LOADED(BM-FOUND)
           END-IF.
           MOVE BM-AMOUNT TO BM-B-AMOUNT(BM-FOUND).
           MOVE BM-CYCLE-DATE TO BM-B-CHANGED(BM-FOUND).
           MOVE BM-USER TO BM-B-USER(BM-FOUND).
           MOVE 0 TO BM-B-DELETED(BM-FOUND).
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REWRITE THE MASTER IN KEY ORDER, LEAVING OUT DELETED
      *    ENTRIES - ONLY WHEN SOMETHING WAS APPLIED, SO A RUN THAT
      *    REFUSED EVERYTHING NEVER TOUCHES THE DATASET.
      *-----------------------------------------------------------
       5000-REWRITE-MASTER.
           IF BM-CNT-PLAN EQUAL 0 AND BM-CNT-DROPPED EQUAL 0
               AND BM-CNT-REVISED EQUAL 0
             GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT BM-BUD-FILE.
           IF NOT BM-BUD-OK
             DISPLAY "DAY6BGM: UNABLE TO REWRITE BUDMST, STATUS="
                 BM-BUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING BM-I FROM 1 BY 1
               UNTIL BM-I > BM-BUD-CNT
             IF BM-B-DELETED(BM-I) EQUAL 0
               MOVE SPACE TO BUD-RECORD
               MOVE BM-B-PART-NO(BM-I) TO BUD-PART-NO
               MOVE BM-B-MONTH(BM-I) TO BUD-MONTH
               MOVE BM-B-AMOUNT(BM-I) TO BUD-AMOUNT
               MOVE BM-B-ORIGIN(BM-I) TO BUD-ORIGIN
               MOVE BM-B-CHANGED(BM-I) TO BUD-CHANGED
               MOVE BM-B-USER(BM-I) TO BUD-USER
               WRITE BUD-RECORD
             END-IF
           END-PERFORM.
           CLOSE BM-BUD-FILE.
       5000-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO BM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE BM-CNT-PLAN TO TOT-PLAN.
           MOVE BM-CNT-DROPPED TO TOT-DROPPED.
           MOVE BM-CNT-REVISED TO TOT-REVISED.
           MOVE BM-CNT-REFUSED TO TOT-REFUSED.
           COMPUTE BM-J = 0.
           PERFORM VARYING BM-I FROM 1 BY 1
               UNTIL BM-I > BM-BUD-CNT
             IF BM-B-DELETED(BM-I) EQUAL 0
               ADD 1 TO BM-J
             END-IF
           END-PERFORM.
           MOVE BM-J TO TOT-ENTRIES.
           MOVE BM-TOTAL-LINE TO BM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE AUDIT RECORD PER PLAN RECORD, DROPPED PART OR CARD
      *    - RC 00 APPLIED, 08 REFUSED - STAMPED WITH THE
      *    REQUESTER'S ID WHERE AN APPROVER'S WOULD STAND.  THE
      *    AMOUNT IS THE NEW BUDGET (THE YEAR'S TOTAL FOR A PLAN
      *    RECORD, ZERO FOR A DROPPED PART).
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           MOVE BM-RUN-DATE TO AUD-DATE.
           MOVE BM-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE BM-JOB-NAME TO AUD-JOB-NAME.
           MOVE "DAY6BGM" TO AUD-PROGRAM.
           MOVE BM-KEY-PART-NO TO AUD-PART-NO.
           MOVE 0 TO AUD-ROWS.
           MOVE BM-AFTER TO AUD-TOTAL.
           MOVE "N" TO AUD-RESTARTED.
           MOVE BM-AUD-RC TO AUD-RC.
           MOVE SPACE TO AUD-SITE.
           MOVE BM-USER TO AUD-APPROVER.
           MOVE SPACE TO AUD-FILL-1 AUD-FILL-2 AUD-FILL-3 AUD-FILL-4
               AUD-FILL-5 AUD-FILL-6 AUD-FILL-7 AUD-FILL-8
               AUD-FILL-9 AUD-FILL-10.
           WRITE AUD-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE REGISTER LINE - A REFUSED LINE PRINTS THE PERIOD AS
      *    KEYED AND THE REASON, NO AMOUNTS.
      *-----------------------------------------------------------
       7500-REGISTER.
           MOVE BM-TYPE TO DET-ACTION.
           MOVE BM-KEY-PART-NO TO DET-PART-NO.
           MOVE BM-DISP TO DET-DISP.
           MOVE BM-USER TO DET-USER.
           MOVE BM-REASON TO DET-REASON.
           MOVE SPACE TO DET-BEFORE DET-AFTER.
           EVALUATE BM-TYPE
             WHEN "REVISE"
               MOVE BC-MONTH TO DET-PERIOD
             WHEN "PLAN"
               MOVE PL-YEAR TO DET-PERIOD
             WHEN OTHER
               MOVE BM-LOAD-YEAR TO DET-PERIOD
           END-EVALUATE.
           IF BM-DISP NOT EQUAL "REFUSED"
             IF BM-HAS-BEFORE EQUAL 1
               MOVE BM-BEFORE TO BM-AMOUNT-STR
               MOVE BM-AMOUNT-STR TO DET-BEFORE
             END-IF
             IF BM-DISP NOT EQUAL "DROPPED"
               MOVE BM-AFTER TO BM-AMOUNT-STR
               MOVE BM-AMOUNT-STR TO DET-AFTER
             END-IF
           END-IF.
           MOVE BM-DETAIL TO BM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       7500-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO BM-PAGE-NO.
           MOVE BM-CYCLE-DATE TO HD1-CYCLE.
           MOVE BM-PAGE-NO TO HD1-PAGE.
           WRITE BM-PRINT-LINE FROM BM-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO BM-PRINT-LINE.
           WRITE BM-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE BM-PRINT-LINE FROM BM-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO BM-PRINT-LINE.
           WRITE BM-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO BM-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN BM-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF BM-LINE-CNT >= BM-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE BM-PRINT-LINE FROM BM-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO BM-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT BM-TRAN-ABSENT
             CLOSE BM-TRAN-FILE
           END-IF.
           CLOSE BM-RPT-FILE.
           CLOSE BM-AUD-FILE.
       9999-EXIT.
           EXIT.

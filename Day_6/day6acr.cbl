       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6ACR.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-12.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6ACR - MONTH-END ACCRUAL OF PENDING AND HELD BATCHES.
      *
      *  DAY6APP CARRIES EVERY UNDECIDED OR HELD BATCH FORWARD ON
      *  CARRYOUT UNTIL A SUPERVISOR DECIDES IT, AND DAY6GL POSTS IT
      *  ON THE CYCLE IT IS FINALLY APPROVED - SO A BATCH KEYED ON
      *  THE 30TH AND APPROVED ON THE 2ND REACHES THE LEDGER IN THE
      *  WRONG MONTH.  RUN IN DAY6CLSJ AT MONTH-END, THIS PROGRAM:
      *
      *    - ACCRUES EVERY BATCH ON THE MONTH'S LAST CARRYOUT - ITS
      *      BASE TOTAL POSTED TO ITS PARTMST ACCOUNT EXACTLY AS
      *      DAY6GL WOULD POST IT (CREDIT FOR POSITIVE, DEBIT FOR
      *      NEGATIVE), DATED THE CLOSE-DATE, WITH THE NET OFFSET
      *      THE OTHER WAY ROUND TO THE ACCRUALS ACCOUNT NAMED ON
      *      RUNCTL SO THE EXTRACT BALANCES (GLOUT)
      *    - WRITES THE MATCHING REVERSAL - EVERY POSTING THE OTHER
      *      WAY ROUND - DATED THE FIRST CYCLE OF THE NEW MONTH
      *      (GLREV).  WHEN THE BATCH IS APPROVED AND DAY6GL POSTS
      *      IT IN THE NEW MONTH, THE REVERSAL CANCELS IT THERE AND
      *      THE MONEY STAYS IN THE MONTH IT WAS KEYED
      *    - PRINTS THE ACCRUAL REPORT (ACRRPT) - ONE LINE PER
      *      BATCH WITH ITS SITE, STATUS, CYCLES WAITED, ACCOUNT,
      *      ACCRUAL AND REVERSAL, THE OFFSETS AND EACH EXTRACT'S
      *      COUNT AND HASH TOTAL
      *    - WRITES TWO AUDITLOG RECORDS PER BATCH ACCRUED, ONE FOR
      *      THE ACCRUAL AND ONE FOR THE REVERSAL, UNDER THE
      *      BATCH'S PART NUMBER AND SITE, SO THE AUDITORS CAN TIE
      *      EACH ACCRUAL TO THE DAY6APP APPROVAL AND DAY6GL POSTING
      *      THAT EVENTUALLY FOLLOW IT
      *
      *  A SHARED PART (ONE WITH ALLOCATION RULES ON ALLOCRL) HAS ITS
      *  ACCRUAL SPLIT ACROSS THE RECEIVING DEPARTMENTS' ACCOUNTS
      *  EXACTLY AS DAY6ALC SPLITS ITS DAY6GL POSTING - FIXED AMOUNTS
      *  FIRST, PERCENTAGES OF THE REST, THE ROUNDING PENNY OR THE
      *  REMAINDER PLACED THE SAME WAY - AND ITS REVERSAL SPLIT THE
      *  SAME, SO WHEN THE BATCH IS FINALLY POSTED AND ALLOCATED IN
      *  THE NEW MONTH THE REVERSAL CANCELS IT DEPARTMENT BY
      *  DEPARTMENT.  THE OFFSET TO THE ACCRUALS ACCOUNT IS NEVER
      *  SPLIT.  WHEN A PART'S FIXED AMOUNTS COME TO MORE THAN ITS
      *  ACCRUAL IT ACCRUES WHOLE TO ITS PARTMST ACCOUNT, IS LISTED,
      *  AND THE STEP ENDS RC 4, AS IN DAY6ALC.
      *
      *  BOTH EXTRACTS ARE IN DAY6GL'S GLOUT H/D/T LAYOUT, SO DAY6ACK
      *  MATCHES THEM LIKE ANY OTHER EXTRACT.  FILES:
      *
      *    CARRYIN  THE MONTH'S LAST CYCLE'S CARRYOUT, AS DAY6APP
      *             WROTE IT - AGE, FIRST APPROVER AND THE SUMMARY
      *             IMAGE (ABSENT OR EMPTY: NOTHING TO ACCRUE)
      *    PARTMST  THE PART REFERENCE MASTER - POSTING ACCOUNTS
      *    ALLOCRL  THE ALLOCATION RULES (SEE ALC-REC) - NO DATASET
      *             AT ALL MEANS NOTHING IS SHARED
      *    GLOUT    THE ACCRUAL POSTINGS
      *    GLREV    THE REVERSAL POSTINGS
      *    ACRRPT   THE ACCRUAL REPORT
      *    AUDITLOG THE SHARED AUDIT TRAIL (EXTEND)
      *    RUNCTL   CLOSE-DATE=YYYYMMDD (MANDATORY - THE MONTH'S LAST
      *             CYCLE, DATING THE ACCRUAL), REVERSE-DATE=YYYYMMDD
      *             (MANDATORY - THE NEW MONTH'S FIRST CYCLE, DATING
      *             THE REVERSAL) AND ACCR-ACCT=AAAAAASS (MANDATORY -
      *             THE ACCRUALS ACCOUNT AND SUBACCOUNT)
      *
      *  A CARRIED BATCH WHOSE PART HAS NO PARTMST ACCOUNT IS
      *  FLAGGED ON THE REPORT AND NO POSTINGS OR AUDIT RECORDS ARE
      *  WRITTEN AT ALL (EACH EXTRACT CARRIES ITS HEADER AND A ZERO
      *  TRAILER) - THE STEP ENDS RC 16 SO A HALF-ACCRUED MONTH
      *  NEVER REACHES THE LEDGER.  A ZERO BATCH IS LISTED BUT
      *  ACCRUES NOTHING.  THE CARRY FILE IS ONLY READ, SO THE STEP
      *  CAN BE RERUN.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-12 RM    FIRST WRITTEN.
      *  2026-09-14 RM    CARRY LAYOUT FOLLOWS DAY6APP TO LRECL 277
      *                   (FIRST-SEEN DATE ON THE END).
      *  2026-09-15 RM    CARRY LAYOUT FOLLOWS DAY6APP TO LRECL 279
      *                   (SUSPECTED-DUPLICATE FLAG ON THE END).
      *  2026-09-27 RM    A SHARED PART'S ACCRUAL AND REVERSAL ARE
      *                   SPLIT BY ITS ALLOCRL RULES AS DAY6ALC
      *                   SPLITS ITS POSTING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AC-CF-FILE ASSIGN TO "CARRYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-CF-STATUS.
           SELECT AC-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-PART-STATUS.
           SELECT AC-RULE-FILE ASSIGN TO "ALLOCRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-RULE-STATUS.
           SELECT AC-OUT-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-OUT-STATUS.
           SELECT AC-REV-FILE ASSIGN TO "GLREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-REV-STATUS.
           SELECT AC-RPT-FILE ASSIGN TO "ACRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-RPT-STATUS.
           SELECT AC-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-AUD-STATUS.
           SELECT AC-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    DAY6APP'S CARRY LAYOUT.  OF THE SUMMARY IMAGE ONLY THE
      *    PART NUMBER, CURRENCY, BASE TOTAL, STATUS AND SITE ARE
      *    READ - THE SAME TRAILING FIELDS DAY6GL TAKES FROM WSOUT.
      *    THE FIRST-SEEN DATE ON THE END IS NOT USED HERE.
      *-----------------------------------------------------------
       FD  AC-CF-FILE
           RECORDING MODE IS F.
       01  AC-CF-RECORD.
           03 CF-AGE PIC 9(02).
           03 CF-FILL-1 PIC X(01).
           03 CF-APPR1 PIC X(08).
           03 CF-FILL-2 PIC X(01).
           03 CF-IMAGE.
               05 CF-PART-NO PIC X(05).
               05 CF-FILL-3 PIC X(213).
               05 CF-CCY PIC X(03).
               05 CF-FILL-4 PIC X(01).
               05 CF-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING
                   SEPARATE.
               05 CF-FILL-5 PIC X(01).
               05 CF-STATUS PIC X(04).
               05 CF-FILL-6 PIC X(01).
               05 CF-SITE PIC X(03).
               05 CF-FILL-7 PIC X(09).
           03 CF-FILL-8 PIC X(01).
           03 CF-FIRST-DATE PIC 9(08).
           03 CF-FILL-9 PIC X(01).
           03 CF-DUP-FLAG PIC X(01).

       FD  AC-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  AC-RULE-FILE
           RECORDING MODE IS F.
       COPY "alc-rec.cpy".

       FD  AC-OUT-FILE
           RECORDING MODE IS F.
       01  AC-OUT-RECORD PIC X(40).

       FD  AC-REV-FILE
           RECORDING MODE IS F.
       01  AC-REV-RECORD PIC X(40).

       FD  AC-RPT-FILE
           RECORDING MODE IS F.
       01  AC-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    SHARED AUDIT TRAIL - OPENED EXTEND SO EVERY EXECUTION
      *    ADDS TO THE LOG RATHER THAN REPLACING IT.
      *-----------------------------------------------------------
       FD  AC-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  AC-CTL-FILE
           RECORDING MODE IS F.
       01  AC-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 AC-CF-STATUS PIC X(02) VALUE "00".
           88 AC-CF-OK VALUE "00".
           88 AC-CF-ABSENT VALUE "35".
       01 AC-PART-STATUS PIC X(02) VALUE "00".
           88 AC-PART-OK VALUE "00".
       01 AC-RULE-STATUS PIC X(02) VALUE "00".
           88 AC-RULE-OK VALUE "00".
           88 AC-RULE-ABSENT VALUE "35".
       01 AC-OUT-STATUS PIC X(02) VALUE "00".
           88 AC-OUT-OK VALUE "00".
       01 AC-REV-STATUS PIC X(02) VALUE "00".
           88 AC-REV-OK VALUE "00".
       01 AC-RPT-STATUS PIC X(02) VALUE "00".
           88 AC-RPT-OK VALUE "00".
       01 AC-AUD-STATUS PIC X(02) VALUE "00".
           88 AC-AUD-OK VALUE "00".
           88 AC-AUD-ABSENT VALUE "35".
       01 AC-CTL-STATUS PIC X(02) VALUE "00".
           88 AC-CTL-OK VALUE "00".
           88 AC-CTL-ABSENT VALUE "35".

       78 AC-MAX-PARTS VALUE 9999.
       78 AC-MAX-BATCHES VALUE 9999.

      *-----------------------------------------------------------
      *    THE REFERENCE MASTER'S ACCOUNT MAPPING, AS DAY6GL
      *    LOADS IT.
      *-----------------------------------------------------------
       01 AC-PART-TABLE.
           03 AC-PART OCCURS 9999 TIMES.
               05 AC-P-PART-NO PIC X(05).
               05 AC-P-ACCT PIC X(06).
               05 AC-P-SUB PIC X(02).
       01 AC-PART-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    ONE ENTRY PER CARRIED BATCH, IN CARRY-FILE ORDER.  THE
      *    PART SUBSCRIPT IS ZERO WHEN THE PART HAS NO ACCOUNT.
      *-----------------------------------------------------------
       01 AC-BATCH-TABLE.
           03 AC-BATCH OCCURS 9999 TIMES.
               05 AC-B-PART-NO PIC X(05).
               05 AC-B-SITE PIC X(03).
               05 AC-B-STATUS PIC X(04).
               05 AC-B-AGE PIC 9(02).
               05 AC-B-CCY PIC X(03).
               05 AC-B-BASE PIC S9(13)V9(02) COMP-3.
               05 AC-B-PART-X PIC 9(04).
       01 AC-BATCH-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE ALLOCATION RULES IN THE ORDER THEY ARE HELD, AS
      *    DAY6ALC LOADS THEM.
      *-----------------------------------------------------------
       78 AC-MAX-RULES VALUE 999.
       78 AC-MAX-PART-RULES VALUE 99.
       01 AC-RULE-TABLE.
           03 AC-RULE OCCURS 999 TIMES.
               05 AC-R-PART-NO PIC X(05).
               05 AC-R-DEPT PIC X(04).
               05 AC-R-METHOD PIC X(01).
               05 AC-R-PCT PIC 9(03)V9(02).
               05 AC-R-FIXED PIC 9(13)V9(02) COMP-3.
               05 AC-R-ACCOUNT PIC X(08).
       01 AC-RULE-CNT PIC 9(04) VALUE 0.
       01 AC-R PIC 9(04) VALUE 0.
       01 AC-PART-RULES PIC 9(04) VALUE 0.
       01 AC-PCT-TOTAL PIC 9(05)V9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE BATCH IN HAND'S SPLITS, UNSIGNED AS DAY6ALC HOLDS
      *    THEM - THE BATCH'S SIGN IS PUT BACK ON AS EACH IS
      *    POSTED.  A SPLIT WITH RULE 0 IS THE REMAINDER LEFT ON
      *    THE PART'S OWN ACCOUNT.
      *-----------------------------------------------------------
       01 AC-SPLIT-TABLE.
           03 AC-SPLIT OCCURS 100 TIMES.
               05 AC-S-RULE PIC 9(04).
               05 AC-S-AMOUNT PIC S9(13)V9(02) COMP-3.
       01 AC-SPLIT-CNT PIC 9(03) VALUE 0.
       01 AC-S PIC 9(03) VALUE 0.
       01 AC-LAST-PCT PIC 9(03) VALUE 0.
       01 AC-ALLOC-FLAG PIC X(01) VALUE "W".
           88 AC-ALLOC-WHOLE VALUE "W".
           88 AC-ALLOC-SPLIT VALUE "S".
           88 AC-ALLOC-EXCEEDED VALUE "X".
       01 AC-ORIG PIC S9(13)V9(02) COMP-3 VALUE 0.
       01 AC-FIXED-TOTAL PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 AC-REST PIC S9(13)V9(02) COMP-3 VALUE 0.
       01 AC-SPLIT-SUM PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 AC-RESIDUE PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 AC-OWN-ACCOUNT PIC X(08) VALUE SPACE.
       01 AC-SHARED-CNT PIC 9(04) VALUE 0.
       01 AC-EXC-CNT PIC 9(04) VALUE 0.
       01 AC-PCT-ED PIC ZZ9.99.

       01 AC-CLOSE-DATE PIC 9(08) VALUE 0.
       01 AC-REVERSE-DATE PIC 9(08) VALUE 0.
       01 AC-ACCR-ACCT PIC X(06) VALUE SPACE.
       01 AC-ACCR-SUB PIC X(02) VALUE SPACE.
       01 AC-I PIC 9(04) VALUE 0.
       01 AC-J PIC 9(04) VALUE 0.
       01 AC-EOF-FLAG PIC X(01) VALUE "N".
           88 AC-EOF VALUE "Y".
       01 AC-NO-ACCT-CNT PIC 9(04) VALUE 0.
       01 AC-ZERO-CNT PIC 9(04) VALUE 0.
       01 AC-ACCRUED-CNT PIC 9(04) VALUE 0.
       01 AC-NET PIC S9(15)V9(02) COMP-3 VALUE 0.

      *-----------------------------------------------------------
      *    ONE SET OF TRAILER FIGURES PER EXTRACT - 1 THE ACCRUAL,
      *    2 THE REVERSAL.  AC-X SAYS WHICH EXTRACT 4500 WRITES TO.
      *-----------------------------------------------------------
       01 AC-EXTRACT-TOTALS.
           03 AC-EXTRACT OCCURS 2 TIMES.
               05 AC-X-POST-CNT PIC 9(06).
               05 AC-X-HASH PIC 9(15)V9(02) COMP-3.
       01 AC-X PIC 9(01) VALUE 0.
       01 AC-POST-VALUE PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 AC-AMOUNT PIC 9(13)V9(02) COMP-3 VALUE 0.

       01 AC-RUN-DATE PIC 9(08) VALUE 0.
       01 AC-RUN-TIME-RAW PIC 9(08) VALUE 0.
       01 AC-JOB-NAME PIC X(08) VALUE SPACE.

       01 AC-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 AC-CTL-EOF VALUE "Y".
       01 AC-CTL-KEY PIC X(20) VALUE SPACE.
       01 AC-CTL-VALUE PIC X(20) VALUE SPACE.

       78 AC-LINES-PER-PAGE VALUE 56.
       01 AC-LINE-CNT PIC 9(02) VALUE 99.
       01 AC-LINE-HOLD PIC X(132) VALUE SPACE.
       01 AC-PAGE-NO PIC 9(04) VALUE 0.

       01 AC-HDR-LINE.
           03 FILLER PIC X(01) VALUE "H".
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLH-DATE PIC 9(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(08) VALUE "DAY6".
           03 FILLER PIC X(21) VALUE SPACE.

       01 AC-DET-LINE.
           03 FILLER PIC X(01) VALUE "D".
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLD-ACCOUNT.
               05 GLD-ACCT-MAIN PIC X(06).
               05 GLD-ACCT-SUB PIC X(02).
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLD-DC PIC X(01).
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLD-AMOUNT PIC 9(13)V9(02).
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLD-DATE PIC 9(08).
           03 FILLER PIC X(03) VALUE SPACE.

       01 AC-TRL-LINE.
           03 FILLER PIC X(01) VALUE "T".
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLT-COUNT PIC 9(06).
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLT-HASH PIC 9(15)V9(02).
           03 FILLER PIC X(14) VALUE SPACE.

       01 AC-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "MONTH-END ACCRUAL - CLOSE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CLOSE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 AC-HEAD-2.
           03 FILLER PIC X(07) VALUE "BATCH".
           03 FILLER PIC X(05) VALUE "SITE".
           03 FILLER PIC X(06) VALUE "STAT".
           03 FILLER PIC X(04) VALUE "AGE".
           03 FILLER PIC X(05) VALUE "CCY".
           03 FILLER PIC X(19) VALUE "         BASE TOTAL".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(09) VALUE "ACCOUNT".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(21) VALUE "         ACCRUAL".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(21) VALUE "        REVERSAL".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(27) VALUE "NOTE".

       01 AC-DETAIL.
           03 DET-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-SITE PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-STATUS PIC X(04).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-AGE PIC Z9.
           03 DET-AGE-X REDEFINES DET-AGE PIC X(02).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-CCY PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-BASE PIC -(15)9.99.
           03 DET-BASE-X REDEFINES DET-BASE PIC X(19).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-ACCT PIC X(06).
           03 DET-ACCT-SLASH PIC X(01).
           03 DET-SUB PIC X(02).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-ACR-DC PIC X(01).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-ACR-AMOUNT PIC Z(15)9.99.
           03 DET-ACR-AMOUNT-X REDEFINES DET-ACR-AMOUNT PIC X(19).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-REV-DC PIC X(01).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-REV-AMOUNT PIC Z(15)9.99.
           03 DET-REV-AMOUNT-X REDEFINES DET-REV-AMOUNT PIC X(19).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-NOTE PIC X(26).
           03 FILLER PIC X(01) VALUE SPACE.

       01 AC-EXTRACT-LINE.
           03 TOT-NAME PIC X(08).
           03 FILLER PIC X(15) VALUE " EXTRACT DATED ".
           03 TOT-DATE PIC 9(08).
           03 FILLER PIC X(12) VALUE "   POSTINGS ".
           03 TOT-POST-CNT PIC ZZZZZ9.
           03 FILLER PIC X(14) VALUE "   HASH TOTAL ".
           03 TOT-HASH PIC Z(14)9.99.
           03 FILLER PIC X(51) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1700-LOAD-PARTS THRU 1700-EXIT.
           PERFORM 1800-LOAD-RULES THRU 1800-EXIT.
           PERFORM 2000-LOAD-CARRY THRU 2000-EXIT.
           PERFORM 3000-LIST-BATCHES THRU 3000-EXIT.
           PERFORM 4000-WRITE-POSTINGS THRU 4000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6ACR: " AC-BATCH-CNT " CARRIED BATCHES, "
               AC-ACCRUED-CNT " ACCRUED AT " AC-CLOSE-DATE
               " AND REVERSED AT " AC-REVERSE-DATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF AC-NO-ACCT-CNT > 0
             DISPLAY "DAY6ACR: " AC-NO-ACCT-CNT " BATCHES WITH NO "
                 "PARTMST ACCOUNT - NO POSTINGS WRITTEN"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF AC-EXC-CNT > 0
             DISPLAY "DAY6ACR: " AC-EXC-CNT " SHARED BATCHES ACCRUED "
                 "WHOLE - FIXED ALLOCATIONS EXCEED THE ACCRUAL"
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AC-RUN-TIME-RAW FROM TIME.
           ACCEPT AC-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF AC-CLOSE-DATE EQUAL 0
             DISPLAY "DAY6ACR: RUNCTL MUST NAME CLOSE-DATE=YYYYMMDD "
                 "- THE MONTH'S LAST CYCLE DATES THE ACCRUAL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF AC-REVERSE-DATE EQUAL 0
             DISPLAY "DAY6ACR: RUNCTL MUST NAME REVERSE-DATE=YYYYMMDD"
                 " - THE NEW MONTH'S FIRST CYCLE DATES THE REVERSAL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF AC-REVERSE-DATE(1:6) NOT > AC-CLOSE-DATE(1:6)
             DISPLAY "DAY6ACR: REVERSE-DATE " AC-REVERSE-DATE
                 " IS NOT IN A LATER MONTH THAN CLOSE-DATE "
                 AC-CLOSE-DATE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF AC-ACCR-ACCT EQUAL SPACE
             DISPLAY "DAY6ACR: RUNCTL MUST NAME ACCR-ACCT=AAAAAASS "
                 "- THE ACCRUALS ACCOUNT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT AC-OUT-FILE.
           IF NOT AC-OUT-OK
             DISPLAY "DAY6ACR: UNABLE TO OPEN GLOUT, STATUS="
                 AC-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT AC-REV-FILE.
           IF NOT AC-REV-OK
             DISPLAY "DAY6ACR: UNABLE TO OPEN GLREV, STATUS="
                 AC-REV-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT AC-RPT-FILE.
           IF NOT AC-RPT-OK
             DISPLAY "DAY6ACR: UNABLE TO OPEN ACRRPT, STATUS="
                 AC-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN EXTEND AC-AUD-FILE.
      *    A FIRST RUN AGAINST A NEWLY ALLOCATED LOG HAS NOTHING TO
      *    EXTEND - CREATE IT INSTEAD.
           IF AC-AUD-ABSENT
             OPEN OUTPUT AC-AUD-FILE
           END-IF.
           IF NOT AC-AUD-OK
             DISPLAY "DAY6ACR: UNABLE TO OPEN AUDITLOG, STATUS="
                 AC-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE 0 TO AC-X-POST-CNT(1) AC-X-POST-CNT(2).
           MOVE 0 TO AC-X-HASH(1) AC-X-HASH(2).
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT AC-CTL-FILE.
           IF AC-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT AC-CTL-OK
             DISPLAY "DAY6ACR: UNABLE TO OPEN RUNCTL, STATUS="
                 AC-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AC-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL AC-CTL-EOF
             IF AC-CTL-RECORD NOT EQUAL SPACE
                 AND AC-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE AC-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ AC-CTL-FILE
             AT END
               SET AC-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO AC-CTL-KEY AC-CTL-VALUE.
           UNSTRING AC-CTL-RECORD DELIMITED BY "="
               INTO AC-CTL-KEY AC-CTL-VALUE.
           EVALUATE AC-CTL-KEY
             WHEN "CLOSE-DATE"
               IF AC-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6ACR: CLOSE-DATE VALUE '"
                     AC-CTL-VALUE "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE AC-CTL-VALUE(1:8) TO AC-CLOSE-DATE
             WHEN "REVERSE-DATE"
               IF AC-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6ACR: REVERSE-DATE VALUE '"
                     AC-CTL-VALUE "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE AC-CTL-VALUE(1:8) TO AC-REVERSE-DATE
             WHEN "ACCR-ACCT"
               IF AC-CTL-VALUE(1:8) IS NOT NUMERIC
                   OR AC-CTL-VALUE(9:12) NOT EQUAL SPACE
                 DISPLAY "DAY6ACR: ACCR-ACCT VALUE '"
                     AC-CTL-VALUE "' ON RUNCTL CARD IS NOT A SIX-"
                     "DIGIT ACCOUNT AND TWO-DIGIT SUBACCOUNT"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE AC-CTL-VALUE(1:6) TO AC-ACCR-ACCT
               MOVE AC-CTL-VALUE(7:2) TO AC-ACCR-SUB
             WHEN OTHER
               DISPLAY "DAY6ACR: UNRECOGNISED KEYWORD '" AC-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE PART-TO-ACCOUNT MAPPING.  NO MASTER AT ALL IS A
      *    HARD ERROR - WITHOUT IT THERE IS NO ACCOUNT TO POST TO.
      *-----------------------------------------------------------
       1700-LOAD-PARTS.
           OPEN INPUT AC-PART-FILE.
           IF NOT AC-PART-OK
             DISPLAY "DAY6ACR: UNABLE TO OPEN PARTMST, STATUS="
                 AC-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AC-EOF-FLAG.
           PERFORM 1710-READ-PART THRU 1710-EXIT.
           PERFORM UNTIL AC-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               IF AC-PART-CNT >= AC-MAX-PARTS
                 DISPLAY "DAY6ACR: MORE THAN " AC-MAX-PARTS
                     " PART NUMBERS ON PARTMST - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO AC-PART-CNT
               MOVE PM-PART-NO TO AC-P-PART-NO(AC-PART-CNT)
               MOVE PM-GL-ACCT TO AC-P-ACCT(AC-PART-CNT)
               MOVE PM-GL-SUB TO AC-P-SUB(AC-PART-CNT)
             END-IF
             PERFORM 1710-READ-PART THRU 1710-EXIT
           END-PERFORM.
           CLOSE AC-PART-FILE.
       1700-EXIT.
           EXIT.

       1710-READ-PART.
           READ AC-PART-FILE
             AT END
               SET AC-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE ALLOCATION RULES, HELD TO THE SAME CHECKS AS
      *    DAY6ALC HOLDS THEM.  NO DATASET AT ALL MEANS NO PART IS
      *    SHARED; A RULE THAT CAN'T BE APPLIED IS A HARD ERROR.
      *-----------------------------------------------------------
       1800-LOAD-RULES.
           OPEN INPUT AC-RULE-FILE.
           IF AC-RULE-ABSENT
             DISPLAY "DAY6ACR: NO ALLOCRL DATASET - NOTHING WILL BE "
                 "ALLOCATED"
             GO TO 1800-EXIT
           END-IF.
           IF NOT AC-RULE-OK
             DISPLAY "DAY6ACR: UNABLE TO OPEN ALLOCRL, STATUS="
                 AC-RULE-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AC-EOF-FLAG.
           PERFORM 1810-READ-RULE THRU 1810-EXIT.
           PERFORM UNTIL AC-EOF
             IF ALC-RECORD NOT EQUAL SPACE
                 AND ALC-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1850-TAKE-RULE THRU 1850-EXIT
             END-IF
             PERFORM 1810-READ-RULE THRU 1810-EXIT
           END-PERFORM.
           CLOSE AC-RULE-FILE.
       1800-EXIT.
           EXIT.

       1810-READ-RULE.
           READ AC-RULE-FILE
             AT END
               SET AC-EOF TO TRUE
           END-READ.
       1810-EXIT.
           EXIT.

       1850-TAKE-RULE.
           IF NOT ALC-BY-PCT AND NOT ALC-BY-FIXED
             DISPLAY "DAY6ACR: ALLOCRL RULE " ALC-PART-NO " "
                 ALC-DEPT " - METHOD '" ALC-METHOD
                 "' IS NEITHER P NOR F"
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
           IF ALC-BY-PCT
             IF ALC-PCT IS NOT NUMERIC OR ALC-PCT EQUAL 0
                 OR ALC-PCT > 100
               DISPLAY "DAY6ACR: ALLOCRL RULE " ALC-PART-NO " "
                   ALC-DEPT " - PERCENTAGE '" ALC-PCT
                   "' IS NOT 000.01 TO 100.00"
               PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
             END-IF
           ELSE
             IF ALC-FIXED IS NOT NUMERIC OR ALC-FIXED EQUAL 0
               DISPLAY "DAY6ACR: ALLOCRL RULE " ALC-PART-NO " "
                   ALC-DEPT " - FIXED AMOUNT IS NOT A NUMBER ABOVE "
                   "ZERO"
               PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
             END-IF
           END-IF.
           IF ALC-DEPT EQUAL SPACE OR ALC-GL-ACCT EQUAL SPACE
             DISPLAY "DAY6ACR: ALLOCRL RULE " ALC-PART-NO
                 " - NO RECEIVING DEPARTMENT OR ACCOUNT"
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
           IF AC-RULE-CNT >= AC-MAX-RULES
             DISPLAY "DAY6ACR: MORE THAN " AC-MAX-RULES
                 " RULES ON ALLOCRL - TABLE FULL"
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
           ADD 1 TO AC-RULE-CNT.
           MOVE ALC-PART-NO TO AC-R-PART-NO(AC-RULE-CNT).
           MOVE ALC-DEPT TO AC-R-DEPT(AC-RULE-CNT).
           MOVE ALC-METHOD TO AC-R-METHOD(AC-RULE-CNT).
           MOVE 0 TO AC-R-PCT(AC-RULE-CNT) AC-R-FIXED(AC-RULE-CNT).
           IF ALC-BY-PCT
             MOVE ALC-PCT TO AC-R-PCT(AC-RULE-CNT)
           ELSE
             MOVE ALC-FIXED TO AC-R-FIXED(AC-RULE-CNT)
           END-IF.
           MOVE ALC-GL-ACCT TO AC-R-ACCOUNT(AC-RULE-CNT)(1:6).
           MOVE ALC-GL-SUB TO AC-R-ACCOUNT(AC-RULE-CNT)(7:2).
      *    THE PART'S RULES SO FAR CAN'T COME TO MORE THAN 100
      *    PERCENT OR MORE LINES THAN A BATCH CAN BE SPLIT INTO.
           MOVE 0 TO AC-PCT-TOTAL AC-PART-RULES.
           PERFORM VARYING AC-R FROM 1 BY 1
               UNTIL AC-R > AC-RULE-CNT
             IF AC-R-PART-NO(AC-R) EQUAL ALC-PART-NO
               ADD 1 TO AC-PART-RULES
               ADD AC-R-PCT(AC-R) TO AC-PCT-TOTAL
             END-IF
           END-PERFORM.
           IF AC-PCT-TOTAL > 100
             DISPLAY "DAY6ACR: ALLOCRL PERCENTAGES FOR " ALC-PART-NO
                 " COME TO MORE THAN 100"
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
           IF AC-PART-RULES > AC-MAX-PART-RULES
             DISPLAY "DAY6ACR: MORE THAN " AC-MAX-PART-RULES
                 " ALLOCRL RULES FOR " ALC-PART-NO
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
       1850-EXIT.
           EXIT.

       1890-REFUSE-RULES.
           CLOSE AC-RULE-FILE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN WITH ERROR STATUS 16.
       1890-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY BATCH STILL PENDING OR HELD AT THE CLOSE, WITH ITS
      *    POSTING ACCOUNT LOOKED UP.  NO CARRY FILE MEANS NOTHING
      *    WAS WAITING.
      *-----------------------------------------------------------
       2000-LOAD-CARRY.
           OPEN INPUT AC-CF-FILE.
           IF AC-CF-ABSENT
             GO TO 2000-EXIT
           END-IF.
           IF NOT AC-CF-OK
             DISPLAY "DAY6ACR: UNABLE TO OPEN CARRYIN, STATUS="
                 AC-CF-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AC-EOF-FLAG.
           PERFORM 2010-READ-CARRY THRU 2010-EXIT.
           PERFORM UNTIL AC-EOF
             IF AC-CF-RECORD NOT EQUAL SPACE
               PERFORM 2100-TAKE-BATCH THRU 2100-EXIT
             END-IF
             PERFORM 2010-READ-CARRY THRU 2010-EXIT
           END-PERFORM.
           CLOSE AC-CF-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-CARRY.
           READ AC-CF-FILE
             AT END
               SET AC-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2100-TAKE-BATCH.
           IF CF-TOTAL-BASE IS NOT NUMERIC
             DISPLAY "DAY6ACR: CARRIED BATCH " CF-PART-NO
                 " HAS A NON-NUMERIC BASE TOTAL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF AC-BATCH-CNT >= AC-MAX-BATCHES
             DISPLAY "DAY6ACR: MORE THAN " AC-MAX-BATCHES
                 " CARRIED BATCHES - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO AC-BATCH-CNT.
           MOVE AC-BATCH-CNT TO AC-I.
           MOVE CF-PART-NO TO AC-B-PART-NO(AC-I).
           MOVE CF-SITE TO AC-B-SITE(AC-I).
           MOVE CF-STATUS TO AC-B-STATUS(AC-I).
           IF CF-AGE IS NUMERIC
             MOVE CF-AGE TO AC-B-AGE(AC-I)
           ELSE
             MOVE 0 TO AC-B-AGE(AC-I)
           END-IF.
           MOVE CF-CCY TO AC-B-CCY(AC-I).
           MOVE CF-TOTAL-BASE TO AC-B-BASE(AC-I).
           MOVE 0 TO AC-B-PART-X(AC-I).
           PERFORM VARYING AC-J FROM 1 BY 1
               UNTIL AC-J > AC-PART-CNT OR AC-B-PART-X(AC-I) > 0
             IF AC-P-PART-NO(AC-J) EQUAL CF-PART-NO
               MOVE AC-J TO AC-B-PART-X(AC-I)
             END-IF
           END-PERFORM.
           IF AC-B-PART-X(AC-I) EQUAL 0
             ADD 1 TO AC-NO-ACCT-CNT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE REPORT LINE PER CARRIED BATCH, FOLLOWED BY ITS
      *    SPLITS WHEN ITS PART IS SHARED, THEN THE ACCRUALS
      *    ACCOUNT OFFSET LINE.  THE ACCRUAL IS THE BATCH AS
      *    DAY6GL WOULD POST IT; THE REVERSAL IS THE OTHER SIDE.
      *-----------------------------------------------------------
       3000-LIST-BATCHES.
           IF AC-BATCH-CNT EQUAL 0
             MOVE "NO BATCH WAS PENDING OR HELD AT THE CLOSE - "
                 TO AC-LINE-HOLD
             MOVE "NOTHING TO ACCRUE" TO AC-LINE-HOLD(45:)
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 3000-EXIT
           END-IF.
           PERFORM VARYING AC-I FROM 1 BY 1
               UNTIL AC-I > AC-BATCH-CNT
             PERFORM 3100-LIST-BATCH THRU 3100-EXIT
           END-PERFORM.
           IF AC-NO-ACCT-CNT EQUAL 0 AND AC-NET NOT EQUAL 0
             MOVE SPACE TO AC-DETAIL
             MOVE "ACCRUALS OFFSET" TO AC-DETAIL(1:24)
             MOVE SPACE TO DET-AGE-X DET-BASE-X
             MOVE AC-ACCR-ACCT TO DET-ACCT
             MOVE "/" TO DET-ACCT-SLASH
             MOVE AC-ACCR-SUB TO DET-SUB
             COMPUTE AC-POST-VALUE = 0 - AC-NET
             PERFORM 3200-SHOW-POSTING THRU 3200-EXIT
             MOVE AC-DETAIL TO AC-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-BATCH.
           MOVE "W" TO AC-ALLOC-FLAG.
           MOVE SPACE TO AC-DETAIL.
           MOVE AC-B-PART-NO(AC-I) TO DET-PART-NO.
           MOVE AC-B-SITE(AC-I) TO DET-SITE.
           MOVE AC-B-STATUS(AC-I) TO DET-STATUS.
           MOVE AC-B-AGE(AC-I) TO DET-AGE.
           MOVE AC-B-CCY(AC-I) TO DET-CCY.
           MOVE AC-B-BASE(AC-I) TO DET-BASE.
           MOVE SPACE TO DET-ACR-AMOUNT-X DET-REV-AMOUNT-X.
           IF AC-B-PART-X(AC-I) EQUAL 0
             MOVE "NO PARTMST ACCOUNT" TO DET-NOTE
             MOVE AC-DETAIL TO AC-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 3100-EXIT
           END-IF.
           MOVE AC-B-PART-X(AC-I) TO AC-J.
           MOVE AC-P-ACCT(AC-J) TO DET-ACCT.
           MOVE "/" TO DET-ACCT-SLASH.
           MOVE AC-P-SUB(AC-J) TO DET-SUB.
           IF AC-B-BASE(AC-I) EQUAL 0
             ADD 1 TO AC-ZERO-CNT
             MOVE "ZERO - NOTHING ACCRUED" TO DET-NOTE
           ELSE
             MOVE AC-B-BASE(AC-I) TO AC-POST-VALUE
             PERFORM 3200-SHOW-POSTING THRU 3200-EXIT
             ADD AC-B-BASE(AC-I) TO AC-NET
             PERFORM 3300-ALLOCATE THRU 3300-EXIT
           END-IF.
           IF AC-ALLOC-EXCEEDED
             ADD 1 TO AC-EXC-CNT
             MOVE "FIXED RULES EXCEED - WHOLE" TO DET-NOTE
             DISPLAY "DAY6ACR: " AC-B-PART-NO(AC-I) " FIXED "
                 "ALLOCATIONS EXCEED ITS ACCRUAL - ACCRUED WHOLE, "
                 "NOT ALLOCATED"
           END-IF.
           IF AC-ALLOC-SPLIT
             ADD 1 TO AC-SHARED-CNT
             MOVE "SHARED - SPLIT AS BELOW" TO DET-NOTE
             IF AC-LINE-CNT + AC-SPLIT-CNT + 1 > AC-LINES-PER-PAGE
               MOVE 99 TO AC-LINE-CNT
             END-IF
           END-IF.
           MOVE AC-DETAIL TO AC-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF AC-ALLOC-SPLIT
             PERFORM VARYING AC-S FROM 1 BY 1
                 UNTIL AC-S > AC-SPLIT-CNT
               PERFORM 3150-LIST-SPLIT THRU 3150-EXIT
             END-PERFORM
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE SPLIT OF A SHARED BATCH - ITS DEPARTMENT, ACCOUNT,
      *    ACCRUAL AND REVERSAL, AND THE RULE IT CAME FROM.
      *-----------------------------------------------------------
       3150-LIST-SPLIT.
           MOVE SPACE TO AC-DETAIL.
           MOVE AC-S-RULE(AC-S) TO AC-R.
           IF AC-R EQUAL 0
             MOVE "  REMAINDER" TO AC-DETAIL(1:24)
             MOVE AC-OWN-ACCOUNT(1:6) TO DET-ACCT
             MOVE AC-OWN-ACCOUNT(7:2) TO DET-SUB
             MOVE "LEFT ON THE PART'S ACCOUNT" TO DET-NOTE
           ELSE
             STRING "  DEPARTMENT " DELIMITED BY SIZE
                 AC-R-DEPT(AC-R) DELIMITED BY SIZE
                 INTO AC-DETAIL(1:24)
             MOVE AC-R-ACCOUNT(AC-R)(1:6) TO DET-ACCT
             MOVE AC-R-ACCOUNT(AC-R)(7:2) TO DET-SUB
             IF AC-R-METHOD(AC-R) EQUAL "P"
               MOVE AC-R-PCT(AC-R) TO AC-PCT-ED
               STRING AC-PCT-ED DELIMITED BY SIZE
                   " PCT OF THE REST" DELIMITED BY SIZE
                   INTO DET-NOTE
             ELSE
               MOVE "FIXED AMOUNT" TO DET-NOTE
             END-IF
           END-IF.
           MOVE "/" TO DET-ACCT-SLASH.
           IF AC-S-AMOUNT(AC-S) EQUAL 0
             MOVE "NIL - NOT POSTED" TO DET-NOTE
           END-IF.
           MOVE AC-S-AMOUNT(AC-S) TO AC-POST-VALUE.
           IF AC-B-BASE(AC-I) < 0
             COMPUTE AC-POST-VALUE = 0 - AC-S-AMOUNT(AC-S)
           END-IF.
           PERFORM 3200-SHOW-POSTING THRU 3200-EXIT.
           MOVE AC-DETAIL TO AC-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE ACCRUAL AND REVERSAL COLUMNS FOR THE SIGNED
      *    AC-POST-VALUE - CREDIT FOR POSITIVE, DEBIT FOR NEGATIVE
      *    ON THE ACCRUAL, THE OTHER WAY ROUND ON THE REVERSAL.
      *-----------------------------------------------------------
       3200-SHOW-POSTING.
           IF AC-POST-VALUE < 0
             MOVE "D" TO DET-ACR-DC
             MOVE "C" TO DET-REV-DC
             COMPUTE AC-AMOUNT = 0 - AC-POST-VALUE
           ELSE
             MOVE "C" TO DET-ACR-DC
             MOVE "D" TO DET-REV-DC
             COMPUTE AC-AMOUNT = AC-POST-VALUE
           END-IF.
           MOVE AC-AMOUNT TO DET-ACR-AMOUNT DET-REV-AMOUNT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SPLIT BATCH AC-I BY ITS PART'S RULES, ON THE BATCH'S
      *    UNSIGNED AMOUNT, AS DAY6ALC SPLITS A POSTING: FIXED
      *    AMOUNTS FIRST, THEN PERCENTAGES OF WHAT IS LEFT; THE
      *    ROUNDING PENNY GOES TO THE LAST PERCENTAGE LINE WHEN THE
      *    PERCENTAGES MAKE 100, OTHERWISE THE REMAINDER STAYS ON
      *    THE PART'S OWN ACCOUNT.  NO RULES LEAVES THE BATCH
      *    WHOLE; FIXED AMOUNTS ABOVE THE BATCH LEAVE IT WHOLE AND
      *    FLAG IT.
      *-----------------------------------------------------------
       3300-ALLOCATE.
           MOVE "W" TO AC-ALLOC-FLAG.
           MOVE 0 TO AC-SPLIT-CNT.
           MOVE AC-B-PART-X(AC-I) TO AC-J.
           MOVE AC-P-ACCT(AC-J) TO AC-OWN-ACCOUNT(1:6).
           MOVE AC-P-SUB(AC-J) TO AC-OWN-ACCOUNT(7:2).
           IF AC-B-BASE(AC-I) < 0
             COMPUTE AC-ORIG = 0 - AC-B-BASE(AC-I)
           ELSE
             MOVE AC-B-BASE(AC-I) TO AC-ORIG
           END-IF.
           MOVE 0 TO AC-FIXED-TOTAL AC-PCT-TOTAL AC-PART-RULES.
           PERFORM VARYING AC-R FROM 1 BY 1
               UNTIL AC-R > AC-RULE-CNT
             IF AC-R-PART-NO(AC-R) EQUAL AC-B-PART-NO(AC-I)
               ADD 1 TO AC-PART-RULES
               ADD AC-R-FIXED(AC-R) TO AC-FIXED-TOTAL
               ADD AC-R-PCT(AC-R) TO AC-PCT-TOTAL
             END-IF
           END-PERFORM.
           IF AC-PART-RULES EQUAL 0
             GO TO 3300-EXIT
           END-IF.
           IF AC-FIXED-TOTAL > AC-ORIG
             MOVE "X" TO AC-ALLOC-FLAG
             GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO AC-ALLOC-FLAG.
           COMPUTE AC-REST = AC-ORIG - AC-FIXED-TOTAL.
           MOVE 0 TO AC-LAST-PCT AC-SPLIT-SUM.
           PERFORM VARYING AC-R FROM 1 BY 1
               UNTIL AC-R > AC-RULE-CNT
             IF AC-R-PART-NO(AC-R) EQUAL AC-B-PART-NO(AC-I)
               ADD 1 TO AC-SPLIT-CNT
               MOVE AC-R TO AC-S-RULE(AC-SPLIT-CNT)
               IF AC-R-METHOD(AC-R) EQUAL "P"
                 COMPUTE AC-S-AMOUNT(AC-SPLIT-CNT) ROUNDED =
                     AC-REST * AC-R-PCT(AC-R) / 100
                 MOVE AC-SPLIT-CNT TO AC-LAST-PCT
               ELSE
                 MOVE AC-R-FIXED(AC-R) TO AC-S-AMOUNT(AC-SPLIT-CNT)
               END-IF
               ADD AC-S-AMOUNT(AC-SPLIT-CNT) TO AC-SPLIT-SUM
             END-IF
           END-PERFORM.
           COMPUTE AC-RESIDUE = AC-ORIG - AC-SPLIT-SUM.
           IF AC-RESIDUE NOT EQUAL 0
             IF AC-LAST-PCT > 0
                 AND (AC-PCT-TOTAL EQUAL 100 OR AC-RESIDUE < 0)
               ADD AC-RESIDUE TO AC-S-AMOUNT(AC-LAST-PCT)
             ELSE
               ADD 1 TO AC-SPLIT-CNT
               MOVE 0 TO AC-S-RULE(AC-SPLIT-CNT)
               MOVE AC-RESIDUE TO AC-S-AMOUNT(AC-SPLIT-CNT)
             END-IF
           END-IF.
           PERFORM VARYING AC-S FROM 1 BY 1
               UNTIL AC-S > AC-SPLIT-CNT
             IF AC-S-AMOUNT(AC-S) < 0
               DISPLAY "DAY6ACR: SPLIT " AC-S " OF "
                   AC-B-PART-NO(AC-I) " COMES OUT BELOW ZERO"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-PERFORM.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE TWO EXTRACTS.  NOTHING BUT THE HEADERS AND ZERO
      *    TRAILERS WHEN ANY BATCH LACKED AN ACCOUNT.  OTHERWISE
      *    EACH NON-ZERO BATCH TO ITS OWN ACCOUNT ON BOTH (A SHARED
      *    PART'S TO ITS SPLITS' ACCOUNTS), AND THE NET OFFSET TO
      *    THE ACCRUALS ACCOUNT AT THE END OF EACH.
      *-----------------------------------------------------------
       4000-WRITE-POSTINGS.
           MOVE AC-CLOSE-DATE TO GLH-DATE.
           WRITE AC-OUT-RECORD FROM AC-HDR-LINE.
           MOVE AC-REVERSE-DATE TO GLH-DATE.
           WRITE AC-REV-RECORD FROM AC-HDR-LINE.
           IF AC-NO-ACCT-CNT EQUAL 0
             PERFORM VARYING AC-I FROM 1 BY 1
                 UNTIL AC-I > AC-BATCH-CNT
               PERFORM 4100-POST-BATCH THRU 4100-EXIT
             END-PERFORM
             PERFORM 4200-POST-OFFSET THRU 4200-EXIT
           END-IF.
           MOVE AC-X-POST-CNT(1) TO GLT-COUNT.
           MOVE AC-X-HASH(1) TO GLT-HASH.
           WRITE AC-OUT-RECORD FROM AC-TRL-LINE.
           MOVE AC-X-POST-CNT(2) TO GLT-COUNT.
           MOVE AC-X-HASH(2) TO GLT-HASH.
           WRITE AC-REV-RECORD FROM AC-TRL-LINE.
       4000-EXIT.
           EXIT.

       4100-POST-BATCH.
           IF AC-B-BASE(AC-I) EQUAL 0
             GO TO 4100-EXIT
           END-IF.
           PERFORM 3300-ALLOCATE THRU 3300-EXIT.
           IF AC-ALLOC-SPLIT
             PERFORM VARYING AC-S FROM 1 BY 1
                 UNTIL AC-S > AC-SPLIT-CNT
               PERFORM 4150-POST-SPLIT THRU 4150-EXIT
             END-PERFORM
           ELSE
             MOVE AC-OWN-ACCOUNT TO GLD-ACCOUNT
             MOVE 1 TO AC-X
             MOVE AC-B-BASE(AC-I) TO AC-POST-VALUE
             PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
             MOVE 2 TO AC-X
             COMPUTE AC-POST-VALUE = 0 - AC-B-BASE(AC-I)
             PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
           END-IF.
           MOVE AC-B-BASE(AC-I) TO AC-POST-VALUE.
           MOVE "ACCRUAL" TO AUD-APPROVER.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
           COMPUTE AC-POST-VALUE = 0 - AC-B-BASE(AC-I).
           MOVE "REVERSAL" TO AUD-APPROVER.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
           ADD 1 TO AC-ACCRUED-CNT.
       4100-EXIT.
           EXIT.

      *    ONE SPLIT ON BOTH EXTRACTS, WITH THE BATCH'S SIGN ON THE
      *    ACCRUAL AND THE OTHER WAY ROUND ON THE REVERSAL.  A NIL
      *    SPLIT IS LISTED BUT NOT POSTED.
       4150-POST-SPLIT.
           IF AC-S-AMOUNT(AC-S) EQUAL 0
             GO TO 4150-EXIT
           END-IF.
           MOVE AC-S-RULE(AC-S) TO AC-R.
           IF AC-R EQUAL 0
             MOVE AC-OWN-ACCOUNT TO GLD-ACCOUNT
           ELSE
             MOVE AC-R-ACCOUNT(AC-R) TO GLD-ACCOUNT
           END-IF.
           MOVE AC-S-AMOUNT(AC-S) TO AC-POST-VALUE.
           IF AC-B-BASE(AC-I) < 0
             COMPUTE AC-POST-VALUE = 0 - AC-S-AMOUNT(AC-S)
           END-IF.
           MOVE 1 TO AC-X.
           PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
           MOVE 2 TO AC-X.
           COMPUTE AC-POST-VALUE = 0 - AC-POST-VALUE.
           PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
       4150-EXIT.
           EXIT.

       4200-POST-OFFSET.
           IF AC-NET EQUAL 0
             GO TO 4200-EXIT
           END-IF.
           MOVE AC-ACCR-ACCT TO GLD-ACCT-MAIN.
           MOVE AC-ACCR-SUB TO GLD-ACCT-SUB.
           MOVE 1 TO AC-X.
           COMPUTE AC-POST-VALUE = 0 - AC-NET.
           PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
           MOVE 2 TO AC-X.
           MOVE AC-NET TO AC-POST-VALUE.
           PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE D RECORD FOR THE SIGNED AC-POST-VALUE TO THE ACCOUNT
      *    ALREADY IN GLD-ACCOUNT - CREDIT FOR POSITIVE, DEBIT FOR
      *    NEGATIVE, ABSOLUTE AMOUNT - ON EXTRACT AC-X, DATED AND
      *    COUNTED INTO THAT EXTRACT'S TRAILER AS DAY6GL DOES IT.
      *-----------------------------------------------------------
       4500-WRITE-DETAIL.
           IF AC-POST-VALUE < 0
             MOVE "D" TO GLD-DC
             COMPUTE AC-AMOUNT = 0 - AC-POST-VALUE
               ON SIZE ERROR
                 DISPLAY "DAY6ACR: POSTING TOO LARGE FOR THE GL "
                     "LAYOUT ON " GLD-ACCOUNT
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
             END-COMPUTE
           ELSE
             MOVE "C" TO GLD-DC
             COMPUTE AC-AMOUNT = AC-POST-VALUE
               ON SIZE ERROR
                 DISPLAY "DAY6ACR: POSTING TOO LARGE FOR THE GL "
                     "LAYOUT ON " GLD-ACCOUNT
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
             END-COMPUTE
           END-IF.
           MOVE AC-AMOUNT TO GLD-AMOUNT.
           IF AC-X EQUAL 1
             MOVE AC-CLOSE-DATE TO GLD-DATE
             WRITE AC-OUT-RECORD FROM AC-DET-LINE
           ELSE
             MOVE AC-REVERSE-DATE TO GLD-DATE
             WRITE AC-REV-RECORD FROM AC-DET-LINE
           END-IF.
           ADD 1 TO AC-X-POST-CNT(AC-X).
           ADD AC-AMOUNT TO AC-X-HASH(AC-X)
             ON SIZE ERROR
               DISPLAY "DAY6ACR: HASH TOTAL OVERFLOWS AT "
                   GLD-ACCOUNT
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
           END-ADD.
       4500-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO AC-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF AC-NO-ACCT-CNT > 0
             MOVE "NO POSTINGS WRITTEN - ADD THE MISSING PARTS TO "
                 TO AC-LINE-HOLD
             MOVE "PARTMST AND RERUN THE STEP" TO AC-LINE-HOLD(48:)
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 6000-EXIT
           END-IF.
           MOVE "ACCRUAL" TO TOT-NAME.
           MOVE AC-CLOSE-DATE TO TOT-DATE.
           MOVE AC-X-POST-CNT(1) TO TOT-POST-CNT.
           MOVE AC-X-HASH(1) TO TOT-HASH.
           MOVE AC-EXTRACT-LINE TO AC-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE "REVERSAL" TO TOT-NAME.
           MOVE AC-REVERSE-DATE TO TOT-DATE.
           MOVE AC-X-POST-CNT(2) TO TOT-POST-CNT.
           MOVE AC-X-HASH(2) TO TOT-HASH.
           MOVE AC-EXTRACT-LINE TO AC-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF AC-SHARED-CNT > 0 OR AC-EXC-CNT > 0
             MOVE SPACE TO AC-LINE-HOLD
             STRING "SHARED BATCHES SPLIT BY ALLOCRL: "
                 DELIMITED BY SIZE
                 AC-SHARED-CNT DELIMITED BY SIZE
                 "   ACCRUED WHOLE, FIXED AMOUNTS EXCEED THEM: "
                 DELIMITED BY SIZE
                 AC-EXC-CNT DELIMITED BY SIZE
                 INTO AC-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE AUDIT RECORD PER BATCH PER EXTRACT - THE CALLER HAS
      *    PUT "ACCRUAL" OR "REVERSAL" WHERE AN APPROVER ID WOULD
      *    STAND, AND THE AMOUNT IS THE SIGNED BATCH TOTAL JUST
      *    POSTED (THE SUM OF ITS SPLITS FOR A SHARED PART).  RC 00
      *    - ONLY WRITTEN WHEN THE EXTRACTS ARE.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           MOVE AC-RUN-DATE TO AUD-DATE.
           MOVE AC-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE AC-JOB-NAME TO AUD-JOB-NAME.
           MOVE "DAY6ACR" TO AUD-PROGRAM.
           MOVE AC-B-PART-NO(AC-I) TO AUD-PART-NO.
           MOVE 0 TO AUD-ROWS.
           MOVE AC-POST-VALUE TO AUD-TOTAL.
           MOVE "N" TO AUD-RESTARTED.
           MOVE 0 TO AUD-RC.
           MOVE AC-B-SITE(AC-I) TO AUD-SITE.
           MOVE SPACE TO AUD-FILL-1 AUD-FILL-2 AUD-FILL-3 AUD-FILL-4
               AUD-FILL-5 AUD-FILL-6 AUD-FILL-7 AUD-FILL-8
               AUD-FILL-9 AUD-FILL-10.
           WRITE AUD-RECORD.
       7000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO AC-PAGE-NO.
           MOVE AC-CLOSE-DATE TO HD1-CLOSE.
           MOVE AC-PAGE-NO TO HD1-PAGE.
           WRITE AC-PRINT-LINE FROM AC-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE AC-PRINT-LINE FROM AC-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO AC-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN AC-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF AC-LINE-CNT >= AC-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE AC-PRINT-LINE FROM AC-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE AC-OUT-FILE.
           CLOSE AC-REV-FILE.
           CLOSE AC-RPT-FILE.
           CLOSE AC-AUD-FILE.
       9999-EXIT.
           EXIT.

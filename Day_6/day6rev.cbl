       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6REV.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-09.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6REV - MONTH-END REVALUATION OF FOREIGN-CURRENCY BATCHES.
      *
      *  EVERY FOREIGN SHEET IS BOOKED IN STERLING AT ITS OWN DAY'S
      *  RATE (DAY6P1'S BASE TOTAL), SO A MONTH OF EURO BATCHES
      *  CLOSES ON A MIXTURE OF DAILY RATES AND IS NEVER RESTATED
      *  AT THE MONTH-END RATE THE ACCOUNTANTS REPORT AT - FINANCE
      *  DID THAT IN A SPREADSHEET FROM THE CLSRPT EVERY MONTH.  RUN
      *  IN DAY6CLSJ AFTER THE CLOSE, THIS PROGRAM:
      *
      *    - TOTALS EACH PART'S MONTH IN EACH FOREIGN CURRENCY FROM
      *      THE CLOSED MONTH'S MTDFRZ SNAPSHOT (ROW/COLUMN KEYING,
      *      SOURCE "1", ONLY - THE CROSSWISE KEYING IS THE SAME
      *      MONEY AND ADJUSTMENTS ARE STERLING) - CURRENCY AMOUNT
      *      AND THE BASE IT WAS BOOKED AT
      *    - RE-CONVERTS THE CURRENCY AMOUNT AT THE CLOSING RATE -
      *      THE CURRENCY'S LATEST RATE ON RATEHIST DATED ON OR
      *      BEFORE THE CLOSE-DATE
      *    - PRINTS THE REVALUATION REPORT (REVRPT) PER CURRENCY
      *      AND PART - CURRENCY AMOUNT, BOOKED BASE, CLOSING RATE,
      *      REVALUED BASE AND THE UNREALISED GAIN OR LOSS, WITH
      *      CURRENCY AND GRAND TOTALS
      *    - WRITES THE GAIN/LOSS AS POSTINGS IN DAY6GL'S GLOUT
      *      H/D/T LAYOUT, DATED THE CLOSE-DATE, SO DAY6ACK MATCHES
      *      THEM LIKE ANY OTHER EXTRACT.  EACH PART'S GAIN GOES TO
      *      ITS PARTMST ACCOUNT ON DAY6GL'S CONVENTION (CREDIT FOR
      *      AN INCREASE IN BASE, DEBIT FOR A DECREASE); EACH
      *      CURRENCY'S NET IS OFFSET, THE OTHER WAY ROUND, TO THE
      *      UNREALISED FX GAIN/LOSS ACCOUNT NAMED ON RUNCTL, SO THE
      *      EXTRACT BALANCES.  A ZERO GAIN POSTS NOTHING.
      *
      *  A SHARED PART (ONE WITH ALLOCATION RULES ON ALLOCRL) HAS ITS
      *  GAIN OR LOSS SPLIT ACROSS THE RECEIVING DEPARTMENTS'
      *  ACCOUNTS EXACTLY AS DAY6ALC SPLITS ITS DAY6GL POSTINGS -
      *  FIXED AMOUNTS FIRST, PERCENTAGES OF THE REST, THE ROUNDING
      *  PENNY OR THE REMAINDER PLACED THE SAME WAY - SO THE
      *  REVALUATION LANDS WHERE THE MONEY IT RESTATES WAS POSTED.
      *  THE OFFSET TO THE FX GAIN/LOSS ACCOUNT IS NEVER SPLIT.  WHEN
      *  A PART'S FIXED AMOUNTS COME TO MORE THAN ITS GAIN IT POSTS
      *  WHOLE TO ITS PARTMST ACCOUNT, IS LISTED, AND THE STEP ENDS
      *  RC 4, AS IN DAY6ALC.
      *
      *  FILES:
      *
      *    MTDFRZ   THE CLOSED MONTH'S SNAPSHOT (MTD-REC) WRITTEN BY
      *             DAY6CLS
      *    RATEHIST THE RATE HISTORY MASTER (RATE-REC) KEPT BY
      *             DAY6RTE
      *    PARTMST  THE PART REFERENCE MASTER - POSTING ACCOUNTS
      *    ALLOCRL  THE ALLOCATION RULES (SEE ALC-REC) - NO DATASET
      *             AT ALL MEANS NOTHING IS SHARED
      *    REVRPT   THE REVALUATION REPORT
      *    GLOUT    THE GAIN/LOSS POSTINGS
      *    RUNCTL   CLOSE-DATE=YYYYMMDD (MANDATORY - THE LAST CYCLE
      *             OF THE MONTH BEING CLOSED; IT PICKS THE CLOSING
      *             RATES AND DATES THE POSTINGS) AND
      *             FX-ACCT=AAAAAASS (MANDATORY - THE UNREALISED FX
      *             GAIN/LOSS ACCOUNT AND SUBACCOUNT)
      *
      *  A SNAPSHOT FROM ANY MONTH BUT THE CLOSE-DATE'S ENDS THE RUN
      *  HARD.  A FOREIGN BATCH WHOSE CURRENCY HAS NO CLOSING RATE,
      *  OR WHOSE PART HAS NO PARTMST ACCOUNT, IS FLAGGED ON THE
      *  REPORT AND NO POSTINGS ARE WRITTEN AT ALL (THE EXTRACT
      *  CARRIES ITS HEADER AND A ZERO TRAILER) - THE STEP ENDS
      *  RC 16 SO A PART-REVALUED MONTH NEVER REACHES THE LEDGER.
      *  THE SNAPSHOT IS NEVER CHANGED, SO THE STEP CAN BE RERUN.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-09 RM    FIRST WRITTEN.
      *  2026-09-27 RM    A SHARED PART'S GAIN/LOSS IS SPLIT BY ITS
      *                   ALLOCRL RULES AS DAY6ALC SPLITS ITS
      *                   POSTING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RV-FRZ-FILE ASSIGN TO "MTDFRZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FRZ-STATUS.
           SELECT RV-HIST-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-HIST-STATUS.
           SELECT RV-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-PART-STATUS.
           SELECT RV-RULE-FILE ASSIGN TO "ALLOCRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-RULE-STATUS.
           SELECT RV-RPT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-RPT-STATUS.
           SELECT RV-OUT-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-OUT-STATUS.
           SELECT RV-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RV-FRZ-FILE
           RECORDING MODE IS F.
       COPY "mtd-rec.cpy".

       FD  RV-HIST-FILE
           RECORDING MODE IS F.
       COPY "rate-rec.cpy".

       FD  RV-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  RV-RULE-FILE
           RECORDING MODE IS F.
       COPY "alc-rec.cpy".

       FD  RV-RPT-FILE
           RECORDING MODE IS F.
       01  RV-PRINT-LINE PIC X(132).

       FD  RV-OUT-FILE
           RECORDING MODE IS F.
       01  RV-OUT-RECORD PIC X(40).

       FD  RV-CTL-FILE
           RECORDING MODE IS F.
       01  RV-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 RV-FRZ-STATUS PIC X(02) VALUE "00".
           88 RV-FRZ-OK VALUE "00".
       01 RV-HIST-STATUS PIC X(02) VALUE "00".
           88 RV-HIST-OK VALUE "00".
           88 RV-HIST-ABSENT VALUE "35".
       01 RV-PART-STATUS PIC X(02) VALUE "00".
           88 RV-PART-OK VALUE "00".
       01 RV-RULE-STATUS PIC X(02) VALUE "00".
           88 RV-RULE-OK VALUE "00".
           88 RV-RULE-ABSENT VALUE "35".
       01 RV-RPT-STATUS PIC X(02) VALUE "00".
           88 RV-RPT-OK VALUE "00".
       01 RV-OUT-STATUS PIC X(02) VALUE "00".
           88 RV-OUT-OK VALUE "00".
       01 RV-CTL-STATUS PIC X(02) VALUE "00".
           88 RV-CTL-OK VALUE "00".
           88 RV-CTL-ABSENT VALUE "35".

       78 RV-BASE-CCY VALUE "GBP".
       78 RV-MAX-RATES VALUE 99.
       78 RV-MAX-PARTS VALUE 9999.
       78 RV-MAX-ENTRIES VALUE 9999.

      *-----------------------------------------------------------
      *    EACH CURRENCY'S CLOSING RATE - ITS LATEST ON RATEHIST
      *    DATED ON OR BEFORE THE CLOSE-DATE.
      *-----------------------------------------------------------
       01 RV-RATE-TABLE.
           03 RV-RATE OCCURS 99 TIMES.
               05 RV-R-CCY PIC X(03).
               05 RV-R-DATE PIC 9(08).
               05 RV-R-RATE PIC 9(04)V9(06) COMP-3.
       01 RV-RATE-CNT PIC 9(02) VALUE 0.
       01 RV-LAST-DATE PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    THE REFERENCE MASTER'S ACCOUNT MAPPING, AS DAY6GL
      *    LOADS IT.
      *-----------------------------------------------------------
       01 RV-PART-TABLE.
           03 RV-PART OCCURS 9999 TIMES.
               05 RV-P-PART-NO PIC X(05).
               05 RV-P-ACCT PIC X(06).
               05 RV-P-SUB PIC X(02).
       01 RV-PART-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE ALLOCATION RULES IN THE ORDER THEY ARE HELD, AS
      *    DAY6ALC LOADS THEM.
      *-----------------------------------------------------------
       78 RV-MAX-RULES VALUE 999.
       78 RV-MAX-PART-RULES VALUE 99.
       01 RV-RULE-TABLE.
           03 RV-RULE OCCURS 999 TIMES.
               05 RV-RL-PART-NO PIC X(05).
               05 RV-RL-DEPT PIC X(04).
               05 RV-RL-METHOD PIC X(01).
               05 RV-RL-PCT PIC 9(03)V9(02).
               05 RV-RL-FIXED PIC 9(13)V9(02) COMP-3.
               05 RV-RL-ACCOUNT PIC X(08).
       01 RV-RULE-CNT PIC 9(04) VALUE 0.
       01 RV-RL PIC 9(04) VALUE 0.
       01 RV-PART-RULES PIC 9(04) VALUE 0.
       01 RV-PCT-TOTAL PIC 9(05)V9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE ENTRY IN HAND'S SPLITS, UNSIGNED AS DAY6ALC HOLDS
      *    THEM - THE GAIN'S SIGN IS PUT BACK ON AS EACH IS
      *    POSTED.  A SPLIT WITH RULE 0 IS THE REMAINDER LEFT ON
      *    THE PART'S OWN ACCOUNT.
      *-----------------------------------------------------------
       01 RV-SPLIT-TABLE.
           03 RV-SPLIT OCCURS 100 TIMES.
               05 RV-S-RULE PIC 9(04).
               05 RV-S-AMOUNT PIC S9(15)V9(02) COMP-3.
       01 RV-SPLIT-CNT PIC 9(03) VALUE 0.
       01 RV-S PIC 9(03) VALUE 0.
       01 RV-LAST-PCT PIC 9(03) VALUE 0.
       01 RV-ALLOC-FLAG PIC X(01) VALUE "W".
           88 RV-ALLOC-WHOLE VALUE "W".
           88 RV-ALLOC-SPLIT VALUE "S".
           88 RV-ALLOC-EXCEEDED VALUE "X".
       01 RV-ORIG PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 RV-FIXED-TOTAL PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 RV-REST PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 RV-SPLIT-SUM PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 RV-RESIDUE PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 RV-OWN-ACCOUNT PIC X(08) VALUE SPACE.
       01 RV-SHARED-CNT PIC 9(04) VALUE 0.
       01 RV-EXC-CNT PIC 9(04) VALUE 0.
       01 RV-PCT-ED PIC ZZ9.99.

      *-----------------------------------------------------------
      *    THE MONTH PER CURRENCY AND PART, HELD SORTED BY
      *    CURRENCY THEN PART NUMBER - THE ORDER THE REPORT PRINTS
      *    AND THE POSTINGS ARE WRITTEN IN.  THE RATE AND PART
      *    SUBSCRIPTS ARE ZERO WHEN THERE IS NO CLOSING RATE OR NO
      *    ACCOUNT.
      *-----------------------------------------------------------
       01 RV-ENTRY-TABLE.
           03 RV-ENTRY OCCURS 9999 TIMES.
               05 RV-E-CCY PIC X(03).
               05 RV-E-PART-NO PIC X(05).
               05 RV-E-AMOUNT PIC S9(15)V9(02) COMP-3.
               05 RV-E-BOOKED PIC S9(15)V9(02) COMP-3.
               05 RV-E-REVALUED PIC S9(15)V9(02) COMP-3.
               05 RV-E-GAIN PIC S9(15)V9(02) COMP-3.
               05 RV-E-RATE-X PIC 9(02).
               05 RV-E-PART-X PIC 9(04).
       01 RV-ENTRY-CNT PIC 9(04) VALUE 0.

       01 RV-ENTRY-KEY.
           03 RV-KEY-CCY PIC X(03).
           03 RV-KEY-PART PIC X(05).
       01 RV-NEW-KEY.
           03 RV-NEW-CCY PIC X(03).
           03 RV-NEW-PART PIC X(05).

       01 RV-CLOSE-DATE PIC 9(08) VALUE 0.
       01 RV-CLOSE-MONTH PIC 9(06) VALUE 0.
       01 RV-REC-MONTH PIC 9(06) VALUE 0.
       01 RV-FX-ACCT PIC X(06) VALUE SPACE.
       01 RV-FX-SUB PIC X(02) VALUE SPACE.
       01 RV-I PIC 9(04) VALUE 0.
       01 RV-J PIC 9(04) VALUE 0.
       01 RV-SLOT PIC 9(04) VALUE 0.
       01 RV-FOUND PIC 9(04) VALUE 0.
       01 RV-EOF-FLAG PIC X(01) VALUE "N".
           88 RV-EOF VALUE "Y".
       01 RV-REC-CNT PIC 9(06) VALUE 0.
       01 RV-FGN-CNT PIC 9(06) VALUE 0.
       01 RV-NO-RATE-CNT PIC 9(04) VALUE 0.
       01 RV-NO-ACCT-CNT PIC 9(04) VALUE 0.

       01 RV-CUR-CCY PIC X(03) VALUE SPACE.
       01 RV-CCY-AMOUNT PIC S9(16)V9(02) COMP-3 VALUE 0.
       01 RV-CCY-BOOKED PIC S9(16)V9(02) COMP-3 VALUE 0.
       01 RV-CCY-REVALUED PIC S9(16)V9(02) COMP-3 VALUE 0.
       01 RV-CCY-GAIN PIC S9(16)V9(02) COMP-3 VALUE 0.
       01 RV-GRD-BOOKED PIC S9(16)V9(02) COMP-3 VALUE 0.
       01 RV-GRD-REVALUED PIC S9(16)V9(02) COMP-3 VALUE 0.
       01 RV-GRD-GAIN PIC S9(16)V9(02) COMP-3 VALUE 0.

       01 RV-POST-VALUE PIC S9(16)V9(02) COMP-3 VALUE 0.
       01 RV-AMOUNT PIC 9(13)V9(02) COMP-3 VALUE 0.
       01 RV-POST-CNT PIC 9(06) VALUE 0.
       01 RV-HASH-TOTAL PIC 9(15)V9(02) COMP-3 VALUE 0.

       01 RV-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 RV-CTL-EOF VALUE "Y".
       01 RV-CTL-KEY PIC X(20) VALUE SPACE.
       01 RV-CTL-VALUE PIC X(20) VALUE SPACE.

       78 RV-LINES-PER-PAGE VALUE 56.
       01 RV-LINE-CNT PIC 9(02) VALUE 99.
       01 RV-LINE-HOLD PIC X(132) VALUE SPACE.
       01 RV-PAGE-NO PIC 9(04) VALUE 0.

       01 RV-HDR-LINE.
           03 FILLER PIC X(01) VALUE "H".
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLH-DATE PIC 9(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(08) VALUE "DAY6".
           03 FILLER PIC X(21) VALUE SPACE.

       01 RV-DET-LINE.
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

       01 RV-TRL-LINE.
           03 FILLER PIC X(01) VALUE "T".
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLT-COUNT PIC 9(06).
           03 FILLER PIC X(01) VALUE SPACE.
           03 GLT-HASH PIC 9(15)V9(02).
           03 FILLER PIC X(14) VALUE SPACE.

       01 RV-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "MONTH-END FX REVALUATION - CLOSE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CLOSE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 RV-HEAD-2.
           03 FILLER PIC X(05) VALUE "CCY".
           03 FILLER PIC X(05) VALUE "BATCH".
           03 FILLER PIC X(19) VALUE "    CURRENCY AMOUNT".
           03 FILLER PIC X(19) VALUE "        BOOKED BASE".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(11) VALUE " CLOSE RATE".
           03 FILLER PIC X(19) VALUE "      REVALUED BASE".
           03 FILLER PIC X(19) VALUE "        GAIN/(LOSS)".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(31) VALUE "NOTE".

       01 RV-DETAIL.
           03 DET-CCY PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-PART-NO PIC X(05).
           03 DET-AMOUNT PIC -(15)9.99.
           03 DET-AMOUNT-X REDEFINES DET-AMOUNT PIC X(19).
           03 DET-BOOKED PIC -(15)9.99.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-RATE PIC ZZZ9.999999.
           03 DET-RATE-X REDEFINES DET-RATE PIC X(11).
           03 DET-REVALUED PIC -(15)9.99.
           03 DET-REVALUED-X REDEFINES DET-REVALUED PIC X(19).
           03 DET-GAIN PIC -(15)9.99.
           03 DET-GAIN-X REDEFINES DET-GAIN PIC X(19).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-NOTE PIC X(26).
           03 FILLER PIC X(05) VALUE SPACE.

      *-----------------------------------------------------------
      *    ONE SPLIT OF A SHARED PART'S GAIN, UNDER ITS ENTRY, WITH
      *    THE SPLIT IN THE GAIN/(LOSS) COLUMN.
      *-----------------------------------------------------------
       01 RV-SPLIT-LINE.
           03 FILLER PIC X(10) VALUE SPACE.
           03 SPL-TEXT PIC X(11).
           03 SPL-DEPT PIC X(04).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SPL-ACCT PIC X(06).
           03 FILLER PIC X(01) VALUE "/".
           03 SPL-SUB PIC X(02).
           03 FILLER PIC X(44) VALUE SPACE.
           03 SPL-GAIN PIC -(15)9.99.
           03 FILLER PIC X(02) VALUE SPACE.
           03 SPL-NOTE PIC X(26).
           03 FILLER PIC X(05) VALUE SPACE.

       01 RV-POST-LINE.
           03 FILLER PIC X(21) VALUE "POSTINGS WRITTEN:    ".
           03 TOT-POST-CNT PIC ZZZZZ9.
           03 FILLER PIC X(14) VALUE "   HASH TOTAL ".
           03 TOT-HASH PIC Z(14)9.99.
           03 FILLER PIC X(23) VALUE "   FX GAIN/LOSS ACCOUNT".
           03 FILLER PIC X(01) VALUE SPACE.
           03 TOT-FX-ACCT PIC X(06).
           03 FILLER PIC X(01) VALUE "/".
           03 TOT-FX-SUB PIC X(02).
           03 FILLER PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-RATES THRU 1500-EXIT.
           PERFORM 1700-LOAD-PARTS THRU 1700-EXIT.
           PERFORM 1800-LOAD-RULES THRU 1800-EXIT.
           PERFORM 2000-LOAD-MONTH THRU 2000-EXIT.
           PERFORM 3000-REVALUE THRU 3000-EXIT.
           PERFORM 4000-WRITE-POSTINGS THRU 4000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6REV: " RV-ENTRY-CNT " FOREIGN PART/CURRENCY "
               "LINES REVALUED AT " RV-CLOSE-DATE ", " RV-POST-CNT
               " POSTINGS WRITTEN".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RV-NO-RATE-CNT > 0 OR RV-NO-ACCT-CNT > 0
             DISPLAY "DAY6REV: " RV-NO-RATE-CNT " LINES WITH NO "
                 "CLOSING RATE, " RV-NO-ACCT-CNT " WITH NO PARTMST "
                 "ACCOUNT - NO POSTINGS WRITTEN"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF RV-EXC-CNT > 0
             DISPLAY "DAY6REV: " RV-EXC-CNT " SHARED PART LINES "
                 "POSTED WHOLE - FIXED ALLOCATIONS EXCEED THE GAIN"
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF RV-CLOSE-DATE EQUAL 0
             DISPLAY "DAY6REV: RUNCTL MUST NAME CLOSE-DATE=YYYYMMDD "
                 "- THE CLOSING RATES ARE TAKEN AS AT IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF RV-FX-ACCT EQUAL SPACE
             DISPLAY "DAY6REV: RUNCTL MUST NAME FX-ACCT=AAAAAASS "
                 "- THE UNREALISED GAIN/LOSS ACCOUNT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE RV-CLOSE-DATE(1:6) TO RV-CLOSE-MONTH.
           OPEN INPUT RV-FRZ-FILE.
           IF NOT RV-FRZ-OK
             DISPLAY "DAY6REV: UNABLE TO OPEN MTDFRZ, STATUS="
                 RV-FRZ-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT RV-RPT-FILE.
           IF NOT RV-RPT-OK
             DISPLAY "DAY6REV: UNABLE TO OPEN REVRPT, STATUS="
                 RV-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT RV-OUT-FILE.
           IF NOT RV-OUT-OK
             DISPLAY "DAY6REV: UNABLE TO OPEN GLOUT, STATUS="
                 RV-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT RV-CTL-FILE.
           IF RV-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT RV-CTL-OK
             DISPLAY "DAY6REV: UNABLE TO OPEN RUNCTL, STATUS="
                 RV-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RV-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL RV-CTL-EOF
             IF RV-CTL-RECORD NOT EQUAL SPACE
                 AND RV-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE RV-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ RV-CTL-FILE
             AT END
               SET RV-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO RV-CTL-KEY RV-CTL-VALUE.
           UNSTRING RV-CTL-RECORD DELIMITED BY "="
               INTO RV-CTL-KEY RV-CTL-VALUE.
           EVALUATE RV-CTL-KEY
             WHEN "CLOSE-DATE"
               IF RV-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6REV: CLOSE-DATE VALUE '"
                     RV-CTL-VALUE "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE RV-CTL-VALUE(1:8) TO RV-CLOSE-DATE
             WHEN "FX-ACCT"
               IF RV-CTL-VALUE(1:8) IS NOT NUMERIC
                   OR RV-CTL-VALUE(9:12) NOT EQUAL SPACE
                 DISPLAY "DAY6REV: FX-ACCT VALUE '"
                     RV-CTL-VALUE "' ON RUNCTL CARD IS NOT A SIX-"
                     "DIGIT ACCOUNT AND TWO-DIGIT SUBACCOUNT"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE RV-CTL-VALUE(1:6) TO RV-FX-ACCT
               MOVE RV-CTL-VALUE(7:2) TO RV-FX-SUB
             WHEN OTHER
               DISPLAY "DAY6REV: UNRECOGNISED KEYWORD '" RV-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE CLOSING RATES.  THE HISTORY IS IN CYCLE-DATE
      *    ORDER, SO THE LAST RATE SEEN ON OR BEFORE THE CLOSE-DATE
      *    IS THE CLOSING ONE; LATER CYCLES (A CLOSE RUN LATE) ARE
      *    PASSED OVER.  NO HISTORY AT ALL LEAVES EVERY FOREIGN
      *    BATCH WITHOUT A RATE.
      *-----------------------------------------------------------
       1500-LOAD-RATES.
           OPEN INPUT RV-HIST-FILE.
           IF RV-HIST-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT RV-HIST-OK
             DISPLAY "DAY6REV: UNABLE TO OPEN RATEHIST, STATUS="
                 RV-HIST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RV-EOF-FLAG.
           PERFORM 1510-READ-HIST THRU 1510-EXIT.
           PERFORM UNTIL RV-EOF
             PERFORM 1550-TAKE-RATE THRU 1550-EXIT
             PERFORM 1510-READ-HIST THRU 1510-EXIT
           END-PERFORM.
           CLOSE RV-HIST-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-HIST.
           READ RV-HIST-FILE
             AT END
               SET RV-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1550-TAKE-RATE.
           IF RH-RECORD EQUAL SPACE
             GO TO 1550-EXIT
           END-IF.
           IF RH-DATE IS NOT NUMERIC OR RH-RATE IS NOT NUMERIC
             DISPLAY "DAY6REV: RATEHIST RECORD FOR '" RH-CCY
                 "' HAS A NON-NUMERIC DATE OR RATE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF RH-DATE < RV-LAST-DATE
             DISPLAY "DAY6REV: RATEHIST OUT OF CYCLE-DATE ORDER AT "
                 RH-DATE " " RH-CCY
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE RH-DATE TO RV-LAST-DATE.
           IF RH-DATE > RV-CLOSE-DATE
             GO TO 1550-EXIT
           END-IF.
           COMPUTE RV-FOUND = 0.
           PERFORM VARYING RV-I FROM 1 BY 1
               UNTIL RV-I > RV-RATE-CNT OR RV-FOUND > 0
             IF RV-R-CCY(RV-I) EQUAL RH-CCY
               MOVE RV-I TO RV-FOUND
             END-IF
           END-PERFORM.
           IF RV-FOUND EQUAL 0
             IF RV-RATE-CNT >= RV-MAX-RATES
               DISPLAY "DAY6REV: MORE THAN " RV-MAX-RATES
                   " CURRENCIES ON RATEHIST - TABLE FULL"
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO RV-RATE-CNT
             MOVE RV-RATE-CNT TO RV-FOUND
             MOVE RH-CCY TO RV-R-CCY(RV-FOUND)
           END-IF.
           MOVE RH-DATE TO RV-R-DATE(RV-FOUND).
           MOVE RH-RATE TO RV-R-RATE(RV-FOUND).
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE PART-TO-ACCOUNT MAPPING.  NO MASTER AT ALL IS A
      *    HARD ERROR - WITHOUT IT THERE IS NO ACCOUNT TO POST TO.
      *-----------------------------------------------------------
       1700-LOAD-PARTS.
           OPEN INPUT RV-PART-FILE.
           IF NOT RV-PART-OK
             DISPLAY "DAY6REV: UNABLE TO OPEN PARTMST, STATUS="
                 RV-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RV-EOF-FLAG.
           PERFORM 1710-READ-PART THRU 1710-EXIT.
           PERFORM UNTIL RV-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               IF RV-PART-CNT >= RV-MAX-PARTS
                 DISPLAY "DAY6REV: MORE THAN " RV-MAX-PARTS
                     " PART NUMBERS ON PARTMST - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO RV-PART-CNT
               MOVE PM-PART-NO TO RV-P-PART-NO(RV-PART-CNT)
               MOVE PM-GL-ACCT TO RV-P-ACCT(RV-PART-CNT)
               MOVE PM-GL-SUB TO RV-P-SUB(RV-PART-CNT)
             END-IF
             PERFORM 1710-READ-PART THRU 1710-EXIT
           END-PERFORM.
           CLOSE RV-PART-FILE.
       1700-EXIT.
           EXIT.

       1710-READ-PART.
           READ RV-PART-FILE
             AT END
               SET RV-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE ALLOCATION RULES, HELD TO THE SAME CHECKS AS
      *    DAY6ALC HOLDS THEM.  NO DATASET AT ALL MEANS NO PART IS
      *    SHARED; A RULE THAT CAN'T BE APPLIED IS A HARD ERROR.
      *-----------------------------------------------------------
       1800-LOAD-RULES.
           OPEN INPUT RV-RULE-FILE.
           IF RV-RULE-ABSENT
             DISPLAY "DAY6REV: NO ALLOCRL DATASET - NOTHING WILL BE "
                 "ALLOCATED"
             GO TO 1800-EXIT
           END-IF.
           IF NOT RV-RULE-OK
             DISPLAY "DAY6REV: UNABLE TO OPEN ALLOCRL, STATUS="
                 RV-RULE-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RV-EOF-FLAG.
           PERFORM 1810-READ-RULE THRU 1810-EXIT.
           PERFORM UNTIL RV-EOF
             IF ALC-RECORD NOT EQUAL SPACE
                 AND ALC-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1850-TAKE-RULE THRU 1850-EXIT
             END-IF
             PERFORM 1810-READ-RULE THRU 1810-EXIT
           END-PERFORM.
           CLOSE RV-RULE-FILE.
       1800-EXIT.
           EXIT.

       1810-READ-RULE.
           READ RV-RULE-FILE
             AT END
               SET RV-EOF TO TRUE
           END-READ.
       1810-EXIT.
           EXIT.

       1850-TAKE-RULE.
           IF NOT ALC-BY-PCT AND NOT ALC-BY-FIXED
             DISPLAY "DAY6REV: ALLOCRL RULE " ALC-PART-NO " "
                 ALC-DEPT " - METHOD '" ALC-METHOD
                 "' IS NEITHER P NOR F"
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
           IF ALC-BY-PCT
             IF ALC-PCT IS NOT NUMERIC OR ALC-PCT EQUAL 0
                 OR ALC-PCT > 100
               DISPLAY "DAY6REV: ALLOCRL RULE " ALC-PART-NO " "
                   ALC-DEPT " - PERCENTAGE '" ALC-PCT
                   "' IS NOT 000.01 TO 100.00"
               PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
             END-IF
           ELSE
             IF ALC-FIXED IS NOT NUMERIC OR ALC-FIXED EQUAL 0
               DISPLAY "DAY6REV: ALLOCRL RULE " ALC-PART-NO " "
                   ALC-DEPT " - FIXED AMOUNT IS NOT A NUMBER ABOVE "
                   "ZERO"
               PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
             END-IF
           END-IF.
           IF ALC-DEPT EQUAL SPACE OR ALC-GL-ACCT EQUAL SPACE
             DISPLAY "DAY6REV: ALLOCRL RULE " ALC-PART-NO
                 " - NO RECEIVING DEPARTMENT OR ACCOUNT"
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
           IF RV-RULE-CNT >= RV-MAX-RULES
             DISPLAY "DAY6REV: MORE THAN " RV-MAX-RULES
                 " RULES ON ALLOCRL - TABLE FULL"
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
           ADD 1 TO RV-RULE-CNT.
           MOVE ALC-PART-NO TO RV-RL-PART-NO(RV-RULE-CNT).
           MOVE ALC-DEPT TO RV-RL-DEPT(RV-RULE-CNT).
           MOVE ALC-METHOD TO RV-RL-METHOD(RV-RULE-CNT).
           MOVE 0 TO RV-RL-PCT(RV-RULE-CNT) RV-RL-FIXED(RV-RULE-CNT).
           IF ALC-BY-PCT
             MOVE ALC-PCT TO RV-RL-PCT(RV-RULE-CNT)
           ELSE
             MOVE ALC-FIXED TO RV-RL-FIXED(RV-RULE-CNT)
           END-IF.
           MOVE ALC-GL-ACCT TO RV-RL-ACCOUNT(RV-RULE-CNT)(1:6).
           MOVE ALC-GL-SUB TO RV-RL-ACCOUNT(RV-RULE-CNT)(7:2).
      *    THE PART'S RULES SO FAR CAN'T COME TO MORE THAN 100
      *    PERCENT OR MORE LINES THAN A GAIN CAN BE SPLIT INTO.
           MOVE 0 TO RV-PCT-TOTAL RV-PART-RULES.
           PERFORM VARYING RV-RL FROM 1 BY 1
               UNTIL RV-RL > RV-RULE-CNT
             IF RV-RL-PART-NO(RV-RL) EQUAL ALC-PART-NO
               ADD 1 TO RV-PART-RULES
               ADD RV-RL-PCT(RV-RL) TO RV-PCT-TOTAL
             END-IF
           END-PERFORM.
           IF RV-PCT-TOTAL > 100
             DISPLAY "DAY6REV: ALLOCRL PERCENTAGES FOR " ALC-PART-NO
                 " COME TO MORE THAN 100"
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
           IF RV-PART-RULES > RV-MAX-PART-RULES
             DISPLAY "DAY6REV: MORE THAN " RV-MAX-PART-RULES
                 " ALLOCRL RULES FOR " ALC-PART-NO
             PERFORM 1890-REFUSE-RULES THRU 1890-EXIT
           END-IF.
       1850-EXIT.
           EXIT.

       1890-REFUSE-RULES.
           CLOSE RV-RULE-FILE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN WITH ERROR STATUS 16.
       1890-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    READ THE SNAPSHOT, FOLDING EVERY FOREIGN ROW/COLUMN
      *    RECORD INTO ITS CURRENCY AND PART'S ENTRY.  EVERY RECORD
      *    MUST BELONG TO THE CLOSE-DATE'S MONTH - ANY OTHER MEANS
      *    THE WRONG SNAPSHOT OR THE WRONG CARD.
      *-----------------------------------------------------------
       2000-LOAD-MONTH.
           MOVE "N" TO RV-EOF-FLAG.
           PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
           PERFORM UNTIL RV-EOF
             IF MTD-RECORD NOT EQUAL SPACE
               ADD 1 TO RV-REC-CNT
               MOVE MTD-KEY(6:6) TO RV-REC-MONTH
               IF RV-REC-MONTH NOT EQUAL RV-CLOSE-MONTH
                 DISPLAY "DAY6REV: MTDFRZ HOLDS MONTH " RV-REC-MONTH
                     " BUT CLOSE-DATE IS " RV-CLOSE-DATE
                     " - WRONG SNAPSHOT OR WRONG CARD"
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF MTD-SOURCE EQUAL "1"
                   AND MTD-CCY NOT EQUAL SPACE
                   AND MTD-CCY NOT EQUAL RV-BASE-CCY
                 PERFORM 2500-FOLD-RECORD THRU 2500-EXIT
               END-IF
             END-IF
             PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-READ-SNAPSHOT.
           READ RV-FRZ-FILE
             AT END
               SET RV-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FIND (OR INSERT, AT ITS SORTED SLOT) THE CURRENCY AND
      *    PART'S ENTRY AND ADD THE DAY'S CURRENCY AMOUNT AND
      *    BOOKED BASE IN.
      *-----------------------------------------------------------
       2500-FOLD-RECORD.
           IF MTD-TOTAL-BASE IS NOT NUMERIC
             DISPLAY "DAY6REV: MTDFRZ RECORD " MTD-KEY
                 " HAS A NON-NUMERIC BASE TOTAL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO RV-FGN-CNT.
           MOVE MTD-CCY TO RV-NEW-CCY.
           MOVE MTD-PART-NO TO RV-NEW-PART.
           COMPUTE RV-FOUND = 0.
           COMPUTE RV-SLOT = 0.
           PERFORM VARYING RV-I FROM 1 BY 1
               UNTIL RV-I > RV-ENTRY-CNT OR RV-FOUND > 0
             MOVE RV-E-CCY(RV-I) TO RV-KEY-CCY
             MOVE RV-E-PART-NO(RV-I) TO RV-KEY-PART
             IF RV-ENTRY-KEY EQUAL RV-NEW-KEY
               MOVE RV-I TO RV-FOUND
             ELSE
               IF RV-SLOT EQUAL 0 AND RV-ENTRY-KEY > RV-NEW-KEY
                 MOVE RV-I TO RV-SLOT
               END-IF
             END-IF
           END-PERFORM.
           IF RV-FOUND EQUAL 0
             IF RV-ENTRY-CNT >= RV-MAX-ENTRIES
               DISPLAY "DAY6REV: MORE THAN " RV-MAX-ENTRIES
                   " FOREIGN PART/CURRENCY LINES - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO RV-ENTRY-CNT
             IF RV-SLOT EQUAL 0
               MOVE RV-ENTRY-CNT TO RV-SLOT
             ELSE
               PERFORM VARYING RV-J FROM RV-ENTRY-CNT BY -1
                   UNTIL RV-J <= RV-SLOT
                 MOVE RV-ENTRY(RV-J - 1) TO RV-ENTRY(RV-J)
               END-PERFORM
             END-IF
             MOVE RV-SLOT TO RV-FOUND
             MOVE MTD-CCY TO RV-E-CCY(RV-FOUND)
             MOVE MTD-PART-NO TO RV-E-PART-NO(RV-FOUND)
             MOVE 0 TO RV-E-AMOUNT(RV-FOUND) RV-E-BOOKED(RV-FOUND)
                 RV-E-REVALUED(RV-FOUND) RV-E-GAIN(RV-FOUND)
             MOVE 0 TO RV-E-RATE-X(RV-FOUND) RV-E-PART-X(RV-FOUND)
           END-IF.
           ADD MTD-TOTAL TO RV-E-AMOUNT(RV-FOUND).
           ADD MTD-TOTAL-BASE TO RV-E-BOOKED(RV-FOUND).
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REVALUE AND PRINT EVERY ENTRY, CURRENCY BY CURRENCY,
      *    WITH A TOTAL LINE AT EACH CHANGE OF CURRENCY AND A
      *    GRAND TOTAL (STERLING COLUMNS ONLY - CURRENCY AMOUNTS
      *    DO NOT ADD ACROSS CURRENCIES).  A LINE WITH NO CLOSING
      *    RATE IS PRINTED BUT LEFT OUT OF THE TOTALS.
      *-----------------------------------------------------------
       3000-REVALUE.
           MOVE SPACE TO RV-CUR-CCY.
           PERFORM VARYING RV-I FROM 1 BY 1
               UNTIL RV-I > RV-ENTRY-CNT
             IF RV-E-CCY(RV-I) NOT EQUAL RV-CUR-CCY
               IF RV-CUR-CCY NOT EQUAL SPACE
                 PERFORM 3500-PRINT-CCY-TOTAL THRU 3500-EXIT
               END-IF
               MOVE RV-E-CCY(RV-I) TO RV-CUR-CCY
               MOVE 0 TO RV-CCY-AMOUNT RV-CCY-BOOKED RV-CCY-REVALUED
                   RV-CCY-GAIN
             END-IF
             PERFORM 3100-REVALUE-ENTRY THRU 3100-EXIT
           END-PERFORM.
           IF RV-CUR-CCY NOT EQUAL SPACE
             PERFORM 3500-PRINT-CCY-TOTAL THRU 3500-EXIT
           END-IF.
           MOVE SPACE TO RV-DETAIL.
           MOVE "ALL" TO DET-CCY.
           MOVE "TOTAL" TO DET-PART-NO.
           MOVE SPACE TO DET-AMOUNT-X DET-RATE-X.
           MOVE RV-GRD-BOOKED TO DET-BOOKED.
           MOVE RV-GRD-REVALUED TO DET-REVALUED.
           MOVE RV-GRD-GAIN TO DET-GAIN.
           MOVE RV-DETAIL TO RV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE ENTRY - CLOSING RATE AND POSTING ACCOUNT LOOKED UP,
      *    REVALUED AT THE CLOSING RATE (ROUNDED, AS DAY6P1 ROUNDS
      *    ITS DAILY CONVERSION) AND THE GAIN OR LOSS TAKEN AS THE
      *    REVALUED LESS THE BOOKED BASE.
      *-----------------------------------------------------------
       3100-REVALUE-ENTRY.
           MOVE SPACE TO RV-DETAIL.
           MOVE RV-E-CCY(RV-I) TO DET-CCY.
           MOVE RV-E-PART-NO(RV-I) TO DET-PART-NO.
           MOVE RV-E-AMOUNT(RV-I) TO DET-AMOUNT.
           MOVE RV-E-BOOKED(RV-I) TO DET-BOOKED.
           PERFORM VARYING RV-J FROM 1 BY 1
               UNTIL RV-J > RV-RATE-CNT OR RV-E-RATE-X(RV-I) > 0
             IF RV-R-CCY(RV-J) EQUAL RV-E-CCY(RV-I)
               MOVE RV-J TO RV-E-RATE-X(RV-I)
             END-IF
           END-PERFORM.
           PERFORM VARYING RV-J FROM 1 BY 1
               UNTIL RV-J > RV-PART-CNT OR RV-E-PART-X(RV-I) > 0
             IF RV-P-PART-NO(RV-J) EQUAL RV-E-PART-NO(RV-I)
               MOVE RV-J TO RV-E-PART-X(RV-I)
             END-IF
           END-PERFORM.
           IF RV-E-PART-X(RV-I) EQUAL 0
             ADD 1 TO RV-NO-ACCT-CNT
             MOVE "NO PARTMST ACCOUNT" TO DET-NOTE
           END-IF.
           IF RV-E-RATE-X(RV-I) EQUAL 0
             ADD 1 TO RV-NO-RATE-CNT
             MOVE "NO CLOSING RATE" TO DET-NOTE
             MOVE SPACE TO DET-RATE-X DET-REVALUED-X DET-GAIN-X
             MOVE RV-DETAIL TO RV-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 3100-EXIT
           END-IF.
           MOVE RV-E-RATE-X(RV-I) TO RV-J.
           COMPUTE RV-E-REVALUED(RV-I) ROUNDED =
               RV-E-AMOUNT(RV-I) * RV-R-RATE(RV-J)
             ON SIZE ERROR
               DISPLAY "DAY6REV: REVALUED BASE OVERFLOWS FOR "
                   RV-E-CCY(RV-I) " BATCH " RV-E-PART-NO(RV-I)
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
           END-COMPUTE.
           COMPUTE RV-E-GAIN(RV-I) =
               RV-E-REVALUED(RV-I) - RV-E-BOOKED(RV-I).
           MOVE RV-R-RATE(RV-J) TO DET-RATE.
           MOVE RV-E-REVALUED(RV-I) TO DET-REVALUED.
           MOVE RV-E-GAIN(RV-I) TO DET-GAIN.
           MOVE "W" TO RV-ALLOC-FLAG.
           IF RV-E-PART-X(RV-I) > 0 AND RV-E-GAIN(RV-I) NOT EQUAL 0
             PERFORM 3300-ALLOCATE THRU 3300-EXIT
           END-IF.
           IF RV-ALLOC-EXCEEDED
             ADD 1 TO RV-EXC-CNT
             MOVE "FIXED RULES EXCEED - WHOLE" TO DET-NOTE
             DISPLAY "DAY6REV: " RV-E-CCY(RV-I) " BATCH "
                 RV-E-PART-NO(RV-I) " FIXED ALLOCATIONS EXCEED ITS "
                 "GAIN - POSTED WHOLE, NOT ALLOCATED"
           END-IF.
           IF RV-ALLOC-SPLIT
             ADD 1 TO RV-SHARED-CNT
             MOVE "SHARED - SPLIT AS BELOW" TO DET-NOTE
             IF RV-LINE-CNT + RV-SPLIT-CNT + 1 > RV-LINES-PER-PAGE
               MOVE 99 TO RV-LINE-CNT
             END-IF
           END-IF.
           MOVE RV-DETAIL TO RV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF RV-ALLOC-SPLIT
             PERFORM VARYING RV-S FROM 1 BY 1
                 UNTIL RV-S > RV-SPLIT-CNT
               PERFORM 3150-LIST-SPLIT THRU 3150-EXIT
             END-PERFORM
           END-IF.
           ADD RV-E-AMOUNT(RV-I) TO RV-CCY-AMOUNT.
           ADD RV-E-BOOKED(RV-I) TO RV-CCY-BOOKED RV-GRD-BOOKED.
           ADD RV-E-REVALUED(RV-I) TO RV-CCY-REVALUED RV-GRD-REVALUED.
           ADD RV-E-GAIN(RV-I) TO RV-CCY-GAIN RV-GRD-GAIN.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE SPLIT OF A SHARED PART'S GAIN - ITS DEPARTMENT,
      *    ACCOUNT AND SIGNED AMOUNT, AND THE RULE IT CAME FROM.
      *-----------------------------------------------------------
       3150-LIST-SPLIT.
           MOVE RV-S-RULE(RV-S) TO RV-RL.
           IF RV-RL EQUAL 0
             MOVE "REMAINDER" TO SPL-TEXT
             MOVE SPACE TO SPL-DEPT
             MOVE RV-OWN-ACCOUNT(1:6) TO SPL-ACCT
             MOVE RV-OWN-ACCOUNT(7:2) TO SPL-SUB
             MOVE "LEFT ON THE PART'S ACCOUNT" TO SPL-NOTE
           ELSE
             MOVE "DEPARTMENT" TO SPL-TEXT
             MOVE RV-RL-DEPT(RV-RL) TO SPL-DEPT
             MOVE RV-RL-ACCOUNT(RV-RL)(1:6) TO SPL-ACCT
             MOVE RV-RL-ACCOUNT(RV-RL)(7:2) TO SPL-SUB
             MOVE SPACE TO SPL-NOTE
             IF RV-RL-METHOD(RV-RL) EQUAL "P"
               MOVE RV-RL-PCT(RV-RL) TO RV-PCT-ED
               STRING RV-PCT-ED DELIMITED BY SIZE
                   " PCT OF THE REST" DELIMITED BY SIZE
                   INTO SPL-NOTE
             ELSE
               MOVE "FIXED AMOUNT" TO SPL-NOTE
             END-IF
           END-IF.
           IF RV-S-AMOUNT(RV-S) EQUAL 0
             MOVE "NIL - NOT POSTED" TO SPL-NOTE
           END-IF.
           IF RV-E-GAIN(RV-I) < 0
             COMPUTE SPL-GAIN = 0 - RV-S-AMOUNT(RV-S)
           ELSE
             MOVE RV-S-AMOUNT(RV-S) TO SPL-GAIN
           END-IF.
           MOVE RV-SPLIT-LINE TO RV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SPLIT ENTRY RV-I'S GAIN BY ITS PART'S RULES, ON THE
      *    UNSIGNED GAIN, AS DAY6ALC SPLITS A POSTING: FIXED
      *    AMOUNTS FIRST, THEN PERCENTAGES OF WHAT IS LEFT; THE
      *    ROUNDING PENNY GOES TO THE LAST PERCENTAGE LINE WHEN THE
      *    PERCENTAGES MAKE 100, OTHERWISE THE REMAINDER STAYS ON
      *    THE PART'S OWN ACCOUNT.  NO RULES LEAVES THE GAIN WHOLE;
      *    FIXED AMOUNTS ABOVE THE GAIN LEAVE IT WHOLE AND FLAG IT.
      *-----------------------------------------------------------
       3300-ALLOCATE.
           MOVE "W" TO RV-ALLOC-FLAG.
           MOVE 0 TO RV-SPLIT-CNT.
           MOVE RV-E-PART-X(RV-I) TO RV-J.
           MOVE RV-P-ACCT(RV-J) TO RV-OWN-ACCOUNT(1:6).
           MOVE RV-P-SUB(RV-J) TO RV-OWN-ACCOUNT(7:2).
           IF RV-E-GAIN(RV-I) < 0
             COMPUTE RV-ORIG = 0 - RV-E-GAIN(RV-I)
           ELSE
             MOVE RV-E-GAIN(RV-I) TO RV-ORIG
           END-IF.
           MOVE 0 TO RV-FIXED-TOTAL RV-PCT-TOTAL RV-PART-RULES.
           PERFORM VARYING RV-RL FROM 1 BY 1
               UNTIL RV-RL > RV-RULE-CNT
             IF RV-RL-PART-NO(RV-RL) EQUAL RV-E-PART-NO(RV-I)
               ADD 1 TO RV-PART-RULES
               ADD RV-RL-FIXED(RV-RL) TO RV-FIXED-TOTAL
               ADD RV-RL-PCT(RV-RL) TO RV-PCT-TOTAL
             END-IF
           END-PERFORM.
           IF RV-PART-RULES EQUAL 0
             GO TO 3300-EXIT
           END-IF.
           IF RV-FIXED-TOTAL > RV-ORIG
             MOVE "X" TO RV-ALLOC-FLAG
             GO TO 3300-EXIT
           END-IF.
           MOVE "S" TO RV-ALLOC-FLAG.
           COMPUTE RV-REST = RV-ORIG - RV-FIXED-TOTAL.
           MOVE 0 TO RV-LAST-PCT RV-SPLIT-SUM.
           PERFORM VARYING RV-RL FROM 1 BY 1
               UNTIL RV-RL > RV-RULE-CNT
             IF RV-RL-PART-NO(RV-RL) EQUAL RV-E-PART-NO(RV-I)
               ADD 1 TO RV-SPLIT-CNT
               MOVE RV-RL TO RV-S-RULE(RV-SPLIT-CNT)
               IF RV-RL-METHOD(RV-RL) EQUAL "P"
                 COMPUTE RV-S-AMOUNT(RV-SPLIT-CNT) ROUNDED =
                     RV-REST * RV-RL-PCT(RV-RL) / 100
                 MOVE RV-SPLIT-CNT TO RV-LAST-PCT
               ELSE
                 MOVE RV-RL-FIXED(RV-RL) TO RV-S-AMOUNT(RV-SPLIT-CNT)
               END-IF
               ADD RV-S-AMOUNT(RV-SPLIT-CNT) TO RV-SPLIT-SUM
             END-IF
           END-PERFORM.
           COMPUTE RV-RESIDUE = RV-ORIG - RV-SPLIT-SUM.
           IF RV-RESIDUE NOT EQUAL 0
             IF RV-LAST-PCT > 0
                 AND (RV-PCT-TOTAL EQUAL 100 OR RV-RESIDUE < 0)
               ADD RV-RESIDUE TO RV-S-AMOUNT(RV-LAST-PCT)
             ELSE
               ADD 1 TO RV-SPLIT-CNT
               MOVE 0 TO RV-S-RULE(RV-SPLIT-CNT)
               MOVE RV-RESIDUE TO RV-S-AMOUNT(RV-SPLIT-CNT)
             END-IF
           END-IF.
           PERFORM VARYING RV-S FROM 1 BY 1
               UNTIL RV-S > RV-SPLIT-CNT
             IF RV-S-AMOUNT(RV-S) < 0
               DISPLAY "DAY6REV: SPLIT " RV-S " OF "
                   RV-E-CCY(RV-I) " BATCH " RV-E-PART-NO(RV-I)
                   " COMES OUT BELOW ZERO"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-PERFORM.
       3300-EXIT.
           EXIT.

       3500-PRINT-CCY-TOTAL.
           MOVE SPACE TO RV-DETAIL.
           MOVE RV-CUR-CCY TO DET-CCY.
           MOVE "TOTAL" TO DET-PART-NO.
           MOVE RV-CCY-AMOUNT TO DET-AMOUNT.
           MOVE RV-CCY-BOOKED TO DET-BOOKED.
           MOVE SPACE TO DET-RATE-X.
           MOVE RV-CCY-REVALUED TO DET-REVALUED.
           MOVE RV-CCY-GAIN TO DET-GAIN.
           MOVE RV-DETAIL TO RV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO RV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE GAIN/LOSS EXTRACT.  NOTHING BUT THE HEADER AND A
      *    ZERO TRAILER WHEN ANY LINE LACKED A RATE OR AN ACCOUNT.
      *    OTHERWISE EACH PART'S GAIN TO ITS OWN ACCOUNT (A SHARED
      *    PART'S TO ITS SPLITS' ACCOUNTS) AND, AT EACH CHANGE OF
      *    CURRENCY, THE CURRENCY'S NET GAIN THE OTHER WAY ROUND TO
      *    THE FX GAIN/LOSS ACCOUNT.
      *-----------------------------------------------------------
       4000-WRITE-POSTINGS.
           MOVE RV-CLOSE-DATE TO GLH-DATE.
           WRITE RV-OUT-RECORD FROM RV-HDR-LINE.
           IF RV-NO-RATE-CNT EQUAL 0 AND RV-NO-ACCT-CNT EQUAL 0
             PERFORM 4100-POST-GAINS THRU 4100-EXIT
           END-IF.
           MOVE RV-POST-CNT TO GLT-COUNT.
           MOVE RV-HASH-TOTAL TO GLT-HASH.
           WRITE RV-OUT-RECORD FROM RV-TRL-LINE.
       4000-EXIT.
           EXIT.

       4100-POST-GAINS.
           MOVE SPACE TO RV-CUR-CCY.
           PERFORM VARYING RV-I FROM 1 BY 1
               UNTIL RV-I > RV-ENTRY-CNT
             IF RV-E-CCY(RV-I) NOT EQUAL RV-CUR-CCY
               IF RV-CUR-CCY NOT EQUAL SPACE
                 PERFORM 4200-POST-OFFSET THRU 4200-EXIT
               END-IF
               MOVE RV-E-CCY(RV-I) TO RV-CUR-CCY
               MOVE 0 TO RV-CCY-GAIN
             END-IF
             IF RV-E-GAIN(RV-I) NOT EQUAL 0
               PERFORM 4150-POST-GAIN THRU 4150-EXIT
               ADD RV-E-GAIN(RV-I) TO RV-CCY-GAIN
             END-IF
           END-PERFORM.
           IF RV-CUR-CCY NOT EQUAL SPACE
             PERFORM 4200-POST-OFFSET THRU 4200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *    ONE ENTRY'S GAIN - WHOLE TO THE PART'S ACCOUNT, OR EACH
      *    NON-NIL SPLIT TO ITS OWN ACCOUNT WITH THE GAIN'S SIGN.
       4150-POST-GAIN.
           PERFORM 3300-ALLOCATE THRU 3300-EXIT.
           IF NOT RV-ALLOC-SPLIT
             MOVE RV-OWN-ACCOUNT TO GLD-ACCOUNT
             MOVE RV-E-GAIN(RV-I) TO RV-POST-VALUE
             PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
             GO TO 4150-EXIT
           END-IF.
           PERFORM VARYING RV-S FROM 1 BY 1
               UNTIL RV-S > RV-SPLIT-CNT
             IF RV-S-AMOUNT(RV-S) NOT EQUAL 0
               MOVE RV-S-RULE(RV-S) TO RV-RL
               IF RV-RL EQUAL 0
                 MOVE RV-OWN-ACCOUNT TO GLD-ACCOUNT
               ELSE
                 MOVE RV-RL-ACCOUNT(RV-RL) TO GLD-ACCOUNT
               END-IF
               MOVE RV-S-AMOUNT(RV-S) TO RV-POST-VALUE
               IF RV-E-GAIN(RV-I) < 0
                 COMPUTE RV-POST-VALUE = 0 - RV-S-AMOUNT(RV-S)
               END-IF
               PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
             END-IF
           END-PERFORM.
       4150-EXIT.
           EXIT.

       4200-POST-OFFSET.
           IF RV-CCY-GAIN EQUAL 0
             GO TO 4200-EXIT
           END-IF.
           MOVE RV-FX-ACCT TO GLD-ACCT-MAIN.
           MOVE RV-FX-SUB TO GLD-ACCT-SUB.
           COMPUTE RV-POST-VALUE = 0 - RV-CCY-GAIN.
           PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE D RECORD FOR THE SIGNED RV-POST-VALUE TO THE
      *    ACCOUNT ALREADY IN GLD-ACCOUNT - CREDIT FOR POSITIVE,
      *    DEBIT FOR NEGATIVE, ABSOLUTE AMOUNT - AND INTO THE
      *    TRAILER'S COUNT AND HASH, AS DAY6GL DOES IT.
      *-----------------------------------------------------------
       4500-WRITE-DETAIL.
           IF RV-POST-VALUE < 0
             MOVE "D" TO GLD-DC
             COMPUTE RV-AMOUNT = 0 - RV-POST-VALUE
               ON SIZE ERROR
                 DISPLAY "DAY6REV: POSTING TOO LARGE FOR THE GL "
                     "LAYOUT ON " GLD-ACCOUNT
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
             END-COMPUTE
           ELSE
             MOVE "C" TO GLD-DC
             COMPUTE RV-AMOUNT = RV-POST-VALUE
               ON SIZE ERROR
                 DISPLAY "DAY6REV: POSTING TOO LARGE FOR THE GL "
                     "LAYOUT ON " GLD-ACCOUNT
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
             END-COMPUTE
           END-IF.
           MOVE RV-AMOUNT TO GLD-AMOUNT.
           MOVE RV-CLOSE-DATE TO GLD-DATE.
           WRITE RV-OUT-RECORD FROM RV-DET-LINE.
           ADD 1 TO RV-POST-CNT.
           ADD RV-AMOUNT TO RV-HASH-TOTAL
             ON SIZE ERROR
               DISPLAY "DAY6REV: HASH TOTAL OVERFLOWS AT "
                   GLD-ACCOUNT
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
           END-ADD.
       4500-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO RV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF RV-NO-RATE-CNT > 0 OR RV-NO-ACCT-CNT > 0
             MOVE "NO POSTINGS WRITTEN - ADD THE MISSING CLOSING "
                 TO RV-LINE-HOLD
             MOVE "RATES TO RATEHIST OR THE PARTS TO PARTMST AND "
                 TO RV-LINE-HOLD(47:)
             MOVE "RERUN THE STEP" TO RV-LINE-HOLD(93:)
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 6000-EXIT
           END-IF.
           MOVE RV-POST-CNT TO TOT-POST-CNT.
           MOVE RV-HASH-TOTAL TO TOT-HASH.
           MOVE RV-FX-ACCT TO TOT-FX-ACCT.
           MOVE RV-FX-SUB TO TOT-FX-SUB.
           MOVE RV-POST-LINE TO RV-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF RV-SHARED-CNT > 0 OR RV-EXC-CNT > 0
             MOVE SPACE TO RV-LINE-HOLD
             STRING "SHARED PART LINES SPLIT BY ALLOCRL: "
                 DELIMITED BY SIZE
                 RV-SHARED-CNT DELIMITED BY SIZE
                 "   POSTED WHOLE, FIXED AMOUNTS EXCEED THEM: "
                 DELIMITED BY SIZE
                 RV-EXC-CNT DELIMITED BY SIZE
                 INTO RV-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO RV-PAGE-NO.
           MOVE RV-CLOSE-DATE TO HD1-CLOSE.
           MOVE RV-PAGE-NO TO HD1-PAGE.
           WRITE RV-PRINT-LINE FROM RV-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO RV-PRINT-LINE.
           WRITE RV-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE RV-PRINT-LINE FROM RV-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO RV-PRINT-LINE.
           WRITE RV-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO RV-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN RV-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF RV-LINE-CNT >= RV-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE RV-PRINT-LINE FROM RV-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RV-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE RV-FRZ-FILE.
           CLOSE RV-RPT-FILE.
           CLOSE RV-OUT-FILE.
       9999-EXIT.
           EXIT.

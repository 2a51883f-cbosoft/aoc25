       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6SHD.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-24.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6SHD - SHADOW RUN COMPARISON.
      *
      *  THE LAST STEP OF A SHADOW RUN OF THE SUITE (DAY6SHDJ) - A
      *  REPLAY OF A CYCLE, OR A TRIAL OF A RUNCTL KNOB OR OF NEW
      *  PARTMST ACCOUNTS OR RATES, RUN AGAINST A NAMED COPY OF THE
      *  MASTERS AND WRITING ONLY SHADOW DATASETS.  IT SETS WHAT THE
      *  SHADOW RUN PRODUCED BESIDE WHAT THE PRODUCTION CYCLE OF THE
      *  SAME DATE PRODUCED, AND PRINTS WHERE THEY PART COMPANY:
      *
      *    PRDOUT1/SHDOUT1  THE ROW/COLUMN SUMMARIES (WSOUT1)
      *    PRDOUT2/SHDOUT2  THE CROSSWISE SUMMARIES (WSOUT2)
      *    PRDOUTA/SHDOUTA  THE APPROVED SUMMARIES (WSOUTA) - WHAT
      *                     WOULD HAVE POSTED, HELD OR WAITED
      *    PRDREC/SHDREC    THE RECONCILIATION RESULTS (RECOUT)
      *    PRDEND/SHDEND    THE DAY-END STATUS RECORD (DAYEND)
      *    SHDRPT           THE COMPARISON
      *
      *  EVERY INPUT IS OPTIONAL - A DATASET NOT THERE (A STEP
      *  BYPASSED, OR NO PRODUCTION CYCLE YET FOR THE DATE) COUNTS
      *  AS EMPTY AND ITS TOTALS ARE MARKED NOT FOUND.  A DAYEND
      *  STAMPED WITH ANOTHER CYCLE IS A HARD ERROR - THE DD POINTS
      *  AT THE WRONG NIGHT AND THE COMPARISON WOULD MEAN NOTHING.
      *
      *  THE FIRST PART OF SHDRPT IS THE CYCLE TOTALS - BATCHES AND
      *  AMOUNTS PER DATASET, POSTED, HELD, MATCHED AND THE DAY-END
      *  COUNTS - PRODUCTION, SHADOW AND THE DIFFERENCE.  THE SECOND
      *  LISTS EVERY BATCH THAT DIFFERS: IN ONE RUN AND NOT THE
      *  OTHER, A DIFFERENT TOTAL, OR A DIFFERENT STATUS (POST,
      *  HELD, PEND ON WSOUTA; THE RECONCILE RESULT ON RECOUT).  A
      *  PART KEYED TWICE IN THE NIGHT IS PAIRED IN THE ORDER ITS
      *  SUMMARIES WERE WRITTEN.
      *
      *  RUNCTL CARD:  CYCLE-DATE=YYYYMMDD (REQUIRED - THE CYCLE
      *  BEING COMPARED).
      *
      *  THE STEP ENDS RC 0 WHEN THE SHADOW RUN MATCHES PRODUCTION
      *  EXACTLY, RC 4 WHEN ANYTHING DIFFERS - WHICH IS THE POINT OF
      *  MOST TRIALS, SO RC 4 IS NOT A FAILURE - AND RC 16 ON A BAD
      *  CARD, A DATASET THAT CAN'T BE READ OR A DAYEND FOR THE
      *  WRONG CYCLE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-24 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SH-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-CTL-STATUS.
           SELECT SH-PRD1-FILE ASSIGN TO "PRDOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-PRD1-STATUS.
           SELECT SH-SHD1-FILE ASSIGN TO "SHDOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-SHD1-STATUS.
           SELECT SH-PRD2-FILE ASSIGN TO "PRDOUT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-PRD2-STATUS.
           SELECT SH-SHD2-FILE ASSIGN TO "SHDOUT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-SHD2-STATUS.
           SELECT SH-PRDA-FILE ASSIGN TO "PRDOUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-PRDA-STATUS.
           SELECT SH-SHDA-FILE ASSIGN TO "SHDOUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-SHDA-STATUS.
           SELECT SH-PRDR-FILE ASSIGN TO "PRDREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-PRDR-STATUS.
           SELECT SH-SHDR-FILE ASSIGN TO "SHDREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-SHDR-STATUS.
           SELECT SH-PRDE-FILE ASSIGN TO "PRDEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-PRDE-STATUS.
           SELECT SH-SHDE-FILE ASSIGN TO "SHDEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-SHDE-STATUS.
           SELECT SH-RPT-FILE ASSIGN TO "SHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    RUN-CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD.
      *-----------------------------------------------------------
       FD  SH-CTL-FILE
           RECORDING MODE IS F.
       01  SH-CTL-RECORD PIC X(80).

      *-----------------------------------------------------------
      *    DAY6P1'S WSOUT LAYOUT, AS WRITTEN BY DAY6P1 AND AGAIN,
      *    STATUS APPLIED, BY DAY6APP - THE PER-OPERATOR AND
      *    PER-COLUMN FIGURES ARE NOT COMPARED.
      *-----------------------------------------------------------
       FD  SH-PRD1-FILE
           RECORDING MODE IS F.
       01  SH-PRD1-RECORD.
           03 P1-PART-NO PIC X(05).
           03 P1-FILL-1 PIC X(01).
           03 P1-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 P1-FILL-2 PIC X(196).
           03 P1-CCY PIC X(03).
           03 P1-FILL-3 PIC X(01).
           03 P1-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 P1-FILL-4 PIC X(01).
           03 P1-STATUS PIC X(04).
           03 P1-FILL-5 PIC X(01).
           03 P1-SITE PIC X(03).
           03 P1-FILL-6 PIC X(01).
           03 P1-RCY-DATE PIC X(08).

       FD  SH-SHD1-FILE
           RECORDING MODE IS F.
       01  SH-SHD1-RECORD.
           03 S1-PART-NO PIC X(05).
           03 S1-FILL-1 PIC X(01).
           03 S1-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 S1-FILL-2 PIC X(196).
           03 S1-CCY PIC X(03).
           03 S1-FILL-3 PIC X(01).
           03 S1-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 S1-FILL-4 PIC X(01).
           03 S1-STATUS PIC X(04).
           03 S1-FILL-5 PIC X(01).
           03 S1-SITE PIC X(03).
           03 S1-FILL-6 PIC X(01).
           03 S1-RCY-DATE PIC X(08).

      *-----------------------------------------------------------
      *    DAY6P2'S WSOUT LAYOUT - A WHOLE-NUMBER GRAND TOTAL.
      *-----------------------------------------------------------
       FD  SH-PRD2-FILE
           RECORDING MODE IS F.
       01  SH-PRD2-RECORD.
           03 P2-PART-NO PIC X(05).
           03 P2-FILL-1 PIC X(01).
           03 P2-TOTAL PIC S9(15) SIGN LEADING SEPARATE.
           03 P2-FILL-2 PIC X(25).
           03 P2-FILL-3 PIC X(01).
           03 P2-SITE PIC X(03).
           03 P2-FILL-4 PIC X(01).
           03 P2-RCY-DATE PIC X(08).

       FD  SH-SHD2-FILE
           RECORDING MODE IS F.
       01  SH-SHD2-RECORD.
           03 S2-PART-NO PIC X(05).
           03 S2-FILL-1 PIC X(01).
           03 S2-TOTAL PIC S9(15) SIGN LEADING SEPARATE.
           03 S2-FILL-2 PIC X(25).
           03 S2-FILL-3 PIC X(01).
           03 S2-SITE PIC X(03).
           03 S2-FILL-4 PIC X(01).
           03 S2-RCY-DATE PIC X(08).

       FD  SH-PRDA-FILE
           RECORDING MODE IS F.
       01  SH-PRDA-RECORD.
           03 PA-PART-NO PIC X(05).
           03 PA-FILL-1 PIC X(01).
           03 PA-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 PA-FILL-2 PIC X(196).
           03 PA-CCY PIC X(03).
           03 PA-FILL-3 PIC X(01).
           03 PA-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 PA-FILL-4 PIC X(01).
           03 PA-STATUS PIC X(04).
           03 PA-FILL-5 PIC X(01).
           03 PA-SITE PIC X(03).
           03 PA-FILL-6 PIC X(01).
           03 PA-RCY-DATE PIC X(08).

       FD  SH-SHDA-FILE
           RECORDING MODE IS F.
       01  SH-SHDA-RECORD.
           03 SA-PART-NO PIC X(05).
           03 SA-FILL-1 PIC X(01).
           03 SA-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 SA-FILL-2 PIC X(196).
           03 SA-CCY PIC X(03).
           03 SA-FILL-3 PIC X(01).
           03 SA-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 SA-FILL-4 PIC X(01).
           03 SA-STATUS PIC X(04).
           03 SA-FILL-5 PIC X(01).
           03 SA-SITE PIC X(03).
           03 SA-FILL-6 PIC X(01).
           03 SA-RCY-DATE PIC X(08).

      *-----------------------------------------------------------
      *    RECON-TOT'S RECOUT LINES - THE DAY6P1-SIDE TOTAL AND THE
      *    RESULT ARE COMPARED.
      *-----------------------------------------------------------
       FD  SH-PRDR-FILE
           RECORDING MODE IS F.
       01  SH-PRDR-RECORD.
           03 PR-PART-NO PIC X(05).
           03 PR-FILL-1 PIC X(01).
           03 PR-TOTAL-1 PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 PR-FILL-2 PIC X(01).
           03 PR-TOTAL-2 PIC S9(15) SIGN LEADING SEPARATE.
           03 PR-FILL-3 PIC X(01).
           03 PR-RESULT PIC X(08).

       FD  SH-SHDR-FILE
           RECORDING MODE IS F.
       01  SH-SHDR-RECORD.
           03 SR-PART-NO PIC X(05).
           03 SR-FILL-1 PIC X(01).
           03 SR-TOTAL-1 PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 SR-FILL-2 PIC X(01).
           03 SR-TOTAL-2 PIC S9(15) SIGN LEADING SEPARATE.
           03 SR-FILL-3 PIC X(01).
           03 SR-RESULT PIC X(08).

      *-----------------------------------------------------------
      *    DAY6END'S STATUS RECORD - ONE PER CYCLE.
      *-----------------------------------------------------------
       FD  SH-PRDE-FILE
           RECORDING MODE IS F.
       01  SH-PRDE-RECORD.
           03 PE-DATE PIC 9(08).
           03 PE-FILL-1 PIC X(01).
           03 PE-PROC-1 PIC 9(04).
           03 PE-FILL-2 PIC X(01).
           03 PE-PROC-2 PIC 9(04).
           03 PE-FILL-3 PIC X(01).
           03 PE-MATCHED PIC 9(04).
           03 PE-FILL-4 PIC X(01).
           03 PE-MISMATCHED PIC 9(04).
           03 PE-FILL-5 PIC X(01).
           03 PE-REJECTED PIC 9(04).
           03 PE-FILL-6 PIC X(01).
           03 PE-RESULT PIC X(04).

       FD  SH-SHDE-FILE
           RECORDING MODE IS F.
       01  SH-SHDE-RECORD.
           03 SE-DATE PIC 9(08).
           03 SE-FILL-1 PIC X(01).
           03 SE-PROC-1 PIC 9(04).
           03 SE-FILL-2 PIC X(01).
           03 SE-PROC-2 PIC 9(04).
           03 SE-FILL-3 PIC X(01).
           03 SE-MATCHED PIC 9(04).
           03 SE-FILL-4 PIC X(01).
           03 SE-MISMATCHED PIC 9(04).
           03 SE-FILL-5 PIC X(01).
           03 SE-REJECTED PIC 9(04).
           03 SE-FILL-6 PIC X(01).
           03 SE-RESULT PIC X(04).

       FD  SH-RPT-FILE
           RECORDING MODE IS F.
       01  SH-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SH-CTL-STATUS PIC X(02) VALUE "00".
           88 SH-CTL-OK VALUE "00".
           88 SH-CTL-ABSENT VALUE "35".
       01 SH-PRD1-STATUS PIC X(02) VALUE "00".
           88 SH-PRD1-OK VALUE "00".
           88 SH-PRD1-ABSENT VALUE "35".
       01 SH-SHD1-STATUS PIC X(02) VALUE "00".
           88 SH-SHD1-OK VALUE "00".
           88 SH-SHD1-ABSENT VALUE "35".
       01 SH-PRD2-STATUS PIC X(02) VALUE "00".
           88 SH-PRD2-OK VALUE "00".
           88 SH-PRD2-ABSENT VALUE "35".
       01 SH-SHD2-STATUS PIC X(02) VALUE "00".
           88 SH-SHD2-OK VALUE "00".
           88 SH-SHD2-ABSENT VALUE "35".
       01 SH-PRDA-STATUS PIC X(02) VALUE "00".
           88 SH-PRDA-OK VALUE "00".
           88 SH-PRDA-ABSENT VALUE "35".
       01 SH-SHDA-STATUS PIC X(02) VALUE "00".
           88 SH-SHDA-OK VALUE "00".
           88 SH-SHDA-ABSENT VALUE "35".
       01 SH-PRDR-STATUS PIC X(02) VALUE "00".
           88 SH-PRDR-OK VALUE "00".
           88 SH-PRDR-ABSENT VALUE "35".
       01 SH-SHDR-STATUS PIC X(02) VALUE "00".
           88 SH-SHDR-OK VALUE "00".
           88 SH-SHDR-ABSENT VALUE "35".
       01 SH-PRDE-STATUS PIC X(02) VALUE "00".
           88 SH-PRDE-OK VALUE "00".
           88 SH-PRDE-ABSENT VALUE "35".
       01 SH-SHDE-STATUS PIC X(02) VALUE "00".
           88 SH-SHDE-OK VALUE "00".
           88 SH-SHDE-ABSENT VALUE "35".
       01 SH-RPT-STATUS PIC X(02) VALUE "00".
           88 SH-RPT-OK VALUE "00".

       01 SH-EOF-FLAG PIC X(01) VALUE "N".
           88 SH-EOF VALUE "Y".
       01 SH-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 SH-CTL-EOF VALUE "Y".
       01 SH-CTL-KEY PIC X(20) VALUE SPACE.
       01 SH-CTL-VALUE PIC X(59) VALUE SPACE.
       01 SH-CYCLE-DATE PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    THE TWO RUNS' TOTALS - SIDE 1 PRODUCTION, SIDE 2 THE
      *    SHADOW RUN.  THE DATASETS ARE NUMBERED 1 WSOUT1, 2
      *    WSOUT2, 3 WSOUTA, 4 RECOUT, 5 DAYEND THROUGHOUT.
      *-----------------------------------------------------------
       78 SH-PRD VALUE 1.
       78 SH-SHD VALUE 2.
       78 SH-DS-OUT1 VALUE 1.
       78 SH-DS-OUT2 VALUE 2.
       78 SH-DS-OUTA VALUE 3.
       78 SH-DS-REC VALUE 4.
       78 SH-DS-END VALUE 5.
       01 SH-SIDE-TABLE.
           03 SH-SIDE OCCURS 2 TIMES.
               05 SH-T-MISSING PIC X(01) OCCURS 5 TIMES.
               05 SH-T-CNT PIC 9(07) OCCURS 4 TIMES.
               05 SH-T-AMT PIC S9(15)V9(02) COMP-3 OCCURS 4 TIMES.
               05 SH-T-BASE PIC S9(15)V9(02) COMP-3.
               05 SH-T-POSTED PIC 9(07).
               05 SH-T-POSTED-AMT PIC S9(15)V9(02) COMP-3.
               05 SH-T-WAITING PIC 9(07).
               05 SH-T-MATCHED PIC 9(07).
               05 SH-T-UNMATCHED PIC 9(07).
               05 SH-T-END-PROC-1 PIC 9(04).
               05 SH-T-END-PROC-2 PIC 9(04).
               05 SH-T-END-MATCHED PIC 9(04).
               05 SH-T-END-MISMATCHED PIC 9(04).
               05 SH-T-END-REJECTED PIC 9(04).
               05 SH-T-END-RESULT PIC X(04).
       01 SH-S PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    EVERY BATCH SEEN, PRODUCTION'S LOADED FIRST.  A SHADOW
      *    BATCH TAKES THE FIRST PRODUCTION ENTRY OF THE SAME
      *    DATASET, PART AND RECYCLE DATE NOT YET PAIRED, OR A NEW
      *    ENTRY OF ITS OWN.
      *-----------------------------------------------------------
       78 SH-MAX-BAT VALUE 9999.
       01 SH-BAT-TABLE.
           03 SH-BAT OCCURS 9999 TIMES.
               05 SH-B-DS PIC 9(01).
               05 SH-B-PART-NO PIC X(05).
               05 SH-B-RCY-DATE PIC X(08).
               05 SH-B-SITE PIC X(03).
               05 SH-B-IN PIC X(01) OCCURS 2 TIMES.
               05 SH-B-AMT PIC S9(15)V9(02) COMP-3 OCCURS 2 TIMES.
               05 SH-B-STAT PIC X(08) OCCURS 2 TIMES.
       01 SH-BAT-CNT PIC 9(04) VALUE 0.
       01 SH-I PIC 9(04) VALUE 0.
       01 SH-FOUND PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE BATCH IN HAND, SET BY THE READ LOOPS FOR
      *    2900-TAKE-BATCH.
      *-----------------------------------------------------------
       01 SH-W-DS PIC 9(01) VALUE 0.
       01 SH-W-PART-NO PIC X(05) VALUE SPACE.
       01 SH-W-RCY-DATE PIC X(08) VALUE SPACE.
       01 SH-W-SITE PIC X(03) VALUE SPACE.
       01 SH-W-AMT PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 SH-W-STAT PIC X(08) VALUE SPACE.

      *-----------------------------------------------------------
      *    ONE MEASURE OF THE CYCLE TOTALS, SET FOR 5500-PRINT-
      *    MEASURE - A COUNT (KIND "C") OR AN AMOUNT ("A").
      *-----------------------------------------------------------
       01 SH-M-TEXT PIC X(44) VALUE SPACE.
       01 SH-M-KIND PIC X(01) VALUE "C".
           88 SH-M-AMOUNT VALUE "A".
       01 SH-M-DS PIC 9(01) VALUE 0.
       01 SH-M-PRD PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 SH-M-SHD PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 SH-M-DIFF PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 SH-CNT-ED PIC -(19)9.
       01 SH-AMT-ED PIC -(16)9.99.

       01 SH-TOT-DIFFS PIC 9(03) VALUE 0.
       01 SH-BAT-DIFFS PIC 9(05) VALUE 0.

       78 SH-LINES-PER-PAGE VALUE 56.
       01 SH-LINE-CNT PIC 9(02) VALUE 99.
       01 SH-LINE-HOLD PIC X(132) VALUE SPACE.
       01 SH-PAGE-NO PIC 9(04) VALUE 0.
       01 SH-PART PIC 9(01) VALUE 1.

       01 SH-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "SHADOW RUN COMPARISON - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 SH-TOT-HEAD.
           03 FILLER PIC X(44) VALUE "CYCLE TOTALS".
           03 FILLER PIC X(20) VALUE "          PRODUCTION".
           03 FILLER PIC X(20) VALUE "              SHADOW".
           03 FILLER PIC X(20) VALUE "          DIFFERENCE".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(26) VALUE "RESULT".

       01 SH-BAT-HEAD.
           03 FILLER PIC X(10) VALUE "DATASET".
           03 FILLER PIC X(07) VALUE "BATCH".
           03 FILLER PIC X(05) VALUE "SITE".
           03 FILLER PIC X(10) VALUE "RECYCLED".
           03 FILLER PIC X(20) VALUE "    PRODUCTION TOTAL".
           03 FILLER PIC X(10) VALUE " STATUS".
           03 FILLER PIC X(20) VALUE "        SHADOW TOTAL".
           03 FILLER PIC X(10) VALUE " STATUS".
           03 FILLER PIC X(40) VALUE "DIFFERENCE".

       01 SH-TOT-LINE.
           03 TL-TEXT PIC X(44) VALUE SPACE.
           03 TL-PRD PIC X(20) VALUE SPACE.
           03 TL-SHD PIC X(20) VALUE SPACE.
           03 TL-DIFF PIC X(20) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 TL-RESULT PIC X(10) VALUE SPACE.
           03 FILLER PIC X(16) VALUE SPACE.

       01 SH-BAT-LINE.
           03 BL-DS PIC X(08) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 BL-PART-NO PIC X(05) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 BL-SITE PIC X(03) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 BL-RCY-DATE PIC X(08) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 BL-PRD-AMT PIC X(20) VALUE SPACE.
           03 FILLER PIC X(01) VALUE SPACE.
           03 BL-PRD-STAT PIC X(08) VALUE SPACE.
           03 FILLER PIC X(01) VALUE SPACE.
           03 BL-SHD-AMT PIC X(20) VALUE SPACE.
           03 FILLER PIC X(01) VALUE SPACE.
           03 BL-SHD-STAT PIC X(08) VALUE SPACE.
           03 FILLER PIC X(01) VALUE SPACE.
           03 BL-NOTE PIC X(20) VALUE SPACE.
           03 FILLER PIC X(20) VALUE SPACE.

       01 SH-NOTE-LINE.
           03 NL-TEXT PIC X(100) VALUE SPACE.
           03 FILLER PIC X(32) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-PRODUCTION THRU 2000-EXIT.
           PERFORM 2500-LOAD-SHADOW THRU 2500-EXIT.
           PERFORM 3000-READ-DAYEND THRU 3000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 6000-PRINT-BATCHES THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF SH-TOT-DIFFS > 0 OR SH-BAT-DIFFS > 0
             DISPLAY "DAY6SHD: SHADOW RUN OF CYCLE " SH-CYCLE-DATE
                 " DIFFERS FROM PRODUCTION ON " SH-TOT-DIFFS
                 " TOTAL(S) AND " SH-BAT-DIFFS " BATCH(ES)"
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           DISPLAY "DAY6SHD: SHADOW RUN OF CYCLE " SH-CYCLE-DATE
               " MATCHES PRODUCTION".
           STOP RUN.

      *-----------------------------------------------------------
      *    THE CYCLE DATE IS REQUIRED.  EVERY INPUT IS OPENED HERE;
      *    AN ABSENT ONE IS MARKED MISSING FOR ITS SIDE AND READS
      *    AS EMPTY.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE SH-SIDE-TABLE.
           MOVE ALL "N" TO SH-T-MISSING(SH-PRD, 1)
               SH-T-MISSING(SH-PRD, 2) SH-T-MISSING(SH-PRD, 3)
               SH-T-MISSING(SH-PRD, 4) SH-T-MISSING(SH-PRD, 5)
               SH-T-MISSING(SH-SHD, 1) SH-T-MISSING(SH-SHD, 2)
               SH-T-MISSING(SH-SHD, 3) SH-T-MISSING(SH-SHD, 4)
               SH-T-MISSING(SH-SHD, 5).
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF SH-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6SHD: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- THE CYCLE BEING COMPARED"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT SH-PRD1-FILE.
           IF SH-PRD1-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-PRD, SH-DS-OUT1)
           ELSE
             IF NOT SH-PRD1-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN PRDOUT1, STATUS="
                   SH-PRD1-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-SHD1-FILE.
           IF SH-SHD1-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-SHD, SH-DS-OUT1)
           ELSE
             IF NOT SH-SHD1-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN SHDOUT1, STATUS="
                   SH-SHD1-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-PRD2-FILE.
           IF SH-PRD2-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-PRD, SH-DS-OUT2)
           ELSE
             IF NOT SH-PRD2-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN PRDOUT2, STATUS="
                   SH-PRD2-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-SHD2-FILE.
           IF SH-SHD2-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-SHD, SH-DS-OUT2)
           ELSE
             IF NOT SH-SHD2-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN SHDOUT2, STATUS="
                   SH-SHD2-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-PRDA-FILE.
           IF SH-PRDA-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-PRD, SH-DS-OUTA)
           ELSE
             IF NOT SH-PRDA-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN PRDOUTA, STATUS="
                   SH-PRDA-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-SHDA-FILE.
           IF SH-SHDA-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-SHD, SH-DS-OUTA)
           ELSE
             IF NOT SH-SHDA-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN SHDOUTA, STATUS="
                   SH-SHDA-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-PRDR-FILE.
           IF SH-PRDR-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-PRD, SH-DS-REC)
           ELSE
             IF NOT SH-PRDR-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN PRDREC, STATUS="
                   SH-PRDR-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-SHDR-FILE.
           IF SH-SHDR-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-SHD, SH-DS-REC)
           ELSE
             IF NOT SH-SHDR-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN SHDREC, STATUS="
                   SH-SHDR-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-PRDE-FILE.
           IF SH-PRDE-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-PRD, SH-DS-END)
           ELSE
             IF NOT SH-PRDE-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN PRDEND, STATUS="
                   SH-PRDE-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT SH-SHDE-FILE.
           IF SH-SHDE-ABSENT
             MOVE "Y" TO SH-T-MISSING(SH-SHD, SH-DS-END)
           ELSE
             IF NOT SH-SHDE-OK
               DISPLAY "DAY6SHD: UNABLE TO OPEN SHDEND, STATUS="
                   SH-SHDE-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN OUTPUT SH-RPT-FILE.
           IF NOT SH-RPT-OK
             DISPLAY "DAY6SHD: UNABLE TO OPEN SHDRPT, STATUS="
                 SH-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    RUN-CONTROL CARDS.  AN UNRECOGNISED KEYWORD OR UNUSABLE
      *    VALUE IS A HARD REJECT.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT SH-CTL-FILE.
           IF SH-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT SH-CTL-OK
             DISPLAY "DAY6SHD: UNABLE TO OPEN RUNCTL, STATUS="
                 SH-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SH-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL SH-CTL-EOF
             IF SH-CTL-RECORD NOT EQUAL SPACE
                 AND SH-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE SH-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ SH-CTL-FILE
             AT END
               SET SH-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO SH-CTL-KEY SH-CTL-VALUE.
           UNSTRING SH-CTL-RECORD DELIMITED BY "="
               INTO SH-CTL-KEY SH-CTL-VALUE.
           EVALUATE SH-CTL-KEY
             WHEN "CYCLE-DATE"
               IF SH-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6SHD: CYCLE-DATE VALUE '" SH-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SH-CTL-VALUE(1:8) TO SH-CYCLE-DATE
             WHEN OTHER
               DISPLAY "DAY6SHD: UNRECOGNISED KEYWORD '" SH-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PRODUCTION'S BATCHES, DATASET BY DATASET, INTO THE
      *    TABLE AND THE SIDE 1 TOTALS.
      *-----------------------------------------------------------
       2000-LOAD-PRODUCTION.
           MOVE SH-PRD TO SH-S.
           IF NOT SH-PRD1-ABSENT
             MOVE "N" TO SH-EOF-FLAG
             PERFORM 2010-READ-PRD1 THRU 2010-EXIT
             PERFORM UNTIL SH-EOF
               MOVE SH-DS-OUT1 TO SH-W-DS
               MOVE P1-PART-NO TO SH-W-PART-NO
               MOVE P1-RCY-DATE TO SH-W-RCY-DATE
               MOVE P1-SITE TO SH-W-SITE
               MOVE P1-TOTAL TO SH-W-AMT
               MOVE P1-STATUS TO SH-W-STAT
               ADD P1-TOTAL-BASE TO SH-T-BASE(SH-S)
               PERFORM 2900-TAKE-BATCH THRU 2900-EXIT
               PERFORM 2010-READ-PRD1 THRU 2010-EXIT
             END-PERFORM
           END-IF.
           IF NOT SH-PRD2-ABSENT
             MOVE "N" TO SH-EOF-FLAG
             PERFORM 2020-READ-PRD2 THRU 2020-EXIT
             PERFORM UNTIL SH-EOF
               MOVE SH-DS-OUT2 TO SH-W-DS
               MOVE P2-PART-NO TO SH-W-PART-NO
               MOVE P2-RCY-DATE TO SH-W-RCY-DATE
               MOVE P2-SITE TO SH-W-SITE
               MOVE P2-TOTAL TO SH-W-AMT
               MOVE SPACE TO SH-W-STAT
               PERFORM 2900-TAKE-BATCH THRU 2900-EXIT
               PERFORM 2020-READ-PRD2 THRU 2020-EXIT
             END-PERFORM
           END-IF.
           IF NOT SH-PRDA-ABSENT
             MOVE "N" TO SH-EOF-FLAG
             PERFORM 2030-READ-PRDA THRU 2030-EXIT
             PERFORM UNTIL SH-EOF
               MOVE SH-DS-OUTA TO SH-W-DS
               MOVE PA-PART-NO TO SH-W-PART-NO
               MOVE PA-RCY-DATE TO SH-W-RCY-DATE
               MOVE PA-SITE TO SH-W-SITE
               MOVE PA-TOTAL TO SH-W-AMT
               MOVE PA-STATUS TO SH-W-STAT
               IF PA-STATUS EQUAL "POST"
                 ADD 1 TO SH-T-POSTED(SH-S)
                 ADD PA-TOTAL-BASE TO SH-T-POSTED-AMT(SH-S)
               ELSE
                 ADD 1 TO SH-T-WAITING(SH-S)
               END-IF
               PERFORM 2900-TAKE-BATCH THRU 2900-EXIT
               PERFORM 2030-READ-PRDA THRU 2030-EXIT
             END-PERFORM
           END-IF.
           IF NOT SH-PRDR-ABSENT
             MOVE "N" TO SH-EOF-FLAG
             PERFORM 2040-READ-PRDR THRU 2040-EXIT
             PERFORM UNTIL SH-EOF
               MOVE SH-DS-REC TO SH-W-DS
               MOVE PR-PART-NO TO SH-W-PART-NO
               MOVE SPACE TO SH-W-RCY-DATE SH-W-SITE
               MOVE PR-TOTAL-1 TO SH-W-AMT
               MOVE PR-RESULT TO SH-W-STAT
               IF PR-RESULT EQUAL "MATCH"
                 ADD 1 TO SH-T-MATCHED(SH-S)
               ELSE
                 ADD 1 TO SH-T-UNMATCHED(SH-S)
               END-IF
               PERFORM 2900-TAKE-BATCH THRU 2900-EXIT
               PERFORM 2040-READ-PRDR THRU 2040-EXIT
             END-PERFORM
           END-IF.
       2000-EXIT.
           EXIT.

       2010-READ-PRD1.
           READ SH-PRD1-FILE
             AT END
               SET SH-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2020-READ-PRD2.
           READ SH-PRD2-FILE
             AT END
               SET SH-EOF TO TRUE
           END-READ.
       2020-EXIT.
           EXIT.

       2030-READ-PRDA.
           READ SH-PRDA-FILE
             AT END
               SET SH-EOF TO TRUE
           END-READ.
       2030-EXIT.
           EXIT.

       2040-READ-PRDR.
           READ SH-PRDR-FILE
             AT END
               SET SH-EOF TO TRUE
           END-READ.
       2040-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE SHADOW RUN'S BATCHES THE SAME WAY, AS SIDE 2.
      *-----------------------------------------------------------
       2500-LOAD-SHADOW.
           MOVE SH-SHD TO SH-S.
           IF NOT SH-SHD1-ABSENT
             MOVE "N" TO SH-EOF-FLAG
             PERFORM 2510-READ-SHD1 THRU 2510-EXIT
             PERFORM UNTIL SH-EOF
               MOVE SH-DS-OUT1 TO SH-W-DS
               MOVE S1-PART-NO TO SH-W-PART-NO
               MOVE S1-RCY-DATE TO SH-W-RCY-DATE
               MOVE S1-SITE TO SH-W-SITE
               MOVE S1-TOTAL TO SH-W-AMT
               MOVE S1-STATUS TO SH-W-STAT
               ADD S1-TOTAL-BASE TO SH-T-BASE(SH-S)
               PERFORM 2900-TAKE-BATCH THRU 2900-EXIT
               PERFORM 2510-READ-SHD1 THRU 2510-EXIT
             END-PERFORM
           END-IF.
           IF NOT SH-SHD2-ABSENT
             MOVE "N" TO SH-EOF-FLAG
             PERFORM 2520-READ-SHD2 THRU 2520-EXIT
             PERFORM UNTIL SH-EOF
               MOVE SH-DS-OUT2 TO SH-W-DS
               MOVE S2-PART-NO TO SH-W-PART-NO
               MOVE S2-RCY-DATE TO SH-W-RCY-DATE
               MOVE S2-SITE TO SH-W-SITE
               MOVE S2-TOTAL TO SH-W-AMT
               MOVE SPACE TO SH-W-STAT
               PERFORM 2900-TAKE-BATCH THRU 2900-EXIT
               PERFORM 2520-READ-SHD2 THRU 2520-EXIT
             END-PERFORM
           END-IF.
           IF NOT SH-SHDA-ABSENT
             MOVE "N" TO SH-EOF-FLAG
             PERFORM 2530-READ-SHDA THRU 2530-EXIT
             PERFORM UNTIL SH-EOF
               MOVE SH-DS-OUTA TO SH-W-DS
               MOVE SA-PART-NO TO SH-W-PART-NO
               MOVE SA-RCY-DATE TO SH-W-RCY-DATE
               MOVE SA-SITE TO SH-W-SITE
               MOVE SA-TOTAL TO SH-W-AMT
               MOVE SA-STATUS TO SH-W-STAT
               IF SA-STATUS EQUAL "POST"
                 ADD 1 TO SH-T-POSTED(SH-S)
                 ADD SA-TOTAL-BASE TO SH-T-POSTED-AMT(SH-S)
               ELSE
                 ADD 1 TO SH-T-WAITING(SH-S)
               END-IF
               PERFORM 2900-TAKE-BATCH THRU 2900-EXIT
               PERFORM 2530-READ-SHDA THRU 2530-EXIT
             END-PERFORM
           END-IF.
           IF NOT SH-SHDR-ABSENT
             MOVE "N" TO SH-EOF-FLAG
             PERFORM 2540-READ-SHDR THRU 2540-EXIT
             PERFORM UNTIL SH-EOF
               MOVE SH-DS-REC TO SH-W-DS
               MOVE SR-PART-NO TO SH-W-PART-NO
               MOVE SPACE TO SH-W-RCY-DATE SH-W-SITE
               MOVE SR-TOTAL-1 TO SH-W-AMT
               MOVE SR-RESULT TO SH-W-STAT
               IF SR-RESULT EQUAL "MATCH"
                 ADD 1 TO SH-T-MATCHED(SH-S)
               ELSE
                 ADD 1 TO SH-T-UNMATCHED(SH-S)
               END-IF
               PERFORM 2900-TAKE-BATCH THRU 2900-EXIT
               PERFORM 2540-READ-SHDR THRU 2540-EXIT
             END-PERFORM
           END-IF.
       2500-EXIT.
           EXIT.

       2510-READ-SHD1.
           READ SH-SHD1-FILE
             AT END
               SET SH-EOF TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

       2520-READ-SHD2.
           READ SH-SHD2-FILE
             AT END
               SET SH-EOF TO TRUE
           END-READ.
       2520-EXIT.
           EXIT.

       2530-READ-SHDA.
           READ SH-SHDA-FILE
             AT END
               SET SH-EOF TO TRUE
           END-READ.
       2530-EXIT.
           EXIT.

       2540-READ-SHDR.
           READ SH-SHDR-FILE
             AT END
               SET SH-EOF TO TRUE
           END-READ.
       2540-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    COUNT THE BATCH IN HAND TO ITS SIDE AND FILE IT.  A
      *    PRODUCTION BATCH ALWAYS OPENS A NEW ENTRY; A SHADOW BATCH
      *    PAIRS WITH THE FIRST UNPAIRED PRODUCTION ENTRY FOR THE
      *    SAME DATASET, PART AND RECYCLE DATE, OR OPENS ITS OWN.
      *-----------------------------------------------------------
       2900-TAKE-BATCH.
           ADD 1 TO SH-T-CNT(SH-S, SH-W-DS).
           ADD SH-W-AMT TO SH-T-AMT(SH-S, SH-W-DS).
           MOVE 0 TO SH-FOUND.
           IF SH-S EQUAL SH-SHD
             PERFORM VARYING SH-I FROM 1 BY 1
                 UNTIL SH-I > SH-BAT-CNT OR SH-FOUND > 0
               IF SH-B-DS(SH-I) EQUAL SH-W-DS
                   AND SH-B-PART-NO(SH-I) EQUAL SH-W-PART-NO
                   AND SH-B-RCY-DATE(SH-I) EQUAL SH-W-RCY-DATE
                   AND SH-B-IN(SH-I, SH-SHD) EQUAL "N"
                 MOVE SH-I TO SH-FOUND
               END-IF
             END-PERFORM
           END-IF.
           IF SH-FOUND EQUAL 0
             IF SH-BAT-CNT >= SH-MAX-BAT
               DISPLAY "DAY6SHD: MORE THAN " SH-MAX-BAT
                   " BATCHES IN THE TWO RUNS - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO SH-BAT-CNT
             MOVE SH-BAT-CNT TO SH-FOUND
             MOVE SH-W-DS TO SH-B-DS(SH-FOUND)
             MOVE SH-W-PART-NO TO SH-B-PART-NO(SH-FOUND)
             MOVE SH-W-RCY-DATE TO SH-B-RCY-DATE(SH-FOUND)
             MOVE SH-W-SITE TO SH-B-SITE(SH-FOUND)
             MOVE "N" TO SH-B-IN(SH-FOUND, SH-PRD)
                 SH-B-IN(SH-FOUND, SH-SHD)
             MOVE 0 TO SH-B-AMT(SH-FOUND, SH-PRD)
                 SH-B-AMT(SH-FOUND, SH-SHD)
             MOVE SPACE TO SH-B-STAT(SH-FOUND, SH-PRD)
                 SH-B-STAT(SH-FOUND, SH-SHD)
           END-IF.
           MOVE "Y" TO SH-B-IN(SH-FOUND, SH-S).
           MOVE SH-W-AMT TO SH-B-AMT(SH-FOUND, SH-S).
           MOVE SH-W-STAT TO SH-B-STAT(SH-FOUND, SH-S).
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE DAYEND RECORD A SIDE.  ONE STAMPED WITH ANOTHER
      *    CYCLE MEANS THE DD NAMES THE WRONG NIGHT.
      *-----------------------------------------------------------
       3000-READ-DAYEND.
           IF NOT SH-PRDE-ABSENT
             READ SH-PRDE-FILE
               AT END
                 MOVE "Y" TO SH-T-MISSING(SH-PRD, SH-DS-END)
               NOT AT END
                 IF PE-DATE NOT EQUAL SH-CYCLE-DATE
                   DISPLAY "DAY6SHD: PRDEND IS FOR CYCLE " PE-DATE
                       ", NOT " SH-CYCLE-DATE
                   PERFORM 9999-TERMINATE THRU 9999-EXIT
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
                 MOVE PE-PROC-1 TO SH-T-END-PROC-1(SH-PRD)
                 MOVE PE-PROC-2 TO SH-T-END-PROC-2(SH-PRD)
                 MOVE PE-MATCHED TO SH-T-END-MATCHED(SH-PRD)
                 MOVE PE-MISMATCHED TO SH-T-END-MISMATCHED(SH-PRD)
                 MOVE PE-REJECTED TO SH-T-END-REJECTED(SH-PRD)
                 MOVE PE-RESULT TO SH-T-END-RESULT(SH-PRD)
             END-READ
           END-IF.
           IF NOT SH-SHDE-ABSENT
             READ SH-SHDE-FILE
               AT END
                 MOVE "Y" TO SH-T-MISSING(SH-SHD, SH-DS-END)
               NOT AT END
                 IF SE-DATE NOT EQUAL SH-CYCLE-DATE
                   DISPLAY "DAY6SHD: SHDEND IS FOR CYCLE " SE-DATE
                       ", NOT " SH-CYCLE-DATE
                   PERFORM 9999-TERMINATE THRU 9999-EXIT
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
                 MOVE SE-PROC-1 TO SH-T-END-PROC-1(SH-SHD)
                 MOVE SE-PROC-2 TO SH-T-END-PROC-2(SH-SHD)
                 MOVE SE-MATCHED TO SH-T-END-MATCHED(SH-SHD)
                 MOVE SE-MISMATCHED TO SH-T-END-MISMATCHED(SH-SHD)
                 MOVE SE-REJECTED TO SH-T-END-REJECTED(SH-SHD)
                 MOVE SE-RESULT TO SH-T-END-RESULT(SH-SHD)
             END-READ
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CYCLE TOTALS, ONE MEASURE A LINE.
      *-----------------------------------------------------------
       5000-PRINT-TOTALS.
           MOVE 1 TO SH-PART.
           MOVE SH-DS-OUT1 TO SH-M-DS.
           MOVE "ROW/COLUMN SUMMARIES (WSOUT1)" TO SH-M-TEXT.
           MOVE SH-T-CNT(SH-PRD, SH-DS-OUT1) TO SH-M-PRD.
           MOVE SH-T-CNT(SH-SHD, SH-DS-OUT1) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE "  GRAND TOTAL" TO SH-M-TEXT.
           MOVE SH-T-AMT(SH-PRD, SH-DS-OUT1) TO SH-M-PRD.
           MOVE SH-T-AMT(SH-SHD, SH-DS-OUT1) TO SH-M-SHD.
           PERFORM 5600-PRINT-AMOUNT THRU 5600-EXIT.
           MOVE "  BASE-CURRENCY TOTAL" TO SH-M-TEXT.
           MOVE SH-T-BASE(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-BASE(SH-SHD) TO SH-M-SHD.
           PERFORM 5600-PRINT-AMOUNT THRU 5600-EXIT.
           MOVE SH-DS-OUT2 TO SH-M-DS.
           MOVE "CROSSWISE SUMMARIES (WSOUT2)" TO SH-M-TEXT.
           MOVE SH-T-CNT(SH-PRD, SH-DS-OUT2) TO SH-M-PRD.
           MOVE SH-T-CNT(SH-SHD, SH-DS-OUT2) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE "  GRAND TOTAL" TO SH-M-TEXT.
           MOVE SH-T-AMT(SH-PRD, SH-DS-OUT2) TO SH-M-PRD.
           MOVE SH-T-AMT(SH-SHD, SH-DS-OUT2) TO SH-M-SHD.
           PERFORM 5600-PRINT-AMOUNT THRU 5600-EXIT.
           MOVE SH-DS-OUTA TO SH-M-DS.
           MOVE "APPROVAL - POSTED (WSOUTA)" TO SH-M-TEXT.
           MOVE SH-T-POSTED(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-POSTED(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE "  POSTED BASE-CURRENCY TOTAL" TO SH-M-TEXT.
           MOVE SH-T-POSTED-AMT(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-POSTED-AMT(SH-SHD) TO SH-M-SHD.
           PERFORM 5600-PRINT-AMOUNT THRU 5600-EXIT.
           MOVE "APPROVAL - HELD OR PENDING" TO SH-M-TEXT.
           MOVE SH-T-WAITING(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-WAITING(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE SH-DS-REC TO SH-M-DS.
           MOVE "RECONCILIATION - MATCHED (RECOUT)" TO SH-M-TEXT.
           MOVE SH-T-MATCHED(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-MATCHED(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE "RECONCILIATION - NOT MATCHED" TO SH-M-TEXT.
           MOVE SH-T-UNMATCHED(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-UNMATCHED(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE SH-DS-END TO SH-M-DS.
           MOVE "DAY-END - PROCESSED ROW/COLUMN (DAYEND)"
               TO SH-M-TEXT.
           MOVE SH-T-END-PROC-1(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-END-PROC-1(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE "DAY-END - PROCESSED CROSSWISE" TO SH-M-TEXT.
           MOVE SH-T-END-PROC-2(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-END-PROC-2(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE "DAY-END - MATCHED" TO SH-M-TEXT.
           MOVE SH-T-END-MATCHED(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-END-MATCHED(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE "DAY-END - MISMATCHED" TO SH-M-TEXT.
           MOVE SH-T-END-MISMATCHED(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-END-MISMATCHED(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           MOVE "DAY-END - REJECTED TO SUSPENSE" TO SH-M-TEXT.
           MOVE SH-T-END-REJECTED(SH-PRD) TO SH-M-PRD.
           MOVE SH-T-END-REJECTED(SH-SHD) TO SH-M-SHD.
           PERFORM 5500-PRINT-COUNT THRU 5500-EXIT.
           PERFORM 5800-PRINT-RESULT THRU 5800-EXIT.
       5000-EXIT.
           EXIT.

       5500-PRINT-COUNT.
           MOVE "C" TO SH-M-KIND.
           PERFORM 5700-PRINT-MEASURE THRU 5700-EXIT.
       5500-EXIT.
           EXIT.

       5600-PRINT-AMOUNT.
           MOVE "A" TO SH-M-KIND.
           PERFORM 5700-PRINT-MEASURE THRU 5700-EXIT.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE MEASURE - BOTH SIDES, THE SHADOW RUN LESS
      *    PRODUCTION, AND SAME, DIFFERENT OR NOT FOUND.  A SIDE
      *    WHOSE DATASET WAS NOT THERE PRINTS BLANK.
      *-----------------------------------------------------------
       5700-PRINT-MEASURE.
           MOVE SPACE TO SH-TOT-LINE.
           MOVE SH-M-TEXT TO TL-TEXT.
           COMPUTE SH-M-DIFF = SH-M-SHD - SH-M-PRD.
           IF SH-T-MISSING(SH-PRD, SH-M-DS) NOT EQUAL "Y"
             IF SH-M-AMOUNT
               MOVE SH-M-PRD TO SH-AMT-ED
               MOVE SH-AMT-ED TO TL-PRD
             ELSE
               MOVE SH-M-PRD TO SH-CNT-ED
               MOVE SH-CNT-ED TO TL-PRD
             END-IF
           END-IF.
           IF SH-T-MISSING(SH-SHD, SH-M-DS) NOT EQUAL "Y"
             IF SH-M-AMOUNT
               MOVE SH-M-SHD TO SH-AMT-ED
               MOVE SH-AMT-ED TO TL-SHD
             ELSE
               MOVE SH-M-SHD TO SH-CNT-ED
               MOVE SH-CNT-ED TO TL-SHD
             END-IF
           END-IF.
           IF SH-T-MISSING(SH-PRD, SH-M-DS) EQUAL "Y"
               OR SH-T-MISSING(SH-SHD, SH-M-DS) EQUAL "Y"
             MOVE "NOT FOUND" TO TL-RESULT
             ADD 1 TO SH-TOT-DIFFS
           ELSE
             IF SH-M-AMOUNT
               MOVE SH-M-DIFF TO SH-AMT-ED
               MOVE SH-AMT-ED TO TL-DIFF
             ELSE
               MOVE SH-M-DIFF TO SH-CNT-ED
               MOVE SH-CNT-ED TO TL-DIFF
             END-IF
             IF SH-M-DIFF EQUAL 0
               MOVE "SAME" TO TL-RESULT
             ELSE
               MOVE "DIFFERENT" TO TL-RESULT
               ADD 1 TO SH-TOT-DIFFS
             END-IF
           END-IF.
           MOVE SH-TOT-LINE TO SH-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE DAY-END VERDICT - PASS OR FAIL ON EACH SIDE.
      *-----------------------------------------------------------
       5800-PRINT-RESULT.
           MOVE SPACE TO SH-TOT-LINE.
           MOVE "DAY-END - RESULT" TO TL-TEXT.
           IF SH-T-MISSING(SH-PRD, SH-DS-END) NOT EQUAL "Y"
             MOVE SH-T-END-RESULT(SH-PRD) TO TL-PRD(17:4)
           END-IF.
           IF SH-T-MISSING(SH-SHD, SH-DS-END) NOT EQUAL "Y"
             MOVE SH-T-END-RESULT(SH-SHD) TO TL-SHD(17:4)
           END-IF.
           IF SH-T-MISSING(SH-PRD, SH-DS-END) EQUAL "Y"
               OR SH-T-MISSING(SH-SHD, SH-DS-END) EQUAL "Y"
             MOVE "NOT FOUND" TO TL-RESULT
             ADD 1 TO SH-TOT-DIFFS
           ELSE
             IF SH-T-END-RESULT(SH-PRD) EQUAL SH-T-END-RESULT(SH-SHD)
               MOVE "SAME" TO TL-RESULT
             ELSE
               MOVE "DIFFERENT" TO TL-RESULT
               ADD 1 TO SH-TOT-DIFFS
             END-IF
           END-IF.
           MOVE SH-TOT-LINE TO SH-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY BATCH THAT DIFFERS, ON A FRESH PAGE UNDER ITS OWN
      *    HEADINGS.
      *-----------------------------------------------------------
       6000-PRINT-BATCHES.
           MOVE 2 TO SH-PART.
           MOVE 99 TO SH-LINE-CNT.
           PERFORM VARYING SH-I FROM 1 BY 1 UNTIL SH-I > SH-BAT-CNT
             PERFORM 6100-CHECK-BATCH THRU 6100-EXIT
           END-PERFORM.
           IF SH-BAT-DIFFS EQUAL 0
             MOVE SPACE TO SH-NOTE-LINE
             MOVE "NO BATCH DIFFERS BETWEEN THE TWO RUNS" TO NL-TEXT
             MOVE SH-NOTE-LINE TO SH-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           MOVE SPACE TO SH-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO SH-NOTE-LINE.
           STRING SH-TOT-DIFFS " TOTAL(S) AND " SH-BAT-DIFFS
               " BATCH(ES) DIFFER" DELIMITED BY SIZE INTO NL-TEXT.
           MOVE SH-NOTE-LINE TO SH-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       6100-CHECK-BATCH.
           MOVE SPACE TO SH-BAT-LINE.
           EVALUATE TRUE
             WHEN SH-B-IN(SH-I, SH-PRD) EQUAL "N"
               MOVE "SHADOW ONLY" TO BL-NOTE
             WHEN SH-B-IN(SH-I, SH-SHD) EQUAL "N"
               MOVE "NOT IN SHADOW RUN" TO BL-NOTE
             WHEN SH-B-AMT(SH-I, SH-PRD) NOT EQUAL
                 SH-B-AMT(SH-I, SH-SHD)
               AND SH-B-STAT(SH-I, SH-PRD) NOT EQUAL
                 SH-B-STAT(SH-I, SH-SHD)
               MOVE "TOTAL AND STATUS" TO BL-NOTE
             WHEN SH-B-AMT(SH-I, SH-PRD) NOT EQUAL
                 SH-B-AMT(SH-I, SH-SHD)
               MOVE "TOTAL" TO BL-NOTE
             WHEN SH-B-STAT(SH-I, SH-PRD) NOT EQUAL
                 SH-B-STAT(SH-I, SH-SHD)
               MOVE "STATUS" TO BL-NOTE
             WHEN OTHER
               GO TO 6100-EXIT
           END-EVALUATE.
           ADD 1 TO SH-BAT-DIFFS.
           EVALUATE SH-B-DS(SH-I)
             WHEN SH-DS-OUT1
               MOVE "WSOUT1" TO BL-DS
             WHEN SH-DS-OUT2
               MOVE "WSOUT2" TO BL-DS
             WHEN SH-DS-OUTA
               MOVE "WSOUTA" TO BL-DS
             WHEN OTHER
               MOVE "RECOUT" TO BL-DS
           END-EVALUATE.
           MOVE SH-B-PART-NO(SH-I) TO BL-PART-NO.
           MOVE SH-B-SITE(SH-I) TO BL-SITE.
           IF SH-B-RCY-DATE(SH-I) NOT EQUAL ZERO
             MOVE SH-B-RCY-DATE(SH-I) TO BL-RCY-DATE
           END-IF.
           IF SH-B-IN(SH-I, SH-PRD) EQUAL "Y"
             MOVE SH-B-AMT(SH-I, SH-PRD) TO SH-AMT-ED
             MOVE SH-AMT-ED TO BL-PRD-AMT
             MOVE SH-B-STAT(SH-I, SH-PRD) TO BL-PRD-STAT
           END-IF.
           IF SH-B-IN(SH-I, SH-SHD) EQUAL "Y"
             MOVE SH-B-AMT(SH-I, SH-SHD) TO SH-AMT-ED
             MOVE SH-AMT-ED TO BL-SHD-AMT
             MOVE SH-B-STAT(SH-I, SH-SHD) TO BL-SHD-STAT
           END-IF.
           MOVE SH-BAT-LINE TO SH-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6100-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO SH-PAGE-NO.
           MOVE SH-CYCLE-DATE TO HD1-CYCLE.
           MOVE SH-PAGE-NO TO HD1-PAGE.
           WRITE SH-PRINT-LINE FROM SH-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO SH-PRINT-LINE.
           WRITE SH-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF SH-PART EQUAL 1
             WRITE SH-PRINT-LINE FROM SH-TOT-HEAD
                 AFTER ADVANCING 1 LINE
           ELSE
             WRITE SH-PRINT-LINE FROM SH-BAT-HEAD
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACE TO SH-PRINT-LINE.
           WRITE SH-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO SH-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN SH-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF SH-LINE-CNT >= SH-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE SH-PRINT-LINE FROM SH-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO SH-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT SH-PRD1-ABSENT
             CLOSE SH-PRD1-FILE
           END-IF.
           IF NOT SH-SHD1-ABSENT
             CLOSE SH-SHD1-FILE
           END-IF.
           IF NOT SH-PRD2-ABSENT
             CLOSE SH-PRD2-FILE
           END-IF.
           IF NOT SH-SHD2-ABSENT
             CLOSE SH-SHD2-FILE
           END-IF.
           IF NOT SH-PRDA-ABSENT
             CLOSE SH-PRDA-FILE
           END-IF.
           IF NOT SH-SHDA-ABSENT
             CLOSE SH-SHDA-FILE
           END-IF.
           IF NOT SH-PRDR-ABSENT
             CLOSE SH-PRDR-FILE
           END-IF.
           IF NOT SH-SHDR-ABSENT
             CLOSE SH-SHDR-FILE
           END-IF.
           IF NOT SH-PRDE-ABSENT
             CLOSE SH-PRDE-FILE
           END-IF.
           IF NOT SH-SHDE-ABSENT
             CLOSE SH-SHDE-FILE
           END-IF.
           CLOSE SH-RPT-FILE.
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6CAS.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-18.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6CAS - THE RECONCILIATION MISMATCH CASE FILE.
      *
      *  A RECON-TOT NON-MATCH USED TO SHOW ON RECOUT, THE WORKLIST
      *  AND THE DAY-END FAIL LINE AND THEN VANISH - NOTHING SAID
      *  WHETHER ANYONE LOOKED INTO IT, WHICH KEYING WAS RIGHT, OR
      *  THAT THE BATCH HAD GONE TO THE GL REGARDLESS.  EVERY
      *  NON-MATCH NOW OPENS A CASE ON THE PERMANENT CASEMST, WHICH
      *  STAYS OPEN UNTIL A RESOLUTION CARD CLOSES IT.  THE NIGHTLY
      *  RUN COMES AHEAD OF DAY6APP, WHICH WILL NOT APPROVE A BATCH
      *  OF A PART WITH A CASE OPEN - SO THE BATCH THE CASE IS
      *  ABOUT IS HELD THE SAME NIGHT AND NEVER REACHES THE GL
      *  WHILE THE CASE STANDS.
      *
      *    RECIN    TONIGHT'S RECOUT - EACH MISMATCH, P1 ONLY OR P2
      *             ONLY LINE OPENS A CASE FOR ITS PART AND THE
      *             CYCLE DATE.  OPTIONAL - THE DAYTIME RUN HAS NONE
      *    SUMIN1   TONIGHT'S WSOUT1 AND WSOUT2 SUMMARIES, READ ONLY
      *    SUMIN2   FOR EACH PART'S KEYING SITE.  OPTIONAL
      *    CASETRAN RESOLUTION CARDS, ONE PER CASE CLOSED - PART,
      *             THE CASE'S CYCLE DATE, THE RESOLVER'S ID, WHICH
      *             KEYING WAS RIGHT (1 ROW/COLUMN, 2 CROSSWISE, N
      *             NEITHER) AND THE CORRECTION OR ADJUSTMENT
      *             REFERENCE.  OPTIONAL - THE NIGHTLY RUN HAS NONE
      *    CASEMST  THE CASE FILE, LOADED WHOLE AND REWRITTEN WHEN
      *             ANYTHING WAS OPENED OR CLOSED
      *    APPRVRS  THE AUTHORISED-APPROVERS DATASET - A RESOLVER
      *             MUST BE ON IT
      *    CALENDAR THE BUSINESS CALENDAR CASES ARE AGED ON
      *    CASERPT  THE NIGHT'S ACTIVITY (CASES OPENED, CARDS
      *             APPLIED OR REFUSED) AND THE AGING REPORT - EVERY
      *             OPEN CASE BY SITE, OLDEST FIRST, WITH ITS AGE IN
      *             BUSINESS DAYS AND A COUNT PER AGE BAND
      *    AUDITLOG THE SHARED AUDIT TRAIL - RC 04 CASE OPENED, 00
      *             CASE CLOSED, 08 CARD REFUSED
      *    RUNCTL   CYCLE-DATE=YYYYMMDD, THE CYCLE BEING RUN (OR
      *             PREPARED FOR), AND OVERDUE-DAYS=N, THE AGE IN
      *             BUSINESS DAYS PAST WHICH AN OPEN CASE IS
      *             FLAGGED OVERDUE (DEFAULT 10)
      *
      *  A CARD IS REFUSED - LISTED, AUDITED, NOT APPLIED - FOR AN
      *  ACTION OTHER THAN R, A CASE NOT ON FILE OR ALREADY CLOSED,
      *  A RESOLVER NOT ON APPRVRS, A KEYING CODE OUTSIDE 1/2/N, OR
      *  NO REFERENCE WHEN ONE IS NEEDED - ONE ALWAYS IS, EXCEPT
      *  WHEN THE ROW/COLUMN KEYING WAS RIGHT AND THERE IS A
      *  ROW/COLUMN BATCH TO STAND AS KEYED.
      *  A NON-MATCH ALREADY ON FILE FOR THE SAME PART AND CYCLE (A
      *  RERUN) OPENS NOTHING NEW.  THE STEP ENDS RC 4 WHEN A CARD
      *  WAS REFUSED OR AN OPEN CASE IS OVERDUE, RC 0 OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-18 RM    FIRST WRITTEN.
      *  2026-09-24 RM    RUN-MODE=SHADOW CARD - A SHADOW RUN OF THE
      *                   SUITE (DAY6SHDJ) WRITES NOTHING TO THE
      *                   SHARED AUDITLOG.
      *  2026-09-27 RM    RUNS AHEAD OF DAY6APP NOW, AGAINST A
      *                   RECOUT RECON-TOT MADE FROM THE RAW WSOUT1,
      *                   SO A NEW CASE HOLDS ITS OWN BATCH THAT
      *                   NIGHT INSTEAD OF ONLY THE PART'S LATER
      *                   ONES - A CASE OPENS UNPOSTED.  A RIGHT
      *                   ROW/COLUMN KEYING NEEDS NO REFERENCE
      *                   WHETHER OR NOT ITS BATCH HAS POSTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MK-REC-FILE ASSIGN TO "RECIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-REC-STATUS.
           SELECT MK-SUM-FILE-1 ASSIGN TO "SUMIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-SUM-STATUS.
           SELECT MK-SUM-FILE-2 ASSIGN TO "SUMIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-SUM-STATUS.
           SELECT MK-TRAN-FILE ASSIGN TO "CASETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-TRAN-STATUS.
           SELECT MK-CASE-FILE ASSIGN TO "CASEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-CASE-STATUS.
           SELECT MK-AVR-FILE ASSIGN TO "APPRVRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-AVR-STATUS.
           SELECT MK-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-CAL-STATUS.
           SELECT MK-RPT-FILE ASSIGN TO "CASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-RPT-STATUS.
           SELECT MK-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-AUD-STATUS.
           SELECT MK-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    RECON-TOT'S RECOUT LAYOUT - ONLY THE NON-MATCHES COUNT.
      *-----------------------------------------------------------
       FD  MK-REC-FILE
           RECORDING MODE IS F.
       01  MK-REC-RECORD.
           03 RI-PART-NO PIC X(05).
           03 RI-FILL-1 PIC X(01).
           03 RI-TOTAL-1 PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 RI-FILL-2 PIC X(01).
           03 RI-TOTAL-2 PIC S9(15) SIGN LEADING SEPARATE.
           03 RI-FILL-3 PIC X(01).
           03 RI-RESULT PIC X(08).

      *-----------------------------------------------------------
      *    ONLY THE PART NUMBER AND SITE CODE ARE WANTED OUT OF THE
      *    SUMMARIES - DAY6P1'S SITE SITS AT COLUMN 245 OF ITS
      *    256-BYTE RECORD, DAY6P2'S AT COLUMN 49 OF ITS SHORTER ONE.
      *-----------------------------------------------------------
       FD  MK-SUM-FILE-1
           RECORDING MODE IS F.
       01  MK-SUM-RECORD-1.
           03 S1-PART-NO PIC X(05).
           03 S1-FILL-1 PIC X(239).
           03 S1-SITE PIC X(03).
           03 S1-FILL-2 PIC X(09).

       FD  MK-SUM-FILE-2
           RECORDING MODE IS F.
       01  MK-SUM-RECORD-2.
           03 S2-PART-NO PIC X(05).
           03 S2-FILL-1 PIC X(43).
           03 S2-SITE PIC X(03).
           03 S2-FILL-2 PIC X(09).

       FD  MK-TRAN-FILE
           RECORDING MODE IS F.
       01  MK-TRAN-RECORD PIC X(80).

       FD  MK-CASE-FILE
           RECORDING MODE IS F.
       COPY "case-rec.cpy".

       FD  MK-AVR-FILE
           RECORDING MODE IS F.
       01  MK-AVR-RECORD.
           03 AV-ID PIC X(08).
           03 AV-FILL-1 PIC X(01).
           03 AV-LIMIT PIC 9(13)V9(02).

       FD  MK-CAL-FILE
           RECORDING MODE IS F.
       COPY "cal-rec.cpy".

       FD  MK-RPT-FILE
           RECORDING MODE IS F.
       01  MK-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    SHARED AUDIT TRAIL - OPENED EXTEND SO EVERY EXECUTION
      *    ADDS TO THE LOG RATHER THAN REPLACING IT.
      *-----------------------------------------------------------
       FD  MK-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  MK-CTL-FILE
           RECORDING MODE IS F.
       01  MK-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 MK-REC-STATUS PIC X(02) VALUE "00".
           88 MK-REC-OK VALUE "00".
           88 MK-REC-ABSENT VALUE "35".
       01 MK-SUM-STATUS PIC X(02) VALUE "00".
           88 MK-SUM-OK VALUE "00".
           88 MK-SUM-ABSENT VALUE "35".
       01 MK-TRAN-STATUS PIC X(02) VALUE "00".
           88 MK-TRAN-OK VALUE "00".
           88 MK-TRAN-ABSENT VALUE "35".
       01 MK-CASE-STATUS PIC X(02) VALUE "00".
           88 MK-CASE-OK VALUE "00".
           88 MK-CASE-ABSENT VALUE "35".
       01 MK-AVR-STATUS PIC X(02) VALUE "00".
           88 MK-AVR-OK VALUE "00".
       01 MK-CAL-STATUS PIC X(02) VALUE "00".
           88 MK-CAL-OK VALUE "00".
           88 MK-CAL-ABSENT VALUE "35".
       01 MK-RPT-STATUS PIC X(02) VALUE "00".
           88 MK-RPT-OK VALUE "00".
       01 MK-AUD-STATUS PIC X(02) VALUE "00".
           88 MK-AUD-OK VALUE "00".
           88 MK-AUD-ABSENT VALUE "35".
       01 MK-CTL-STATUS PIC X(02) VALUE "00".
           88 MK-CTL-OK VALUE "00".
           88 MK-CTL-ABSENT VALUE "35".

       78 MK-MAX-CASES VALUE 9999.
       78 MK-MAX-SITES VALUE 9999.
       78 MK-MAX-APPROVERS VALUE 999.
       78 MK-MAX-CAL VALUE 6000.

      *-----------------------------------------------------------
      *    THE WHOLE CASE FILE, IN THE ORDER IT WAS OPENED.  AGE IS
      *    WORKED OUT FOR THE AGING REPORT ONLY (GUESSED WHEN IT HAD
      *    TO BE CALENDAR DAYS); THE PRINTED FLAG MARKS AN OPEN CASE
      *    ALREADY TAKEN INTO THE REPORT ORDER.
      *-----------------------------------------------------------
       01 MK-CASE-TABLE.
           03 MK-CASE OCCURS 9999 TIMES.
               05 MK-C-PART-NO PIC X(05).
               05 MK-C-CYCLE-DATE PIC 9(08).
               05 MK-C-SITE PIC X(03).
               05 MK-C-KIND PIC X(08).
               05 MK-C-TOTAL-1 PIC S9(13)V9(02).
               05 MK-C-TOTAL-2 PIC S9(15).
               05 MK-C-POSTED PIC X(01).
               05 MK-C-STATE PIC X(01).
               05 MK-C-OPENED PIC 9(08).
               05 MK-C-RESOLVER PIC X(08).
               05 MK-C-RESOLVED PIC 9(08).
               05 MK-C-CORRECT PIC X(01).
               05 MK-C-REFERENCE PIC X(12).
               05 MK-C-AGE PIC 9(04).
               05 MK-C-GUESSED PIC 9(01).
               05 MK-C-PRINTED PIC 9(01).
       01 MK-CASE-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    EACH PART'S KEYING SITE OFF TONIGHT'S SUMMARIES - THE
      *    ROW/COLUMN SIDE FIRST, SO IT WINS WHERE BOTH CARRY ONE.
      *-----------------------------------------------------------
       01 MK-SITE-TABLE.
           03 MK-SITE-ENTRY OCCURS 9999 TIMES.
               05 MK-S-PART-NO PIC X(05).
               05 MK-S-SITE PIC X(03).
       01 MK-SITE-CNT PIC 9(04) VALUE 0.

       01 MK-APPROVER-TABLE.
           03 MK-AV-ID PIC X(08) OCCURS 999 TIMES.
       01 MK-AVR-CNT PIC 9(03) VALUE 0.

       COPY "cal-tbl.cpy".
       01 MK-CAL-FUNC PIC X(01) VALUE SPACE.
       01 MK-CAL-DATE-1 PIC 9(08) VALUE 0.
       01 MK-CAL-DATE-2 PIC 9(08) VALUE 0.
       01 MK-CAL-COUNT PIC 9(04) VALUE 0.
       01 MK-CAL-RESULT PIC X(01) VALUE SPACE.
           88 MK-CAL-YES VALUE "Y".
       01 MK-CAL-GUESSED PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    DAY NUMBERS FOR AGING A CASE THE CALENDAR DOESN'T COVER
      *    - CALENDAR DAYS THEN, NOT BUSINESS DAYS.
      *-----------------------------------------------------------
       01 MK-DN-DATE PIC 9(08) VALUE 0.
       01 MK-DN-DATE-R REDEFINES MK-DN-DATE.
           03 MK-DN-YYYY PIC 9(04).
           03 MK-DN-MM PIC 9(02).
           03 MK-DN-DD PIC 9(02).
       01 MK-DN-A PIC 9(01) VALUE 0.
       01 MK-DN-Y PIC 9(05) VALUE 0.
       01 MK-DN-M PIC 9(02) VALUE 0.
       01 MK-DN-T PIC 9(08) VALUE 0.
       01 MK-DAYNO PIC 9(08) VALUE 0.
       01 MK-DAYNO-FROM PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    THE RESOLUTION CARD BEING JUDGED.
      *-----------------------------------------------------------
       01 MK-CARD.
           03 KC-ACTION PIC X(01).
               88 KC-RESOLVE VALUE "R".
           03 KC-FILL-1 PIC X(01).
           03 KC-PART-NO PIC X(05).
           03 KC-FILL-2 PIC X(01).
           03 KC-CYCLE-DATE PIC X(08).
           03 KC-FILL-3 PIC X(01).
           03 KC-RESOLVER PIC X(08).
           03 KC-FILL-4 PIC X(01).
           03 KC-CORRECT PIC X(01).
               88 KC-CORRECT-OK VALUE "1" "2" "N".
           03 KC-FILL-5 PIC X(01).
           03 KC-REFERENCE PIC X(12).

       01 MK-CYCLE-DATE PIC 9(08) VALUE 0.
       01 MK-OVERDUE-DAYS PIC 9(04) VALUE 10.
       01 MK-REASON PIC X(30) VALUE SPACE.
       01 MK-FOUND PIC 9(04) VALUE 0.
       01 MK-I PIC 9(04) VALUE 0.
       01 MK-J PIC 9(04) VALUE 0.
       01 MK-BEST PIC 9(04) VALUE 0.
       01 MK-PART-NO PIC X(05) VALUE SPACE.
       01 MK-SITE PIC X(03) VALUE SPACE.
       01 MK-DIFF PIC S9(15)V9(02) VALUE 0.
       01 MK-CNT-OPENED PIC 9(04) VALUE 0.
       01 MK-CNT-RERUN PIC 9(04) VALUE 0.
       01 MK-CNT-CLOSED PIC 9(04) VALUE 0.
       01 MK-CNT-REFUSED PIC 9(04) VALUE 0.
       01 MK-CNT-OPEN PIC 9(04) VALUE 0.
       01 MK-CNT-OVERDUE PIC 9(04) VALUE 0.
       01 MK-EOF-FLAG PIC X(01) VALUE "N".
           88 MK-EOF VALUE "Y".

      *-----------------------------------------------------------
      *    OPEN CASES PER AGE BAND - FOR ONE SITE, THEN OVERALL.
      *-----------------------------------------------------------
       01 MK-BANDS.
           03 MK-BAND PIC 9(04) OCCURS 4 TIMES.
       01 MK-ALL-BANDS.
           03 MK-ALL-BAND PIC 9(04) OCCURS 4 TIMES.
       01 MK-B PIC 9(01) VALUE 0.
       01 MK-SITE-OPEN PIC 9(04) VALUE 0.

       01 MK-RUN-DATE PIC 9(08) VALUE 0.
       01 MK-RUN-TIME-RAW PIC 9(08) VALUE 0.
       01 MK-JOB-NAME PIC X(08) VALUE SPACE.
       01 MK-AUD-RC PIC 9(02) VALUE 0.

       01 MK-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 MK-CTL-EOF VALUE "Y".
       01 MK-CTL-KEY PIC X(20) VALUE SPACE.
       01 MK-CTL-VALUE PIC X(20) VALUE SPACE.
       01 MK-MODE-FLAG PIC X(01) VALUE "P".
           88 MK-SHADOW VALUE "S".
       01 MK-CTL-NUM PIC 9(09) VALUE 0.
       01 MK-CTL-BAD PIC 9(01) VALUE 0.
       01 MK-CTL-I PIC 9(02) VALUE 0.
       01 MK-CTL-DIGIT PIC X(01) VALUE SPACE.
       01 MK-CTL-DIGIT-N PIC 9(01) VALUE 0.

       78 MK-LINES-PER-PAGE VALUE 56.
       01 MK-LINE-CNT PIC 9(02) VALUE 99.
       01 MK-LINE-HOLD PIC X(132) VALUE SPACE.
       01 MK-PAGE-NO PIC 9(04) VALUE 0.
       01 MK-COL-HEAD PIC X(132) VALUE SPACE.

       01 MK-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "RECON MISMATCH CASES - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 MK-ACT-TITLE PIC X(132)
           VALUE "CASE ACTIVITY THIS RUN".
       01 MK-ACT-HEAD.
           03 FILLER PIC X(10) VALUE "ACTION".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(10) VALUE "CYCLE".
           03 FILLER PIC X(05) VALUE "SITE".
           03 FILLER PIC X(10) VALUE "KIND".
           03 FILLER PIC X(17) VALUE " ROW/COLUMN TOTAL".
           03 FILLER PIC X(18) VALUE "   CROSSWISE TOTAL".
           03 FILLER PIC X(03) VALUE SPACE.
           03 FILLER PIC X(07) VALUE "POSTED".
           03 FILLER PIC X(11) VALUE "RESOLVER".
           03 FILLER PIC X(04) VALUE "KEY".
           03 FILLER PIC X(30) VALUE "REFERENCE".

       01 MK-ACT-DETAIL.
           03 ACT-ACTION PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-CYCLE-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-SITE PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-KIND PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-AMOUNTS.
               05 ACT-TOTAL-1 PIC -(13)9.99.
               05 FILLER PIC X(02) VALUE SPACE.
               05 ACT-TOTAL-2 PIC -(15)9.
               05 FILLER PIC X(03) VALUE SPACE.
               05 ACT-POSTED PIC X(03).
           03 ACT-REASON REDEFINES ACT-AMOUNTS PIC X(41).
           03 FILLER PIC X(04) VALUE SPACE.
           03 ACT-RESOLVER PIC X(08).
           03 FILLER PIC X(03) VALUE SPACE.
           03 ACT-CORRECT PIC X(01).
           03 FILLER PIC X(03) VALUE SPACE.
           03 ACT-REFERENCE PIC X(12).
           03 FILLER PIC X(18) VALUE SPACE.

       01 MK-AGE-TITLE PIC X(132)
           VALUE "OPEN CASES BY SITE AND AGE (BUSINESS DAYS)".
       01 MK-AGE-HEAD.
           03 FILLER PIC X(06) VALUE "SITE".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(10) VALUE "CYCLE".
           03 FILLER PIC X(10) VALUE "KIND".
           03 FILLER PIC X(17) VALUE " ROW/COLUMN TOTAL".
           03 FILLER PIC X(18) VALUE "   CROSSWISE TOTAL".
           03 FILLER PIC X(21) VALUE "           DIFFERENCE".
           03 FILLER PIC X(09) VALUE "   POSTED".
           03 FILLER PIC X(04) VALUE " AGE".
           03 FILLER PIC X(30) VALUE SPACE.

       01 MK-AGE-DETAIL.
           03 AGE-SITE PIC X(03).
           03 FILLER PIC X(03) VALUE SPACE.
           03 AGE-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 AGE-CYCLE-DATE PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 AGE-KIND PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 AGE-TOTAL-1 PIC -(13)9.99.
           03 FILLER PIC X(02) VALUE SPACE.
           03 AGE-TOTAL-2 PIC -(15)9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 AGE-DIFF PIC -(15)9.99.
           03 FILLER PIC X(03) VALUE SPACE.
           03 AGE-POSTED PIC X(03).
           03 FILLER PIC X(03) VALUE SPACE.
           03 AGE-DAYS PIC ZZZ9.
           03 AGE-GUESS PIC X(01).
           03 FILLER PIC X(02) VALUE SPACE.
           03 AGE-FLAG PIC X(07).
           03 FILLER PIC X(20) VALUE SPACE.

       01 MK-BAND-LINE.
           03 BND-LABEL PIC X(13).
           03 BND-OPEN PIC ZZZ9.
           03 FILLER PIC X(15) VALUE " OPEN -  0-5: ".
           03 BND-1 PIC ZZZ9.
           03 FILLER PIC X(09) VALUE "   6-10: ".
           03 BND-2 PIC ZZZ9.
           03 FILLER PIC X(10) VALUE "   11-20: ".
           03 BND-3 PIC ZZZ9.
           03 FILLER PIC X(12) VALUE "   OVER 20: ".
           03 BND-4 PIC ZZZ9.
           03 FILLER PIC X(53) VALUE SPACE.

       01 MK-NONE-LINE PIC X(132)
           VALUE "NO OPEN CASES".
       01 MK-GUESS-LINE PIC X(132)
           VALUE "* AGE IN CALENDAR DAYS - CYCLE NOT ON THE CALENDAR".

       01 MK-TOTAL-LINE.
           03 FILLER PIC X(07) VALUE "CASES: ".
           03 TOT-OPENED PIC ZZZ9.
           03 FILLER PIC X(09) VALUE " OPENED, ".
           03 TOT-CLOSED PIC ZZZ9.
           03 FILLER PIC X(09) VALUE " CLOSED, ".
           03 TOT-REFUSED PIC ZZZ9.
           03 FILLER PIC X(16) VALUE " CARDS REFUSED; ".
           03 TOT-OPEN PIC ZZZ9.
           03 FILLER PIC X(13) VALUE " STILL OPEN, ".
           03 TOT-OVERDUE PIC ZZZ9.
           03 FILLER PIC X(15) VALUE " OVERDUE (OVER ".
           03 TOT-LIMIT PIC ZZZ9.
           03 FILLER PIC X(39) VALUE " BUSINESS DAYS)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-APPROVERS THRU 1500-EXIT.
           PERFORM 1600-LOAD-CALENDAR THRU 1600-EXIT.
           PERFORM 1700-LOAD-CASES THRU 1700-EXIT.
           PERFORM 1800-LOAD-SITES THRU 1800-EXIT.
           MOVE MK-ACT-HEAD TO MK-COL-HEAD.
           MOVE MK-ACT-TITLE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           PERFORM 2000-OPEN-CASES THRU 2000-EXIT.
           PERFORM 2500-PROCESS-CARDS THRU 2500-EXIT.
           IF MK-CNT-OPENED EQUAL 0 AND MK-CNT-RERUN EQUAL 0
               AND MK-CNT-CLOSED EQUAL 0 AND MK-CNT-REFUSED EQUAL 0
             MOVE "NO CASES OPENED AND NO RESOLUTION CARDS"
                 TO MK-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           PERFORM 5000-REWRITE-CASES THRU 5000-EXIT.
           PERFORM 6000-AGING-REPORT THRU 6000-EXIT.
           PERFORM 6900-PRINT-TOTALS THRU 6900-EXIT.
           DISPLAY "DAY6CAS: " MK-CNT-OPENED " OPENED, "
               MK-CNT-CLOSED " CLOSED, " MK-CNT-REFUSED
               " REFUSED, " MK-CNT-OPEN " OPEN (" MK-CNT-OVERDUE
               " OVERDUE) FOR CYCLE " MK-CYCLE-DATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF MK-CNT-REFUSED > 0 OR MK-CNT-OVERDUE > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT MK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MK-RUN-TIME-RAW FROM TIME.
           ACCEPT MK-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF MK-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6CAS: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- CASES ARE OPENED AND AGED AGAINST IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    NO RECOUT IS THE DAYTIME RUN AND NO CARDS THE NIGHTLY
      *    ONE - EITHER WAY THE AGING REPORT STILL PRINTS.
           OPEN INPUT MK-REC-FILE.
           IF NOT MK-REC-OK AND NOT MK-REC-ABSENT
             DISPLAY "DAY6CAS: UNABLE TO OPEN RECIN, STATUS="
                 MK-REC-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT MK-TRAN-FILE.
           IF NOT MK-TRAN-OK AND NOT MK-TRAN-ABSENT
             DISPLAY "DAY6CAS: UNABLE TO OPEN CASETRAN, STATUS="
                 MK-TRAN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT MK-RPT-FILE.
           IF NOT MK-RPT-OK
             DISPLAY "DAY6CAS: UNABLE TO OPEN CASERPT, STATUS="
                 MK-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    A SHADOW RUN LEAVES THE SHARED AUDIT TRAIL ALONE.
           IF MK-SHADOW
             DISPLAY "DAY6CAS: SHADOW RUN - NOTHING GOES ON AUDITLOG"
             GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND MK-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
           IF MK-AUD-ABSENT
             OPEN OUTPUT MK-AUD-FILE
           END-IF.
           IF NOT MK-AUD-OK
             DISPLAY "DAY6CAS: UNABLE TO OPEN AUDITLOG, STATUS="
                 MK-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CYCLE-DATE=YYYYMMDD IS MANDATORY; OVERDUE-DAYS=N (1-999)
      *    OVERRIDES THE TEN-BUSINESS-DAY DEFAULT.  AN UNRECOGNISED
      *    KEYWORD OR UNUSABLE VALUE IS A HARD REJECT.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT MK-CTL-FILE.
           IF MK-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT MK-CTL-OK
             DISPLAY "DAY6CAS: UNABLE TO OPEN RUNCTL, STATUS="
                 MK-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MK-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL MK-CTL-EOF
             IF MK-CTL-RECORD NOT EQUAL SPACE
                 AND MK-CTL-RECORD(1:1) NOT EQUAL "*"
               MOVE SPACE TO MK-CTL-KEY MK-CTL-VALUE
               UNSTRING MK-CTL-RECORD DELIMITED BY "="
                   INTO MK-CTL-KEY MK-CTL-VALUE
               EVALUATE MK-CTL-KEY
                 WHEN "CYCLE-DATE"
                   IF MK-CTL-VALUE(1:8) IS NOT NUMERIC
                     DISPLAY "DAY6CAS: CYCLE-DATE VALUE '"
                         MK-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                         "YYYYMMDD"
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE MK-CTL-VALUE(1:8) TO MK-CYCLE-DATE
                 WHEN "OVERDUE-DAYS"
                   PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
                   IF MK-CTL-BAD EQUAL 1 OR MK-CTL-NUM EQUAL 0
                       OR MK-CTL-NUM > 999
                     DISPLAY "DAY6CAS: OVERDUE-DAYS VALUE '"
                         MK-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                         "1-999"
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE MK-CTL-NUM TO MK-OVERDUE-DAYS
                 WHEN "RUN-MODE"
                   EVALUATE MK-CTL-VALUE
                     WHEN "SHADOW"
                       MOVE "S" TO MK-MODE-FLAG
                     WHEN "PRODUCTION"
                       MOVE "P" TO MK-MODE-FLAG
                     WHEN OTHER
                       DISPLAY "DAY6CAS: RUN-MODE VALUE '"
                           MK-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                           "PRODUCTION OR SHADOW"
                       STOP RUN WITH ERROR STATUS 16
                   END-EVALUATE
                 WHEN OTHER
                   DISPLAY "DAY6CAS: UNRECOGNISED KEYWORD '"
                       MK-CTL-KEY "' ON RUNCTL CARD"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE MK-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ MK-CTL-FILE
             AT END
               SET MK-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    TURN THE CARD VALUE'S LEADING DIGITS INTO A NUMBER - THE
      *    CARDS ARE HAND-KEYED, SO "5" IS AS WELCOME AS "005".
      *    ANYTHING OTHER THAN DIGITS THEN BLANKS FLAGS THE VALUE
      *    BAD FOR THE CALLER TO REJECT.
      *-----------------------------------------------------------
       1300-PARSE-CTL-NUM.
           COMPUTE MK-CTL-NUM = 0.
           COMPUTE MK-CTL-BAD = 0.
           IF MK-CTL-VALUE EQUAL SPACE
             MOVE 1 TO MK-CTL-BAD
             GO TO 1300-EXIT
           END-IF.
           PERFORM VARYING MK-CTL-I FROM 1 BY 1
               UNTIL MK-CTL-I > 20
               OR MK-CTL-VALUE(MK-CTL-I:1) EQUAL SPACE
             MOVE MK-CTL-VALUE(MK-CTL-I:1) TO MK-CTL-DIGIT
             IF MK-CTL-DIGIT IS NUMERIC
               MOVE MK-CTL-DIGIT TO MK-CTL-DIGIT-N
               COMPUTE MK-CTL-NUM = MK-CTL-NUM * 10 + MK-CTL-DIGIT-N
                 ON SIZE ERROR
                   MOVE 1 TO MK-CTL-BAD
               END-COMPUTE
             ELSE
               MOVE 1 TO MK-CTL-BAD
             END-IF
           END-PERFORM.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE AUTHORISED APPROVERS - THE ONLY IDS A CASE MAY
      *    BE RESOLVED UNDER.  NO DATASET, OR AN EMPTY ONE, IS A
      *    HARD ERROR, THE SAME AS IN DAY6APP.
      *-----------------------------------------------------------
       1500-LOAD-APPROVERS.
           OPEN INPUT MK-AVR-FILE.
           IF NOT MK-AVR-OK
             DISPLAY "DAY6CAS: UNABLE TO OPEN APPRVRS, STATUS="
                 MK-AVR-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MK-EOF-FLAG.
           PERFORM 1510-READ-APPROVER THRU 1510-EXIT.
           PERFORM UNTIL MK-EOF
             IF AV-ID NOT EQUAL SPACE
               IF MK-AVR-CNT >= MK-MAX-APPROVERS
                 DISPLAY "DAY6CAS: MORE THAN " MK-MAX-APPROVERS
                     " APPROVERS - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO MK-AVR-CNT
               MOVE AV-ID TO MK-AV-ID(MK-AVR-CNT)
             END-IF
             PERFORM 1510-READ-APPROVER THRU 1510-EXIT
           END-PERFORM.
           CLOSE MK-AVR-FILE.
           IF MK-AVR-CNT EQUAL 0
             DISPLAY "DAY6CAS: APPRVRS IS EMPTY - NO CASE COULD "
                 "EVER BE RESOLVED"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-APPROVER.
           READ MK-AVR-FILE
             AT END
               SET MK-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE BUSINESS CALENDAR.  NO CALENDAR AT ALL LEAVES
      *    THE TABLE EMPTY AND EVERY CASE AGED IN CALENDAR DAYS.
      *-----------------------------------------------------------
       1600-LOAD-CALENDAR.
           OPEN INPUT MK-CAL-FILE.
           IF MK-CAL-ABSENT
             DISPLAY "DAY6CAS: NO CALENDAR ON FILE - CASES AGE IN "
                 "CALENDAR DAYS"
             GO TO 1600-EXIT
           END-IF.
           IF NOT MK-CAL-OK
             DISPLAY "DAY6CAS: UNABLE TO OPEN CALENDAR, STATUS="
                 MK-CAL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MK-EOF-FLAG.
           PERFORM 1610-READ-CALENDAR THRU 1610-EXIT.
           PERFORM UNTIL MK-EOF
             IF CAL-RECORD NOT EQUAL SPACE
               IF WS-CAL-CNT >= MK-MAX-CAL
                 DISPLAY "DAY6CAS: MORE THAN " MK-MAX-CAL
                     " DAYS ON CALENDAR - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
               MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-CNT)
             END-IF
             PERFORM 1610-READ-CALENDAR THRU 1610-EXIT
           END-PERFORM.
           CLOSE MK-CAL-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-CALENDAR.
           READ MK-CAL-FILE
             AT END
               SET MK-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE WHOLE CASE FILE.  AN ABSENT ONE IS SIMPLY NO
      *    CASE EVER OPENED.
      *-----------------------------------------------------------
       1700-LOAD-CASES.
           OPEN INPUT MK-CASE-FILE.
           IF MK-CASE-ABSENT
             GO TO 1700-EXIT
           END-IF.
           IF NOT MK-CASE-OK
             DISPLAY "DAY6CAS: UNABLE TO OPEN CASEMST, STATUS="
                 MK-CASE-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MK-EOF-FLAG.
           PERFORM 1710-READ-CASE THRU 1710-EXIT.
           PERFORM UNTIL MK-EOF
             IF KS-PART-NO NOT EQUAL SPACE
               IF MK-CASE-CNT >= MK-MAX-CASES
                 DISPLAY "DAY6CAS: MORE THAN " MK-MAX-CASES
                     " CASES ON CASEMST - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF NOT KS-OPEN AND NOT KS-CLOSED
                 DISPLAY "DAY6CAS: CASE " KS-PART-NO " "
                     KS-CYCLE-DATE " ON CASEMST IS NEITHER OPEN "
                     "NOR CLOSED"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO MK-CASE-CNT
               MOVE KS-PART-NO TO MK-C-PART-NO(MK-CASE-CNT)
               MOVE KS-CYCLE-DATE TO MK-C-CYCLE-DATE(MK-CASE-CNT)
               MOVE KS-SITE TO MK-C-SITE(MK-CASE-CNT)
               MOVE KS-KIND TO MK-C-KIND(MK-CASE-CNT)
               MOVE KS-TOTAL-1 TO MK-C-TOTAL-1(MK-CASE-CNT)
               MOVE KS-TOTAL-2 TO MK-C-TOTAL-2(MK-CASE-CNT)
               MOVE KS-POSTED TO MK-C-POSTED(MK-CASE-CNT)
               MOVE KS-STATE TO MK-C-STATE(MK-CASE-CNT)
               MOVE KS-OPENED TO MK-C-OPENED(MK-CASE-CNT)
               MOVE KS-RESOLVER TO MK-C-RESOLVER(MK-CASE-CNT)
               MOVE KS-RESOLVED TO MK-C-RESOLVED(MK-CASE-CNT)
               MOVE KS-CORRECT TO MK-C-CORRECT(MK-CASE-CNT)
               MOVE KS-REFERENCE TO MK-C-REFERENCE(MK-CASE-CNT)
               MOVE 0 TO MK-C-AGE(MK-CASE-CNT)
               MOVE 0 TO MK-C-GUESSED(MK-CASE-CNT)
               MOVE 0 TO MK-C-PRINTED(MK-CASE-CNT)
             END-IF
             PERFORM 1710-READ-CASE THRU 1710-EXIT
           END-PERFORM.
           CLOSE MK-CASE-FILE.
       1700-EXIT.
           EXIT.

       1710-READ-CASE.
           READ MK-CASE-FILE
             AT END
               SET MK-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EACH PART'S SITE OFF TONIGHT'S SUMMARIES.  ONLY NEEDED
      *    WHEN THERE IS A RECOUT TO OPEN CASES FROM; EITHER SIDE
      *    ABSENT JUST MEANS FEWER SITES KNOWN.
      *-----------------------------------------------------------
       1800-LOAD-SITES.
           IF MK-REC-ABSENT
             GO TO 1800-EXIT
           END-IF.
           OPEN INPUT MK-SUM-FILE-1.
           IF MK-SUM-OK
             MOVE "N" TO MK-EOF-FLAG
             PERFORM 1810-READ-SUM-1 THRU 1810-EXIT
             PERFORM UNTIL MK-EOF
               MOVE S1-PART-NO TO MK-PART-NO
               MOVE S1-SITE TO MK-SITE
               PERFORM 1850-NOTE-SITE THRU 1850-EXIT
               PERFORM 1810-READ-SUM-1 THRU 1810-EXIT
             END-PERFORM
             CLOSE MK-SUM-FILE-1
           ELSE
             IF NOT MK-SUM-ABSENT
               DISPLAY "DAY6CAS: UNABLE TO OPEN SUMIN1, STATUS="
                   MK-SUM-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           OPEN INPUT MK-SUM-FILE-2.
           IF MK-SUM-OK
             MOVE "N" TO MK-EOF-FLAG
             PERFORM 1820-READ-SUM-2 THRU 1820-EXIT
             PERFORM UNTIL MK-EOF
               MOVE S2-PART-NO TO MK-PART-NO
               MOVE S2-SITE TO MK-SITE
               PERFORM 1850-NOTE-SITE THRU 1850-EXIT
               PERFORM 1820-READ-SUM-2 THRU 1820-EXIT
             END-PERFORM
             CLOSE MK-SUM-FILE-2
           ELSE
             IF NOT MK-SUM-ABSENT
               DISPLAY "DAY6CAS: UNABLE TO OPEN SUMIN2, STATUS="
                   MK-SUM-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
       1800-EXIT.
           EXIT.

       1810-READ-SUM-1.
           READ MK-SUM-FILE-1
             AT END
               SET MK-EOF TO TRUE
           END-READ.
       1810-EXIT.
           EXIT.

       1820-READ-SUM-2.
           READ MK-SUM-FILE-2
             AT END
               SET MK-EOF TO TRUE
           END-READ.
       1820-EXIT.
           EXIT.

       1850-NOTE-SITE.
           IF MK-PART-NO EQUAL SPACE OR MK-SITE EQUAL SPACE
             GO TO 1850-EXIT
           END-IF.
           PERFORM VARYING MK-I FROM 1 BY 1
               UNTIL MK-I > MK-SITE-CNT
             IF MK-S-PART-NO(MK-I) EQUAL MK-PART-NO
               GO TO 1850-EXIT
             END-IF
           END-PERFORM.
           IF MK-SITE-CNT >= MK-MAX-SITES
             DISPLAY "DAY6CAS: MORE THAN " MK-MAX-SITES
                 " SUMMARY PARTS - TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO MK-SITE-CNT.
           MOVE MK-PART-NO TO MK-S-PART-NO(MK-SITE-CNT).
           MOVE MK-SITE TO MK-S-SITE(MK-SITE-CNT).
       1850-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY NON-MATCH ON TONIGHT'S RECOUT OPENS A CASE FOR ITS
      *    PART ON THIS CYCLE - UNLESS ONE IS ALREADY ON FILE, AS
      *    IT WILL BE WHEN THE STEP IS RERUN.  RECON-TOT COMPARED
      *    TONIGHT'S KEYINGS BEFORE ANY WAS APPROVED, SO NO CASE
      *    OPENED HERE HAS A POSTED BATCH BEHIND IT - DAY6APP,
      *    NEXT, HOLDS THE PART'S BATCH UNTIL THE CASE IS CLOSED.
      *-----------------------------------------------------------
       2000-OPEN-CASES.
           IF MK-REC-ABSENT
             GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO MK-EOF-FLAG.
           PERFORM 2100-READ-RECON THRU 2100-EXIT.
           PERFORM UNTIL MK-EOF
             IF RI-PART-NO NOT EQUAL SPACE
                 AND RI-RESULT NOT EQUAL "MATCH"
               PERFORM 2200-OPEN-ONE THRU 2200-EXIT
             END-IF
             PERFORM 2100-READ-RECON THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-READ-RECON.
           READ MK-REC-FILE
             AT END
               SET MK-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-OPEN-ONE.
           COMPUTE MK-FOUND = 0.
           PERFORM VARYING MK-I FROM 1 BY 1
               UNTIL MK-I > MK-CASE-CNT OR MK-FOUND > 0
             IF MK-C-PART-NO(MK-I) EQUAL RI-PART-NO
                 AND MK-C-CYCLE-DATE(MK-I) EQUAL MK-CYCLE-DATE
               MOVE MK-I TO MK-FOUND
             END-IF
           END-PERFORM.
           IF MK-FOUND > 0
             ADD 1 TO MK-CNT-RERUN
             DISPLAY "DAY6CAS: CASE " RI-PART-NO " " MK-CYCLE-DATE
                 " ALREADY ON FILE - NOT OPENED AGAIN"
             GO TO 2200-EXIT
           END-IF.
           IF MK-CASE-CNT >= MK-MAX-CASES
             DISPLAY "DAY6CAS: MORE THAN " MK-MAX-CASES
                 " CASES ON CASEMST - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO MK-CASE-CNT.
           MOVE MK-CASE-CNT TO MK-FOUND.
           MOVE RI-PART-NO TO MK-C-PART-NO(MK-FOUND).
           MOVE MK-CYCLE-DATE TO MK-C-CYCLE-DATE(MK-FOUND).
           MOVE SPACE TO MK-C-SITE(MK-FOUND).
           PERFORM VARYING MK-I FROM 1 BY 1
               UNTIL MK-I > MK-SITE-CNT
               OR MK-C-SITE(MK-FOUND) NOT EQUAL SPACE
             IF MK-S-PART-NO(MK-I) EQUAL RI-PART-NO
               MOVE MK-S-SITE(MK-I) TO MK-C-SITE(MK-FOUND)
             END-IF
           END-PERFORM.
           MOVE RI-RESULT TO MK-C-KIND(MK-FOUND).
           MOVE RI-TOTAL-1 TO MK-C-TOTAL-1(MK-FOUND).
           MOVE RI-TOTAL-2 TO MK-C-TOTAL-2(MK-FOUND).
           MOVE "N" TO MK-C-POSTED(MK-FOUND).
           MOVE "O" TO MK-C-STATE(MK-FOUND).
           MOVE MK-RUN-DATE TO MK-C-OPENED(MK-FOUND).
           MOVE SPACE TO MK-C-RESOLVER(MK-FOUND).
           MOVE 0 TO MK-C-RESOLVED(MK-FOUND).
           MOVE SPACE TO MK-C-CORRECT(MK-FOUND).
           MOVE SPACE TO MK-C-REFERENCE(MK-FOUND).
           MOVE 0 TO MK-C-AGE(MK-FOUND).
           MOVE 0 TO MK-C-GUESSED(MK-FOUND).
           MOVE 0 TO MK-C-PRINTED(MK-FOUND).
           ADD 1 TO MK-CNT-OPENED.
           DISPLAY "DAY6CAS: CASE OPENED - " RI-PART-NO " "
               MK-CYCLE-DATE " " RI-RESULT.
           MOVE "OPENED" TO ACT-ACTION.
           MOVE SPACE TO ACT-REASON.
           PERFORM 7500-ACTIVITY-LINE THRU 7500-EXIT.
           MOVE 4 TO MK-AUD-RC.
           MOVE SPACE TO KC-RESOLVER.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE RESOLUTION CARDS, IN ORDER.  BLANK CARDS AND "*"
      *    COMMENT CARDS ARE PASSED OVER.
      *-----------------------------------------------------------
       2500-PROCESS-CARDS.
           IF MK-TRAN-ABSENT
             GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO MK-EOF-FLAG.
           PERFORM 2600-READ-CARD THRU 2600-EXIT.
           PERFORM UNTIL MK-EOF
             IF MK-TRAN-RECORD NOT EQUAL SPACE
                 AND MK-TRAN-RECORD(1:1) NOT EQUAL "*"
               MOVE MK-TRAN-RECORD(1:40) TO MK-CARD
               PERFORM 3000-EDIT-CARD THRU 3000-EXIT
               IF MK-REASON NOT EQUAL SPACE
                 PERFORM 3900-REFUSE THRU 3900-EXIT
               ELSE
                 PERFORM 4000-CLOSE-CASE THRU 4000-EXIT
               END-IF
             END-IF
             PERFORM 2600-READ-CARD THRU 2600-EXIT
           END-PERFORM.
       2500-EXIT.
           EXIT.

       2600-READ-CARD.
           READ MK-TRAN-FILE
             AT END
               SET MK-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT THE CARD IN MK-CARD.  MK-REASON COMES BACK SPACES
      *    FOR A GOOD CARD, OR THE REASON IT IS REFUSED; MK-FOUND
      *    COMES BACK POINTING AT THE CASE, OR ZERO.
      *-----------------------------------------------------------
       3000-EDIT-CARD.
           MOVE SPACE TO MK-REASON.
           COMPUTE MK-FOUND = 0.
           IF NOT KC-RESOLVE
             MOVE "ACTION IS NOT R" TO MK-REASON
             GO TO 3000-EXIT
           END-IF.
           IF KC-PART-NO EQUAL SPACE
             MOVE "NO PART NUMBER" TO MK-REASON
             GO TO 3000-EXIT
           END-IF.
           IF KC-CYCLE-DATE IS NOT NUMERIC
             MOVE "CASE CYCLE DATE NOT YYYYMMDD" TO MK-REASON
             GO TO 3000-EXIT
           END-IF.
           PERFORM VARYING MK-I FROM 1 BY 1
               UNTIL MK-I > MK-CASE-CNT OR MK-FOUND > 0
             IF MK-C-PART-NO(MK-I) EQUAL KC-PART-NO
                 AND MK-C-CYCLE-DATE(MK-I) EQUAL KC-CYCLE-DATE
               MOVE MK-I TO MK-FOUND
             END-IF
           END-PERFORM.
           IF MK-FOUND EQUAL 0
             MOVE "NO SUCH CASE ON FILE" TO MK-REASON
             GO TO 3000-EXIT
           END-IF.
           IF MK-C-STATE(MK-FOUND) EQUAL "C"
             MOVE "CASE ALREADY CLOSED" TO MK-REASON
             GO TO 3000-EXIT
           END-IF.
           IF KC-RESOLVER EQUAL SPACE
             MOVE "NO RESOLVER ID" TO MK-REASON
             GO TO 3000-EXIT
           END-IF.
           COMPUTE MK-J = 0.
           PERFORM VARYING MK-I FROM 1 BY 1
               UNTIL MK-I > MK-AVR-CNT OR MK-J > 0
             IF MK-AV-ID(MK-I) EQUAL KC-RESOLVER
               MOVE MK-I TO MK-J
             END-IF
           END-PERFORM.
           IF MK-J EQUAL 0
             MOVE "RESOLVER NOT ON APPRVRS" TO MK-REASON
             GO TO 3000-EXIT
           END-IF.
           IF NOT KC-CORRECT-OK
             MOVE "KEYING IS NOT 1, 2 OR N" TO MK-REASON
             GO TO 3000-EXIT
           END-IF.
      *    ONLY A ROW/COLUMN KEYING THAT WAS RIGHT NEEDS NOTHING
      *    PUT RIGHT - ITS BATCH POSTS AS KEYED ONCE APPROVED, OR
      *    ALREADY HAS ON A CASE FROM BEFORE THE RECONCILIATION
      *    MOVED AHEAD OF APPROVAL.  A P2 ONLY CASE HAS NO
      *    ROW/COLUMN BATCH TO STAND; ANYTHING ELSE NAMES THE FIX.
           IF KC-REFERENCE EQUAL SPACE
             IF KC-CORRECT NOT EQUAL "1"
                 OR MK-C-KIND(MK-FOUND) EQUAL "P2 ONLY"
               MOVE "CORRECTION REFERENCE NEEDED" TO MK-REASON
               GO TO 3000-EXIT
             END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3900-REFUSE.
           ADD 1 TO MK-CNT-REFUSED.
           DISPLAY "DAY6CAS: " KC-ACTION " CARD FOR " KC-PART-NO " "
               KC-CYCLE-DATE " REFUSED - " MK-REASON.
           MOVE "REFUSED" TO ACT-ACTION.
           MOVE KC-PART-NO TO ACT-PART-NO.
           MOVE KC-CYCLE-DATE TO ACT-CYCLE-DATE.
           MOVE SPACE TO ACT-SITE ACT-KIND.
           IF MK-FOUND > 0
             MOVE MK-C-SITE(MK-FOUND) TO ACT-SITE
             MOVE MK-C-KIND(MK-FOUND) TO ACT-KIND
           END-IF.
           MOVE SPACE TO ACT-REASON.
           MOVE MK-REASON TO ACT-REASON.
           MOVE KC-RESOLVER TO ACT-RESOLVER.
           MOVE KC-CORRECT TO ACT-CORRECT.
           MOVE KC-REFERENCE TO ACT-REFERENCE.
           MOVE MK-ACT-DETAIL TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE 8 TO MK-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A GOOD CARD CLOSES ITS CASE, DATED TO THE CYCLE IT WAS
      *    APPLIED ON.
      *-----------------------------------------------------------
       4000-CLOSE-CASE.
           MOVE "C" TO MK-C-STATE(MK-FOUND).
           MOVE KC-RESOLVER TO MK-C-RESOLVER(MK-FOUND).
           MOVE MK-CYCLE-DATE TO MK-C-RESOLVED(MK-FOUND).
           MOVE KC-CORRECT TO MK-C-CORRECT(MK-FOUND).
           MOVE KC-REFERENCE TO MK-C-REFERENCE(MK-FOUND).
           ADD 1 TO MK-CNT-CLOSED.
           DISPLAY "DAY6CAS: CASE CLOSED - " KC-PART-NO " "
               KC-CYCLE-DATE " BY " KC-RESOLVER " KEYING "
               KC-CORRECT " REF " KC-REFERENCE.
           MOVE "CLOSED" TO ACT-ACTION.
           PERFORM 7500-ACTIVITY-LINE THRU 7500-EXIT.
           MOVE 0 TO MK-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REWRITE THE CASE FILE - ONLY WHEN A CASE WAS OPENED OR
      *    CLOSED, SO A QUIET RUN NEVER TOUCHES THE DATASET.
      *-----------------------------------------------------------
       5000-REWRITE-CASES.
           IF MK-CNT-OPENED EQUAL 0 AND MK-CNT-CLOSED EQUAL 0
             GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT MK-CASE-FILE.
           IF NOT MK-CASE-OK
             DISPLAY "DAY6CAS: UNABLE TO REWRITE CASEMST, STATUS="
                 MK-CASE-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING MK-I FROM 1 BY 1
               UNTIL MK-I > MK-CASE-CNT
             MOVE SPACE TO KS-RECORD
             MOVE MK-C-PART-NO(MK-I) TO KS-PART-NO
             MOVE MK-C-CYCLE-DATE(MK-I) TO KS-CYCLE-DATE
             MOVE MK-C-SITE(MK-I) TO KS-SITE
             MOVE MK-C-KIND(MK-I) TO KS-KIND
             MOVE MK-C-TOTAL-1(MK-I) TO KS-TOTAL-1
             MOVE MK-C-TOTAL-2(MK-I) TO KS-TOTAL-2
             MOVE MK-C-POSTED(MK-I) TO KS-POSTED
             MOVE MK-C-STATE(MK-I) TO KS-STATE
             MOVE MK-C-OPENED(MK-I) TO KS-OPENED
             MOVE MK-C-RESOLVER(MK-I) TO KS-RESOLVER
             MOVE MK-C-RESOLVED(MK-I) TO KS-RESOLVED
             MOVE MK-C-CORRECT(MK-I) TO KS-CORRECT
             MOVE MK-C-REFERENCE(MK-I) TO KS-REFERENCE
             WRITE KS-RECORD
           END-PERFORM.
           CLOSE MK-CASE-FILE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE AGING REPORT - EVERY CASE STILL OPEN, GROUPED BY
      *    SITE AND OLDEST FIRST WITHIN IT, EACH SITE CLOSED OFF
      *    WITH ITS COUNT PER AGE BAND.  A CASE OLDER THAN
      *    OVERDUE-DAYS IS FLAGGED AND ENDS THE STEP RC 4.
      *-----------------------------------------------------------
       6000-AGING-REPORT.
           MOVE MK-AGE-HEAD TO MK-COL-HEAD.
           MOVE 99 TO MK-LINE-CNT.
           MOVE MK-AGE-TITLE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE 0 TO MK-CAL-GUESSED.
           PERFORM VARYING MK-I FROM 1 BY 1
               UNTIL MK-I > MK-CASE-CNT
             IF MK-C-STATE(MK-I) EQUAL "O"
               ADD 1 TO MK-CNT-OPEN
               PERFORM 6100-AGE-CASE THRU 6100-EXIT
             END-IF
           END-PERFORM.
           IF MK-CNT-OPEN EQUAL 0
             MOVE MK-NONE-LINE TO MK-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 6000-EXIT
           END-IF.
           INITIALIZE MK-BANDS MK-ALL-BANDS.
           MOVE 0 TO MK-SITE-OPEN.
           MOVE HIGH-VALUE TO MK-SITE.
           PERFORM 6200-PICK-NEXT THRU 6200-EXIT.
           PERFORM UNTIL MK-BEST EQUAL 0
             IF MK-C-SITE(MK-BEST) NOT EQUAL MK-SITE
               IF MK-SITE NOT EQUAL HIGH-VALUE
                 PERFORM 6400-SITE-BANDS THRU 6400-EXIT
               END-IF
               MOVE MK-C-SITE(MK-BEST) TO MK-SITE
             END-IF
             PERFORM 6300-AGE-LINE THRU 6300-EXIT
             PERFORM 6200-PICK-NEXT THRU 6200-EXIT
           END-PERFORM.
           PERFORM 6400-SITE-BANDS THRU 6400-EXIT.
           MOVE "ALL SITES" TO BND-LABEL.
           MOVE MK-CNT-OPEN TO BND-OPEN.
           MOVE MK-ALL-BAND(1) TO BND-1.
           MOVE MK-ALL-BAND(2) TO BND-2.
           MOVE MK-ALL-BAND(3) TO BND-3.
           MOVE MK-ALL-BAND(4) TO BND-4.
           MOVE MK-BAND-LINE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF MK-CAL-GUESSED EQUAL 1
             MOVE SPACE TO MK-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             MOVE MK-GUESS-LINE TO MK-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    AN OPEN CASE'S AGE IS THE BUSINESS DAYS FROM THE CYCLE
      *    IT WAS FOUND ON UP TO THIS ONE - ZERO ON THE NIGHT IT
      *    OPENS.  A DATE THE CALENDAR DOESN'T COVER FALLS BACK TO
      *    CALENDAR DAYS, MARKED ON THE REPORT.
      *-----------------------------------------------------------
       6100-AGE-CASE.
           MOVE 0 TO MK-C-AGE(MK-I).
           MOVE 0 TO MK-C-GUESSED(MK-I).
           IF MK-C-CYCLE-DATE(MK-I) NOT < MK-CYCLE-DATE
             GO TO 6100-EXIT
           END-IF.
           IF WS-CAL-CNT > 0
             MOVE "C" TO MK-CAL-FUNC
             MOVE MK-C-CYCLE-DATE(MK-I) TO MK-CAL-DATE-1
             MOVE MK-CYCLE-DATE TO MK-CAL-DATE-2
             CALL "CAL-CHK" USING WS-T-CAL, MK-CAL-FUNC,
                 MK-CAL-DATE-1, MK-CAL-DATE-2, MK-CAL-COUNT,
                 MK-CAL-RESULT
             IF MK-CAL-YES
               MOVE MK-CAL-COUNT TO MK-C-AGE(MK-I)
               GO TO 6100-EXIT
             END-IF
           END-IF.
           MOVE MK-C-CYCLE-DATE(MK-I) TO MK-DN-DATE.
           PERFORM 7800-DAY-NUMBER THRU 7800-EXIT.
           MOVE MK-DAYNO TO MK-DAYNO-FROM.
           MOVE MK-CYCLE-DATE TO MK-DN-DATE.
           PERFORM 7800-DAY-NUMBER THRU 7800-EXIT.
           COMPUTE MK-C-AGE(MK-I) = MK-DAYNO - MK-DAYNO-FROM.
           MOVE 1 TO MK-C-GUESSED(MK-I).
           MOVE 1 TO MK-CAL-GUESSED.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE NEXT OPEN CASE NOT YET PRINTED - LOWEST SITE, THEN
      *    OLDEST, THEN PART NUMBER.  MK-BEST COMES BACK ZERO WHEN
      *    ALL ARE DONE.
      *-----------------------------------------------------------
       6200-PICK-NEXT.
           COMPUTE MK-BEST = 0.
           PERFORM VARYING MK-I FROM 1 BY 1
               UNTIL MK-I > MK-CASE-CNT
             IF MK-C-STATE(MK-I) EQUAL "O"
                 AND MK-C-PRINTED(MK-I) EQUAL 0
               IF MK-BEST EQUAL 0
                 MOVE MK-I TO MK-BEST
               ELSE
                 IF MK-C-SITE(MK-I) < MK-C-SITE(MK-BEST)
                   MOVE MK-I TO MK-BEST
                 ELSE
                   IF MK-C-SITE(MK-I) EQUAL MK-C-SITE(MK-BEST)
                     IF MK-C-AGE(MK-I) > MK-C-AGE(MK-BEST)
                       MOVE MK-I TO MK-BEST
                     ELSE
                       IF MK-C-AGE(MK-I) EQUAL MK-C-AGE(MK-BEST)
                           AND MK-C-PART-NO(MK-I)
                               < MK-C-PART-NO(MK-BEST)
                         MOVE MK-I TO MK-BEST
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       6200-EXIT.
           EXIT.

       6300-AGE-LINE.
           MOVE MK-C-SITE(MK-BEST) TO AGE-SITE.
           MOVE MK-C-PART-NO(MK-BEST) TO AGE-PART-NO.
           MOVE MK-C-CYCLE-DATE(MK-BEST) TO AGE-CYCLE-DATE.
           MOVE MK-C-KIND(MK-BEST) TO AGE-KIND.
           MOVE MK-C-TOTAL-1(MK-BEST) TO AGE-TOTAL-1.
           MOVE MK-C-TOTAL-2(MK-BEST) TO AGE-TOTAL-2.
           COMPUTE MK-DIFF = MK-C-TOTAL-1(MK-BEST)
               - MK-C-TOTAL-2(MK-BEST).
           MOVE MK-DIFF TO AGE-DIFF.
           MOVE "NO" TO AGE-POSTED.
           IF MK-C-POSTED(MK-BEST) EQUAL "Y"
             MOVE "YES" TO AGE-POSTED
           END-IF.
           MOVE MK-C-AGE(MK-BEST) TO AGE-DAYS.
           MOVE SPACE TO AGE-GUESS.
           IF MK-C-GUESSED(MK-BEST) EQUAL 1
             MOVE "*" TO AGE-GUESS
           END-IF.
           MOVE SPACE TO AGE-FLAG.
           IF MK-C-AGE(MK-BEST) > MK-OVERDUE-DAYS
             MOVE "OVERDUE" TO AGE-FLAG
             ADD 1 TO MK-CNT-OVERDUE
           END-IF.
           EVALUATE TRUE
             WHEN MK-C-AGE(MK-BEST) < 6
               MOVE 1 TO MK-B
             WHEN MK-C-AGE(MK-BEST) < 11
               MOVE 2 TO MK-B
             WHEN MK-C-AGE(MK-BEST) < 21
               MOVE 3 TO MK-B
             WHEN OTHER
               MOVE 4 TO MK-B
           END-EVALUATE.
           ADD 1 TO MK-BAND(MK-B) MK-ALL-BAND(MK-B).
           ADD 1 TO MK-SITE-OPEN.
           MOVE 1 TO MK-C-PRINTED(MK-BEST).
           MOVE MK-AGE-DETAIL TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6300-EXIT.
           EXIT.

       6400-SITE-BANDS.
           MOVE SPACE TO BND-LABEL.
           MOVE "SITE" TO BND-LABEL.
           MOVE MK-SITE TO BND-LABEL(6:3).
           IF MK-SITE EQUAL SPACE
             MOVE "NO SITE" TO BND-LABEL
           END-IF.
           MOVE MK-SITE-OPEN TO BND-OPEN.
           MOVE MK-BAND(1) TO BND-1.
           MOVE MK-BAND(2) TO BND-2.
           MOVE MK-BAND(3) TO BND-3.
           MOVE MK-BAND(4) TO BND-4.
           MOVE MK-BAND-LINE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           INITIALIZE MK-BANDS.
           MOVE 0 TO MK-SITE-OPEN.
       6400-EXIT.
           EXIT.

       6900-PRINT-TOTALS.
           MOVE SPACE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE MK-CNT-OPENED TO TOT-OPENED.
           MOVE MK-CNT-CLOSED TO TOT-CLOSED.
           MOVE MK-CNT-REFUSED TO TOT-REFUSED.
           MOVE MK-CNT-OPEN TO TOT-OPEN.
           MOVE MK-CNT-OVERDUE TO TOT-OVERDUE.
           MOVE MK-OVERDUE-DAYS TO TOT-LIMIT.
           MOVE MK-TOTAL-LINE TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE AUDIT RECORD PER CASE OPENED (RC 04) OR CLOSED (RC
      *    00) AND PER CARD REFUSED (RC 08), CARRYING THE
      *    ROW/COLUMN TOTAL AND SITE WHERE THE CASE IS KNOWN AND
      *    STAMPED WITH THE RESOLVER'S ID WHERE AN APPROVER'S WOULD
      *    STAND.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           IF MK-SHADOW
             GO TO 7000-EXIT
           END-IF.
           MOVE MK-RUN-DATE TO AUD-DATE.
           MOVE MK-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE MK-JOB-NAME TO AUD-JOB-NAME.
           MOVE "DAY6CAS" TO AUD-PROGRAM.
           MOVE 0 TO AUD-ROWS.
           MOVE 0 TO AUD-TOTAL.
           MOVE SPACE TO AUD-SITE.
           IF MK-FOUND > 0
             MOVE MK-C-PART-NO(MK-FOUND) TO AUD-PART-NO
             MOVE MK-C-TOTAL-1(MK-FOUND) TO AUD-TOTAL
             MOVE MK-C-SITE(MK-FOUND) TO AUD-SITE
           ELSE
             MOVE KC-PART-NO TO AUD-PART-NO
           END-IF.
           MOVE "N" TO AUD-RESTARTED.
           MOVE MK-AUD-RC TO AUD-RC.
           MOVE KC-RESOLVER TO AUD-APPROVER.
           MOVE SPACE TO AUD-FILL-1 AUD-FILL-2 AUD-FILL-3 AUD-FILL-4
               AUD-FILL-5 AUD-FILL-6 AUD-FILL-7 AUD-FILL-8
               AUD-FILL-9 AUD-FILL-10.
           WRITE AUD-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE ACTIVITY LINE FOR THE CASE AT MK-FOUND, AS IT NOW
      *    STANDS - THE CALLER HAS SET THE ACTION.
      *-----------------------------------------------------------
       7500-ACTIVITY-LINE.
           MOVE MK-C-PART-NO(MK-FOUND) TO ACT-PART-NO.
           MOVE MK-C-CYCLE-DATE(MK-FOUND) TO ACT-CYCLE-DATE.
           MOVE MK-C-SITE(MK-FOUND) TO ACT-SITE.
           MOVE MK-C-KIND(MK-FOUND) TO ACT-KIND.
           MOVE SPACE TO ACT-REASON.
           MOVE MK-C-TOTAL-1(MK-FOUND) TO ACT-TOTAL-1.
           MOVE MK-C-TOTAL-2(MK-FOUND) TO ACT-TOTAL-2.
           MOVE "NO" TO ACT-POSTED.
           IF MK-C-POSTED(MK-FOUND) EQUAL "Y"
             MOVE "YES" TO ACT-POSTED
           END-IF.
           MOVE MK-C-RESOLVER(MK-FOUND) TO ACT-RESOLVER.
           MOVE MK-C-CORRECT(MK-FOUND) TO ACT-CORRECT.
           MOVE MK-C-REFERENCE(MK-FOUND) TO ACT-REFERENCE.
           MOVE MK-ACT-DETAIL TO MK-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       7500-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO MK-PAGE-NO.
           MOVE MK-CYCLE-DATE TO HD1-CYCLE.
           MOVE MK-PAGE-NO TO HD1-PAGE.
           WRITE MK-PRINT-LINE FROM MK-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO MK-PRINT-LINE.
           WRITE MK-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE MK-PRINT-LINE FROM MK-COL-HEAD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO MK-PRINT-LINE.
           WRITE MK-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO MK-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN MK-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *    EACH PART SETS ITS OWN COLUMN HEADINGS AND STARTS A PAGE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF MK-LINE-CNT >= MK-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE MK-PRINT-LINE FROM MK-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO MK-LINE-CNT.
       7600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    DAY NUMBER OF MK-DN-DATE INTO MK-DAYNO - A COUNT OF DAYS
      *    FROM A FIXED ORIGIN, SO TWO OF THEM SUBTRACT TO THE DAYS
      *    BETWEEN THEIR DATES.
      *-----------------------------------------------------------
       7800-DAY-NUMBER.
           MOVE 0 TO MK-DN-A.
           IF MK-DN-MM < 3
             MOVE 1 TO MK-DN-A
           END-IF.
           COMPUTE MK-DN-Y = MK-DN-YYYY + 4800 - MK-DN-A.
           COMPUTE MK-DN-M = MK-DN-MM + 12 * MK-DN-A - 3.
           COMPUTE MK-DAYNO = (153 * MK-DN-M + 2) / 5.
           ADD MK-DN-DD TO MK-DAYNO.
           COMPUTE MK-DAYNO = MK-DAYNO + 365 * MK-DN-Y.
           COMPUTE MK-DN-T = MK-DN-Y / 4.
           ADD MK-DN-T TO MK-DAYNO.
           COMPUTE MK-DN-T = MK-DN-Y / 100.
           SUBTRACT MK-DN-T FROM MK-DAYNO.
           COMPUTE MK-DN-T = MK-DN-Y / 400.
           ADD MK-DN-T TO MK-DAYNO.
       7800-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT MK-REC-ABSENT
             CLOSE MK-REC-FILE
           END-IF.
           IF NOT MK-TRAN-ABSENT
             CLOSE MK-TRAN-FILE
           END-IF.
           CLOSE MK-RPT-FILE.
           IF NOT MK-SHADOW
             CLOSE MK-AUD-FILE
           END-IF.
       9999-EXIT.
           EXIT.

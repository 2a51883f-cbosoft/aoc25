       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6SMP.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-25.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6SMP - INTERNAL AUDIT'S MONTHLY SAMPLE OF POSTED BATCHES
      *  AND ITS SIGN-OFF.
      *
      *  INTERNAL AUDIT USED TO PICK ITS MONTHLY SAMPLE BY LEAFING
      *  THROUGH PRINTOUTS AND KEEP ITS SIGN-OFF IN A SPREADSHEET
      *  NOBODY ELSE COULD SEE.  THE SAMPLE IS NOW DRAWN HERE, FROM
      *  THE POSTED BATCH LOG DAY6APP KEEPS, AND EVERY SAMPLED BATCH
      *  AND ITS RESULT LIVES ON THE PERMANENT SMPFILE.  TWO MODES,
      *  CHOSEN ON THE MODE RUNCTL CARD:
      *
      *  MODE=SELECT (DAY6SMPJ, AFTER THE MONTH'S LAST CYCLE) DRAWS
      *  THE MONTH'S SAMPLE.  EVERY BATCH THAT POSTED IN THE MONTH
      *  IS PUT IN A STRATUM BY ITS SITE AND AMOUNT BAND (ITS
      *  ABSOLUTE BASE-CURRENCY AMOUNT AGAINST THE BAND LIMITS).
      *  A BATCH OVER THE ALWAYS-ABOVE AMOUNT, ONE ADJUSTED THROUGH
      *  DAY6ADJ, AND ONE RECYCLED FROM SUSPENSE IS ALWAYS TAKEN;
      *  FROM THE REST OF EACH STRATUM SAMPLE-PCT PER CENT (ROUNDED
      *  UP, AT LEAST SAMPLE-MIN) IS DRAWN AT RANDOM.  THE RANDOM
      *  ORDER IS A SCORE WORKED OUT FROM THE SEED AND THE BATCH'S
      *  PART NUMBER AND DATES ALONE - THE SAME SEED AND SETTINGS
      *  OVER THE SAME POSTINGS ALWAYS DRAW THE SAME BATCHES,
      *  WHATEVER ORDER THEY ARE READ IN.  THE SEED AND SETTINGS
      *  ARE RECORDED WITH THE SAMPLE; A MONTH ALREADY DRAWN IS
      *  DRAWN AGAIN WITH THEM AND COMPARED WITH WHAT WAS RECORDED,
      *  THE FILE LEFT ALONE, AND ITS REQUEST LIST REPRINTED.
      *
      *  MODE=SIGNOFF (DAY6SGNJ, WHENEVER THE AUDITORS HAVE
      *  RESULTS) RECORDS EACH SIGN-OFF CARD - PASS, FAIL OR QUERY
      *  - AGAINST ITS SAMPLE, THEN PRINTS THE EXCEPTIONS: EVERY
      *  SAMPLED BATCH NOT YET SIGNED OFF, QUERIED OR FAILED.
      *
      *    RUNCTL   MODE=SELECT OR SIGNOFF (DEFAULT SELECT)
      *             MONTH=YYYYMM - THE MONTH TO SAMPLE; ON A
      *             SIGN-OFF RUN, OPTIONAL, THE ONE MONTH THE
      *             EXCEPTIONS ARE WANTED FOR
      *             SEED=N (1-2147483646) - WITHOUT ONE THE SEED
      *             IS TAKEN FROM THE CLOCK, AND PRINTED
      *             SAMPLE-PCT=N (1-100, DEFAULT 5)
      *             SAMPLE-MIN=N (0-99, DEFAULT 1)
      *             BAND-1=N, BAND-2=N, BAND-3=N - UPPER LIMITS OF
      *             AMOUNT BANDS 1-3 IN WHOLE BASE UNITS (DEFAULT
      *             10000, 100000, 1000000); BAND 4 IS ABOVE
      *             ALWAYS-ABOVE=N - WHOLE BASE UNITS (DEFAULT
      *             1000000)
      *    POSTLOG  THE POSTED BATCH LOG (PST-REC) - SELECT ONLY
      *    ADJIN    THE MONTH'S TOTALS - ITS MTDFRZ SNAPSHOT, OR
      *             THE LIVE MTDMST UNLOADED - WHOSE DAY6ADJ
      *             ADJUSTMENTS (SOURCE A) MARK THE BATCHES
      *             ADJUSTED.  SELECT ONLY, OPTIONAL
      *    SMPFILE  THE AUDIT SAMPLE FILE (SMP-REC), LOADED WHOLE
      *             AND REWRITTEN WHEN A MONTH IS DRAWN OR A CARD
      *             IS APPLIED
      *    SMPRPT   SELECT: THE SEED AND SETTINGS, THE SAMPLE BY
      *             SITE AND BAND, AND THE SAMPLE ITSELF.
      *             SIGNOFF: THE CARDS APPLIED OR REFUSED AND THE
      *             EXCEPTIONS, WITH A COUNT PER MONTH
      *    SMPREQ   SELECT ONLY - THE REQUEST LIST, A PAGE PER
      *             KEYING OFFICE, NAMING THE BATCHES WHOSE
      *             ORIGINAL SHEETS AUDIT WANTS SENT
      *    SGNTRAN  SIGN-OFF CARDS - SIGNOFF ONLY, OPTIONAL (NONE
      *             PRINTS THE EXCEPTIONS ALONE)
      *    AUDITLOG THE SHARED AUDIT TRAIL - SIGNOFF ONLY, RC 00
      *             CARD APPLIED, 08 CARD REFUSED
      *
      *  A BATCH POSTED MORE THAN ONCE IN THE LOG FOR A CYCLE (THE
      *  APPROVAL STEP RERUN) COUNTS ONLY FROM THE CYCLE'S LATEST
      *  RUN.  AN ADJUSTMENT IS MATCHED TO ITS BATCH BY PART AND
      *  THE CYCLE THE BATCH WAS KEYED FOR; ONE DAY6ADJ REDIRECTED
      *  TO DAY 00 OF A LATER MONTH NO LONGER NAMES THAT CYCLE.
      *
      *  A SIGN-OFF CARD IS REFUSED - LISTED, AUDITED, NOT APPLIED
      *  - FOR A RESULT OTHER THAN P, F OR Q, A SAMPLE NOT ON FILE
      *  OR WHOSE PART IS NOT THE CARD'S, NO AUDITOR ID, AN AUDITOR
      *  WHO APPROVED THE BATCH (EITHER APPROVER OF ONE THAT NEEDED
      *  TWO), A SAMPLE ALREADY PASSED OR FAILED, OR A FAIL OR QUERY
      *  WITH NO COMMENT.
      *
      *  SELECT ENDS RC 4 WHEN NOTHING POSTED IN THE MONTH (NOTHING
      *  IS RECORDED) OR A REDRAW DIFFERS FROM THE RECORDED SAMPLE;
      *  SIGNOFF ENDS RC 4 WHEN A CARD WAS REFUSED.  RC 16 IS A BAD
      *  CARD OR FILE AND NOTHING WAS CHANGED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-25 RM    FIRST WRITTEN.
      *  2026-09-27 RM    THE FIRST OF TWO APPROVERS IS CARRIED TO
      *                   AUDSMP AND MAY NOT SIGN THE BATCH OFF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SM-LOG-FILE ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-LOG-STATUS.
           SELECT SM-ADJ-FILE ASSIGN TO "ADJIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-ADJ-STATUS.
           SELECT SM-SMP-FILE ASSIGN TO "SMPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-SMP-STATUS.
           SELECT SM-TRAN-FILE ASSIGN TO "SGNTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-TRAN-STATUS.
           SELECT SM-RPT-FILE ASSIGN TO "SMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-RPT-STATUS.
           SELECT SM-REQ-FILE ASSIGN TO "SMPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-REQ-STATUS.
           SELECT SM-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-AUD-STATUS.
           SELECT SM-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SM-LOG-FILE
           RECORDING MODE IS F.
       COPY "pst-rec.cpy".

       FD  SM-ADJ-FILE
           RECORDING MODE IS F.
       COPY "mtd-rec.cpy".

       FD  SM-SMP-FILE
           RECORDING MODE IS F.
       COPY "smp-rec.cpy".

       FD  SM-TRAN-FILE
           RECORDING MODE IS F.
       01  SM-TRAN-RECORD PIC X(80).

       FD  SM-RPT-FILE
           RECORDING MODE IS F.
       01  SM-PRINT-LINE PIC X(132).

       FD  SM-REQ-FILE
           RECORDING MODE IS F.
       01  SM-REQ-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    SHARED AUDIT TRAIL - OPENED EXTEND SO EVERY EXECUTION
      *    ADDS TO THE LOG RATHER THAN REPLACING IT.
      *-----------------------------------------------------------
       FD  SM-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  SM-CTL-FILE
           RECORDING MODE IS F.
       01  SM-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 SM-LOG-STATUS PIC X(02) VALUE "00".
           88 SM-LOG-OK VALUE "00".
           88 SM-LOG-ABSENT VALUE "35".
       01 SM-ADJ-STATUS PIC X(02) VALUE "00".
           88 SM-ADJ-OK VALUE "00".
           88 SM-ADJ-ABSENT VALUE "35".
       01 SM-SMP-STATUS PIC X(02) VALUE "00".
           88 SM-SMP-OK VALUE "00".
           88 SM-SMP-ABSENT VALUE "35".
       01 SM-TRAN-STATUS PIC X(02) VALUE "00".
           88 SM-TRAN-OK VALUE "00".
           88 SM-TRAN-ABSENT VALUE "35".
       01 SM-RPT-STATUS PIC X(02) VALUE "00".
           88 SM-RPT-OK VALUE "00".
       01 SM-REQ-STATUS PIC X(02) VALUE "00".
           88 SM-REQ-OK VALUE "00".
       01 SM-AUD-STATUS PIC X(02) VALUE "00".
           88 SM-AUD-OK VALUE "00".
           88 SM-AUD-ABSENT VALUE "35".
       01 SM-CTL-STATUS PIC X(02) VALUE "00".
           88 SM-CTL-OK VALUE "00".
           88 SM-CTL-ABSENT VALUE "35".

       78 SM-MAX-CYCLES VALUE 99.
       78 SM-MAX-POSTED VALUE 9999.
       78 SM-MAX-STRATA VALUE 999.
       78 SM-MAX-ADJ VALUE 9999.
       78 SM-MAX-MONTHS VALUE 999.
       78 SM-MAX-SAMPLES VALUE 20000.

      *-----------------------------------------------------------
      *    EACH CYCLE OF THE MONTH AND THE RUN STAMP OF THE LATEST
      *    APPROVAL RUN THAT LOGGED IT - THE ONLY ONE THAT COUNTS.
      *-----------------------------------------------------------
       01 SM-CYCLE-TABLE.
           03 SM-CYCLE OCCURS 99 TIMES.
               05 SM-Y-DATE PIC 9(08).
               05 SM-Y-STAMP PIC X(14).
       01 SM-CYCLE-CNT PIC 9(02) VALUE 0.
       01 SM-STAMP.
           03 SM-STAMP-DATE PIC 9(08).
           03 SM-STAMP-TIME PIC 9(06).

      *-----------------------------------------------------------
      *    EVERY DAY6ADJ ADJUSTMENT ON ADJIN - PART AND THE CYCLE
      *    IT WAS MADE AGAINST.
      *-----------------------------------------------------------
       01 SM-ADJ-TABLE.
           03 SM-ADJ OCCURS 9999 TIMES.
               05 SM-A-PART PIC X(05).
               05 SM-A-DATE PIC 9(08).
       01 SM-ADJ-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE MONTH'S POSTED BATCHES.  THE REASONS ARE THE SAME
      *    FOUR FLAGS AS AS-REASONS; A BATCH WITH ANY OF THE FIRST
      *    THREE IS TAKEN BEFORE THE DRAW.  THE NUMBER IS ITS
      *    SAMPLE NUMBER ONCE SAMPLED.
      *-----------------------------------------------------------
       01 SM-POP-TABLE.
           03 SM-POP OCCURS 9999 TIMES.
               05 SM-P-PART PIC X(05).
               05 SM-P-CYCLE PIC 9(08).
               05 SM-P-KEYED PIC 9(08).
               05 SM-P-SITE PIC X(03).
               05 SM-P-BAND PIC 9(01).
               05 SM-P-CCY PIC X(03).
               05 SM-P-TOTAL PIC S9(13)V9(02).
               05 SM-P-BASE PIC S9(13)V9(02).
               05 SM-P-APPROVER PIC X(08).
               05 SM-P-APPR1 PIC X(08).
               05 SM-P-REASONS PIC X(04).
               05 SM-P-SCORE PIC 9(10).
               05 SM-P-STRATUM PIC 9(03).
               05 SM-P-PICKED PIC 9(01).
               05 SM-P-NUMBER PIC 9(04).
       01 SM-POP-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    ONE STRATUM PER SITE AND AMOUNT BAND THAT HAD POSTINGS.
      *-----------------------------------------------------------
       01 SM-STR-TABLE.
           03 SM-STR OCCURS 999 TIMES.
               05 SM-T-SITE PIC X(03).
               05 SM-T-BAND PIC 9(01).
               05 SM-T-POSTED PIC 9(05).
               05 SM-T-ALWAYS PIC 9(05).
               05 SM-T-QUOTA PIC 9(05).
               05 SM-T-DRAWN PIC 9(05).
               05 SM-T-PRINTED PIC 9(01).
       01 SM-STR-CNT PIC 9(03) VALUE 0.
       01 SM-T PIC 9(03) VALUE 0.
       01 SM-REST PIC 9(05) VALUE 0.

      *-----------------------------------------------------------
      *    THE WHOLE SAMPLE FILE - THE MONTH HEADERS, AND EVERY
      *    SAMPLED BATCH IN FILE ORDER.  THE MATCHED FLAG MARKS A
      *    RECORDED SAMPLE A REDRAW CAME OUT THE SAME AS.
      *-----------------------------------------------------------
       01 SM-HDR-TABLE.
           03 SM-HDR OCCURS 999 TIMES.
               05 SM-H-MONTH PIC 9(06).
               05 SM-H-SEED PIC 9(10).
               05 SM-H-PCT PIC 9(03).
               05 SM-H-MIN PIC 9(02).
               05 SM-H-LIMIT PIC 9(10) OCCURS 3 TIMES.
               05 SM-H-ABOVE PIC 9(10).
               05 SM-H-POSTED PIC 9(05).
               05 SM-H-SAMPLED PIC 9(04).
               05 SM-H-DRAWN PIC 9(08).
       01 SM-HDR-CNT PIC 9(03) VALUE 0.
       01 SM-H PIC 9(03) VALUE 0.
       01 SM-MONTH-X PIC 9(03) VALUE 0.

       01 SM-SMP-TABLE.
           03 SM-SMP OCCURS 20000 TIMES.
               05 SM-S-MONTH PIC 9(06).
               05 SM-S-NO PIC 9(04).
               05 SM-S-SEED PIC 9(10).
               05 SM-S-PART PIC X(05).
               05 SM-S-CYCLE PIC 9(08).
               05 SM-S-KEYED PIC 9(08).
               05 SM-S-SITE PIC X(03).
               05 SM-S-BAND PIC 9(01).
               05 SM-S-CCY PIC X(03).
               05 SM-S-TOTAL PIC S9(13)V9(02).
               05 SM-S-BASE PIC S9(13)V9(02).
               05 SM-S-APPROVER PIC X(08).
               05 SM-S-APPR1 PIC X(08).
               05 SM-S-REASONS PIC X(04).
               05 SM-S-STATE PIC X(01).
               05 SM-S-AUDITOR PIC X(08).
               05 SM-S-SIGNED PIC 9(08).
               05 SM-S-COMMENT PIC X(30).
               05 SM-S-MATCHED PIC 9(01).
       01 SM-SMP-CNT PIC 9(05) VALUE 0.

      *-----------------------------------------------------------
      *    THE DRAW'S SETTINGS - COMPILED DEFAULTS, RUNCTL'S, OR
      *    THOSE RECORDED WHEN THE MONTH WAS FIRST DRAWN.
      *-----------------------------------------------------------
       01 SM-MODE-FLAG PIC X(01) VALUE "D".
           88 SM-SELECT VALUE "D".
           88 SM-SIGNOFF VALUE "S".
       01 SM-MONTH PIC 9(06) VALUE 0.
       01 SM-SEED PIC 9(10) VALUE 0.
       01 SM-PCT PIC 9(03) VALUE 5.
       01 SM-MIN PIC 9(02) VALUE 1.
       01 SM-LIMITS.
           03 SM-LIMIT PIC 9(10) OCCURS 3 TIMES.
       01 SM-ABOVE PIC 9(10) VALUE 1000000.
       01 SM-SETTING-CARDS PIC 9(02) VALUE 0.
       01 SM-REDRAW-FLAG PIC X(01) VALUE "N".
           88 SM-REDRAW VALUE "Y".
       01 SM-CHANGED-FLAG PIC X(01) VALUE "N".
           88 SM-CHANGED VALUE "Y".
       01 SM-SEED-SOURCE PIC X(50) VALUE SPACE.

      *-----------------------------------------------------------
      *    THE RANDOM SCORE - A MULTIPLICATIVE CONGRUENTIAL
      *    GENERATOR (MULTIPLIER 16807, MODULUS 2**31-1) STIRRED
      *    FROM THE SEED THROUGH THE BATCH'S DATES AND PART NUMBER.
      *-----------------------------------------------------------
       78 SM-MODULUS VALUE 2147483647.
       78 SM-MULTIPLIER VALUE 16807.
       01 SM-RND PIC 9(10) VALUE 0.
       01 SM-MIX PIC 9(08) VALUE 0.
       01 SM-RND-WORK PIC 9(15) VALUE 0.
       01 SM-RND-QUOT PIC 9(15) VALUE 0.
       01 SM-ALPHABET PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 SM-CHAR PIC X(01) VALUE SPACE.
       01 SM-POS PIC 9(02) VALUE 0.
       01 SM-K PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    THE SIGN-OFF CARD BEING JUDGED.
      *-----------------------------------------------------------
       01 SM-CARD.
           03 SC-RESULT PIC X(01).
               88 SC-RESULT-OK VALUE "P" "F" "Q".
           03 SC-FILL-1 PIC X(01).
           03 SC-MONTH PIC X(06).
           03 SC-FILL-2 PIC X(01).
           03 SC-SAMPLE-NO PIC X(04).
           03 SC-FILL-3 PIC X(01).
           03 SC-PART-NO PIC X(05).
           03 SC-FILL-4 PIC X(01).
           03 SC-AUDITOR PIC X(08).
           03 SC-FILL-5 PIC X(01).
           03 SC-COMMENT PIC X(30).

       01 SM-REASON PIC X(40) VALUE SPACE.
       01 SM-CARD-MONTH PIC 9(06) VALUE 0.
       01 SM-CARD-NO PIC 9(04) VALUE 0.
       01 SM-CNT-MONTHS PIC 9(03) VALUE 0.
       01 SM-I PIC 9(05) VALUE 0.
       01 SM-J PIC 9(05) VALUE 0.
       01 SM-BEST PIC 9(05) VALUE 0.
       01 SM-FOUND PIC 9(05) VALUE 0.
       01 SM-NEEDED PIC 9(05) VALUE 0.
       01 SM-ABS PIC 9(13)V9(02) VALUE 0.
       01 SM-SITE PIC X(03) VALUE SPACE.
       01 SM-EOF-FLAG PIC X(01) VALUE "N".
           88 SM-EOF VALUE "Y".
       01 SM-CNT-USED PIC 9(06) VALUE 0.
       01 SM-CNT-SUPERSEDED PIC 9(06) VALUE 0.
       01 SM-CNT-ALWAYS PIC 9(05) VALUE 0.
       01 SM-CNT-DRAWN PIC 9(05) VALUE 0.
       01 SM-CNT-SAMPLED PIC 9(05) VALUE 0.
       01 SM-CNT-DIFF PIC 9(05) VALUE 0.
       01 SM-CNT-APPLIED PIC 9(04) VALUE 0.
       01 SM-CNT-REFUSED PIC 9(04) VALUE 0.
       01 SM-CNT-SITE PIC 9(04) VALUE 0.
       01 SM-CNT-EXCEPT PIC 9(05) VALUE 0.

      *-----------------------------------------------------------
      *    ONE MONTH'S SIGN-OFF POSITION FOR THE EXCEPTIONS REPORT.
      *-----------------------------------------------------------
       01 SM-MON-COUNTS.
           03 SM-M-SAMPLED PIC 9(05).
           03 SM-M-PASSED PIC 9(05).
           03 SM-M-FAILED PIC 9(05).
           03 SM-M-QUERIED PIC 9(05).
           03 SM-M-OPEN PIC 9(05).

       01 SM-RUN-DATE PIC 9(08) VALUE 0.
       01 SM-RUN-TIME-RAW PIC 9(08) VALUE 0.
       01 SM-JOB-NAME PIC X(08) VALUE SPACE.
       01 SM-AUD-RC PIC 9(02) VALUE 0.

       01 SM-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 SM-CTL-EOF VALUE "Y".
       01 SM-CTL-KEY PIC X(20) VALUE SPACE.
       01 SM-CTL-VALUE PIC X(20) VALUE SPACE.
       01 SM-CTL-NUM PIC 9(10) VALUE 0.
       01 SM-CTL-BAD PIC 9(01) VALUE 0.
       01 SM-CTL-I PIC 9(02) VALUE 0.
       01 SM-CTL-DIGIT PIC X(01) VALUE SPACE.
       01 SM-CTL-DIGIT-N PIC 9(01) VALUE 0.

       78 SM-LINES-PER-PAGE VALUE 56.
       01 SM-LINE-CNT PIC 9(02) VALUE 99.
       01 SM-LINE-HOLD PIC X(132) VALUE SPACE.
       01 SM-PAGE-NO PIC 9(04) VALUE 0.
       01 SM-COL-HEAD PIC X(132) VALUE SPACE.
       01 SM-REQ-LINE-CNT PIC 9(02) VALUE 99.
       01 SM-REQ-HOLD PIC X(132) VALUE SPACE.
       01 SM-REQ-PAGE-NO PIC 9(04) VALUE 0.

       01 SM-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 HD1-TITLE PIC X(36).
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-DATE PIC X(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

      *-----------------------------------------------------------
      *    SELECT - THE SEED AND SETTINGS.
      *-----------------------------------------------------------
       01 SM-SET-TITLE PIC X(132)
           VALUE "SEED AND SETTINGS OF THE DRAW".
       01 SM-SET-LINE-1.
           03 FILLER PIC X(06) VALUE "SEED ".
           03 SET-SEED PIC Z(09)9.
           03 FILLER PIC X(03) VALUE " - ".
           03 SET-SOURCE PIC X(50).
           03 FILLER PIC X(63) VALUE SPACE.
       01 SM-SET-LINE-2.
           03 FILLER PIC X(12) VALUE "SAMPLE RATE ".
           03 SET-PCT PIC ZZ9.
           03 FILLER PIC X(39)
               VALUE " PER CENT OF EACH SITE AND AMOUNT BAND,".
           03 FILLER PIC X(10) VALUE " AT LEAST ".
           03 SET-MIN PIC Z9.
           03 FILLER PIC X(66)
               VALUE " A STRATUM, OF THE BATCHES NOT ALREADY TAKEN".
       01 SM-SET-LINE-3.
           03 FILLER PIC X(38)
               VALUE "AMOUNT BANDS (ABSOLUTE BASE AMOUNT): 1".
           03 FILLER PIC X(07) VALUE " UP TO ".
           03 SET-LIMIT-1 PIC Z(09)9.
           03 FILLER PIC X(10) VALUE ", 2 UP TO ".
           03 SET-LIMIT-2 PIC Z(09)9.
           03 FILLER PIC X(10) VALUE ", 3 UP TO ".
           03 SET-LIMIT-3 PIC Z(09)9.
           03 FILLER PIC X(37) VALUE ", 4 ABOVE".
       01 SM-SET-LINE-4.
           03 FILLER PIC X(31)
               VALUE "ALWAYS TAKEN: BASE AMOUNT OVER ".
           03 SET-ABOVE PIC Z(09)9.
           03 FILLER PIC X(27)
               VALUE ", ADJUSTED THROUGH DAY6ADJ,".
           03 FILLER PIC X(64)
               VALUE " RECYCLED FROM SUSPENSE".
       01 SM-SET-LINE-5.
           03 FILLER PIC X(21) VALUE "POSTED IN THE MONTH: ".
           03 SET-POSTED PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE " BATCHES ON ".
           03 SET-CYCLES PIC Z9.
           03 FILLER PIC X(10) VALUE " CYCLES (".
           03 SET-SUPERSEDED PIC ZZZZZ9.
           03 FILLER PIC X(37)
               VALUE " POSTLOG RECORDS SUPERSEDED BY RERUN)".
           03 FILLER PIC X(02) VALUE ", ".
           03 SET-ADJ PIC ZZZ9.
           03 FILLER PIC X(33) VALUE " DAY6ADJ ADJUSTMENTS ON ADJIN".
       01 SM-SET-LINE-6.
           03 FILLER PIC X(24) VALUE "MONTH ALREADY DRAWN, ON ".
           03 SET-DRAWN PIC 9(08).
           03 FILLER PIC X(02) VALUE ": ".
           03 SET-WAS-POSTED PIC ZZZZ9.
           03 FILLER PIC X(16) VALUE " BATCHES POSTED,".
           03 SET-WAS-SAMPLED PIC ZZZ9.
           03 FILLER PIC X(69)
               VALUE " SAMPLED - DRAWN AGAIN BELOW AND COMPARED".
           03 FILLER PIC X(04) VALUE SPACE.

      *-----------------------------------------------------------
      *    SELECT - THE SAMPLE BY STRATUM.
      *-----------------------------------------------------------
       01 SM-STR-TITLE PIC X(132)
           VALUE "THE SAMPLE BY SITE AND AMOUNT BAND".
       01 SM-STR-HEAD.
           03 FILLER PIC X(06) VALUE "SITE".
           03 FILLER PIC X(06) VALUE "BAND".
           03 FILLER PIC X(09) VALUE "   POSTED".
           03 FILLER PIC X(09) VALUE "   ALWAYS".
           03 FILLER PIC X(09) VALUE "     REST".
           03 FILLER PIC X(09) VALUE "    DRAWN".
           03 FILLER PIC X(09) VALUE "  SAMPLED".
           03 FILLER PIC X(10) VALUE "  PER CENT".
           03 FILLER PIC X(65) VALUE SPACE.
       01 SM-STR-DETAIL.
           03 STR-SITE PIC X(03).
           03 FILLER PIC X(03) VALUE SPACE.
           03 STR-BAND PIC 9(01).
           03 FILLER PIC X(09) VALUE SPACE.
           03 STR-POSTED PIC ZZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 STR-ALWAYS PIC ZZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 STR-REST PIC ZZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 STR-DRAWN PIC ZZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 STR-SAMPLED PIC ZZZZ9.
           03 FILLER PIC X(05) VALUE SPACE.
           03 STR-PCT PIC ZZ9.9.
           03 FILLER PIC X(65) VALUE SPACE.
       01 SM-STR-TOTAL.
           03 FILLER PIC X(16) VALUE "ALL SITES".
           03 STT-POSTED PIC ZZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 STT-ALWAYS PIC ZZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 STT-REST PIC ZZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 STT-DRAWN PIC ZZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 STT-SAMPLED PIC ZZZZ9.
           03 FILLER PIC X(05) VALUE SPACE.
           03 STT-PCT PIC ZZ9.9.
           03 FILLER PIC X(65) VALUE SPACE.
       01 SM-PCT-WORK PIC 9(03)V9(01) VALUE 0.

      *-----------------------------------------------------------
      *    SELECT - THE SAMPLE ITSELF.
      *-----------------------------------------------------------
       01 SM-SMP-TITLE PIC X(132)
           VALUE "THE SAMPLE".
       01 SM-SMP-RETITLE PIC X(132)
           VALUE "THE SAMPLE DRAWN AGAIN, AGAINST THE SAMPLE RECORDED".
       01 SM-SMP-HEAD.
           03 FILLER PIC X(06) VALUE "   NO".
           03 FILLER PIC X(05) VALUE "SITE".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(10) VALUE "KEYED FOR".
           03 FILLER PIC X(11) VALUE "POSTED ON".
           03 FILLER PIC X(04) VALUE "BAND".
           03 FILLER PIC X(04) VALUE " CCY".
           03 FILLER PIC X(17) VALUE "           AMOUNT".
           03 FILLER PIC X(18) VALUE "       BASE AMOUNT".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(10) VALUE "APPROVER".
           03 FILLER PIC X(27) VALUE "TAKEN BECAUSE".
           03 FILLER PIC X(11) VALUE "REDRAW".
       01 SM-SMP-DETAIL.
           03 SD-NO PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 SD-SITE PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SD-PART PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SD-KEYED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SD-CYCLE PIC 9(08).
           03 FILLER PIC X(04) VALUE SPACE.
           03 SD-BAND PIC 9(01).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SD-CCY PIC X(03).
           03 FILLER PIC X(01) VALUE SPACE.
           03 SD-TOTAL PIC -(13)9.99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 SD-BASE PIC -(13)9.99.
           03 FILLER PIC X(02) VALUE SPACE.
           03 SD-APPROVER PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SD-REASONS PIC X(25).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SD-RESULT PIC X(10).
           03 FILLER PIC X(01) VALUE SPACE.
       01 SM-REASON-TEXT PIC X(25) VALUE SPACE.
       01 SM-RSN-FLAGS PIC X(04) VALUE SPACE.
       01 SM-NONE-LINE PIC X(132)
           VALUE "NOTHING POSTED IN THE MONTH - NOTHING DRAWN".

       01 SM-SEL-TOTAL.
           03 FILLER PIC X(08) VALUE "SAMPLE: ".
           03 SLT-SAMPLED PIC ZZZZ9.
           03 FILLER PIC X(16) VALUE " BATCHES OF THE ".
           03 SLT-POSTED PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE " POSTED - ".
           03 SLT-ALWAYS PIC ZZZZ9.
           03 FILLER PIC X(15) VALUE " ALWAYS TAKEN, ".
           03 SLT-DRAWN PIC ZZZZ9.
           03 FILLER PIC X(19) VALUE " DRAWN AT RANDOM.  ".
           03 SLT-DIFF PIC ZZZZ9.
           03 FILLER PIC X(38)
               VALUE " DIFFERENCES FROM THE RECORDED SAMPLE".

      *-----------------------------------------------------------
      *    SELECT - THE REQUEST LIST, A PAGE PER KEYING OFFICE.
      *-----------------------------------------------------------
       01 SM-REQ-HEAD-2.
           03 FILLER PIC X(29) VALUE "TO THE KEYING OFFICE AT SITE ".
           03 RQ2-SITE PIC X(03).
           03 FILLER PIC X(100) VALUE SPACE.
       01 SM-REQ-TEXT-1 PIC X(132) VALUE
           "INTERNAL AUDIT HAS SAMPLED THE POSTED BATCHES BELOW.".
       01 SM-REQ-TEXT-2 PIC X(132) VALUE
           "PLEASE SEND THE ORIGINAL ROW/COLUMN AND CROSSWISE SHEETS".
       01 SM-REQ-TEXT-3 PIC X(132) VALUE
           "OF EACH TO INTERNAL AUDIT, QUOTING MONTH AND SAMPLE NO.".
       01 SM-REQ-HEAD-3.
           03 FILLER PIC X(06) VALUE "   NO".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(10) VALUE "KEYED FOR".
           03 FILLER PIC X(10) VALUE "POSTED ON".
           03 FILLER PIC X(04) VALUE "CCY".
           03 FILLER PIC X(17) VALUE "           AMOUNT".
           03 FILLER PIC X(03) VALUE SPACE.
           03 FILLER PIC X(24) VALUE "SHEETS SENT BY / ON".
           03 FILLER PIC X(51) VALUE SPACE.
       01 SM-REQ-DETAIL.
           03 RQ-NO PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 RQ-PART PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RQ-KEYED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RQ-CYCLE PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RQ-CCY PIC X(03).
           03 FILLER PIC X(01) VALUE SPACE.
           03 RQ-TOTAL PIC -(13)9.99.
           03 FILLER PIC X(03) VALUE SPACE.
           03 FILLER PIC X(24) VALUE "____________ / ________".
           03 FILLER PIC X(51) VALUE SPACE.
       01 SM-REQ-TOTAL.
           03 RQT-COUNT PIC ZZZ9.
           03 FILLER PIC X(29)
               VALUE " BATCHES REQUESTED FROM SITE ".
           03 RQT-SITE PIC X(03).
           03 FILLER PIC X(96) VALUE SPACE.

      *-----------------------------------------------------------
      *    SIGNOFF - THE CARDS.
      *-----------------------------------------------------------
       01 SM-ACT-TITLE PIC X(132)
           VALUE "SIGN-OFF CARDS THIS RUN".
       01 SM-ACT-HEAD.
           03 FILLER PIC X(10) VALUE "ACTION".
           03 FILLER PIC X(08) VALUE "MONTH".
           03 FILLER PIC X(08) VALUE "SAMPLE".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(10) VALUE "AUDITOR".
           03 FILLER PIC X(32) VALUE "COMMENT".
           03 FILLER PIC X(57) VALUE "REASON REFUSED".
       01 SM-ACT-DETAIL.
           03 ACT-ACTION PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-MONTH PIC X(06).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-NO PIC X(04).
           03 FILLER PIC X(04) VALUE SPACE.
           03 ACT-PART PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-AUDITOR PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-COMMENT PIC X(30).
           03 FILLER PIC X(02) VALUE SPACE.
           03 ACT-REASON PIC X(40).
           03 FILLER PIC X(17) VALUE SPACE.
       01 SM-NO-CARDS-LINE PIC X(132)
           VALUE "NO SIGN-OFF CARDS".

      *-----------------------------------------------------------
      *    SIGNOFF - THE EXCEPTIONS.
      *-----------------------------------------------------------
       01 SM-EXC-TITLE PIC X(132) VALUE
           "SAMPLES NOT SIGNED OFF, QUERIED OR FAILED".
       01 SM-EXC-HEAD.
           03 FILLER PIC X(08) VALUE "MONTH".
           03 FILLER PIC X(08) VALUE "SAMPLE".
           03 FILLER PIC X(05) VALUE "SITE".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(10) VALUE "KEYED FOR".
           03 FILLER PIC X(19) VALUE "      BASE AMOUNT".
           03 FILLER PIC X(16) VALUE "STATUS".
           03 FILLER PIC X(10) VALUE "AUDITOR".
           03 FILLER PIC X(10) VALUE "SIGNED".
           03 FILLER PIC X(39) VALUE "COMMENT".
       01 SM-EXC-DETAIL.
           03 EX-MONTH PIC 9(06).
           03 FILLER PIC X(02) VALUE SPACE.
           03 EX-NO PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 EX-SITE PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 EX-PART PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 EX-KEYED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 EX-BASE PIC -(13)9.99.
           03 FILLER PIC X(02) VALUE SPACE.
           03 EX-STATUS PIC X(14).
           03 FILLER PIC X(02) VALUE SPACE.
           03 EX-AUDITOR PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 EX-SIGNED PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 EX-COMMENT PIC X(30).
           03 FILLER PIC X(09) VALUE SPACE.
       01 SM-MON-LINE.
           03 FILLER PIC X(06) VALUE "MONTH ".
           03 MON-MONTH PIC 9(06).
           03 FILLER PIC X(02) VALUE ": ".
           03 MON-SAMPLED PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE " SAMPLED, ".
           03 MON-PASSED PIC ZZZZ9.
           03 FILLER PIC X(09) VALUE " PASSED, ".
           03 MON-FAILED PIC ZZZZ9.
           03 FILLER PIC X(09) VALUE " FAILED, ".
           03 MON-QUERIED PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE " QUERIED, ".
           03 MON-OPEN PIC ZZZZ9.
           03 FILLER PIC X(55) VALUE " NOT SIGNED OFF".
       01 SM-NO-MONTHS-LINE PIC X(132)
           VALUE "NO SAMPLE ON FILE".
       01 SM-SGN-TOTAL.
           03 FILLER PIC X(07) VALUE "CARDS: ".
           03 SGT-APPLIED PIC ZZZ9.
           03 FILLER PIC X(11) VALUE " APPLIED, ".
           03 SGT-REFUSED PIC ZZZ9.
           03 FILLER PIC X(12) VALUE " REFUSED;  ".
           03 SGT-EXCEPT PIC ZZZZ9.
           03 FILLER PIC X(89) VALUE " EXCEPTIONS LISTED".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-SAMPLES THRU 1500-EXIT.
           IF SM-SIGNOFF
             PERFORM 6000-SIGN-OFF THRU 6000-EXIT
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             DISPLAY "DAY6SMP: " SM-CNT-APPLIED " SIGN-OFF CARDS "
                 "APPLIED, " SM-CNT-REFUSED " REFUSED, "
                 SM-CNT-EXCEPT " EXCEPTIONS LISTED"
             IF SM-CNT-REFUSED > 0
               STOP RUN WITH ERROR STATUS 4
             END-IF
             STOP RUN
           END-IF.
           PERFORM 1600-RESOLVE-SETTINGS THRU 1600-EXIT.
           PERFORM 2000-FIND-LATEST THRU 2000-EXIT.
           PERFORM 2200-LOAD-ADJUSTED THRU 2200-EXIT.
           PERFORM 2500-LOAD-POSTED THRU 2500-EXIT.
           PERFORM 3000-DRAW THRU 3000-EXIT.
           PERFORM 5000-PRINT-SETTINGS THRU 5000-EXIT.
           PERFORM 5200-PRINT-STRATA THRU 5200-EXIT.
           PERFORM 3500-NUMBER-SAMPLE THRU 3500-EXIT.
           PERFORM 5600-REQUEST-LIST THRU 5600-EXIT.
           PERFORM 8000-REWRITE-SAMPLES THRU 8000-EXIT.
           DISPLAY "DAY6SMP: MONTH " SM-MONTH " SEED " SM-SEED " - "
               SM-CNT-SAMPLED " SAMPLED OF " SM-POP-CNT " POSTED ("
               SM-CNT-ALWAYS " ALWAYS TAKEN, " SM-CNT-DRAWN
               " DRAWN)".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF SM-POP-CNT EQUAL 0
             DISPLAY "DAY6SMP: NOTHING POSTED IN " SM-MONTH
                 " ON POSTLOG - NO SAMPLE RECORDED"
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           IF SM-CNT-DIFF > 0
             DISPLAY "DAY6SMP: REDRAW OF " SM-MONTH " DIFFERS FROM "
                 "THE RECORDED SAMPLE IN " SM-CNT-DIFF " PLACES"
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SM-RUN-TIME-RAW FROM TIME.
           ACCEPT SM-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           MOVE 10000 TO SM-LIMIT(1).
           MOVE 100000 TO SM-LIMIT(2).
           MOVE 1000000 TO SM-LIMIT(3).
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF SM-SELECT AND SM-MONTH EQUAL 0
             DISPLAY "DAY6SMP: RUNCTL MUST NAME MONTH=YYYYMM "
                 "- THE MONTH TO SAMPLE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF SM-LIMIT(1) NOT < SM-LIMIT(2)
               OR SM-LIMIT(2) NOT < SM-LIMIT(3)
             DISPLAY "DAY6SMP: BAND-1, BAND-2 AND BAND-3 MUST "
                 "RISE - " SM-LIMIT(1) " " SM-LIMIT(2) " "
                 SM-LIMIT(3)
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT SM-RPT-FILE.
           IF NOT SM-RPT-OK
             DISPLAY "DAY6SMP: UNABLE TO OPEN SMPRPT, STATUS="
                 SM-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF SM-SELECT
             MOVE "INTERNAL AUDIT SAMPLE - MONTH" TO HD1-TITLE
             MOVE SM-MONTH TO HD1-DATE
             OPEN OUTPUT SM-REQ-FILE
             IF NOT SM-REQ-OK
               DISPLAY "DAY6SMP: UNABLE TO OPEN SMPREQ, STATUS="
                   SM-REQ-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
             GO TO 1000-EXIT
           END-IF.
           MOVE "INTERNAL AUDIT SAMPLE SIGN-OFF - RUN" TO HD1-TITLE.
           MOVE SM-RUN-DATE TO HD1-DATE.
      *    NO CARDS AT ALL IS A RUN FOR THE EXCEPTIONS ALONE.
           OPEN INPUT SM-TRAN-FILE.
           IF NOT SM-TRAN-OK AND NOT SM-TRAN-ABSENT
             DISPLAY "DAY6SMP: UNABLE TO OPEN SGNTRAN, STATUS="
                 SM-TRAN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN EXTEND SM-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
           IF SM-AUD-ABSENT
             OPEN OUTPUT SM-AUD-FILE
           END-IF.
           IF NOT SM-AUD-OK
             DISPLAY "DAY6SMP: UNABLE TO OPEN AUDITLOG, STATUS="
                 SM-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CONTROL CARDS (SEE THE BANNER).  AN UNRECOGNISED
      *    KEYWORD OR UNUSABLE VALUE IS A HARD REJECT.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT SM-CTL-FILE.
           IF SM-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT SM-CTL-OK
             DISPLAY "DAY6SMP: UNABLE TO OPEN RUNCTL, STATUS="
                 SM-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SM-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL SM-CTL-EOF
             IF SM-CTL-RECORD NOT EQUAL SPACE
                 AND SM-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE SM-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ SM-CTL-FILE
             AT END
               SET SM-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO SM-CTL-KEY SM-CTL-VALUE.
           UNSTRING SM-CTL-RECORD DELIMITED BY "="
               INTO SM-CTL-KEY SM-CTL-VALUE.
           EVALUATE SM-CTL-KEY
             WHEN "MODE"
               EVALUATE SM-CTL-VALUE
                 WHEN "SELECT"
                   MOVE "D" TO SM-MODE-FLAG
                 WHEN "SIGNOFF"
                   MOVE "S" TO SM-MODE-FLAG
                 WHEN OTHER
                   DISPLAY "DAY6SMP: MODE VALUE '" SM-CTL-VALUE
                       "' ON RUNCTL CARD IS NOT SELECT OR SIGNOFF"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             WHEN "MONTH"
               IF SM-CTL-VALUE(1:6) IS NOT NUMERIC
                   OR SM-CTL-VALUE(7:14) NOT EQUAL SPACE
                   OR SM-CTL-VALUE(5:2) < "01"
                   OR SM-CTL-VALUE(5:2) > "12"
                 DISPLAY "DAY6SMP: MONTH VALUE '"
                     SM-CTL-VALUE "' ON RUNCTL CARD IS NOT YYYYMM"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SM-CTL-VALUE(1:6) TO SM-MONTH
             WHEN "SEED"
               PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
               IF SM-CTL-BAD EQUAL 1 OR SM-CTL-NUM EQUAL 0
                   OR SM-CTL-NUM NOT < SM-MODULUS
                 DISPLAY "DAY6SMP: SEED VALUE '" SM-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT 1-2147483646"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SM-CTL-NUM TO SM-SEED
               ADD 1 TO SM-SETTING-CARDS
             WHEN "SAMPLE-PCT"
               PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
               IF SM-CTL-BAD EQUAL 1 OR SM-CTL-NUM EQUAL 0
                   OR SM-CTL-NUM > 100
                 DISPLAY "DAY6SMP: SAMPLE-PCT VALUE '" SM-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT 1-100"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SM-CTL-NUM TO SM-PCT
               ADD 1 TO SM-SETTING-CARDS
             WHEN "SAMPLE-MIN"
               PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
               IF SM-CTL-BAD EQUAL 1 OR SM-CTL-NUM > 99
                 DISPLAY "DAY6SMP: SAMPLE-MIN VALUE '" SM-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT 0-99"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE SM-CTL-NUM TO SM-MIN
               ADD 1 TO SM-SETTING-CARDS
             WHEN "BAND-1"
               PERFORM 1350-PARSE-AMOUNT THRU 1350-EXIT
               MOVE SM-CTL-NUM TO SM-LIMIT(1)
             WHEN "BAND-2"
               PERFORM 1350-PARSE-AMOUNT THRU 1350-EXIT
               MOVE SM-CTL-NUM TO SM-LIMIT(2)
             WHEN "BAND-3"
               PERFORM 1350-PARSE-AMOUNT THRU 1350-EXIT
               MOVE SM-CTL-NUM TO SM-LIMIT(3)
             WHEN "ALWAYS-ABOVE"
               PERFORM 1350-PARSE-AMOUNT THRU 1350-EXIT
               MOVE SM-CTL-NUM TO SM-ABOVE
             WHEN OTHER
               DISPLAY "DAY6SMP: UNRECOGNISED KEYWORD '" SM-CTL-KEY
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
           COMPUTE SM-CTL-NUM = 0.
           COMPUTE SM-CTL-BAD = 0.
           IF SM-CTL-VALUE EQUAL SPACE
             MOVE 1 TO SM-CTL-BAD
             GO TO 1300-EXIT
           END-IF.
           PERFORM VARYING SM-CTL-I FROM 1 BY 1
               UNTIL SM-CTL-I > 20
               OR SM-CTL-VALUE(SM-CTL-I:1) EQUAL SPACE
             MOVE SM-CTL-VALUE(SM-CTL-I:1) TO SM-CTL-DIGIT
             IF SM-CTL-DIGIT IS NUMERIC
               MOVE SM-CTL-DIGIT TO SM-CTL-DIGIT-N
               COMPUTE SM-CTL-NUM = SM-CTL-NUM * 10 + SM-CTL-DIGIT-N
                 ON SIZE ERROR
                   MOVE 1 TO SM-CTL-BAD
               END-COMPUTE
             ELSE
               MOVE 1 TO SM-CTL-BAD
             END-IF
           END-PERFORM.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A BAND LIMIT OR THE ALWAYS-TAKEN AMOUNT - WHOLE BASE
      *    UNITS, MORE THAN NOTHING.  ANY OF THEM IS A SETTING OF
      *    THE DRAW.
      *-----------------------------------------------------------
       1350-PARSE-AMOUNT.
           PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT.
           IF SM-CTL-BAD EQUAL 1 OR SM-CTL-NUM EQUAL 0
             DISPLAY "DAY6SMP: " SM-CTL-KEY " VALUE '" SM-CTL-VALUE
                 "' ON RUNCTL CARD IS NOT A WHOLE AMOUNT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO SM-SETTING-CARDS.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE WHOLE SAMPLE FILE.  AN ABSENT ONE IS NO MONTH
      *    EVER DRAWN.  EVERY MONTH'S SAMPLES MUST FOLLOW ITS
      *    HEADER, AND EVERY SAMPLE CARRY A KNOWN STATE.
      *-----------------------------------------------------------
       1500-LOAD-SAMPLES.
           OPEN INPUT SM-SMP-FILE.
           IF SM-SMP-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT SM-SMP-OK
             DISPLAY "DAY6SMP: UNABLE TO OPEN SMPFILE, STATUS="
                 SM-SMP-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SM-EOF-FLAG.
           PERFORM 1510-READ-SAMPLE THRU 1510-EXIT.
           PERFORM UNTIL SM-EOF
             IF AS-RECORD NOT EQUAL SPACE
               IF AS-MONTH IS NOT NUMERIC
                   OR AS-SAMPLE-NO IS NOT NUMERIC
                 DISPLAY "DAY6SMP: SMPFILE RECORD WITHOUT A MONTH "
                     "AND SAMPLE NUMBER - " AS-RECORD(1:40)
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF AS-HEADER
                 PERFORM 1550-TAKE-HEADER THRU 1550-EXIT
               ELSE
                 PERFORM 1560-TAKE-SAMPLE THRU 1560-EXIT
               END-IF
             END-IF
             PERFORM 1510-READ-SAMPLE THRU 1510-EXIT
           END-PERFORM.
           CLOSE SM-SMP-FILE.
           PERFORM VARYING SM-H FROM 1 BY 1
               UNTIL SM-H > SM-HDR-CNT
             IF SM-H-MONTH(SM-H) EQUAL SM-MONTH
               MOVE SM-H TO SM-MONTH-X
             END-IF
           END-PERFORM.
       1500-EXIT.
           EXIT.

       1510-READ-SAMPLE.
           READ SM-SMP-FILE
             AT END
               SET SM-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1550-TAKE-HEADER.
           PERFORM VARYING SM-H FROM 1 BY 1
               UNTIL SM-H > SM-HDR-CNT
             IF SM-H-MONTH(SM-H) EQUAL AS-MONTH
               DISPLAY "DAY6SMP: MONTH " AS-MONTH " IS ON SMPFILE "
                   "TWICE"
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-PERFORM.
           IF SM-HDR-CNT >= SM-MAX-MONTHS
             DISPLAY "DAY6SMP: MORE THAN " SM-MAX-MONTHS
                 " MONTHS ON SMPFILE - TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO SM-HDR-CNT.
           MOVE AS-MONTH TO SM-H-MONTH(SM-HDR-CNT).
           MOVE AS-SEED TO SM-H-SEED(SM-HDR-CNT).
           MOVE AS-P-PCT TO SM-H-PCT(SM-HDR-CNT).
           MOVE AS-P-MIN TO SM-H-MIN(SM-HDR-CNT).
           MOVE AS-P-BAND-LIMIT(1) TO SM-H-LIMIT(SM-HDR-CNT, 1).
           MOVE AS-P-BAND-LIMIT(2) TO SM-H-LIMIT(SM-HDR-CNT, 2).
           MOVE AS-P-BAND-LIMIT(3) TO SM-H-LIMIT(SM-HDR-CNT, 3).
           MOVE AS-P-ABOVE TO SM-H-ABOVE(SM-HDR-CNT).
           MOVE AS-P-POSTED TO SM-H-POSTED(SM-HDR-CNT).
           MOVE AS-P-SAMPLED TO SM-H-SAMPLED(SM-HDR-CNT).
           MOVE AS-P-DRAWN TO SM-H-DRAWN(SM-HDR-CNT).
       1550-EXIT.
           EXIT.

       1560-TAKE-SAMPLE.
           IF SM-HDR-CNT EQUAL 0
             DISPLAY "DAY6SMP: SAMPLE " AS-MONTH " " AS-SAMPLE-NO
                 " ON SMPFILE HAS NO MONTH HEADER BEFORE IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF SM-H-MONTH(SM-HDR-CNT) NOT EQUAL AS-MONTH
             DISPLAY "DAY6SMP: SAMPLE " AS-MONTH " " AS-SAMPLE-NO
                 " ON SMPFILE HAS NO MONTH HEADER BEFORE IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF NOT AS-OPEN AND NOT AS-PASSED AND NOT AS-FAILED
               AND NOT AS-QUERIED
             DISPLAY "DAY6SMP: SAMPLE " AS-MONTH " " AS-SAMPLE-NO
                 " ON SMPFILE IS NEITHER OPEN NOR SIGNED OFF"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF SM-SMP-CNT >= SM-MAX-SAMPLES
             DISPLAY "DAY6SMP: MORE THAN " SM-MAX-SAMPLES
                 " SAMPLES ON SMPFILE - TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO SM-SMP-CNT.
           MOVE AS-MONTH TO SM-S-MONTH(SM-SMP-CNT).
           MOVE AS-SAMPLE-NO TO SM-S-NO(SM-SMP-CNT).
           MOVE AS-SEED TO SM-S-SEED(SM-SMP-CNT).
           MOVE AS-PART-NO TO SM-S-PART(SM-SMP-CNT).
           MOVE AS-CYCLE-DATE TO SM-S-CYCLE(SM-SMP-CNT).
           MOVE AS-KEYED-DATE TO SM-S-KEYED(SM-SMP-CNT).
           MOVE AS-SITE TO SM-S-SITE(SM-SMP-CNT).
           MOVE AS-BAND TO SM-S-BAND(SM-SMP-CNT).
           MOVE AS-CCY TO SM-S-CCY(SM-SMP-CNT).
           MOVE AS-TOTAL TO SM-S-TOTAL(SM-SMP-CNT).
           MOVE AS-TOTAL-BASE TO SM-S-BASE(SM-SMP-CNT).
           MOVE AS-APPROVER TO SM-S-APPROVER(SM-SMP-CNT).
           MOVE AS-APPR1 TO SM-S-APPR1(SM-SMP-CNT).
           MOVE AS-REASONS TO SM-S-REASONS(SM-SMP-CNT).
           MOVE AS-STATE TO SM-S-STATE(SM-SMP-CNT).
           MOVE AS-AUDITOR TO SM-S-AUDITOR(SM-SMP-CNT).
           MOVE 0 TO SM-S-SIGNED(SM-SMP-CNT).
           IF AS-SIGNED IS NUMERIC
             MOVE AS-SIGNED TO SM-S-SIGNED(SM-SMP-CNT)
           END-IF.
           MOVE AS-COMMENT TO SM-S-COMMENT(SM-SMP-CNT).
           MOVE 0 TO SM-S-MATCHED(SM-SMP-CNT).
       1560-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A MONTH ALREADY DRAWN IS DRAWN AGAIN EXACTLY AS IT WAS -
      *    ITS RECORDED SEED AND SETTINGS OVERRIDE ANY ON RUNCTL.
      *    A FIRST DRAW WITHOUT A SEED CARD TAKES ONE FROM THE
      *    CLOCK; EITHER WAY THE SEED USED IS PRINTED AND RECORDED.
      *-----------------------------------------------------------
       1600-RESOLVE-SETTINGS.
           IF SM-MONTH-X > 0
             IF SM-SETTING-CARDS > 0
               DISPLAY "DAY6SMP: " SM-MONTH " WAS DRAWN ON "
                   SM-H-DRAWN(SM-MONTH-X) " - ITS RECORDED SEED AND "
                   "SETTINGS ARE USED, NOT RUNCTL'S"
             END-IF
             MOVE SM-H-SEED(SM-MONTH-X) TO SM-SEED
             MOVE SM-H-PCT(SM-MONTH-X) TO SM-PCT
             MOVE SM-H-MIN(SM-MONTH-X) TO SM-MIN
             MOVE SM-H-LIMIT(SM-MONTH-X, 1) TO SM-LIMIT(1)
             MOVE SM-H-LIMIT(SM-MONTH-X, 2) TO SM-LIMIT(2)
             MOVE SM-H-LIMIT(SM-MONTH-X, 3) TO SM-LIMIT(3)
             MOVE SM-H-ABOVE(SM-MONTH-X) TO SM-ABOVE
             MOVE "AS RECORDED WHEN THE MONTH WAS FIRST DRAWN"
                 TO SM-SEED-SOURCE
             SET SM-REDRAW TO TRUE
             GO TO 1600-EXIT
           END-IF.
           IF SM-SEED > 0
             MOVE "GIVEN ON RUNCTL" TO SM-SEED-SOURCE
             GO TO 1600-EXIT
           END-IF.
           COMPUTE SM-RND-WORK = SM-RUN-TIME-RAW * 31 + SM-RUN-DATE.
           DIVIDE SM-RND-WORK BY SM-MODULUS GIVING SM-RND-QUOT
               REMAINDER SM-SEED.
           IF SM-SEED EQUAL 0
             MOVE 1 TO SM-SEED
           END-IF.
           MOVE "TAKEN FROM THE CLOCK - RECORDED WITH THE SAMPLE"
               TO SM-SEED-SOURCE.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FIRST PASS OF POSTLOG - THE LATEST RUN STAMP FOR EACH
      *    CYCLE OF THE MONTH.  AN ABSENT LOG IS NOTHING POSTED.
      *-----------------------------------------------------------
       2000-FIND-LATEST.
           OPEN INPUT SM-LOG-FILE.
           IF SM-LOG-ABSENT
             GO TO 2000-EXIT
           END-IF.
           IF NOT SM-LOG-OK
             DISPLAY "DAY6SMP: UNABLE TO OPEN POSTLOG, STATUS="
                 SM-LOG-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SM-EOF-FLAG.
           PERFORM 2010-READ-LOG THRU 2010-EXIT.
           PERFORM UNTIL SM-EOF
             IF PS-CYCLE-DATE(1:6) EQUAL SM-MONTH
               PERFORM 2050-NOTE-STAMP THRU 2050-EXIT
             END-IF
             PERFORM 2010-READ-LOG THRU 2010-EXIT
           END-PERFORM.
           CLOSE SM-LOG-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-LOG.
           READ SM-LOG-FILE
             AT END
               SET SM-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2050-NOTE-STAMP.
           MOVE PS-RUN-DATE TO SM-STAMP-DATE.
           MOVE PS-RUN-TIME TO SM-STAMP-TIME.
           PERFORM 2060-FIND-CYCLE THRU 2060-EXIT.
           IF SM-FOUND EQUAL 0
             IF SM-CYCLE-CNT >= SM-MAX-CYCLES
               DISPLAY "DAY6SMP: MORE THAN " SM-MAX-CYCLES
                   " CYCLES IN THE MONTH - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO SM-CYCLE-CNT
             MOVE PS-CYCLE-DATE TO SM-Y-DATE(SM-CYCLE-CNT)
             MOVE SM-STAMP TO SM-Y-STAMP(SM-CYCLE-CNT)
             GO TO 2050-EXIT
           END-IF.
           IF SM-STAMP > SM-Y-STAMP(SM-FOUND)
             MOVE SM-STAMP TO SM-Y-STAMP(SM-FOUND)
           END-IF.
       2050-EXIT.
           EXIT.

       2060-FIND-CYCLE.
           COMPUTE SM-FOUND = 0.
           PERFORM VARYING SM-I FROM 1 BY 1
               UNTIL SM-I > SM-CYCLE-CNT OR SM-FOUND > 0
             IF SM-Y-DATE(SM-I) EQUAL PS-CYCLE-DATE
               MOVE SM-I TO SM-FOUND
             END-IF
           END-PERFORM.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY DAY6ADJ ADJUSTMENT ON THE MONTH'S TOTALS.  NO
      *    ADJIN MEANS NO BATCH IS TAKEN AS ADJUSTED.
      *-----------------------------------------------------------
       2200-LOAD-ADJUSTED.
           OPEN INPUT SM-ADJ-FILE.
           IF SM-ADJ-ABSENT
             DISPLAY "DAY6SMP: NO ADJIN - NO BATCH IS TAKEN AS "
                 "ADJUSTED"
             GO TO 2200-EXIT
           END-IF.
           IF NOT SM-ADJ-OK
             DISPLAY "DAY6SMP: UNABLE TO OPEN ADJIN, STATUS="
                 SM-ADJ-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SM-EOF-FLAG.
           PERFORM 2210-READ-ADJ THRU 2210-EXIT.
           PERFORM UNTIL SM-EOF
             IF MTD-SOURCE EQUAL "A"
               IF SM-ADJ-CNT >= SM-MAX-ADJ
                 DISPLAY "DAY6SMP: MORE THAN " SM-MAX-ADJ
                     " ADJUSTMENTS ON ADJIN - TABLE FULL"
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO SM-ADJ-CNT
               MOVE MTD-PART-NO TO SM-A-PART(SM-ADJ-CNT)
               MOVE MTD-DATE TO SM-A-DATE(SM-ADJ-CNT)
             END-IF
             PERFORM 2210-READ-ADJ THRU 2210-EXIT
           END-PERFORM.
           CLOSE SM-ADJ-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-ADJ.
           READ SM-ADJ-FILE
             AT END
               SET SM-EOF TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SECOND PASS OF POSTLOG - EVERY BATCH OF THE MONTH FROM
      *    ITS CYCLE'S LATEST RUN BECOMES THE POPULATION.
      *-----------------------------------------------------------
       2500-LOAD-POSTED.
           IF SM-CYCLE-CNT EQUAL 0
             GO TO 2500-EXIT
           END-IF.
           OPEN INPUT SM-LOG-FILE.
           IF NOT SM-LOG-OK
             DISPLAY "DAY6SMP: UNABLE TO REOPEN POSTLOG, STATUS="
                 SM-LOG-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO SM-EOF-FLAG.
           PERFORM 2010-READ-LOG THRU 2010-EXIT.
           PERFORM UNTIL SM-EOF
             IF PS-CYCLE-DATE(1:6) EQUAL SM-MONTH
               PERFORM 2550-TAKE-BATCH THRU 2550-EXIT
             END-IF
             PERFORM 2010-READ-LOG THRU 2010-EXIT
           END-PERFORM.
           CLOSE SM-LOG-FILE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE POSTED BATCH - ITS KEYED-FOR CYCLE (THE ORIGINAL
      *    CYCLE OF A RECYCLED BATCH, ELSE THE CYCLE IT WAS FIRST
      *    OFFERED ON, ELSE THE ONE IT POSTED ON), ITS AMOUNT BAND,
      *    ANY REASON IT MUST BE TAKEN, ITS RANDOM SCORE AND ITS
      *    STRATUM.
      *-----------------------------------------------------------
       2550-TAKE-BATCH.
           MOVE PS-RUN-DATE TO SM-STAMP-DATE.
           MOVE PS-RUN-TIME TO SM-STAMP-TIME.
           PERFORM 2060-FIND-CYCLE THRU 2060-EXIT.
      *    A CYCLE APPENDED SINCE THE FIRST PASS IS LEFT OUT.
           IF SM-FOUND EQUAL 0
             GO TO 2550-EXIT
           END-IF.
           IF SM-STAMP NOT EQUAL SM-Y-STAMP(SM-FOUND)
             ADD 1 TO SM-CNT-SUPERSEDED
             GO TO 2550-EXIT
           END-IF.
           IF SM-POP-CNT >= SM-MAX-POSTED
             DISPLAY "DAY6SMP: MORE THAN " SM-MAX-POSTED
                 " BATCHES POSTED IN THE MONTH - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO SM-CNT-USED.
           ADD 1 TO SM-POP-CNT.
           MOVE SM-POP-CNT TO SM-I.
           MOVE PS-PART-NO TO SM-P-PART(SM-I).
           MOVE PS-CYCLE-DATE TO SM-P-CYCLE(SM-I).
           MOVE PS-CYCLE-DATE TO SM-P-KEYED(SM-I).
           IF PS-FIRST-DATE IS NUMERIC AND PS-FIRST-DATE > 0
             MOVE PS-FIRST-DATE TO SM-P-KEYED(SM-I)
           END-IF.
           IF PS-RCY-DATE IS NUMERIC AND PS-RCY-DATE > 0
             MOVE PS-RCY-DATE TO SM-P-KEYED(SM-I)
           END-IF.
           MOVE PS-SITE TO SM-P-SITE(SM-I).
           MOVE PS-CCY TO SM-P-CCY(SM-I).
           MOVE PS-TOTAL TO SM-P-TOTAL(SM-I).
           MOVE PS-TOTAL-BASE TO SM-P-BASE(SM-I).
           MOVE PS-APPROVER TO SM-P-APPROVER(SM-I).
           MOVE PS-APPR1 TO SM-P-APPR1(SM-I).
           MOVE SPACE TO SM-P-REASONS(SM-I).
           MOVE 0 TO SM-P-PICKED(SM-I).
           MOVE 0 TO SM-P-NUMBER(SM-I).
           IF PS-TOTAL-BASE < 0
             COMPUTE SM-ABS = 0 - PS-TOTAL-BASE
           ELSE
             MOVE PS-TOTAL-BASE TO SM-ABS
           END-IF.
           EVALUATE TRUE
             WHEN SM-ABS NOT > SM-LIMIT(1)
               MOVE 1 TO SM-P-BAND(SM-I)
             WHEN SM-ABS NOT > SM-LIMIT(2)
               MOVE 2 TO SM-P-BAND(SM-I)
             WHEN SM-ABS NOT > SM-LIMIT(3)
               MOVE 3 TO SM-P-BAND(SM-I)
             WHEN OTHER
               MOVE 4 TO SM-P-BAND(SM-I)
           END-EVALUATE.
           IF SM-ABS > SM-ABOVE
             MOVE "L" TO SM-P-REASONS(SM-I)(1:1)
           END-IF.
           PERFORM VARYING SM-J FROM 1 BY 1
               UNTIL SM-J > SM-ADJ-CNT
             IF SM-A-PART(SM-J) EQUAL SM-P-PART(SM-I)
                 AND SM-A-DATE(SM-J) EQUAL SM-P-KEYED(SM-I)
               MOVE "A" TO SM-P-REASONS(SM-I)(2:1)
             END-IF
           END-PERFORM.
           IF PS-RCY-DATE IS NUMERIC AND PS-RCY-DATE > 0
             MOVE "R" TO SM-P-REASONS(SM-I)(3:1)
           END-IF.
           PERFORM 2700-SCORE THRU 2700-EXIT.
           PERFORM 2800-FIND-STRATUM THRU 2800-EXIT.
           MOVE SM-T TO SM-P-STRATUM(SM-I).
           ADD 1 TO SM-T-POSTED(SM-T).
           IF SM-P-REASONS(SM-I) NOT EQUAL SPACE
             MOVE 1 TO SM-P-PICKED(SM-I)
             ADD 1 TO SM-T-ALWAYS(SM-T)
             ADD 1 TO SM-CNT-ALWAYS
           END-IF.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE BATCH'S RANDOM SCORE - THE GENERATOR STARTED FROM
      *    THE SEED AND STIRRED WITH THE CYCLE IT POSTED ON, THE
      *    CYCLE IT WAS KEYED FOR AND EACH CHARACTER OF ITS PART
      *    NUMBER, THEN TWICE MORE.  IT DEPENDS ON NOTHING ELSE, SO
      *    THE ORDER OF THE LOG CANNOT CHANGE WHICH BATCHES ARE
      *    DRAWN.
      *-----------------------------------------------------------
       2700-SCORE.
           MOVE SM-SEED TO SM-RND.
           MOVE SM-P-CYCLE(SM-I) TO SM-MIX.
           PERFORM 2750-STIR THRU 2750-EXIT.
           MOVE SM-P-KEYED(SM-I) TO SM-MIX.
           PERFORM 2750-STIR THRU 2750-EXIT.
           PERFORM VARYING SM-K FROM 1 BY 1 UNTIL SM-K > 5
             MOVE SM-P-PART(SM-I)(SM-K:1) TO SM-CHAR
             MOVE 0 TO SM-POS
             INSPECT SM-ALPHABET TALLYING SM-POS
                 FOR CHARACTERS BEFORE INITIAL SM-CHAR
             COMPUTE SM-MIX = SM-POS + 1
             PERFORM 2750-STIR THRU 2750-EXIT
           END-PERFORM.
           MOVE 0 TO SM-MIX.
           PERFORM 2750-STIR THRU 2750-EXIT.
           PERFORM 2750-STIR THRU 2750-EXIT.
           MOVE SM-RND TO SM-P-SCORE(SM-I).
       2700-EXIT.
           EXIT.

       2750-STIR.
           COMPUTE SM-RND-WORK = (SM-RND + SM-MIX) * SM-MULTIPLIER.
           DIVIDE SM-RND-WORK BY SM-MODULUS GIVING SM-RND-QUOT
               REMAINDER SM-RND.
           IF SM-RND EQUAL 0
             MOVE 1 TO SM-RND
           END-IF.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE STRATUM OF THE BATCH AT SM-I, OPENED ON ITS FIRST
      *    BATCH - SM-T COMES BACK POINTING AT IT.
      *-----------------------------------------------------------
       2800-FIND-STRATUM.
           COMPUTE SM-T = 0.
           PERFORM VARYING SM-J FROM 1 BY 1
               UNTIL SM-J > SM-STR-CNT OR SM-T > 0
             IF SM-T-SITE(SM-J) EQUAL SM-P-SITE(SM-I)
                 AND SM-T-BAND(SM-J) EQUAL SM-P-BAND(SM-I)
               MOVE SM-J TO SM-T
             END-IF
           END-PERFORM.
           IF SM-T > 0
             GO TO 2800-EXIT
           END-IF.
           IF SM-STR-CNT >= SM-MAX-STRATA
             DISPLAY "DAY6SMP: MORE THAN " SM-MAX-STRATA
                 " SITE AND BAND STRATA - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO SM-STR-CNT.
           MOVE SM-STR-CNT TO SM-T.
           MOVE SM-P-SITE(SM-I) TO SM-T-SITE(SM-T).
           MOVE SM-P-BAND(SM-I) TO SM-T-BAND(SM-T).
           MOVE 0 TO SM-T-POSTED(SM-T) SM-T-ALWAYS(SM-T)
               SM-T-QUOTA(SM-T) SM-T-DRAWN(SM-T) SM-T-PRINTED(SM-T).
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE DRAW.  EACH STRATUM'S QUOTA IS SAMPLE-PCT PER CENT
      *    OF THE BATCHES NOT ALREADY TAKEN, ROUNDED UP, AT LEAST
      *    SAMPLE-MIN AND AT MOST ALL OF THEM; THE QUOTA IS FILLED
      *    WITH THE LOWEST RANDOM SCORES.
      *-----------------------------------------------------------
       3000-DRAW.
           PERFORM VARYING SM-T FROM 1 BY 1
               UNTIL SM-T > SM-STR-CNT
             COMPUTE SM-REST = SM-T-POSTED(SM-T) - SM-T-ALWAYS(SM-T)
             COMPUTE SM-T-QUOTA(SM-T) = (SM-PCT * SM-REST + 99) / 100
             IF SM-T-QUOTA(SM-T) < SM-MIN
               MOVE SM-MIN TO SM-T-QUOTA(SM-T)
             END-IF
             IF SM-T-QUOTA(SM-T) > SM-REST
               MOVE SM-REST TO SM-T-QUOTA(SM-T)
             END-IF
             PERFORM 3100-DRAW-ONE THRU 3100-EXIT
                 SM-T-QUOTA(SM-T) TIMES
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-DRAW-ONE.
           COMPUTE SM-BEST = 0.
           PERFORM VARYING SM-I FROM 1 BY 1
               UNTIL SM-I > SM-POP-CNT
             IF SM-P-STRATUM(SM-I) EQUAL SM-T
                 AND SM-P-PICKED(SM-I) EQUAL 0
               IF SM-BEST EQUAL 0
                 MOVE SM-I TO SM-BEST
               ELSE
                 IF SM-P-SCORE(SM-I) < SM-P-SCORE(SM-BEST)
                   MOVE SM-I TO SM-BEST
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF SM-BEST EQUAL 0
             GO TO 3100-EXIT
           END-IF.
           MOVE 1 TO SM-P-PICKED(SM-BEST).
           MOVE "S" TO SM-P-REASONS(SM-BEST)(4:1).
           ADD 1 TO SM-T-DRAWN(SM-T).
           ADD 1 TO SM-CNT-DRAWN.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    NUMBER THE SAMPLE IN SITE, POSTED-CYCLE AND PART ORDER
      *    AND LIST IT.  A FIRST DRAW ADDS THE MONTH TO THE SAMPLE
      *    FILE; A REDRAW IS CHECKED, NUMBER BY NUMBER, AGAINST
      *    WHAT WAS RECORDED.
      *-----------------------------------------------------------
       3500-NUMBER-SAMPLE.
           MOVE SM-SMP-HEAD TO SM-COL-HEAD.
           MOVE 99 TO SM-LINE-CNT.
           IF SM-REDRAW
             MOVE SM-SMP-RETITLE TO SM-LINE-HOLD
           ELSE
             MOVE SM-SMP-TITLE TO SM-LINE-HOLD
           END-IF.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF SM-POP-CNT EQUAL 0
             MOVE SM-NONE-LINE TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 3500-EXIT
           END-IF.
           IF NOT SM-REDRAW
             PERFORM 3400-ADD-MONTH THRU 3400-EXIT
           END-IF.
           PERFORM 3550-PICK-NEXT THRU 3550-EXIT.
           PERFORM UNTIL SM-BEST EQUAL 0
             ADD 1 TO SM-CNT-SAMPLED
             MOVE SM-CNT-SAMPLED TO SM-P-NUMBER(SM-BEST)
             PERFORM 3600-RECORD-ONE THRU 3600-EXIT
             PERFORM 3550-PICK-NEXT THRU 3550-EXIT
           END-PERFORM.
           PERFORM 3700-RECORDED-ONLY THRU 3700-EXIT.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-CNT-SAMPLED TO SLT-SAMPLED.
           MOVE SM-POP-CNT TO SLT-POSTED.
           MOVE SM-CNT-ALWAYS TO SLT-ALWAYS.
           MOVE SM-CNT-DRAWN TO SLT-DRAWN.
           MOVE SM-CNT-DIFF TO SLT-DIFF.
           MOVE SM-SEL-TOTAL TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A FIRST DRAW OPENS THE MONTH ON THE SAMPLE FILE - ITS
      *    HEADER CARRIES THE SEED AND SETTINGS.  ROOM FOR THE
      *    WHOLE SAMPLE IS CHECKED BEFORE ANYTHING IS ADDED.
      *-----------------------------------------------------------
       3400-ADD-MONTH.
           COMPUTE SM-NEEDED = SM-CNT-ALWAYS + SM-CNT-DRAWN.
           IF SM-HDR-CNT >= SM-MAX-MONTHS
               OR SM-SMP-CNT + SM-NEEDED > SM-MAX-SAMPLES
             DISPLAY "DAY6SMP: NO ROOM ON SMPFILE FOR " SM-MONTH
                 "'S " SM-NEEDED " SAMPLES - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO SM-HDR-CNT.
           MOVE SM-HDR-CNT TO SM-MONTH-X.
           MOVE SM-MONTH TO SM-H-MONTH(SM-MONTH-X).
           MOVE SM-SEED TO SM-H-SEED(SM-MONTH-X).
           MOVE SM-PCT TO SM-H-PCT(SM-MONTH-X).
           MOVE SM-MIN TO SM-H-MIN(SM-MONTH-X).
           MOVE SM-LIMIT(1) TO SM-H-LIMIT(SM-MONTH-X, 1).
           MOVE SM-LIMIT(2) TO SM-H-LIMIT(SM-MONTH-X, 2).
           MOVE SM-LIMIT(3) TO SM-H-LIMIT(SM-MONTH-X, 3).
           MOVE SM-ABOVE TO SM-H-ABOVE(SM-MONTH-X).
           MOVE SM-POP-CNT TO SM-H-POSTED(SM-MONTH-X).
           MOVE SM-NEEDED TO SM-H-SAMPLED(SM-MONTH-X).
           MOVE SM-RUN-DATE TO SM-H-DRAWN(SM-MONTH-X).
           SET SM-CHANGED TO TRUE.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE NEXT SAMPLED BATCH NOT YET NUMBERED, IN SITE, THEN
      *    POSTED-CYCLE, THEN PART ORDER - SM-BEST ZERO WHEN THERE
      *    ARE NO MORE.
      *-----------------------------------------------------------
       3550-PICK-NEXT.
           COMPUTE SM-BEST = 0.
           PERFORM VARYING SM-I FROM 1 BY 1
               UNTIL SM-I > SM-POP-CNT
             IF SM-P-PICKED(SM-I) EQUAL 1
                 AND SM-P-NUMBER(SM-I) EQUAL 0
               IF SM-BEST EQUAL 0
                 MOVE SM-I TO SM-BEST
               ELSE
                 IF SM-P-SITE(SM-I) < SM-P-SITE(SM-BEST)
                   MOVE SM-I TO SM-BEST
                 ELSE
                   IF SM-P-SITE(SM-I) EQUAL SM-P-SITE(SM-BEST)
                     IF SM-P-CYCLE(SM-I) < SM-P-CYCLE(SM-BEST)
                       MOVE SM-I TO SM-BEST
                     ELSE
                       IF SM-P-CYCLE(SM-I) EQUAL SM-P-CYCLE(SM-BEST)
                           AND SM-P-PART(SM-I) < SM-P-PART(SM-BEST)
                         MOVE SM-I TO SM-BEST
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE BATCH AT SM-BEST HAS JUST BEEN NUMBERED.  A FIRST
      *    DRAW ADDS IT TO THE MONTH, OPEN; A REDRAW COMPARES IT
      *    WITH THE SAMPLE RECORDED UNDER THE SAME NUMBER AND, WHERE
      *    THAT DIFFERS, LISTS THE RECORDED ONE BENEATH IT.
      *-----------------------------------------------------------
       3600-RECORD-ONE.
           MOVE SM-P-NUMBER(SM-BEST) TO SD-NO.
           MOVE SM-P-SITE(SM-BEST) TO SD-SITE.
           MOVE SM-P-PART(SM-BEST) TO SD-PART.
           MOVE SM-P-KEYED(SM-BEST) TO SD-KEYED.
           MOVE SM-P-CYCLE(SM-BEST) TO SD-CYCLE.
           MOVE SM-P-BAND(SM-BEST) TO SD-BAND.
           MOVE SM-P-CCY(SM-BEST) TO SD-CCY.
           MOVE SM-P-TOTAL(SM-BEST) TO SD-TOTAL.
           MOVE SM-P-BASE(SM-BEST) TO SD-BASE.
           MOVE SM-P-APPROVER(SM-BEST) TO SD-APPROVER.
           MOVE SM-P-REASONS(SM-BEST) TO SM-RSN-FLAGS.
           PERFORM 3680-REASON-TEXT THRU 3680-EXIT.
           MOVE SPACE TO SD-RESULT.
           IF SM-REDRAW
             GO TO 3620-COMPARE
           END-IF.
           ADD 1 TO SM-SMP-CNT.
           MOVE SM-MONTH TO SM-S-MONTH(SM-SMP-CNT).
           MOVE SM-P-NUMBER(SM-BEST) TO SM-S-NO(SM-SMP-CNT).
           MOVE SM-SEED TO SM-S-SEED(SM-SMP-CNT).
           MOVE SM-P-PART(SM-BEST) TO SM-S-PART(SM-SMP-CNT).
           MOVE SM-P-CYCLE(SM-BEST) TO SM-S-CYCLE(SM-SMP-CNT).
           MOVE SM-P-KEYED(SM-BEST) TO SM-S-KEYED(SM-SMP-CNT).
           MOVE SM-P-SITE(SM-BEST) TO SM-S-SITE(SM-SMP-CNT).
           MOVE SM-P-BAND(SM-BEST) TO SM-S-BAND(SM-SMP-CNT).
           MOVE SM-P-CCY(SM-BEST) TO SM-S-CCY(SM-SMP-CNT).
           MOVE SM-P-TOTAL(SM-BEST) TO SM-S-TOTAL(SM-SMP-CNT).
           MOVE SM-P-BASE(SM-BEST) TO SM-S-BASE(SM-SMP-CNT).
           MOVE SM-P-APPROVER(SM-BEST) TO SM-S-APPROVER(SM-SMP-CNT).
           MOVE SM-P-APPR1(SM-BEST) TO SM-S-APPR1(SM-SMP-CNT).
           MOVE SM-P-REASONS(SM-BEST) TO SM-S-REASONS(SM-SMP-CNT).
           MOVE "O" TO SM-S-STATE(SM-SMP-CNT).
           MOVE SPACE TO SM-S-AUDITOR(SM-SMP-CNT).
           MOVE 0 TO SM-S-SIGNED(SM-SMP-CNT).
           MOVE SPACE TO SM-S-COMMENT(SM-SMP-CNT).
           MOVE 0 TO SM-S-MATCHED(SM-SMP-CNT).
           MOVE SM-SMP-DETAIL TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           GO TO 3600-EXIT.
       3620-COMPARE.
           COMPUTE SM-FOUND = 0.
           PERFORM VARYING SM-J FROM 1 BY 1
               UNTIL SM-J > SM-SMP-CNT OR SM-FOUND > 0
             IF SM-S-MONTH(SM-J) EQUAL SM-MONTH
                 AND SM-S-NO(SM-J) EQUAL SM-P-NUMBER(SM-BEST)
               MOVE SM-J TO SM-FOUND
             END-IF
           END-PERFORM.
           IF SM-FOUND EQUAL 0
             MOVE "NOT FILED" TO SD-RESULT
             ADD 1 TO SM-CNT-DIFF
             MOVE SM-SMP-DETAIL TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 3600-EXIT
           END-IF.
           MOVE 1 TO SM-S-MATCHED(SM-FOUND).
           IF SM-S-PART(SM-FOUND) EQUAL SM-P-PART(SM-BEST)
               AND SM-S-CYCLE(SM-FOUND) EQUAL SM-P-CYCLE(SM-BEST)
               AND SM-S-KEYED(SM-FOUND) EQUAL SM-P-KEYED(SM-BEST)
             MOVE "SAME" TO SD-RESULT
             MOVE SM-SMP-DETAIL TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 3600-EXIT
           END-IF.
           MOVE "DIFFERENT" TO SD-RESULT.
           ADD 1 TO SM-CNT-DIFF.
           MOVE SM-SMP-DETAIL TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-FOUND TO SM-J.
           MOVE "RECORDED" TO SD-RESULT.
           PERFORM 3660-RECORDED-LINE THRU 3660-EXIT.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LIST THE RECORDED SAMPLE AT SM-J - THE CALLER HAS SET
      *    THE REDRAW RESULT.
      *-----------------------------------------------------------
       3660-RECORDED-LINE.
           MOVE SM-S-NO(SM-J) TO SD-NO.
           MOVE SM-S-SITE(SM-J) TO SD-SITE.
           MOVE SM-S-PART(SM-J) TO SD-PART.
           MOVE SM-S-KEYED(SM-J) TO SD-KEYED.
           MOVE SM-S-CYCLE(SM-J) TO SD-CYCLE.
           MOVE SM-S-BAND(SM-J) TO SD-BAND.
           MOVE SM-S-CCY(SM-J) TO SD-CCY.
           MOVE SM-S-TOTAL(SM-J) TO SD-TOTAL.
           MOVE SM-S-BASE(SM-J) TO SD-BASE.
           MOVE SM-S-APPROVER(SM-J) TO SD-APPROVER.
           MOVE SM-S-REASONS(SM-J) TO SM-RSN-FLAGS.
           PERFORM 3680-REASON-TEXT THRU 3680-EXIT.
           MOVE SM-SMP-DETAIL TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       3660-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SM-RSN-FLAGS IN WORDS.  A BATCH DRAWN AT RANDOM WAS
      *    NEVER TAKEN FOR ANY OTHER REASON.
      *-----------------------------------------------------------
       3680-REASON-TEXT.
           MOVE SPACE TO SM-REASON-TEXT.
           IF SM-RSN-FLAGS(1:1) EQUAL "L"
             MOVE "LARGE" TO SM-REASON-TEXT(1:5)
           END-IF.
           IF SM-RSN-FLAGS(2:1) EQUAL "A"
             MOVE "ADJUSTED" TO SM-REASON-TEXT(7:8)
           END-IF.
           IF SM-RSN-FLAGS(3:1) EQUAL "R"
             MOVE "RECYCLED" TO SM-REASON-TEXT(16:8)
           END-IF.
           IF SM-RSN-FLAGS(4:1) EQUAL "S"
             MOVE "RANDOM" TO SM-REASON-TEXT(1:6)
           END-IF.
           MOVE SM-REASON-TEXT TO SD-REASONS.
       3680-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A REDRAW THAT NO LONGER DRAWS A RECORDED SAMPLE LISTS
      *    IT AS A DIFFERENCE.
      *-----------------------------------------------------------
       3700-RECORDED-ONLY.
           IF NOT SM-REDRAW
             GO TO 3700-EXIT
           END-IF.
           MOVE "NOT DRAWN" TO SD-RESULT.
           PERFORM VARYING SM-J FROM 1 BY 1
               UNTIL SM-J > SM-SMP-CNT
             IF SM-S-MONTH(SM-J) EQUAL SM-MONTH
                 AND SM-S-MATCHED(SM-J) EQUAL 0
               ADD 1 TO SM-CNT-DIFF
               PERFORM 3660-RECORDED-LINE THRU 3660-EXIT
             END-IF
           END-PERFORM.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE SEED AND SETTINGS - EVERYTHING NEEDED TO DRAW THE
      *    SAME SAMPLE AGAIN.
      *-----------------------------------------------------------
       5000-PRINT-SETTINGS.
           MOVE SPACE TO SM-COL-HEAD.
           MOVE 99 TO SM-LINE-CNT.
           MOVE SM-SET-TITLE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-SEED TO SET-SEED.
           MOVE SM-SEED-SOURCE TO SET-SOURCE.
           MOVE SM-SET-LINE-1 TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-PCT TO SET-PCT.
           MOVE SM-MIN TO SET-MIN.
           MOVE SM-SET-LINE-2 TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-LIMIT(1) TO SET-LIMIT-1.
           MOVE SM-LIMIT(2) TO SET-LIMIT-2.
           MOVE SM-LIMIT(3) TO SET-LIMIT-3.
           MOVE SM-SET-LINE-3 TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-ABOVE TO SET-ABOVE.
           MOVE SM-SET-LINE-4 TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-POP-CNT TO SET-POSTED.
           MOVE SM-CYCLE-CNT TO SET-CYCLES.
           MOVE SM-CNT-SUPERSEDED TO SET-SUPERSEDED.
           MOVE SM-ADJ-CNT TO SET-ADJ.
           MOVE SM-SET-LINE-5 TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF SM-REDRAW
             MOVE SM-H-DRAWN(SM-MONTH-X) TO SET-DRAWN
             MOVE SM-H-POSTED(SM-MONTH-X) TO SET-WAS-POSTED
             MOVE SM-H-SAMPLED(SM-MONTH-X) TO SET-WAS-SAMPLED
             MOVE SM-SET-LINE-6 TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE LINE PER STRATUM IN SITE AND BAND ORDER, THEN THE
      *    MONTH'S TOTAL.
      *-----------------------------------------------------------
       5200-PRINT-STRATA.
           MOVE SM-STR-HEAD TO SM-COL-HEAD.
           MOVE 99 TO SM-LINE-CNT.
           MOVE SM-STR-TITLE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF SM-STR-CNT EQUAL 0
             MOVE SM-NONE-LINE TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 5200-EXIT
           END-IF.
           PERFORM 5250-PICK-STRATUM THRU 5250-EXIT.
           PERFORM UNTIL SM-T EQUAL 0
             MOVE 1 TO SM-T-PRINTED(SM-T)
             MOVE SM-T-SITE(SM-T) TO STR-SITE
             MOVE SM-T-BAND(SM-T) TO STR-BAND
             MOVE SM-T-POSTED(SM-T) TO STR-POSTED
             MOVE SM-T-ALWAYS(SM-T) TO STR-ALWAYS
             COMPUTE SM-REST = SM-T-POSTED(SM-T) - SM-T-ALWAYS(SM-T)
             MOVE SM-REST TO STR-REST
             MOVE SM-T-DRAWN(SM-T) TO STR-DRAWN
             COMPUTE SM-NEEDED = SM-T-ALWAYS(SM-T) + SM-T-DRAWN(SM-T)
             MOVE SM-NEEDED TO STR-SAMPLED
             COMPUTE SM-PCT-WORK ROUNDED =
                 SM-NEEDED * 100 / SM-T-POSTED(SM-T)
             MOVE SM-PCT-WORK TO STR-PCT
             MOVE SM-STR-DETAIL TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             PERFORM 5250-PICK-STRATUM THRU 5250-EXIT
           END-PERFORM.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-POP-CNT TO STT-POSTED.
           MOVE SM-CNT-ALWAYS TO STT-ALWAYS.
           COMPUTE SM-REST = SM-POP-CNT - SM-CNT-ALWAYS.
           MOVE SM-REST TO STT-REST.
           MOVE SM-CNT-DRAWN TO STT-DRAWN.
           COMPUTE SM-NEEDED = SM-CNT-ALWAYS + SM-CNT-DRAWN.
           MOVE SM-NEEDED TO STT-SAMPLED.
           COMPUTE SM-PCT-WORK ROUNDED =
               SM-NEEDED * 100 / SM-POP-CNT.
           MOVE SM-PCT-WORK TO STT-PCT.
           MOVE SM-STR-TOTAL TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5200-EXIT.
           EXIT.

       5250-PICK-STRATUM.
           COMPUTE SM-T = 0.
           PERFORM VARYING SM-J FROM 1 BY 1
               UNTIL SM-J > SM-STR-CNT
             IF SM-T-PRINTED(SM-J) EQUAL 0
               IF SM-T EQUAL 0
                 MOVE SM-J TO SM-T
               ELSE
                 IF SM-T-SITE(SM-J) < SM-T-SITE(SM-T)
                     OR (SM-T-SITE(SM-J) EQUAL SM-T-SITE(SM-T)
                     AND SM-T-BAND(SM-J) < SM-T-BAND(SM-T))
                   MOVE SM-J TO SM-T
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       5250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE REQUEST LIST - THE MONTH'S SAMPLE AS RECORDED, A
      *    PAGE (OR MORE) PER KEYING OFFICE, EACH CLOSED WITH ITS
      *    COUNT.  THE SAMPLE IS ALREADY IN SITE ORDER.
      *-----------------------------------------------------------
       5600-REQUEST-LIST.
           MOVE "INTERNAL AUDIT SAMPLE REQUEST-MONTH" TO HD1-TITLE.
           MOVE SPACE TO SM-SITE.
           MOVE 0 TO SM-CNT-SITE.
           IF SM-MONTH-X EQUAL 0
             MOVE SPACE TO RQ2-SITE
             MOVE SM-NONE-LINE TO SM-REQ-HOLD
             PERFORM 7700-REQ-LINE THRU 7700-EXIT
             GO TO 5600-EXIT
           END-IF.
           PERFORM VARYING SM-J FROM 1 BY 1
               UNTIL SM-J > SM-SMP-CNT
             IF SM-S-MONTH(SM-J) EQUAL SM-MONTH
               IF SM-S-SITE(SM-J) NOT EQUAL SM-SITE
                   OR SM-CNT-SITE EQUAL 0
                 PERFORM 5650-SITE-TOTAL THRU 5650-EXIT
                 MOVE SM-S-SITE(SM-J) TO SM-SITE RQ2-SITE
                 MOVE 99 TO SM-REQ-LINE-CNT
                 MOVE SM-REQ-TEXT-1 TO SM-REQ-HOLD
                 PERFORM 7700-REQ-LINE THRU 7700-EXIT
                 MOVE SM-REQ-TEXT-2 TO SM-REQ-HOLD
                 PERFORM 7700-REQ-LINE THRU 7700-EXIT
                 MOVE SM-REQ-TEXT-3 TO SM-REQ-HOLD
                 PERFORM 7700-REQ-LINE THRU 7700-EXIT
                 MOVE SPACE TO SM-REQ-HOLD
                 PERFORM 7700-REQ-LINE THRU 7700-EXIT
               END-IF
               ADD 1 TO SM-CNT-SITE
               MOVE SM-S-NO(SM-J) TO RQ-NO
               MOVE SM-S-PART(SM-J) TO RQ-PART
               MOVE SM-S-KEYED(SM-J) TO RQ-KEYED
               MOVE SM-S-CYCLE(SM-J) TO RQ-CYCLE
               MOVE SM-S-CCY(SM-J) TO RQ-CCY
               MOVE SM-S-TOTAL(SM-J) TO RQ-TOTAL
               MOVE SM-REQ-DETAIL TO SM-REQ-HOLD
               PERFORM 7700-REQ-LINE THRU 7700-EXIT
             END-IF
           END-PERFORM.
           PERFORM 5650-SITE-TOTAL THRU 5650-EXIT.
       5600-EXIT.
           EXIT.

       5650-SITE-TOTAL.
           IF SM-CNT-SITE EQUAL 0
             GO TO 5650-EXIT
           END-IF.
           MOVE SPACE TO SM-REQ-HOLD.
           PERFORM 7700-REQ-LINE THRU 7700-EXIT.
           MOVE SM-CNT-SITE TO RQT-COUNT.
           MOVE SM-SITE TO RQT-SITE.
           MOVE SM-REQ-TOTAL TO SM-REQ-HOLD.
           PERFORM 7700-REQ-LINE THRU 7700-EXIT.
           MOVE 0 TO SM-CNT-SITE.
       5650-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SIGN-OFF RUN - APPLY OR REFUSE EACH CARD, REWRITE THE
      *    SAMPLE FILE IF ANY WAS APPLIED, THEN THE EXCEPTIONS.
      *-----------------------------------------------------------
       6000-SIGN-OFF.
           MOVE SM-ACT-HEAD TO SM-COL-HEAD.
           MOVE 99 TO SM-LINE-CNT.
           MOVE SM-ACT-TITLE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF SM-TRAN-ABSENT
             MOVE SM-NO-CARDS-LINE TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 6050-AFTER-CARDS
           END-IF.
           MOVE "N" TO SM-EOF-FLAG.
           PERFORM 6010-READ-CARD THRU 6010-EXIT.
           PERFORM UNTIL SM-EOF
             IF SM-TRAN-RECORD NOT EQUAL SPACE
                 AND SM-TRAN-RECORD(1:1) NOT EQUAL "*"
               MOVE SM-TRAN-RECORD TO SM-CARD
               PERFORM 6100-EDIT-CARD THRU 6100-EXIT
               IF SM-REASON EQUAL SPACE
                 PERFORM 6200-APPLY-CARD THRU 6200-EXIT
               ELSE
                 PERFORM 6300-REFUSE-CARD THRU 6300-EXIT
               END-IF
             END-IF
             PERFORM 6010-READ-CARD THRU 6010-EXIT
           END-PERFORM.
           CLOSE SM-TRAN-FILE.
           IF SM-CNT-APPLIED EQUAL 0 AND SM-CNT-REFUSED EQUAL 0
             MOVE SM-NO-CARDS-LINE TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       6050-AFTER-CARDS.
           PERFORM 8000-REWRITE-SAMPLES THRU 8000-EXIT.
           PERFORM 6500-EXCEPTIONS THRU 6500-EXIT.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SM-CNT-APPLIED TO SGT-APPLIED.
           MOVE SM-CNT-REFUSED TO SGT-REFUSED.
           MOVE SM-CNT-EXCEPT TO SGT-EXCEPT.
           MOVE SM-SGN-TOTAL TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       6010-READ-CARD.
           READ SM-TRAN-FILE
             AT END
               SET SM-EOF TO TRUE
           END-READ.
       6010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT ONE SIGN-OFF CARD.  SM-REASON COMES BACK SPACE FOR
      *    A CARD THAT MAY BE APPLIED, WITH SM-FOUND ITS SAMPLE.
      *-----------------------------------------------------------
       6100-EDIT-CARD.
           MOVE SPACE TO SM-REASON.
           COMPUTE SM-FOUND = 0.
           IF NOT SC-RESULT-OK
             MOVE "RESULT IS NOT P, F OR Q" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           IF SC-MONTH IS NOT NUMERIC
             MOVE "SAMPLE MONTH IS NOT YYYYMM" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           IF SC-SAMPLE-NO IS NOT NUMERIC
               OR SC-SAMPLE-NO EQUAL "0000"
             MOVE "SAMPLE NUMBER IS NOT 0001-9999" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           MOVE SC-MONTH TO SM-CARD-MONTH.
           MOVE SC-SAMPLE-NO TO SM-CARD-NO.
           PERFORM VARYING SM-J FROM 1 BY 1
               UNTIL SM-J > SM-SMP-CNT OR SM-FOUND > 0
             IF SM-S-MONTH(SM-J) EQUAL SM-CARD-MONTH
                 AND SM-S-NO(SM-J) EQUAL SM-CARD-NO
               MOVE SM-J TO SM-FOUND
             END-IF
           END-PERFORM.
           IF SM-FOUND EQUAL 0
             MOVE "NO SUCH SAMPLE ON FILE" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           IF SC-PART-NO NOT EQUAL SM-S-PART(SM-FOUND)
             MOVE "PART IS NOT THE SAMPLE'S" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           IF SC-AUDITOR EQUAL SPACE
             MOVE "NO AUDITOR ID" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           IF SC-AUDITOR EQUAL SM-S-APPROVER(SM-FOUND)
             MOVE "AUDITOR APPROVED THIS BATCH" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           IF SM-S-APPR1(SM-FOUND) NOT EQUAL SPACE
               AND SC-AUDITOR EQUAL SM-S-APPR1(SM-FOUND)
             MOVE "AUDITOR APPROVED THIS BATCH" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           IF SM-S-STATE(SM-FOUND) EQUAL "P"
               OR SM-S-STATE(SM-FOUND) EQUAL "F"
             MOVE "SAMPLE ALREADY PASSED OR FAILED" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
           IF SC-RESULT NOT EQUAL "P" AND SC-COMMENT EQUAL SPACE
             MOVE "A FAIL OR QUERY NEEDS A COMMENT" TO SM-REASON
             GO TO 6100-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-APPLY-CARD.
           MOVE SC-RESULT TO SM-S-STATE(SM-FOUND).
           MOVE SC-AUDITOR TO SM-S-AUDITOR(SM-FOUND).
           MOVE SM-RUN-DATE TO SM-S-SIGNED(SM-FOUND).
           MOVE SC-COMMENT TO SM-S-COMMENT(SM-FOUND).
           SET SM-CHANGED TO TRUE.
           ADD 1 TO SM-CNT-APPLIED.
           EVALUATE SC-RESULT
             WHEN "P"
               MOVE "PASSED" TO ACT-ACTION
             WHEN "F"
               MOVE "FAILED" TO ACT-ACTION
             WHEN OTHER
               MOVE "QUERIED" TO ACT-ACTION
           END-EVALUATE.
           PERFORM 6400-CARD-LINE THRU 6400-EXIT.
           MOVE 0 TO SM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

       6300-REFUSE-CARD.
           ADD 1 TO SM-CNT-REFUSED.
           MOVE "REFUSED" TO ACT-ACTION.
           PERFORM 6400-CARD-LINE THRU 6400-EXIT.
           MOVE 8 TO SM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       6300-EXIT.
           EXIT.

       6400-CARD-LINE.
           MOVE SC-MONTH TO ACT-MONTH.
           MOVE SC-SAMPLE-NO TO ACT-NO.
           MOVE SC-PART-NO TO ACT-PART.
           MOVE SC-AUDITOR TO ACT-AUDITOR.
           MOVE SC-COMMENT TO ACT-COMMENT.
           MOVE SM-REASON TO ACT-REASON.
           MOVE SM-ACT-DETAIL TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE EXCEPTIONS - MONTH BY MONTH (OR THE ONE MONTH ASKED
      *    FOR), EVERY SAMPLE NOT PASSED, THEN THE MONTH'S COUNT.
      *-----------------------------------------------------------
       6500-EXCEPTIONS.
           MOVE SM-EXC-HEAD TO SM-COL-HEAD.
           MOVE 99 TO SM-LINE-CNT.
           MOVE SM-EXC-TITLE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           PERFORM VARYING SM-H FROM 1 BY 1
               UNTIL SM-H > SM-HDR-CNT
             IF SM-MONTH EQUAL 0 OR SM-H-MONTH(SM-H) EQUAL SM-MONTH
               ADD 1 TO SM-CNT-MONTHS
               PERFORM 6550-ONE-MONTH THRU 6550-EXIT
             END-IF
           END-PERFORM.
           IF SM-CNT-MONTHS EQUAL 0
             MOVE SM-NO-MONTHS-LINE TO SM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

       6550-ONE-MONTH.
           MOVE 0 TO SM-M-SAMPLED SM-M-PASSED SM-M-FAILED
               SM-M-QUERIED SM-M-OPEN.
           PERFORM VARYING SM-J FROM 1 BY 1
               UNTIL SM-J > SM-SMP-CNT
             IF SM-S-MONTH(SM-J) EQUAL SM-H-MONTH(SM-H)
               ADD 1 TO SM-M-SAMPLED
               EVALUATE SM-S-STATE(SM-J)
                 WHEN "P"
                   ADD 1 TO SM-M-PASSED
                 WHEN "F"
                   ADD 1 TO SM-M-FAILED
                   MOVE "FAILED" TO EX-STATUS
                 WHEN "Q"
                   ADD 1 TO SM-M-QUERIED
                   MOVE "QUERIED" TO EX-STATUS
                 WHEN OTHER
                   ADD 1 TO SM-M-OPEN
                   MOVE "NOT SIGNED OFF" TO EX-STATUS
               END-EVALUATE
               IF SM-S-STATE(SM-J) NOT EQUAL "P"
                 PERFORM 6600-EXCEPTION-LINE THRU 6600-EXIT
               END-IF
             END-IF
           END-PERFORM.
           MOVE SM-H-MONTH(SM-H) TO MON-MONTH.
           MOVE SM-M-SAMPLED TO MON-SAMPLED.
           MOVE SM-M-PASSED TO MON-PASSED.
           MOVE SM-M-FAILED TO MON-FAILED.
           MOVE SM-M-QUERIED TO MON-QUERIED.
           MOVE SM-M-OPEN TO MON-OPEN.
           MOVE SM-MON-LINE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6550-EXIT.
           EXIT.

       6600-EXCEPTION-LINE.
           ADD 1 TO SM-CNT-EXCEPT.
           MOVE SM-S-MONTH(SM-J) TO EX-MONTH.
           MOVE SM-S-NO(SM-J) TO EX-NO.
           MOVE SM-S-SITE(SM-J) TO EX-SITE.
           MOVE SM-S-PART(SM-J) TO EX-PART.
           MOVE SM-S-KEYED(SM-J) TO EX-KEYED.
           MOVE SM-S-BASE(SM-J) TO EX-BASE.
           MOVE SM-S-AUDITOR(SM-J) TO EX-AUDITOR.
           MOVE SPACE TO EX-SIGNED.
           IF SM-S-SIGNED(SM-J) > 0
             MOVE SM-S-SIGNED(SM-J) TO EX-SIGNED
           END-IF.
           MOVE SM-S-COMMENT(SM-J) TO EX-COMMENT.
           MOVE SM-EXC-DETAIL TO SM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE AUDIT RECORD PER SIGN-OFF CARD APPLIED (RC 00) OR
      *    REFUSED (RC 08), CARRYING THE SAMPLED BATCH'S AMOUNT AND
      *    SITE WHERE THE SAMPLE IS KNOWN AND STAMPED WITH THE
      *    AUDITOR'S ID WHERE AN APPROVER'S WOULD STAND.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           MOVE SM-RUN-DATE TO AUD-DATE.
           MOVE SM-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE SM-JOB-NAME TO AUD-JOB-NAME.
           MOVE "DAY6SMP" TO AUD-PROGRAM.
           MOVE 0 TO AUD-ROWS.
           MOVE 0 TO AUD-TOTAL.
           MOVE SPACE TO AUD-SITE.
           IF SM-FOUND > 0
             MOVE SM-S-PART(SM-FOUND) TO AUD-PART-NO
             MOVE SM-S-TOTAL(SM-FOUND) TO AUD-TOTAL
             MOVE SM-S-SITE(SM-FOUND) TO AUD-SITE
           ELSE
             MOVE SC-PART-NO TO AUD-PART-NO
           END-IF.
           MOVE "N" TO AUD-RESTARTED.
           MOVE SM-AUD-RC TO AUD-RC.
           MOVE SC-AUDITOR TO AUD-APPROVER.
           MOVE SPACE TO AUD-FILL-1 AUD-FILL-2 AUD-FILL-3 AUD-FILL-4
               AUD-FILL-5 AUD-FILL-6 AUD-FILL-7 AUD-FILL-8
               AUD-FILL-9 AUD-FILL-10.
           WRITE AUD-RECORD.
       7000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO SM-PAGE-NO.
           MOVE SM-PAGE-NO TO HD1-PAGE.
           WRITE SM-PRINT-LINE FROM SM-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO SM-PRINT-LINE.
           WRITE SM-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE SM-PRINT-LINE FROM SM-COL-HEAD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO SM-PRINT-LINE.
           WRITE SM-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO SM-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN SM-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *    EACH PART SETS ITS OWN COLUMN HEADINGS AND STARTS A PAGE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF SM-LINE-CNT >= SM-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE SM-PRINT-LINE FROM SM-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO SM-LINE-CNT.
       7600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE REQUEST LIST PRINTS THE SAME WAY ON ITS OWN FILE -
      *    EVERY PAGE ADDRESSED TO THE KEYING OFFICE IN RQ2-SITE.
      *-----------------------------------------------------------
       7650-REQ-HEADING.
           ADD 1 TO SM-REQ-PAGE-NO.
           MOVE SM-REQ-PAGE-NO TO HD1-PAGE.
           WRITE SM-REQ-PRINT-LINE FROM SM-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO SM-REQ-PRINT-LINE.
           WRITE SM-REQ-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE SM-REQ-PRINT-LINE FROM SM-REQ-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO SM-REQ-PRINT-LINE.
           WRITE SM-REQ-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE SM-REQ-PRINT-LINE FROM SM-REQ-HEAD-3
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO SM-REQ-PRINT-LINE.
           WRITE SM-REQ-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 6 TO SM-REQ-LINE-CNT.
       7650-EXIT.
           EXIT.

       7700-REQ-LINE.
           IF SM-REQ-LINE-CNT >= SM-LINES-PER-PAGE
             PERFORM 7650-REQ-HEADING THRU 7650-EXIT
           END-IF.
           WRITE SM-REQ-PRINT-LINE FROM SM-REQ-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO SM-REQ-LINE-CNT.
       7700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REWRITE THE WHOLE SAMPLE FILE, EACH MONTH'S HEADER
      *    FOLLOWED BY ITS SAMPLES, WHEN A MONTH WAS DRAWN OR A
      *    SIGN-OFF APPLIED.
      *-----------------------------------------------------------
       8000-REWRITE-SAMPLES.
           IF NOT SM-CHANGED
             GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT SM-SMP-FILE.
           IF NOT SM-SMP-OK
             DISPLAY "DAY6SMP: UNABLE TO REWRITE SMPFILE, STATUS="
                 SM-SMP-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING SM-H FROM 1 BY 1
               UNTIL SM-H > SM-HDR-CNT
             MOVE SPACE TO AS-RECORD
             MOVE SM-H-MONTH(SM-H) TO AS-MONTH
             MOVE 0 TO AS-SAMPLE-NO
             MOVE SM-H-SEED(SM-H) TO AS-SEED
             MOVE SM-H-PCT(SM-H) TO AS-P-PCT
             MOVE SM-H-MIN(SM-H) TO AS-P-MIN
             MOVE SM-H-LIMIT(SM-H, 1) TO AS-P-BAND-LIMIT(1)
             MOVE SM-H-LIMIT(SM-H, 2) TO AS-P-BAND-LIMIT(2)
             MOVE SM-H-LIMIT(SM-H, 3) TO AS-P-BAND-LIMIT(3)
             MOVE SM-H-ABOVE(SM-H) TO AS-P-ABOVE
             MOVE SM-H-POSTED(SM-H) TO AS-P-POSTED
             MOVE SM-H-SAMPLED(SM-H) TO AS-P-SAMPLED
             MOVE SM-H-DRAWN(SM-H) TO AS-P-DRAWN
             WRITE AS-RECORD
             PERFORM VARYING SM-J FROM 1 BY 1
                 UNTIL SM-J > SM-SMP-CNT
               IF SM-S-MONTH(SM-J) EQUAL SM-H-MONTH(SM-H)
                 PERFORM 8100-WRITE-SAMPLE THRU 8100-EXIT
               END-IF
             END-PERFORM
           END-PERFORM.
           CLOSE SM-SMP-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-SAMPLE.
           MOVE SPACE TO AS-RECORD.
           MOVE SM-S-MONTH(SM-J) TO AS-MONTH.
           MOVE SM-S-NO(SM-J) TO AS-SAMPLE-NO.
           MOVE SM-S-SEED(SM-J) TO AS-SEED.
           MOVE SM-S-PART(SM-J) TO AS-PART-NO.
           MOVE SM-S-CYCLE(SM-J) TO AS-CYCLE-DATE.
           MOVE SM-S-KEYED(SM-J) TO AS-KEYED-DATE.
           MOVE SM-S-SITE(SM-J) TO AS-SITE.
           MOVE SM-S-BAND(SM-J) TO AS-BAND.
           MOVE SM-S-CCY(SM-J) TO AS-CCY.
           MOVE SM-S-TOTAL(SM-J) TO AS-TOTAL.
           MOVE SM-S-BASE(SM-J) TO AS-TOTAL-BASE.
           MOVE SM-S-APPROVER(SM-J) TO AS-APPROVER.
           MOVE SM-S-APPR1(SM-J) TO AS-APPR1.
           MOVE SM-S-REASONS(SM-J) TO AS-REASONS.
           MOVE SM-S-STATE(SM-J) TO AS-STATE.
           MOVE SM-S-AUDITOR(SM-J) TO AS-AUDITOR.
           MOVE SM-S-SIGNED(SM-J) TO AS-SIGNED.
           MOVE SM-S-COMMENT(SM-J) TO AS-COMMENT.
           WRITE AS-RECORD.
       8100-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE SM-RPT-FILE.
           IF SM-SELECT
             CLOSE SM-REQ-FILE
           ELSE
             CLOSE SM-AUD-FILE
           END-IF.
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6DUP.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-15.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6DUP - DUPLICATE-CONTENT CHECK ON THE DAY'S CLEAN
      *  WORKSHEETS.
      *
      *  THE EDIT (DAY6EDIT) PROVES EACH SHEET IS WELL FORMED AND ITS
      *  PART NUMBER IS ON FILE; NOTHING PROVES THE SAME SHEET HASN'T
      *  ARRIVED TWICE.  A SHEET RE-KEYED UNDER A SECOND PART NUMBER,
      *  OR SENT AGAIN BY AN OFFICE A FEW DAYS LATER, TOTALS,
      *  RECONCILES AND POSTS LIKE ANY OTHER.  THIS STEP RUNS AFTER
      *  BOTH EDITS AND FINGERPRINTS EVERY CLEAN SHEET FROM ITS
      *  CONTENT ALONE - THE VALUE OR DIGIT ROWS, THE OPERATOR ROW
      *  AND THE CONTROL TRAILER'S TOTAL AND ROW COUNT, NEVER THE
      *  HEADER - AND COMPARES THE FINGERPRINTS WITHIN THE DAY AND
      *  AGAINST THE LAST HIST-CYCLES CYCLES (SEE DUP-REC):
      *
      *    CLEAN1   THE DAY'S CLEAN ROW/COLUMN SHEETS (WSCLEAN1)
      *    CLEAN2   THE DAY'S CLEAN CROSSWISE SHEETS (WSCLEAN2)
      *    DUPHIST  THE FINGERPRINT HISTORY - LOADED WHOLE, THEN
      *             REWRITTEN WITH TONIGHT'S SHEETS ADDED AND THE
      *             CYCLES BEYOND HIST-CYCLES DROPPED (ABSENT UNTIL
      *             THE FIRST CYCLE)
      *    DUPRPT   ONE LINE PER SUSPECT PAIR - BOTH PART NUMBERS,
      *             SITES, SHEET ORDINALS AND CYCLE DATES - AND THE
      *             RUN TOTALS
      *    DUPHOLD  THE PART NUMBERS HELD OUT OF POSTING, FOR THE
      *             APPROVAL STEP (DAY6APP), ENDED BY A *EOF* COUNT
      *             TRAILER ALWAYS - EMPTY BUT FOR THE TRAILER WHEN
      *             NOTHING IS HELD
      *    AUDITLOG THE SHARED AUDIT TRAIL - ONE RC 04 RECORD PER
      *             SUSPECT PAIR, STAMPED HELD OR LISTED
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (MANDATORY), HIST-CYCLES=NN
      *             (CYCLES OF HISTORY COMPARED, 1-99, DEFAULT 10),
      *             HOLD-SUSPECTS=Y/N (DEFAULT N - LIST ONLY),
      *             RUN-MODE=SHADOW (A DAY6SHDJ TRIAL RUN - NOTHING
      *             GOES ON AUDITLOG; DEFAULT PRODUCTION)
      *
      *  ON THE ROW/COLUMN SHEETS THE DELIMITER RUNS ARE NORMALISED
      *  BEFORE HASHING, SO THE SAME FIGURES KEYED WITH COMMAS AT ONE
      *  OFFICE AND TABS AT ANOTHER STILL MATCH; CROSSWISE ROWS ARE
      *  POSITIONAL AND HASHED AS KEYED, LESS TRAILING BLANKS.  A
      *  RECYCLED SHEET (DAY6RCY'S "RCY" STAMP) IS A DELIBERATE
      *  SECOND SENDING OF A SHEET ALREADY SEEN AND IS NEITHER
      *  COMPARED NOR FILED - ONLY COUNTED.
      *
      *  WITH HOLD-SUSPECTS=Y, A SUSPECT ROW/COLUMN BATCH IS HELD BY
      *  DAY6APP UNTIL A SUPERVISOR CLEARS IT WITH A C CARD ON
      *  APPTRAN - BOTH PARTS OF A SAME-DAY PAIR, ONLY TONIGHT'S PART
      *  OF A PAIR WITH AN EARLIER CYCLE (THE EARLIER ONE HAS GONE).
      *  CROSSWISE BATCHES NEVER PASS THROUGH THE APPROVAL STEP AND
      *  ARE LISTED ONLY.  THE STEP ENDS RC 4 WHEN THERE ARE ANY
      *  SUSPECTS, RC 0 OTHERWISE.  A RERUN OF THE SAME CYCLE
      *  REPLACES THAT CYCLE'S SHEETS ON THE HISTORY RATHER THAN
      *  MATCHING THEM AGAINST THEMSELVES.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-15 RM    FIRST WRITTEN.
      *  2026-09-24 RM    RUN-MODE=SHADOW CARD - A SHADOW RUN OF THE
      *                   SUITE (DAY6SHDJ) WRITES NOTHING TO THE
      *                   SHARED AUDITLOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DU-CLEAN1-FILE ASSIGN TO "CLEAN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-CLEAN1-STATUS.
           SELECT DU-CLEAN2-FILE ASSIGN TO "CLEAN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-CLEAN2-STATUS.
           SELECT DU-HIST-FILE ASSIGN TO "DUPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-HIST-STATUS.
           SELECT DU-RPT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-RPT-STATUS.
           SELECT DU-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-HOLD-STATUS.
           SELECT DU-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-AUD-STATUS.
           SELECT DU-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DU-CLEAN1-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON DU-CLEAN1-LEN.
       01  DU-CLEAN1-RECORD PIC X(4000).

       FD  DU-CLEAN2-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON DU-CLEAN2-LEN.
       01  DU-CLEAN2-RECORD PIC X(4000).

       FD  DU-HIST-FILE
           RECORDING MODE IS F.
       COPY "dup-rec.cpy".

       FD  DU-RPT-FILE
           RECORDING MODE IS F.
       01  DU-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    ONE RECORD PER HELD PART NUMBER, THEN THE *EOF* TRAILER
      *    CARRYING THEIR COUNT - DAY6APP REFUSES A HOLD LIST THAT
      *    DOESN'T END WITH ONE, SO A STEP THAT DIED HALFWAY CAN'T
      *    PASS FOR A NIGHT WITH NOTHING HELD.
      *-----------------------------------------------------------
       FD  DU-HOLD-FILE
           RECORDING MODE IS F.
       01  DU-HOLD-RECORD.
           03 DP-PART-NO PIC X(05).
           03 DP-FILL-1 PIC X(01).
           03 DP-SITE PIC X(03).
           03 DP-FILL-2 PIC X(01).
           03 DP-KIND PIC X(08).
           03 DP-FILL-3 PIC X(01).
           03 DP-MATCH-PART PIC X(05).
           03 DP-FILL-4 PIC X(01).
           03 DP-MATCH-DATE PIC 9(08).
           03 DP-FILL-5 PIC X(07).
       01  DU-HOLD-TRAILER.
           03 DT-MARK PIC X(05).
           03 DT-FILL-1 PIC X(01).
           03 DT-COUNT PIC 9(04).
           03 DT-FILL-2 PIC X(30).

      *-----------------------------------------------------------
      *    SHARED AUDIT TRAIL - OPENED EXTEND SO EVERY EXECUTION
      *    ADDS TO THE LOG RATHER THAN REPLACING IT.
      *-----------------------------------------------------------
       FD  DU-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  DU-CTL-FILE
           RECORDING MODE IS F.
       01  DU-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 DU-CLEAN1-STATUS PIC X(02) VALUE "00".
           88 DU-CLEAN1-OK VALUE "00".
       01 DU-CLEAN2-STATUS PIC X(02) VALUE "00".
           88 DU-CLEAN2-OK VALUE "00".
       01 DU-HIST-STATUS PIC X(02) VALUE "00".
           88 DU-HIST-OK VALUE "00".
           88 DU-HIST-ABSENT VALUE "35".
       01 DU-RPT-STATUS PIC X(02) VALUE "00".
           88 DU-RPT-OK VALUE "00".
       01 DU-HOLD-STATUS PIC X(02) VALUE "00".
           88 DU-HOLD-OK VALUE "00".
       01 DU-AUD-STATUS PIC X(02) VALUE "00".
           88 DU-AUD-OK VALUE "00".
           88 DU-AUD-ABSENT VALUE "35".
       01 DU-CTL-STATUS PIC X(02) VALUE "00".
           88 DU-CTL-OK VALUE "00".
           88 DU-CTL-ABSENT VALUE "35".
       01 DU-CLEAN1-LEN PIC 9(04) VALUE 0.
       01 DU-CLEAN2-LEN PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    RUN-CONTROL SETTINGS.
      *-----------------------------------------------------------
       01 DU-CYCLE-DATE PIC 9(08) VALUE 0.
       01 DU-HIST-CYCLES PIC 9(02) VALUE 10.
       01 DU-HOLD-FLAG PIC X(01) VALUE "N".
           88 DU-HOLDING VALUE "Y".
       01 DU-MODE-FLAG PIC X(01) VALUE "P".
           88 DU-SHADOW VALUE "S".
       01 DU-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 DU-CTL-EOF VALUE "Y".
       01 DU-CTL-KEY PIC X(20) VALUE SPACE.
       01 DU-CTL-VALUE PIC X(20) VALUE SPACE.
       01 DU-CTL-NUM PIC 9(04) VALUE 0.
       01 DU-CTL-DIGIT PIC X(01) VALUE SPACE.
       01 DU-CTL-DIGIT-N PIC 9(01) VALUE 0.
       01 DU-CTL-BAD PIC 9(01) VALUE 0.
       01 DU-CTL-I PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    EVERY FINGERPRINT IN PLAY, IN ONE TABLE: THE HISTORY
      *    FIRST, IN CYCLE-DATE ORDER AS LOADED (ENTRIES 1 TO
      *    DU-HIST-CNT), THEN TONIGHT'S SHEETS AS THEY ARE READ
      *    (DU-HIST-CNT + 1 TO DU-FP-CNT).  ONLY THE HISTORY FROM
      *    DU-WIN-START ON IS COMPARED AND WRITTEN BACK.
      *-----------------------------------------------------------
       78 DU-MAX-FP VALUE 40000.
       01 DU-FP-TABLE.
           03 DU-FP OCCURS 40000 TIMES.
               05 DU-F-DATE PIC 9(08).
               05 DU-F-PART-NO PIC X(05).
               05 DU-F-SITE PIC X(03).
               05 DU-F-STREAM PIC X(01).
               05 DU-F-SHEET-NO PIC 9(04).
               05 DU-F-HASH-1 PIC 9(09).
               05 DU-F-HASH-2 PIC 9(09).
               05 DU-F-ROWS PIC 9(02).
               05 DU-F-TRL-TOTAL PIC X(16).
               05 DU-F-TRL-ROWS PIC X(04).
               05 DU-F-HELD PIC X(01).
       01 DU-FP-CNT PIC 9(05) VALUE 0.
       01 DU-HIST-CNT PIC 9(05) VALUE 0.
       01 DU-WIN-START PIC 9(05) VALUE 0.
       01 DU-WIN-CYCLES PIC 9(02) VALUE 0.
       01 DU-WIN-DONE PIC 9(01) VALUE 0.
       01 DU-TODAY-FIRST PIC 9(05) VALUE 0.
       01 DU-I PIC 9(05) VALUE 0.
       01 DU-J PIC 9(05) VALUE 0.
       01 DU-H PIC 9(05) VALUE 0.
       01 DU-LAST-DATE PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    THE SHEET BEING READ.  DU-STREAM SAYS WHICH WSCLEAN IT
      *    COMES FROM; EACH RECORD IS HANDED OVER IN DU-REC.
      *-----------------------------------------------------------
       01 DU-STREAM PIC X(01) VALUE SPACE.
           88 DU-ROWCOL VALUE "1".
           88 DU-CROSSWISE VALUE "2".
       01 DU-REC PIC X(4000) VALUE SPACE.
       01 DU-REC-LEN PIC 9(04) VALUE 0.
       01 DU-END-FLAG PIC X(01) VALUE "N".
           88 DU-END-OF-STREAM VALUE "Y".
       01 DU-SHEET-NO PIC 9(04) VALUE 0.
       01 DU-HDR-FIELDS.
           03 DU-HDR-PART-NO PIC X(05).
           03 DU-HDR-COUNT PIC X(02).
       01 DU-HDR-SITE PIC X(03) VALUE SPACE.
       01 DU-HDR-RCY PIC X(03) VALUE SPACE.
       01 DU-NUM-ROWS PIC 9(02) VALUE 0.
       01 DU-ROW PIC 9(02) VALUE 0.
       01 DU-TRL-FIELDS.
           03 DU-TRL-TOTAL PIC X(16).
           03 DU-TRL-FILL PIC X(01).
           03 DU-TRL-ROWS PIC X(04).
       01 DU-TOTAL-VIEW.
           03 DU-TOTAL-NUM PIC S9(13)V9(02) SIGN LEADING SEPARATE.

      *-----------------------------------------------------------
      *    THE FINGERPRINT.  EACH CHARACTER WEIGHS ITS POSITION IN
      *    DU-ALPHABET (44 WHEN NOT IN IT), THE END OF EACH ROW
      *    WEIGHS 45, AND THE WEIGHTS ARE FOLDED INTO TWO RUNNING
      *    HASHES WITH DIFFERENT MULTIPLIERS AND PRIME MODULI - A
      *    CHANCE MATCH ON BOTH, AND ON THE TRAILER, IS NOT A
      *    PRACTICAL WORRY.
      *-----------------------------------------------------------
       01 DU-ALPHA-LIST.
           03 FILLER PIC X(43) VALUE
               " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ.+-*/,".
       01 DU-ALPHA-TABLE REDEFINES DU-ALPHA-LIST.
           03 DU-ALPHA PIC X(01) OCCURS 43 TIMES.
       78 DU-ALPHA-SIZE VALUE 43.
       78 DU-W-OTHER VALUE 44.
       78 DU-W-ROW-END VALUE 45.
       78 DU-MULT-1 VALUE 47.
       78 DU-MULT-2 VALUE 53.
       78 DU-MOD-1 VALUE 999999937.
       78 DU-MOD-2 VALUE 999999929.
      *    THE TAB CODE THIS SHOP'S EXPORT FILES CARRY.
       78 DU-TAB-CHAR VALUE X"09".
       01 DU-HASH-1 PIC 9(09) VALUE 0.
       01 DU-HASH-2 PIC 9(09) VALUE 0.
       01 DU-HASH-WORK PIC 9(11) VALUE 0.
       01 DU-HASH-QUOT PIC 9(11) VALUE 0.
       01 DU-WEIGHT PIC 9(02) VALUE 0.
       01 DU-CH PIC X(01) VALUE SPACE.
       01 DU-K PIC 9(02) VALUE 0.
       01 DU-POS PIC 9(04) VALUE 0.
       01 DU-LAST PIC 9(04) VALUE 0.
       01 DU-IN-CELL PIC 9(01) VALUE 0.
       01 DU-GAP PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    THE SUSPECT PAIR BEING REPORTED - DU-I IS TONIGHT'S
      *    SHEET, DU-J THE EARLIER ONE IT MATCHES.
      *-----------------------------------------------------------
       01 DU-KIND PIC X(08) VALUE SPACE.
       01 DU-ACTION PIC X(09) VALUE SPACE.
       01 DU-DISP PIC X(08) VALUE SPACE.
       01 DU-MATCH PIC 9(01) VALUE 0.

       01 DU-CNT-SHEETS-1 PIC 9(05) VALUE 0.
       01 DU-CNT-SHEETS-2 PIC 9(05) VALUE 0.
       01 DU-CNT-RECYCLED PIC 9(05) VALUE 0.
       01 DU-CNT-SAME-DAY PIC 9(05) VALUE 0.
       01 DU-CNT-RESENT PIC 9(05) VALUE 0.
       01 DU-CNT-HELD PIC 9(04) VALUE 0.
       01 DU-CNT-DROPPED PIC 9(05) VALUE 0.

       01 DU-RUN-DATE PIC 9(08) VALUE 0.
       01 DU-RUN-TIME-RAW PIC 9(08) VALUE 0.
       01 DU-JOB-NAME PIC X(08) VALUE SPACE.

       78 DU-LINES-PER-PAGE VALUE 56.
       01 DU-LINE-CNT PIC 9(02) VALUE 99.
       01 DU-LINE-HOLD PIC X(132) VALUE SPACE.
       01 DU-PAGE-NO PIC 9(04) VALUE 0.

       01 DU-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "DUPLICATE SHEET CHECK - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 DU-HEAD-2.
           03 FILLER PIC X(10) VALUE "KIND".
           03 FILLER PIC X(11) VALUE "FORMAT".
           03 FILLER PIC X(29) VALUE "TONIGHT'S SHEET".
           03 FILLER PIC X(29) VALUE "MATCHES SHEET".
           03 FILLER PIC X(24) VALUE "  CONTROL TOTAL".
           03 FILLER PIC X(06) VALUE "ROWS".
           03 FILLER PIC X(23) VALUE "ACTION".

       01 DU-HEAD-3.
           03 FILLER PIC X(21) VALUE SPACE.
           03 FILLER PIC X(29)
               VALUE "PART  SITE SHEET  CYCLE".
           03 FILLER PIC X(29)
               VALUE "PART  SITE SHEET  CYCLE".
           03 FILLER PIC X(53) VALUE SPACE.

       01 DU-DETAIL.
           03 DET-KIND PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-FORMAT PIC X(09).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-PART PIC X(05).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-SITE PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-SHEET PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-CYCLE PIC 9(08).
           03 FILLER PIC X(04) VALUE SPACE.
           03 DET-M-PART PIC X(05).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-M-SITE PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-M-SHEET PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-M-CYCLE PIC 9(08).
           03 FILLER PIC X(04) VALUE SPACE.
           03 DET-TOTAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(04) VALUE SPACE.
           03 DET-ROWS PIC Z9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 DET-ACTION PIC X(09).
           03 FILLER PIC X(14) VALUE SPACE.

       01 DU-NONE-LINE.
           03 FILLER PIC X(50)
               VALUE "NO SUSPECTED DUPLICATE SHEETS THIS CYCLE".
           03 FILLER PIC X(82) VALUE SPACE.

       01 DU-TOTAL-LINE-1.
           03 FILLER PIC X(20) VALUE "SHEETS FINGERPRINTED".
           03 FILLER PIC X(02) VALUE SPACE.
           03 TL1-ROWCOL PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE " ROWCOL, ".
           03 TL1-CROSS PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE " CROSSWISE, ".
           03 TL1-RECYCLED PIC ZZZZ9.
           03 FILLER PIC X(32)
               VALUE " RECYCLED PASSED OVER".
           03 FILLER PIC X(40) VALUE SPACE.

       01 DU-TOTAL-LINE-2.
           03 FILLER PIC X(20) VALUE "HISTORY COMPARED".
           03 FILLER PIC X(02) VALUE SPACE.
           03 TL2-CYCLES PIC Z9.
           03 FILLER PIC X(12) VALUE " CYCLES, ".
           03 TL2-FIRST PIC 9(08).
           03 FILLER PIC X(04) VALUE " TO ".
           03 TL2-LAST PIC 9(08).
           03 FILLER PIC X(02) VALUE ", ".
           03 TL2-SHEETS PIC ZZZZ9.
           03 FILLER PIC X(08) VALUE " SHEETS".
           03 FILLER PIC X(61) VALUE SPACE.

       01 DU-TOTAL-LINE-3.
           03 FILLER PIC X(20) VALUE "SUSPECTS".
           03 FILLER PIC X(02) VALUE SPACE.
           03 TL3-SAME-DAY PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE " SAME DAY, ".
           03 TL3-RESENT PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE " RE-SENT, ".
           03 TL3-HELD PIC ZZZ9.
           03 FILLER PIC X(16) VALUE " PARTS HELD ".
           03 TL3-MODE PIC X(30).
           03 FILLER PIC X(27) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
           PERFORM 1700-SET-WINDOW THRU 1700-EXIT.
           COMPUTE DU-TODAY-FIRST = DU-FP-CNT + 1.
           MOVE "1" TO DU-STREAM.
           PERFORM 2000-READ-STREAM THRU 2000-EXIT.
           MOVE "2" TO DU-STREAM.
           PERFORM 2000-READ-STREAM THRU 2000-EXIT.
           PERFORM 3000-COMPARE THRU 3000-EXIT.
           PERFORM 4000-WRITE-HOLDS THRU 4000-EXIT.
           PERFORM 5000-REWRITE-HISTORY THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6DUP: " DU-CNT-SAME-DAY " SAME-DAY AND "
               DU-CNT-RESENT " RE-SENT SUSPECTS, " DU-CNT-HELD
               " PARTS HELD FOR CYCLE " DU-CYCLE-DATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF DU-CNT-SAME-DAY > 0 OR DU-CNT-RESENT > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT DU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DU-RUN-TIME-RAW FROM TIME.
           ACCEPT DU-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF DU-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6DUP: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- TONIGHT'S SHEETS ARE FILED UNDER IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT DU-RPT-FILE.
           IF NOT DU-RPT-OK
             DISPLAY "DAY6DUP: UNABLE TO OPEN DUPRPT, STATUS="
                 DU-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    A SHADOW RUN LEAVES THE SHARED AUDIT TRAIL ALONE.
           IF DU-SHADOW
             DISPLAY "DAY6DUP: SHADOW RUN - NOTHING GOES ON AUDITLOG"
             GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND DU-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
           IF DU-AUD-ABSENT
             OPEN OUTPUT DU-AUD-FILE
           END-IF.
           IF NOT DU-AUD-OK
             DISPLAY "DAY6DUP: UNABLE TO OPEN AUDITLOG, STATUS="
                 DU-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT DU-CTL-FILE.
           IF DU-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT DU-CTL-OK
             DISPLAY "DAY6DUP: UNABLE TO OPEN RUNCTL, STATUS="
                 DU-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO DU-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL DU-CTL-EOF
             IF DU-CTL-RECORD NOT EQUAL SPACE
                 AND DU-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE DU-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ DU-CTL-FILE
             AT END
               SET DU-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO DU-CTL-KEY DU-CTL-VALUE.
           UNSTRING DU-CTL-RECORD DELIMITED BY "="
               INTO DU-CTL-KEY DU-CTL-VALUE.
           EVALUATE DU-CTL-KEY
             WHEN "CYCLE-DATE"
               IF DU-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6DUP: CYCLE-DATE VALUE '"
                     DU-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                     "YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE DU-CTL-VALUE(1:8) TO DU-CYCLE-DATE
             WHEN "HIST-CYCLES"
               PERFORM 1300-PARSE-CTL-NUM THRU 1300-EXIT
               IF DU-CTL-BAD EQUAL 1 OR DU-CTL-NUM < 1
                   OR DU-CTL-NUM > 99
                 DISPLAY "DAY6DUP: HIST-CYCLES VALUE '"
                     DU-CTL-VALUE "' ON RUNCTL CARD IS NOT 1-99"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE DU-CTL-NUM TO DU-HIST-CYCLES
             WHEN "HOLD-SUSPECTS"
               IF DU-CTL-VALUE NOT EQUAL "Y"
                   AND DU-CTL-VALUE NOT EQUAL "N"
                 DISPLAY "DAY6DUP: HOLD-SUSPECTS VALUE '"
                     DU-CTL-VALUE "' ON RUNCTL CARD IS NOT Y OR N"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE DU-CTL-VALUE(1:1) TO DU-HOLD-FLAG
             WHEN "RUN-MODE"
               EVALUATE DU-CTL-VALUE
                 WHEN "SHADOW"
                   MOVE "S" TO DU-MODE-FLAG
                 WHEN "PRODUCTION"
                   MOVE "P" TO DU-MODE-FLAG
                 WHEN OTHER
                   DISPLAY "DAY6DUP: RUN-MODE VALUE '" DU-CTL-VALUE
                       "' ON RUNCTL CARD IS NOT PRODUCTION OR SHADOW"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             WHEN OTHER
               DISPLAY "DAY6DUP: UNRECOGNISED KEYWORD '" DU-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A NUMERIC CONTROL-CARD VALUE, LEFT-JUSTIFIED AS KEYED.
      *    DU-CTL-BAD COMES BACK 1 FOR ANYTHING ELSE.
      *-----------------------------------------------------------
       1300-PARSE-CTL-NUM.
           COMPUTE DU-CTL-NUM = 0.
           COMPUTE DU-CTL-BAD = 0.
           IF DU-CTL-VALUE EQUAL SPACE
             MOVE 1 TO DU-CTL-BAD
             GO TO 1300-EXIT
           END-IF.
           PERFORM VARYING DU-CTL-I FROM 1 BY 1
               UNTIL DU-CTL-I > 20
               OR DU-CTL-VALUE(DU-CTL-I:1) EQUAL SPACE
             MOVE DU-CTL-VALUE(DU-CTL-I:1) TO DU-CTL-DIGIT
             IF DU-CTL-DIGIT IS NUMERIC
               MOVE DU-CTL-DIGIT TO DU-CTL-DIGIT-N
               COMPUTE DU-CTL-NUM = DU-CTL-NUM * 10 + DU-CTL-DIGIT-N
                 ON SIZE ERROR
                   MOVE 1 TO DU-CTL-BAD
               END-COMPUTE
             ELSE
               MOVE 1 TO DU-CTL-BAD
             END-IF
           END-PERFORM.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE HISTORY.  ABSENT IS A FILE NOT CREATED YET.
      *    ANYTHING FILED UNDER TONIGHT'S CYCLE OR LATER IS LEFT
      *    BEHIND - THAT IS A RERUN, AND TONIGHT'S SHEETS ARE ABOUT
      *    TO BE FILED AGAIN.  A FILE OUT OF CYCLE ORDER HAS BEEN
      *    TAMPERED WITH AND IS NOT TRUSTED.
      *-----------------------------------------------------------
       1500-LOAD-HISTORY.
           OPEN INPUT DU-HIST-FILE.
           IF DU-HIST-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT DU-HIST-OK
             DISPLAY "DAY6DUP: UNABLE TO OPEN DUPHIST, STATUS="
                 DU-HIST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO DU-END-FLAG.
           PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
           PERFORM UNTIL DU-END-OF-STREAM
             IF DH-RECORD NOT EQUAL SPACE
               IF DH-CYCLE-DATE < DU-LAST-DATE
                 DISPLAY "DAY6DUP: DUPHIST OUT OF CYCLE ORDER AT "
                     DH-CYCLE-DATE " PART " DH-PART-NO
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE DH-CYCLE-DATE TO DU-LAST-DATE
               IF DH-CYCLE-DATE < DU-CYCLE-DATE
                 PERFORM 1550-KEEP-HISTORY THRU 1550-EXIT
               ELSE
                 ADD 1 TO DU-CNT-DROPPED
               END-IF
             END-IF
             PERFORM 1510-READ-HISTORY THRU 1510-EXIT
           END-PERFORM.
           CLOSE DU-HIST-FILE.
           MOVE DU-FP-CNT TO DU-HIST-CNT.
           IF DU-CNT-DROPPED > 0
             DISPLAY "DAY6DUP: " DU-CNT-DROPPED " HISTORY SHEETS "
                 "FILED UNDER CYCLE " DU-CYCLE-DATE " OR LATER "
                 "REPLACED - RERUN"
           END-IF.
       1500-EXIT.
           EXIT.

       1510-READ-HISTORY.
           READ DU-HIST-FILE
             AT END
               SET DU-END-OF-STREAM TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1550-KEEP-HISTORY.
           IF DU-FP-CNT >= DU-MAX-FP
             DISPLAY "DAY6DUP: MORE THAN " DU-MAX-FP
                 " SHEETS ON DUPHIST - TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO DU-FP-CNT.
           MOVE DH-CYCLE-DATE TO DU-F-DATE(DU-FP-CNT).
           MOVE DH-PART-NO TO DU-F-PART-NO(DU-FP-CNT).
           MOVE DH-SITE TO DU-F-SITE(DU-FP-CNT).
           MOVE DH-STREAM TO DU-F-STREAM(DU-FP-CNT).
           MOVE DH-SHEET-NO TO DU-F-SHEET-NO(DU-FP-CNT).
           MOVE DH-HASH-1 TO DU-F-HASH-1(DU-FP-CNT).
           MOVE DH-HASH-2 TO DU-F-HASH-2(DU-FP-CNT).
           MOVE DH-ROWS TO DU-F-ROWS(DU-FP-CNT).
           MOVE DH-TRL-TOTAL TO DU-F-TRL-TOTAL(DU-FP-CNT).
           MOVE DH-TRL-ROWS TO DU-F-TRL-ROWS(DU-FP-CNT).
           MOVE "N" TO DU-F-HELD(DU-FP-CNT).
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE COMPARISON WINDOW - THE LAST DU-HIST-CYCLES DISTINCT
      *    CYCLE DATES ON THE HISTORY, WORKED BACK FROM THE END.
      *    CYCLES ARE COUNTED AS RUN, NOT BY THE CALENDAR, SO A
      *    HOLIDAY WEEK DOESN'T SHORTEN THE LOOK-BACK.
      *-----------------------------------------------------------
       1700-SET-WINDOW.
           COMPUTE DU-WIN-START = DU-HIST-CNT + 1.
           COMPUTE DU-WIN-CYCLES = 0.
           COMPUTE DU-WIN-DONE = 0.
           PERFORM VARYING DU-H FROM DU-HIST-CNT BY -1
               UNTIL DU-H < 1 OR DU-WIN-DONE EQUAL 1
             IF DU-H EQUAL DU-HIST-CNT
               MOVE 1 TO DU-MATCH
             ELSE
               IF DU-F-DATE(DU-H) NOT EQUAL DU-F-DATE(DU-H + 1)
                 MOVE 1 TO DU-MATCH
               ELSE
                 MOVE 0 TO DU-MATCH
               END-IF
             END-IF
             IF DU-MATCH EQUAL 1
               IF DU-WIN-CYCLES >= DU-HIST-CYCLES
                 MOVE 1 TO DU-WIN-DONE
               ELSE
                 ADD 1 TO DU-WIN-CYCLES
               END-IF
             END-IF
             IF DU-WIN-DONE EQUAL 0
               MOVE DU-H TO DU-WIN-START
             END-IF
           END-PERFORM.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    READ ONE WSCLEAN WHOLE, FINGERPRINTING EACH SHEET ONTO
      *    THE END OF THE TABLE.  WSCLEAN HOLDS CLEAN SHEETS ONLY -
      *    THE EDIT HAS ALREADY PROVED THE COUNTS AND TRAILERS - SO
      *    ONE THAT ENDS MID-SHEET WAS NEVER FINISHED, AND THE STEP
      *    STOPS HARD RATHER THAN CLEAR HALF A DAY.
      *-----------------------------------------------------------
       2000-READ-STREAM.
           IF DU-ROWCOL
             OPEN INPUT DU-CLEAN1-FILE
             IF NOT DU-CLEAN1-OK
               DISPLAY "DAY6DUP: UNABLE TO OPEN CLEAN1, STATUS="
                   DU-CLEAN1-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           ELSE
             OPEN INPUT DU-CLEAN2-FILE
             IF NOT DU-CLEAN2-OK
               DISPLAY "DAY6DUP: UNABLE TO OPEN CLEAN2, STATUS="
                   DU-CLEAN2-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-IF.
           MOVE "N" TO DU-END-FLAG.
           COMPUTE DU-SHEET-NO = 0.
           PERFORM 2100-READ-RECORD THRU 2100-EXIT.
           PERFORM UNTIL DU-END-OF-STREAM
             IF DU-REC NOT EQUAL SPACE
               PERFORM 2200-TAKE-SHEET THRU 2200-EXIT
             END-IF
             PERFORM 2100-READ-RECORD THRU 2100-EXIT
           END-PERFORM.
           IF DU-ROWCOL
             CLOSE DU-CLEAN1-FILE
           ELSE
             CLOSE DU-CLEAN2-FILE
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE NEXT RECORD OF THE STREAM BEING READ, INTO DU-REC.
      *-----------------------------------------------------------
       2100-READ-RECORD.
           MOVE SPACE TO DU-REC.
           MOVE 0 TO DU-REC-LEN.
           IF DU-ROWCOL
             READ DU-CLEAN1-FILE
               AT END
                 SET DU-END-OF-STREAM TO TRUE
               NOT AT END
                 IF DU-CLEAN1-LEN > 0
                   MOVE DU-CLEAN1-RECORD(1:DU-CLEAN1-LEN) TO DU-REC
                   MOVE DU-CLEAN1-LEN TO DU-REC-LEN
                 END-IF
             END-READ
           ELSE
             READ DU-CLEAN2-FILE
               AT END
                 SET DU-END-OF-STREAM TO TRUE
               NOT AT END
                 IF DU-CLEAN2-LEN > 0
                   MOVE DU-CLEAN2-RECORD(1:DU-CLEAN2-LEN) TO DU-REC
                   MOVE DU-CLEAN2-LEN TO DU-REC-LEN
                 END-IF
             END-READ
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE SHEET, ITS HEADER IN DU-REC.  THE ROWS AND THE
      *    OPERATOR ROW ARE HASHED AS THEY ARE READ; THE TRAILER'S
      *    TOTAL AND ROW FIELDS ARE KEPT AS KEYED.
      *-----------------------------------------------------------
       2200-TAKE-SHEET.
           ADD 1 TO DU-SHEET-NO.
           MOVE DU-REC(1:7) TO DU-HDR-FIELDS.
           IF DU-ROWCOL
             MOVE DU-REC(12:3) TO DU-HDR-SITE
           ELSE
             MOVE DU-REC(8:3) TO DU-HDR-SITE
           END-IF.
           MOVE DU-REC(31:3) TO DU-HDR-RCY.
           IF DU-HDR-COUNT IS NOT NUMERIC
             DISPLAY "DAY6DUP: CLEAN" DU-STREAM " SHEET "
                 DU-SHEET-NO " PART " DU-HDR-PART-NO
                 " HEADER COUNT NOT NUMERIC - WSCLEAN DAMAGED"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE DU-HDR-COUNT TO DU-NUM-ROWS.
           COMPUTE DU-HASH-1 = 0.
           COMPUTE DU-HASH-2 = 0.
           PERFORM VARYING DU-ROW FROM 1 BY 1
               UNTIL DU-ROW > DU-NUM-ROWS + 1
             PERFORM 2100-READ-RECORD THRU 2100-EXIT
             IF DU-END-OF-STREAM
               PERFORM 2900-SHORT-SHEET THRU 2900-EXIT
             END-IF
             PERFORM 2500-HASH-ROW THRU 2500-EXIT
           END-PERFORM.
           PERFORM 2100-READ-RECORD THRU 2100-EXIT.
           IF DU-END-OF-STREAM
             PERFORM 2900-SHORT-SHEET THRU 2900-EXIT
           END-IF.
           MOVE DU-REC(1:21) TO DU-TRL-FIELDS.
      *    DAY6RCY'S STAMP - A SHEET SENT AGAIN ON PURPOSE.
           IF DU-HDR-RCY EQUAL "RCY"
             ADD 1 TO DU-CNT-RECYCLED
             GO TO 2200-EXIT
           END-IF.
           IF DU-FP-CNT >= DU-MAX-FP
             DISPLAY "DAY6DUP: MORE THAN " DU-MAX-FP
                 " SHEETS WITH HISTORY - TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO DU-FP-CNT.
           MOVE DU-CYCLE-DATE TO DU-F-DATE(DU-FP-CNT).
           MOVE DU-HDR-PART-NO TO DU-F-PART-NO(DU-FP-CNT).
           MOVE DU-HDR-SITE TO DU-F-SITE(DU-FP-CNT).
           MOVE DU-STREAM TO DU-F-STREAM(DU-FP-CNT).
           MOVE DU-SHEET-NO TO DU-F-SHEET-NO(DU-FP-CNT).
           MOVE DU-HASH-1 TO DU-F-HASH-1(DU-FP-CNT).
           MOVE DU-HASH-2 TO DU-F-HASH-2(DU-FP-CNT).
           MOVE DU-NUM-ROWS TO DU-F-ROWS(DU-FP-CNT).
           MOVE DU-TRL-TOTAL TO DU-F-TRL-TOTAL(DU-FP-CNT).
           MOVE DU-TRL-ROWS TO DU-F-TRL-ROWS(DU-FP-CNT).
           MOVE "N" TO DU-F-HELD(DU-FP-CNT).
           IF DU-ROWCOL
             ADD 1 TO DU-CNT-SHEETS-1
           ELSE
             ADD 1 TO DU-CNT-SHEETS-2
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FOLD ONE ROW INTO THE FINGERPRINT.  TRAILING BLANKS NEVER
      *    COUNT.  ON A ROW/COLUMN SHEET A RUN OF DELIMITERS (COMMA,
      *    TAB OR BLANK) BETWEEN TWO CELLS FOLDS IN AS ONE COMMA,
      *    AND DELIMITERS BEFORE THE FIRST CELL OR AFTER THE LAST
      *    ARE DROPPED.
      *-----------------------------------------------------------
       2500-HASH-ROW.
           MOVE DU-REC-LEN TO DU-LAST.
           PERFORM UNTIL DU-LAST EQUAL 0
               OR DU-REC(DU-LAST:1) NOT EQUAL SPACE
             SUBTRACT 1 FROM DU-LAST
           END-PERFORM.
           COMPUTE DU-IN-CELL = 0.
           COMPUTE DU-GAP = 0.
           PERFORM VARYING DU-POS FROM 1 BY 1
               UNTIL DU-POS > DU-LAST
             MOVE DU-REC(DU-POS:1) TO DU-CH
             IF DU-CROSSWISE
               PERFORM 2600-FOLD-CHAR THRU 2600-EXIT
             ELSE
               IF DU-CH EQUAL "," OR DU-CH EQUAL DU-TAB-CHAR
                   OR DU-CH EQUAL SPACE
                 IF DU-IN-CELL EQUAL 1
                   MOVE 1 TO DU-GAP
                 END-IF
               ELSE
                 IF DU-GAP EQUAL 1
                   MOVE "," TO DU-CH
                   PERFORM 2600-FOLD-CHAR THRU 2600-EXIT
                   MOVE DU-REC(DU-POS:1) TO DU-CH
                   MOVE 0 TO DU-GAP
                 END-IF
                 PERFORM 2600-FOLD-CHAR THRU 2600-EXIT
                 MOVE 1 TO DU-IN-CELL
               END-IF
             END-IF
           END-PERFORM.
           MOVE DU-W-ROW-END TO DU-WEIGHT.
           PERFORM 2700-FOLD-WEIGHT THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

       2600-FOLD-CHAR.
           MOVE DU-W-OTHER TO DU-WEIGHT.
           PERFORM VARYING DU-K FROM 1 BY 1
               UNTIL DU-K > DU-ALPHA-SIZE
               OR DU-WEIGHT NOT EQUAL DU-W-OTHER
             IF DU-ALPHA(DU-K) EQUAL DU-CH
               MOVE DU-K TO DU-WEIGHT
             END-IF
           END-PERFORM.
           PERFORM 2700-FOLD-WEIGHT THRU 2700-EXIT.
       2600-EXIT.
           EXIT.

       2700-FOLD-WEIGHT.
           COMPUTE DU-HASH-WORK = DU-HASH-1 * DU-MULT-1 + DU-WEIGHT.
           DIVIDE DU-HASH-WORK BY DU-MOD-1 GIVING DU-HASH-QUOT
               REMAINDER DU-HASH-1.
           COMPUTE DU-HASH-WORK = DU-HASH-2 * DU-MULT-2 + DU-WEIGHT.
           DIVIDE DU-HASH-WORK BY DU-MOD-2 GIVING DU-HASH-QUOT
               REMAINDER DU-HASH-2.
       2700-EXIT.
           EXIT.

       2900-SHORT-SHEET.
           DISPLAY "DAY6DUP: CLEAN" DU-STREAM " ENDS PART WAY "
               "THROUGH SHEET " DU-SHEET-NO " PART " DU-HDR-PART-NO
               " - WSCLEAN INCOMPLETE".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN WITH ERROR STATUS 16.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY ONE OF TONIGHT'S SHEETS AGAINST EVERY EARLIER SHEET
      *    OF TONIGHT, THEN AGAINST THE HISTORY WINDOW.
      *-----------------------------------------------------------
       3000-COMPARE.
           PERFORM VARYING DU-I FROM DU-TODAY-FIRST BY 1
               UNTIL DU-I > DU-FP-CNT
             PERFORM VARYING DU-J FROM DU-TODAY-FIRST BY 1
                 UNTIL DU-J >= DU-I
               PERFORM 3100-MATCH THRU 3100-EXIT
               IF DU-MATCH EQUAL 1
                 MOVE "SAME DAY" TO DU-KIND
                 ADD 1 TO DU-CNT-SAME-DAY
                 PERFORM 3500-SUSPECT THRU 3500-EXIT
               END-IF
             END-PERFORM
             PERFORM VARYING DU-J FROM DU-WIN-START BY 1
                 UNTIL DU-J > DU-HIST-CNT
               PERFORM 3100-MATCH THRU 3100-EXIT
               IF DU-MATCH EQUAL 1
                 MOVE "RE-SENT" TO DU-KIND
                 ADD 1 TO DU-CNT-RESENT
                 PERFORM 3500-SUSPECT THRU 3500-EXIT
               END-IF
             END-PERFORM
           END-PERFORM.
           IF DU-CNT-SAME-DAY EQUAL 0 AND DU-CNT-RESENT EQUAL 0
             MOVE DU-NONE-LINE TO DU-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MATCH.
           MOVE 0 TO DU-MATCH.
           IF DU-F-HASH-1(DU-I) EQUAL DU-F-HASH-1(DU-J)
               AND DU-F-HASH-2(DU-I) EQUAL DU-F-HASH-2(DU-J)
               AND DU-F-STREAM(DU-I) EQUAL DU-F-STREAM(DU-J)
               AND DU-F-ROWS(DU-I) EQUAL DU-F-ROWS(DU-J)
               AND DU-F-TRL-TOTAL(DU-I) EQUAL DU-F-TRL-TOTAL(DU-J)
               AND DU-F-TRL-ROWS(DU-I) EQUAL DU-F-TRL-ROWS(DU-J)
             MOVE 1 TO DU-MATCH
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A SUSPECT PAIR - HOLD WHAT CAN BE HELD, REPORT IT AND
      *    AUDIT IT.  ONLY ROW/COLUMN BATCHES GO THROUGH APPROVAL;
      *    OF A PAIR WITH AN EARLIER CYCLE ONLY TONIGHT'S CAN STILL
      *    BE STOPPED.
      *-----------------------------------------------------------
       3500-SUSPECT.
           MOVE "LISTED" TO DU-ACTION.
           MOVE "LISTED" TO DU-DISP.
           IF DU-HOLDING AND DU-F-STREAM(DU-I) EQUAL "1"
             MOVE "Y" TO DU-F-HELD(DU-I)
             MOVE "HELD" TO DU-DISP
             IF DU-KIND EQUAL "SAME DAY"
               MOVE "Y" TO DU-F-HELD(DU-J)
               MOVE "HOLD BOTH" TO DU-ACTION
             ELSE
               MOVE "HOLD" TO DU-ACTION
             END-IF
           END-IF.
           MOVE DU-KIND TO DET-KIND.
           IF DU-F-STREAM(DU-I) EQUAL "1"
             MOVE "ROWCOL" TO DET-FORMAT
           ELSE
             MOVE "CROSSWISE" TO DET-FORMAT
           END-IF.
           MOVE DU-F-PART-NO(DU-I) TO DET-PART.
           MOVE DU-F-SITE(DU-I) TO DET-SITE.
           MOVE DU-F-SHEET-NO(DU-I) TO DET-SHEET.
           MOVE DU-F-DATE(DU-I) TO DET-CYCLE.
           MOVE DU-F-PART-NO(DU-J) TO DET-M-PART.
           MOVE DU-F-SITE(DU-J) TO DET-M-SITE.
           MOVE DU-F-SHEET-NO(DU-J) TO DET-M-SHEET.
           MOVE DU-F-DATE(DU-J) TO DET-M-CYCLE.
           MOVE 0 TO DU-TOTAL-NUM.
           IF DU-F-TRL-TOTAL(DU-I)(2:15) IS NUMERIC
             MOVE DU-F-TRL-TOTAL(DU-I) TO DU-TOTAL-VIEW
           END-IF.
           MOVE DU-TOTAL-NUM TO DET-TOTAL.
           MOVE DU-F-ROWS(DU-I) TO DET-ROWS.
           MOVE DU-ACTION TO DET-ACTION.
           MOVE DU-DETAIL TO DU-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           DISPLAY "DAY6DUP: " DU-KIND " SUSPECT - PART "
               DU-F-PART-NO(DU-I) " MATCHES PART " DU-F-PART-NO(DU-J)
               " OF " DU-F-DATE(DU-J) " - " DU-DISP.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE HOLD LIST - EACH HELD PART NUMBER ONCE, HOWEVER MANY
      *    PAIRS IT TURNED UP IN, WITH THE FIRST SHEET IT MATCHED -
      *    AND ITS TRAILER, WRITTEN EVERY NIGHT.
      *-----------------------------------------------------------
       4000-WRITE-HOLDS.
           OPEN OUTPUT DU-HOLD-FILE.
           IF NOT DU-HOLD-OK
             DISPLAY "DAY6DUP: UNABLE TO OPEN DUPHOLD, STATUS="
                 DU-HOLD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING DU-I FROM DU-TODAY-FIRST BY 1
               UNTIL DU-I > DU-FP-CNT
             IF DU-F-HELD(DU-I) EQUAL "Y"
               MOVE 0 TO DU-MATCH
               PERFORM VARYING DU-J FROM DU-TODAY-FIRST BY 1
                   UNTIL DU-J >= DU-I OR DU-MATCH EQUAL 1
                 IF DU-F-HELD(DU-J) EQUAL "Y"
                     AND DU-F-PART-NO(DU-J) EQUAL DU-F-PART-NO(DU-I)
                   MOVE 1 TO DU-MATCH
                 END-IF
               END-PERFORM
               IF DU-MATCH EQUAL 0
                 PERFORM 4100-WRITE-HOLD THRU 4100-EXIT
               END-IF
             END-IF
           END-PERFORM.
           MOVE SPACE TO DU-HOLD-TRAILER.
           MOVE "*EOF*" TO DT-MARK.
           MOVE DU-CNT-HELD TO DT-COUNT.
           WRITE DU-HOLD-TRAILER.
           CLOSE DU-HOLD-FILE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE HOLD RECORD FOR DU-I, NAMING THE FIRST SHEET IT
      *    MATCHES - TONIGHT'S FIRST, THEN THE HISTORY.
      *-----------------------------------------------------------
       4100-WRITE-HOLD.
           MOVE SPACE TO DU-HOLD-RECORD.
           MOVE DU-F-PART-NO(DU-I) TO DP-PART-NO.
           MOVE DU-F-SITE(DU-I) TO DP-SITE.
           MOVE 0 TO DP-MATCH-DATE.
           MOVE 0 TO DU-MATCH.
           PERFORM VARYING DU-J FROM DU-TODAY-FIRST BY 1
               UNTIL DU-J > DU-FP-CNT OR DU-MATCH EQUAL 1
             IF DU-J NOT EQUAL DU-I
               PERFORM 3100-MATCH THRU 3100-EXIT
             END-IF
           END-PERFORM.
           IF DU-MATCH EQUAL 1
             MOVE "SAME DAY" TO DP-KIND
           ELSE
             PERFORM VARYING DU-J FROM DU-WIN-START BY 1
                 UNTIL DU-J > DU-HIST-CNT OR DU-MATCH EQUAL 1
               PERFORM 3100-MATCH THRU 3100-EXIT
             END-PERFORM
             MOVE "RE-SENT" TO DP-KIND
           END-IF.
           IF DU-MATCH EQUAL 1
             SUBTRACT 1 FROM DU-J
             MOVE DU-F-PART-NO(DU-J) TO DP-MATCH-PART
             MOVE DU-F-DATE(DU-J) TO DP-MATCH-DATE
           END-IF.
           WRITE DU-HOLD-RECORD.
           ADD 1 TO DU-CNT-HELD.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REWRITE THE HISTORY - THE WINDOW STILL WANTED, THEN
      *    TONIGHT'S SHEETS UNDER TONIGHT'S CYCLE.  CYCLES OLDER
      *    THAN THE WINDOW FALL OFF HERE.
      *-----------------------------------------------------------
       5000-REWRITE-HISTORY.
           OPEN OUTPUT DU-HIST-FILE.
           IF NOT DU-HIST-OK
             DISPLAY "DAY6DUP: UNABLE TO REWRITE DUPHIST, STATUS="
                 DU-HIST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING DU-I FROM DU-WIN-START BY 1
               UNTIL DU-I > DU-FP-CNT
             MOVE SPACE TO DH-RECORD
             MOVE DU-F-DATE(DU-I) TO DH-CYCLE-DATE
             MOVE DU-F-PART-NO(DU-I) TO DH-PART-NO
             MOVE DU-F-SITE(DU-I) TO DH-SITE
             MOVE DU-F-STREAM(DU-I) TO DH-STREAM
             MOVE DU-F-SHEET-NO(DU-I) TO DH-SHEET-NO
             MOVE DU-F-HASH-1(DU-I) TO DH-HASH-1
             MOVE DU-F-HASH-2(DU-I) TO DH-HASH-2
             MOVE DU-F-ROWS(DU-I) TO DH-ROWS
             MOVE DU-F-TRL-TOTAL(DU-I) TO DH-TRL-TOTAL
             MOVE DU-F-TRL-ROWS(DU-I) TO DH-TRL-ROWS
             WRITE DH-RECORD
           END-PERFORM.
           CLOSE DU-HIST-FILE.
       5000-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO DU-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE DU-CNT-SHEETS-1 TO TL1-ROWCOL.
           MOVE DU-CNT-SHEETS-2 TO TL1-CROSS.
           MOVE DU-CNT-RECYCLED TO TL1-RECYCLED.
           MOVE DU-TOTAL-LINE-1 TO DU-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE DU-WIN-CYCLES TO TL2-CYCLES.
           MOVE 0 TO TL2-FIRST TL2-LAST.
           IF DU-WIN-START NOT > DU-HIST-CNT
             MOVE DU-F-DATE(DU-WIN-START) TO TL2-FIRST
             MOVE DU-F-DATE(DU-HIST-CNT) TO TL2-LAST
           END-IF.
           COMPUTE TL2-SHEETS = DU-HIST-CNT + 1 - DU-WIN-START.
           MOVE DU-TOTAL-LINE-2 TO DU-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE DU-CNT-SAME-DAY TO TL3-SAME-DAY.
           MOVE DU-CNT-RESENT TO TL3-RESENT.
           MOVE DU-CNT-HELD TO TL3-HELD.
           IF DU-HOLDING
             MOVE "(HOLD-SUSPECTS=Y)" TO TL3-MODE
           ELSE
             MOVE "(HOLD-SUSPECTS=N - LIST ONLY)" TO TL3-MODE
           END-IF.
           MOVE DU-TOTAL-LINE-3 TO DU-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE AUDIT RECORD PER SUSPECT PAIR, RC 04, AGAINST
      *    TONIGHT'S PART - HELD OR LISTED WHERE AN APPROVER'S ID
      *    WOULD STAND.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           IF DU-SHADOW
             GO TO 7000-EXIT
           END-IF.
           MOVE DU-RUN-DATE TO AUD-DATE.
           MOVE DU-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE DU-JOB-NAME TO AUD-JOB-NAME.
           MOVE "DAY6DUP" TO AUD-PROGRAM.
           MOVE DU-F-PART-NO(DU-I) TO AUD-PART-NO.
           MOVE DU-F-ROWS(DU-I) TO AUD-ROWS.
           MOVE DU-TOTAL-NUM TO AUD-TOTAL.
           MOVE "N" TO AUD-RESTARTED.
           MOVE 4 TO AUD-RC.
           MOVE DU-F-SITE(DU-I) TO AUD-SITE.
           MOVE DU-DISP TO AUD-APPROVER.
           MOVE SPACE TO AUD-FILL-1 AUD-FILL-2 AUD-FILL-3 AUD-FILL-4
               AUD-FILL-5 AUD-FILL-6 AUD-FILL-7 AUD-FILL-8
               AUD-FILL-9 AUD-FILL-10.
           WRITE AUD-RECORD.
       7000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO DU-PAGE-NO.
           MOVE DU-CYCLE-DATE TO HD1-CYCLE.
           MOVE DU-PAGE-NO TO HD1-PAGE.
           WRITE DU-PRINT-LINE FROM DU-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO DU-PRINT-LINE.
           WRITE DU-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE DU-PRINT-LINE FROM DU-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE DU-PRINT-LINE FROM DU-HEAD-3
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO DU-PRINT-LINE.
           WRITE DU-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO DU-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN DU-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF DU-LINE-CNT >= DU-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE DU-PRINT-LINE FROM DU-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO DU-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE DU-RPT-FILE.
           IF NOT DU-SHADOW
             CLOSE DU-AUD-FILE
           END-IF.
       9999-EXIT.
           EXIT.

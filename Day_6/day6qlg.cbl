       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6QLG.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-10.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6QLG - NIGHTLY KEYING-QUALITY COLLECTOR.
      *
      *  SINCE THE SITE CODE WENT ONTO THE WORKSHEET HEADER EVERY
      *  REJECT, SUSPENSE RECORD AND SUMMARY CARRIES THE OFFICE THAT
      *  KEYED IT, BUT THE CYCLE'S DATASETS ARE SWEPT TO THE ARCHIVE
      *  AFTER SIXTY CYCLES AND NOBODY CAN COMPARE THE OFFICES
      *  WITHOUT READING A MONTH OF REPORTS.  THIS STEP RUNS AT THE
      *  END OF EVERY CYCLE, COUNTS THE NIGHT'S KEYING OUTCOMES PER
      *  SITE, AND APPENDS THE COUNTS TO THE PERMANENT QUALLOG (SEE
      *  QUAL-REC) FOR DAY6QSC'S MONTHLY SCORECARD.  INPUTS, ALL
      *  OPTIONAL (A CLEAN NIGHT HAS NO SUSPENSE DATASETS AT ALL):
      *
      *    SUMIN1/SUMIN2     THE WSOUT SUMMARIES, BOTH FORMATS
      *    EDIN1/EDIN2       THE EDITRPT REJECT LINES, BOTH FORMATS
      *    REJIN1/REJIN2     THE WSREJ SUSPENSE RECORDS (REJ-REC)
      *    CORRIN            THE CYCLE'S VALIDATED CORRVAL CARDS
      *    RECIN             THE RECOUT LINES
      *    SUSPOLD1/SUSPOLD2 THE PREVIOUS CYCLE'S SUSPCTL DATASETS
      *    SUSPNEW1/SUSPNEW2 THIS CYCLE'S SUSPCTL DATASETS
      *    QUALLOG           THE KEYING-QUALITY LOG, EXTENDED
      *
      *  THE MEASURES, PER SITE:
      *
      *    KEYD  SHEETS KEYED - EVERY SHEET THE CYCLE SAW: SUMMARISED,
      *          REJECTED BY A TOTALLER (ONE PER REJ-SEQ) OR
      *          REJECTED BY THE EDIT (ONE PER EDITRPT SHEET NUMBER).
      *          A RECYCLED SHEET COUNTS AGAIN EACH TIME IT IS
      *          PRESENTED - IT HAD TO BE KEYED AGAIN.
      *    CLEN  FIRST-TIME CLEAN - A FRESH (NOT RECYCLED) SHEET
      *          THAT SUMMARISED WITH NO CORRECTION CARD AGAINST IT
      *          AND NO RECONCILIATION MISMATCH ON ITS PART
      *    EREJ  SHEETS REJECTED BY THE EDIT
      *    TREJ  SHEETS REJECTED BY A TOTALLER, PER REJ-REASON
      *    CORR  CORRECTION CARDS, CHARGED TO THE SITE OF THE SHEET
      *          THEY CORRECT (FRESH OR RECYCLED, BY CO-TARGET)
      *    RMIS  RECOUT NON-MATCHES, CHARGED ONCE TO EACH SITE THAT
      *          KEYED THE PART THIS CYCLE
      *    SOUT  BATCHES THAT LEFT SUSPENSE - ON THE PREVIOUS
      *          SUSPCTL BUT NOT THIS ONE - WITH THE CYCLES THEY
      *          SPENT THERE (SUSPCTL'S AGE) IN QL-DAYS
      *
      *  KEYD, CLEN AND EREJ CARRY THE SHEET FORMAT (ROWCOL OR
      *  CROSSWISE) IN THE REASON FIELD, SO THE SCORECARD CAN SHOW
      *  HOW EACH OFFICE DOES ON THE CROSSWISE SHEETS ALONE.
      *
      *  A CYCL RECORD WITH NO SITE CLOSES EVERY RUN SO A QUIET
      *  NIGHT STILL SHOWS AS COLLECTED.  A CHARGE WHOSE SHEET CAN'T
      *  BE FOUND GOES TO SITE "???".  THE CYCLE DATE COMES FROM THE
      *  REQUIRED CYCLE-DATE RUNCTL CARD, NOT THE CLOCK.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-10 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QG-SUM1-FILE ASSIGN TO "SUMIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-SUM1-STATUS.
           SELECT QG-SUM2-FILE ASSIGN TO "SUMIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-SUM2-STATUS.
           SELECT QG-ED1-FILE ASSIGN TO "EDIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-ED1-STATUS.
           SELECT QG-ED2-FILE ASSIGN TO "EDIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-ED2-STATUS.
           SELECT QG-REJ1-FILE ASSIGN TO "REJIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-REJ1-STATUS.
           SELECT QG-REJ2-FILE ASSIGN TO "REJIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-REJ2-STATUS.
           SELECT QG-COR-FILE ASSIGN TO "CORRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-COR-STATUS.
           SELECT QG-REC-FILE ASSIGN TO "RECIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-REC-STATUS.
           SELECT QG-SO1-FILE ASSIGN TO "SUSPOLD1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-SO1-STATUS.
           SELECT QG-SO2-FILE ASSIGN TO "SUSPOLD2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-SO2-STATUS.
           SELECT QG-SN1-FILE ASSIGN TO "SUSPNEW1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-SN1-STATUS.
           SELECT QG-SN2-FILE ASSIGN TO "SUSPNEW2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-SN2-STATUS.
           SELECT QG-LOG-FILE ASSIGN TO "QUALLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-LOG-STATUS.
           SELECT QG-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QG-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    THE TOTALLERS' WSOUT SUMMARIES - ONLY THE PART NUMBER,
      *    THE SITE AND THE RECYCLE DATE MATTER HERE.
      *-----------------------------------------------------------
       FD  QG-SUM1-FILE
           RECORDING MODE IS F.
       01  QG-SUM1-RECORD.
           03 S1-PART-NO PIC X(05).
           03 S1-FILL-1 PIC X(239).
           03 S1-SITE PIC X(03).
           03 S1-FILL-2 PIC X(01).
           03 S1-RCY-DATE PIC 9(08).

       FD  QG-SUM2-FILE
           RECORDING MODE IS F.
       01  QG-SUM2-RECORD.
           03 S2-PART-NO PIC X(05).
           03 S2-FILL-1 PIC X(42).
           03 S2-SITE PIC X(03).
           03 S2-FILL-2 PIC X(01).
           03 S2-RCY-DATE PIC 9(08).

      *-----------------------------------------------------------
      *    DAY6EDIT'S EDITRPT LAYOUT.
      *-----------------------------------------------------------
       FD  QG-ED1-FILE
           RECORDING MODE IS F.
       01  QG-ED1-RECORD.
           03 E1-PART-NO PIC X(05).
           03 E1-FILL-1 PIC X(01).
           03 E1-RECORD-NO PIC 9(02).
           03 E1-FILL-2 PIC X(01).
           03 E1-REASON PIC X(40).
           03 E1-FILL-3 PIC X(01).
           03 E1-SITE PIC X(03).
           03 E1-FILL-4 PIC X(01).
           03 E1-SHEET-NO PIC 9(04).

       FD  QG-ED2-FILE
           RECORDING MODE IS F.
       01  QG-ED2-RECORD.
           03 E2-PART-NO PIC X(05).
           03 E2-FILL-1 PIC X(01).
           03 E2-RECORD-NO PIC 9(02).
           03 E2-FILL-2 PIC X(01).
           03 E2-REASON PIC X(40).
           03 E2-FILL-3 PIC X(01).
           03 E2-SITE PIC X(03).
           03 E2-FILL-4 PIC X(01).
           03 E2-SHEET-NO PIC 9(04).

       FD  QG-REJ1-FILE
           RECORDING MODE IS F.
       COPY "rej-rec.cpy".

       FD  QG-REJ2-FILE
           RECORDING MODE IS F.
       01  QG-REJ2-RECORD.
           03 R2-PART-NO PIC X(05).
           03 R2-FILL-1 PIC X(01).
           03 R2-REASON PIC X(16).
           03 R2-FILL-2 PIC X(01).
           03 R2-ROW PIC 9(04).
           03 R2-FILL-3 PIC X(01).
           03 R2-SITE PIC X(03).
           03 R2-FILL-4 PIC X(01).
           03 R2-SEQ PIC 9(04).

      *-----------------------------------------------------------
      *    DAY6CVL'S CORRVAL CARD - A BLANK TARGET CORRECTS THE
      *    FRESH SHEET, A DATE CORRECTS THE SHEET RECYCLED FROM
      *    THAT CYCLE.
      *-----------------------------------------------------------
       FD  QG-COR-FILE
           RECORDING MODE IS F.
       01  QG-COR-RECORD.
           03 CO-PART-NO PIC X(05).
           03 CO-FILL-1 PIC X(01).
           03 CO-ROW PIC X(04).
           03 CO-FILL-2 PIC X(01).
           03 CO-COL PIC X(02).
           03 CO-FILL-3 PIC X(01).
           03 CO-VALUE PIC X(16).
           03 CO-FILL-4 PIC X(01).
           03 CO-TARGET PIC X(08).

      *-----------------------------------------------------------
      *    RECON-TOT'S RECOUT LAYOUT - ONLY THE NON-MATCHES COUNT.
      *-----------------------------------------------------------
       FD  QG-REC-FILE
           RECORDING MODE IS F.
       01  QG-REC-RECORD.
           03 RC-PART-NO PIC X(05).
           03 RC-FILL-1 PIC X(01).
           03 RC-TOTAL-1 PIC X(16).
           03 RC-FILL-2 PIC X(01).
           03 RC-TOTAL-2 PIC X(16).
           03 RC-FILL-3 PIC X(01).
           03 RC-RESULT PIC X(08).

      *-----------------------------------------------------------
      *    DAY6RCY'S SUSPENSE CONTROL LAYOUT, OLD AND NEW ALIKE.
      *-----------------------------------------------------------
       FD  QG-SO1-FILE
           RECORDING MODE IS F.
       01  QG-SO1-RECORD PIC X(52).

       FD  QG-SO2-FILE
           RECORDING MODE IS F.
       01  QG-SO2-RECORD PIC X(52).

       FD  QG-SN1-FILE
           RECORDING MODE IS F.
       01  QG-SN1-RECORD PIC X(52).

       FD  QG-SN2-FILE
           RECORDING MODE IS F.
       01  QG-SN2-RECORD PIC X(52).

       FD  QG-LOG-FILE
           RECORDING MODE IS F.
       COPY "qual-rec.cpy".

       FD  QG-CTL-FILE
           RECORDING MODE IS F.
       01  QG-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 QG-SUM1-STATUS PIC X(02) VALUE "00".
           88 QG-SUM1-OK VALUE "00".
           88 QG-SUM1-ABSENT VALUE "35".
       01 QG-SUM2-STATUS PIC X(02) VALUE "00".
           88 QG-SUM2-OK VALUE "00".
           88 QG-SUM2-ABSENT VALUE "35".
       01 QG-ED1-STATUS PIC X(02) VALUE "00".
           88 QG-ED1-OK VALUE "00".
           88 QG-ED1-ABSENT VALUE "35".
       01 QG-ED2-STATUS PIC X(02) VALUE "00".
           88 QG-ED2-OK VALUE "00".
           88 QG-ED2-ABSENT VALUE "35".
       01 QG-REJ1-STATUS PIC X(02) VALUE "00".
           88 QG-REJ1-OK VALUE "00".
           88 QG-REJ1-ABSENT VALUE "35".
       01 QG-REJ2-STATUS PIC X(02) VALUE "00".
           88 QG-REJ2-OK VALUE "00".
           88 QG-REJ2-ABSENT VALUE "35".
       01 QG-COR-STATUS PIC X(02) VALUE "00".
           88 QG-COR-OK VALUE "00".
           88 QG-COR-ABSENT VALUE "35".
       01 QG-REC-STATUS PIC X(02) VALUE "00".
           88 QG-REC-OK VALUE "00".
           88 QG-REC-ABSENT VALUE "35".
       01 QG-SO1-STATUS PIC X(02) VALUE "00".
           88 QG-SO1-OK VALUE "00".
           88 QG-SO1-ABSENT VALUE "35".
       01 QG-SO2-STATUS PIC X(02) VALUE "00".
           88 QG-SO2-OK VALUE "00".
           88 QG-SO2-ABSENT VALUE "35".
       01 QG-SN1-STATUS PIC X(02) VALUE "00".
           88 QG-SN1-OK VALUE "00".
           88 QG-SN1-ABSENT VALUE "35".
       01 QG-SN2-STATUS PIC X(02) VALUE "00".
           88 QG-SN2-OK VALUE "00".
           88 QG-SN2-ABSENT VALUE "35".
       01 QG-LOG-STATUS PIC X(02) VALUE "00".
           88 QG-LOG-OK VALUE "00".
       01 QG-CTL-STATUS PIC X(02) VALUE "00".
           88 QG-CTL-OK VALUE "00".
           88 QG-CTL-ABSENT VALUE "35".

       78 QG-MAX-SHEETS VALUE 9999.
       78 QG-MAX-COUNTS VALUE 999.
       78 QG-MAX-SUSP VALUE 9999.
       78 QG-NO-SITE VALUE "???".

      *-----------------------------------------------------------
      *    EVERY SHEET THAT SUMMARISED THIS CYCLE - ITS SOURCE
      *    TOTALLER, SITE AND RECYCLE DATE, AND WHETHER A
      *    CORRECTION CARD OR A RECONCILIATION MISMATCH TOUCHED IT.
      *-----------------------------------------------------------
       01 QG-SHEET-TABLE.
           03 QG-SHEET OCCURS 9999 TIMES.
               05 QG-H-SOURCE PIC X(01).
               05 QG-H-PART-NO PIC X(05).
               05 QG-H-SITE PIC X(03).
               05 QG-H-RCY-DATE PIC 9(08).
               05 QG-H-CORRECTED PIC 9(01).
               05 QG-H-MISMATCHED PIC 9(01).
       01 QG-SHEET-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE NIGHT'S COUNTS, ONE ENTRY PER SITE, MEASURE AND
      *    (FOR TREJ) REJECT REASON, IN ORDER OF FIRST SIGHTING.
      *-----------------------------------------------------------
       01 QG-COUNT-TABLE.
           03 QG-COUNT OCCURS 999 TIMES.
               05 QG-C-SITE PIC X(03).
               05 QG-C-MEASURE PIC X(04).
               05 QG-C-REASON PIC X(16).
               05 QG-C-COUNT PIC 9(06).
               05 QG-C-DAYS PIC 9(06).
       01 QG-COUNT-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THIS CYCLE'S SUSPCTL BATCHES FOR THE TOTALLER IN HAND,
      *    KEYED AS DAY6RCY KEYS THEM - PART NUMBER AND ORIGINAL
      *    CYCLE DATE.  THE SUSPCTL RECORD ITSELF IS LAID OUT IN
      *    QG-SUSP-REC.
      *-----------------------------------------------------------
       01 QG-SUSP-TABLE.
           03 QG-SUSP OCCURS 9999 TIMES.
               05 QG-U-PART-NO PIC X(05).
               05 QG-U-ORIG-DATE PIC 9(08).
       01 QG-SUSP-CNT PIC 9(04) VALUE 0.

       01 QG-SUSP-REC.
           03 SC-CTL-DATE PIC 9(08).
           03 SC-FILL-1 PIC X(01).
           03 SC-CTL-SEQ PIC 9(04).
           03 SC-FILL-2 PIC X(01).
           03 SC-PART-NO PIC X(05).
           03 SC-FILL-3 PIC X(01).
           03 SC-REASON PIC X(16).
           03 SC-FILL-4 PIC X(01).
           03 SC-AGE PIC 9(02).
           03 SC-FILL-5 PIC X(01).
           03 SC-SITE PIC X(03).
           03 SC-FILL-6 PIC X(01).
           03 SC-ORIG-DATE PIC 9(08).

       01 QG-CYCLE-DATE PIC 9(08) VALUE 0.
       01 QG-RUN-DATE PIC 9(08) VALUE 0.
       01 QG-RUN-TIME-RAW PIC X(08) VALUE SPACE.
       01 QG-SOURCE PIC X(01) VALUE SPACE.
       01 QG-FORMAT PIC X(16) VALUE SPACE.
       01 QG-SITE PIC X(03) VALUE SPACE.
       01 QG-MEASURE PIC X(04) VALUE SPACE.
       01 QG-REASON PIC X(16) VALUE SPACE.
       01 QG-DAYS PIC 9(06) VALUE 0.
       01 QG-PART PIC X(05) VALUE SPACE.
       01 QG-RCY-DATE PIC 9(08) VALUE 0.
       01 QG-PREV-SEQ PIC 9(04) VALUE 0.
       01 QG-I PIC 9(04) VALUE 0.
       01 QG-J PIC 9(04) VALUE 0.
       01 QG-FOUND PIC 9(04) VALUE 0.
       01 QG-DUP PIC 9(01) VALUE 0.
       01 QG-EOF-FLAG PIC X(01) VALUE "N".
           88 QG-EOF VALUE "Y".
       01 QG-EDIT-CNT PIC 9(04) VALUE 0.
       01 QG-REJ-CNT PIC 9(04) VALUE 0.
       01 QG-CORR-CNT PIC 9(04) VALUE 0.
       01 QG-MISM-CNT PIC 9(04) VALUE 0.
       01 QG-SOUT-CNT PIC 9(04) VALUE 0.
       01 QG-CLEAN-CNT PIC 9(04) VALUE 0.

       01 QG-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 QG-CTL-EOF VALUE "Y".
       01 QG-CTL-KEY PIC X(20) VALUE SPACE.
       01 QG-CTL-VALUE PIC X(20) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-SUMMARIES THRU 2000-EXIT.
           PERFORM 2200-GATHER-EDIT THRU 2200-EXIT.
           PERFORM 2400-GATHER-REJECTS THRU 2400-EXIT.
           PERFORM 2600-GATHER-CORRECTIONS THRU 2600-EXIT.
           PERFORM 2800-GATHER-RECON THRU 2800-EXIT.
           PERFORM 3000-GATHER-SUSPENSE THRU 3000-EXIT.
           PERFORM 4000-COUNT-CLEAN THRU 4000-EXIT.
           PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
           DISPLAY "DAY6QLG: CYCLE " QG-CYCLE-DATE " - "
               QG-SHEET-CNT " SUMMARISED, " QG-CLEAN-CNT
               " FIRST-TIME CLEAN, " QG-EDIT-CNT " EDIT REJECTS, "
               QG-REJ-CNT " TOTALLER REJECTS".
           DISPLAY "DAY6QLG: " QG-CORR-CNT " CORRECTIONS, "
               QG-MISM-CNT " MISMATCHES, " QG-SOUT-CNT
               " BATCHES OUT OF SUSPENSE, " QG-COUNT-CNT
               " QUALLOG COUNTS WRITTEN".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF QG-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6QLG: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- THE COUNTS ARE FILED UNDER IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ACCEPT QG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT QG-RUN-TIME-RAW FROM TIME.
           OPEN INPUT QG-SUM1-FILE.
           IF NOT QG-SUM1-OK AND NOT QG-SUM1-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN SUMIN1, STATUS="
                 QG-SUM1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-SUM2-FILE.
           IF NOT QG-SUM2-OK AND NOT QG-SUM2-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN SUMIN2, STATUS="
                 QG-SUM2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-ED1-FILE.
           IF NOT QG-ED1-OK AND NOT QG-ED1-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN EDIN1, STATUS="
                 QG-ED1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-ED2-FILE.
           IF NOT QG-ED2-OK AND NOT QG-ED2-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN EDIN2, STATUS="
                 QG-ED2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-REJ1-FILE.
           IF NOT QG-REJ1-OK AND NOT QG-REJ1-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN REJIN1, STATUS="
                 QG-REJ1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-REJ2-FILE.
           IF NOT QG-REJ2-OK AND NOT QG-REJ2-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN REJIN2, STATUS="
                 QG-REJ2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-COR-FILE.
           IF NOT QG-COR-OK AND NOT QG-COR-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN CORRIN, STATUS="
                 QG-COR-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-REC-FILE.
           IF NOT QG-REC-OK AND NOT QG-REC-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN RECIN, STATUS="
                 QG-REC-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-SO1-FILE.
           IF NOT QG-SO1-OK AND NOT QG-SO1-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN SUSPOLD1, STATUS="
                 QG-SO1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-SO2-FILE.
           IF NOT QG-SO2-OK AND NOT QG-SO2-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN SUSPOLD2, STATUS="
                 QG-SO2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-SN1-FILE.
           IF NOT QG-SN1-OK AND NOT QG-SN1-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN SUSPNEW1, STATUS="
                 QG-SN1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT QG-SN2-FILE.
           IF NOT QG-SN2-OK AND NOT QG-SN2-ABSENT
             DISPLAY "DAY6QLG: UNABLE TO OPEN SUSPNEW2, STATUS="
                 QG-SN2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN EXTEND QG-LOG-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
           IF QG-LOG-STATUS EQUAL "35"
             OPEN OUTPUT QG-LOG-FILE
           END-IF.
           IF NOT QG-LOG-OK
             DISPLAY "DAY6QLG: UNABLE TO OPEN QUALLOG, STATUS="
                 QG-LOG-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT QG-CTL-FILE.
           IF QG-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT QG-CTL-OK
             DISPLAY "DAY6QLG: UNABLE TO OPEN RUNCTL, STATUS="
                 QG-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO QG-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL QG-CTL-EOF
             IF QG-CTL-RECORD NOT EQUAL SPACE
                 AND QG-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE QG-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ QG-CTL-FILE
             AT END
               SET QG-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO QG-CTL-KEY QG-CTL-VALUE.
           UNSTRING QG-CTL-RECORD DELIMITED BY "="
               INTO QG-CTL-KEY QG-CTL-VALUE.
           EVALUATE QG-CTL-KEY
             WHEN "CYCLE-DATE"
               IF QG-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6QLG: CYCLE-DATE VALUE '"
                     QG-CTL-VALUE "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE QG-CTL-VALUE(1:8) TO QG-CYCLE-DATE
             WHEN OTHER
               DISPLAY "DAY6QLG: UNRECOGNISED KEYWORD '" QG-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY SUMMARISED SHEET IS KEYED WORK FOR ITS SITE, AND
      *    IS HELD SO THE CORRECTIONS AND MISMATCHES CAN FIND IT.
      *-----------------------------------------------------------
       2000-LOAD-SUMMARIES.
           IF QG-SUM1-ABSENT
             GO TO 2000-CROSSWISE
           END-IF.
           MOVE "N" TO QG-EOF-FLAG.
           PERFORM 2010-READ-SUM1 THRU 2010-EXIT.
           PERFORM UNTIL QG-EOF
             MOVE "1" TO QG-SOURCE
             MOVE "ROWCOL" TO QG-FORMAT
             MOVE S1-PART-NO TO QG-PART
             MOVE S1-SITE TO QG-SITE
             MOVE S1-RCY-DATE TO QG-RCY-DATE
             PERFORM 2050-ADD-SHEET THRU 2050-EXIT
             PERFORM 2010-READ-SUM1 THRU 2010-EXIT
           END-PERFORM.

       2000-CROSSWISE.
           IF QG-SUM2-ABSENT
             GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO QG-EOF-FLAG.
           PERFORM 2020-READ-SUM2 THRU 2020-EXIT.
           PERFORM UNTIL QG-EOF
             MOVE "2" TO QG-SOURCE
             MOVE "CROSSWISE" TO QG-FORMAT
             MOVE S2-PART-NO TO QG-PART
             MOVE S2-SITE TO QG-SITE
             MOVE S2-RCY-DATE TO QG-RCY-DATE
             PERFORM 2050-ADD-SHEET THRU 2050-EXIT
             PERFORM 2020-READ-SUM2 THRU 2020-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2010-READ-SUM1.
           READ QG-SUM1-FILE
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2020-READ-SUM2.
           READ QG-SUM2-FILE
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       2020-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A NIGHT WITH MORE SHEETS THAN THE TABLE HOLDS IS A HARD
      *    ERROR - A SCORECARD SILENTLY SHORT OF SHEETS IS WORSE
      *    THAN NONE.
      *-----------------------------------------------------------
       2050-ADD-SHEET.
           IF QG-SHEET-CNT >= QG-MAX-SHEETS
             DISPLAY "DAY6QLG: MORE THAN " QG-MAX-SHEETS
                 " SUMMARISED SHEETS - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO QG-SHEET-CNT.
           MOVE QG-SOURCE TO QG-H-SOURCE(QG-SHEET-CNT).
           MOVE QG-PART TO QG-H-PART-NO(QG-SHEET-CNT).
           IF QG-SITE EQUAL SPACE
             MOVE QG-NO-SITE TO QG-SITE
           END-IF.
           MOVE QG-SITE TO QG-H-SITE(QG-SHEET-CNT).
           IF QG-RCY-DATE IS NOT NUMERIC
             MOVE 0 TO QG-RCY-DATE
           END-IF.
           MOVE QG-RCY-DATE TO QG-H-RCY-DATE(QG-SHEET-CNT).
           MOVE 0 TO QG-H-CORRECTED(QG-SHEET-CNT).
           MOVE 0 TO QG-H-MISMATCHED(QG-SHEET-CNT).
           MOVE "KEYD" TO QG-MEASURE.
           MOVE QG-FORMAT TO QG-REASON.
           MOVE 0 TO QG-DAYS.
           PERFORM 3900-ADD-COUNT THRU 3900-EXIT.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A BAD SHEET CAN RAISE SEVERAL EDITRPT LINES - THEY SIT
      *    TOGETHER AND SHARE DAY6EDIT'S SHEET NUMBER, SO A CHANGE
      *    OF SHEET NUMBER IS A NEW REJECTED SHEET.
      *-----------------------------------------------------------
       2200-GATHER-EDIT.
           IF QG-ED1-ABSENT
             GO TO 2200-CROSSWISE
           END-IF.
           MOVE "ROWCOL" TO QG-FORMAT.
           MOVE 0 TO QG-PREV-SEQ.
           MOVE "N" TO QG-EOF-FLAG.
           PERFORM 2210-READ-ED1 THRU 2210-EXIT.
           PERFORM UNTIL QG-EOF
             IF E1-SHEET-NO NOT EQUAL QG-PREV-SEQ
               MOVE E1-SHEET-NO TO QG-PREV-SEQ
               MOVE E1-SITE TO QG-SITE
               PERFORM 2250-COUNT-EDIT-REJECT THRU 2250-EXIT
             END-IF
             PERFORM 2210-READ-ED1 THRU 2210-EXIT
           END-PERFORM.

       2200-CROSSWISE.
           IF QG-ED2-ABSENT
             GO TO 2200-EXIT
           END-IF.
           MOVE "CROSSWISE" TO QG-FORMAT.
           MOVE 0 TO QG-PREV-SEQ.
           MOVE "N" TO QG-EOF-FLAG.
           PERFORM 2220-READ-ED2 THRU 2220-EXIT.
           PERFORM UNTIL QG-EOF
             IF E2-SHEET-NO NOT EQUAL QG-PREV-SEQ
               MOVE E2-SHEET-NO TO QG-PREV-SEQ
               MOVE E2-SITE TO QG-SITE
               PERFORM 2250-COUNT-EDIT-REJECT THRU 2250-EXIT
             END-IF
             PERFORM 2220-READ-ED2 THRU 2220-EXIT
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2210-READ-ED1.
           READ QG-ED1-FILE
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

       2220-READ-ED2.
           READ QG-ED2-FILE
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       2220-EXIT.
           EXIT.

       2250-COUNT-EDIT-REJECT.
           IF QG-SITE EQUAL SPACE
             MOVE QG-NO-SITE TO QG-SITE
           END-IF.
           ADD 1 TO QG-EDIT-CNT.
           MOVE QG-FORMAT TO QG-REASON.
           MOVE 0 TO QG-DAYS.
           MOVE "KEYD" TO QG-MEASURE.
           PERFORM 3900-ADD-COUNT THRU 3900-EXIT.
           MOVE "EREJ" TO QG-MEASURE.
           PERFORM 3900-ADD-COUNT THRU 3900-EXIT.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE TOTALLERS STAMP EACH REJECT WITH ITS SHEET'S
      *    ORDINAL (REJ-SEQ) - ONE REJECTED SHEET PER ORDINAL,
      *    CHARGED UNDER THE REASON IT WAS FIRST REJECTED FOR.
      *-----------------------------------------------------------
       2400-GATHER-REJECTS.
           IF QG-REJ1-ABSENT
             GO TO 2400-CROSSWISE
           END-IF.
           MOVE "ROWCOL" TO QG-FORMAT.
           MOVE 0 TO QG-PREV-SEQ.
           MOVE "N" TO QG-EOF-FLAG.
           PERFORM 2410-READ-REJ1 THRU 2410-EXIT.
           PERFORM UNTIL QG-EOF
             IF REJ-SEQ NOT EQUAL QG-PREV-SEQ
               MOVE REJ-SEQ TO QG-PREV-SEQ
               MOVE REJ-SITE TO QG-SITE
               MOVE REJ-REASON TO QG-REASON
               PERFORM 2450-COUNT-TOT-REJECT THRU 2450-EXIT
             END-IF
             PERFORM 2410-READ-REJ1 THRU 2410-EXIT
           END-PERFORM.

       2400-CROSSWISE.
           IF QG-REJ2-ABSENT
             GO TO 2400-EXIT
           END-IF.
           MOVE "CROSSWISE" TO QG-FORMAT.
           MOVE 0 TO QG-PREV-SEQ.
           MOVE "N" TO QG-EOF-FLAG.
           PERFORM 2420-READ-REJ2 THRU 2420-EXIT.
           PERFORM UNTIL QG-EOF
             IF R2-SEQ NOT EQUAL QG-PREV-SEQ
               MOVE R2-SEQ TO QG-PREV-SEQ
               MOVE R2-SITE TO QG-SITE
               MOVE R2-REASON TO QG-REASON
               PERFORM 2450-COUNT-TOT-REJECT THRU 2450-EXIT
             END-IF
             PERFORM 2420-READ-REJ2 THRU 2420-EXIT
           END-PERFORM.
       2400-EXIT.
           EXIT.

       2410-READ-REJ1.
           READ QG-REJ1-FILE
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

       2420-READ-REJ2.
           READ QG-REJ2-FILE
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       2420-EXIT.
           EXIT.

       2450-COUNT-TOT-REJECT.
           IF QG-SITE EQUAL SPACE
             MOVE QG-NO-SITE TO QG-SITE
           END-IF.
           ADD 1 TO QG-REJ-CNT.
           MOVE 0 TO QG-DAYS.
           MOVE "TREJ" TO QG-MEASURE.
           PERFORM 3900-ADD-COUNT THRU 3900-EXIT.
           MOVE QG-FORMAT TO QG-REASON.
           MOVE "KEYD" TO QG-MEASURE.
           PERFORM 3900-ADD-COUNT THRU 3900-EXIT.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONLY THE ROW/COLUMN TOTALLER TAKES CORRECTION CARDS, SO
      *    THE SHEET A CARD CORRECTS IS A SOURCE "1" SUMMARY OF THE
      *    SAME PART WHOSE RECYCLE DATE IS THE CARD'S TARGET (ZERO
      *    FOR A BLANK TARGET).  A CARD WHOSE SHEET NEVER
      *    SUMMARISED IS STILL A CORRECTION - IT GOES TO "???".
      *-----------------------------------------------------------
       2600-GATHER-CORRECTIONS.
           IF QG-COR-ABSENT
             GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO QG-EOF-FLAG.
           PERFORM 2610-READ-CORR THRU 2610-EXIT.
           PERFORM UNTIL QG-EOF
             IF CO-PART-NO NOT EQUAL SPACE
               PERFORM 2650-CHARGE-CORRECTION THRU 2650-EXIT
             END-IF
             PERFORM 2610-READ-CORR THRU 2610-EXIT
           END-PERFORM.
       2600-EXIT.
           EXIT.

       2610-READ-CORR.
           READ QG-COR-FILE
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       2610-EXIT.
           EXIT.

       2650-CHARGE-CORRECTION.
           ADD 1 TO QG-CORR-CNT.
           IF CO-TARGET IS NUMERIC
             MOVE CO-TARGET TO QG-RCY-DATE
           ELSE
             MOVE 0 TO QG-RCY-DATE
           END-IF.
           COMPUTE QG-FOUND = 0.
           PERFORM VARYING QG-I FROM 1 BY 1
               UNTIL QG-I > QG-SHEET-CNT OR QG-FOUND > 0
             IF QG-H-SOURCE(QG-I) EQUAL "1"
                 AND QG-H-PART-NO(QG-I) EQUAL CO-PART-NO
                 AND QG-H-RCY-DATE(QG-I) EQUAL QG-RCY-DATE
               MOVE QG-I TO QG-FOUND
             END-IF
           END-PERFORM.
           IF QG-FOUND EQUAL 0
             MOVE QG-NO-SITE TO QG-SITE
           ELSE
             MOVE 1 TO QG-H-CORRECTED(QG-FOUND)
             MOVE QG-H-SITE(QG-FOUND) TO QG-SITE
           END-IF.
           MOVE "CORR" TO QG-MEASURE.
           MOVE SPACE TO QG-REASON.
           MOVE 0 TO QG-DAYS.
           PERFORM 3900-ADD-COUNT THRU 3900-EXIT.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A NON-MATCH IS CHARGED ONCE TO EVERY SITE THAT KEYED THE
      *    PART THIS CYCLE - THE RECONCILIATION CAN'T SAY WHICH OF
      *    THE TWO KEYINGS WAS WRONG.  EVERY SHEET OF THE PART
      *    LOSES ITS FIRST-TIME CLEAN STANDING.
      *-----------------------------------------------------------
       2800-GATHER-RECON.
           IF QG-REC-ABSENT
             GO TO 2800-EXIT
           END-IF.
           MOVE "N" TO QG-EOF-FLAG.
           PERFORM 2810-READ-RECON THRU 2810-EXIT.
           PERFORM UNTIL QG-EOF
             IF RC-RESULT NOT EQUAL "MATCH"
               PERFORM 2850-CHARGE-MISMATCH THRU 2850-EXIT
             END-IF
             PERFORM 2810-READ-RECON THRU 2810-EXIT
           END-PERFORM.
       2800-EXIT.
           EXIT.

       2810-READ-RECON.
           READ QG-REC-FILE
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       2810-EXIT.
           EXIT.

       2850-CHARGE-MISMATCH.
           ADD 1 TO QG-MISM-CNT.
           MOVE "RMIS" TO QG-MEASURE.
           MOVE SPACE TO QG-REASON.
           MOVE 0 TO QG-DAYS.
           COMPUTE QG-FOUND = 0.
           PERFORM VARYING QG-I FROM 1 BY 1
               UNTIL QG-I > QG-SHEET-CNT
             IF QG-H-PART-NO(QG-I) EQUAL RC-PART-NO
               MOVE 1 TO QG-H-MISMATCHED(QG-I)
               PERFORM 2860-FIRST-FOR-SITE THRU 2860-EXIT
             END-IF
           END-PERFORM.
           IF QG-FOUND EQUAL 0
             MOVE QG-NO-SITE TO QG-SITE
             PERFORM 3900-ADD-COUNT THRU 3900-EXIT
           END-IF.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CHARGE SHEET QG-I'S SITE UNLESS AN EARLIER SHEET OF THE
      *    SAME PART AND SITE ALREADY WAS.
      *-----------------------------------------------------------
       2860-FIRST-FOR-SITE.
           ADD 1 TO QG-FOUND.
           COMPUTE QG-DUP = 0.
           PERFORM VARYING QG-J FROM 1 BY 1
               UNTIL QG-J >= QG-I OR QG-DUP > 0
             IF QG-H-PART-NO(QG-J) EQUAL RC-PART-NO
                 AND QG-H-SITE(QG-J) EQUAL QG-H-SITE(QG-I)
               MOVE 1 TO QG-DUP
             END-IF
           END-PERFORM.
           IF QG-DUP > 0
             GO TO 2860-EXIT
           END-IF.
           MOVE QG-H-SITE(QG-I) TO QG-SITE.
           PERFORM 3900-ADD-COUNT THRU 3900-EXIT.
       2860-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EACH TOTALLER'S SUSPENSE IN TURN: LOAD THIS CYCLE'S
      *    SUSPCTL, THEN EVERY BATCH ON THE PREVIOUS ONE THAT ISN'T
      *    ON IT ANY MORE HAS LEFT SUSPENSE - CLEARED OR AGED OUT -
      *    AFTER THE AGE IT WAS CARRYING.
      *-----------------------------------------------------------
       3000-GATHER-SUSPENSE.
           MOVE 0 TO QG-SUSP-CNT.
           IF NOT QG-SN1-ABSENT
             MOVE "N" TO QG-EOF-FLAG
             PERFORM 3010-READ-SN1 THRU 3010-EXIT
             PERFORM UNTIL QG-EOF
               PERFORM 3050-HOLD-SUSPENSE THRU 3050-EXIT
               PERFORM 3010-READ-SN1 THRU 3010-EXIT
             END-PERFORM
           END-IF.
           IF NOT QG-SO1-ABSENT
             MOVE "N" TO QG-EOF-FLAG
             PERFORM 3020-READ-SO1 THRU 3020-EXIT
             PERFORM UNTIL QG-EOF
               PERFORM 3080-CHECK-LEFT THRU 3080-EXIT
               PERFORM 3020-READ-SO1 THRU 3020-EXIT
             END-PERFORM
           END-IF.

       3000-CROSSWISE.
           MOVE 0 TO QG-SUSP-CNT.
           IF NOT QG-SN2-ABSENT
             MOVE "N" TO QG-EOF-FLAG
             PERFORM 3030-READ-SN2 THRU 3030-EXIT
             PERFORM UNTIL QG-EOF
               PERFORM 3050-HOLD-SUSPENSE THRU 3050-EXIT
               PERFORM 3030-READ-SN2 THRU 3030-EXIT
             END-PERFORM
           END-IF.
           IF NOT QG-SO2-ABSENT
             MOVE "N" TO QG-EOF-FLAG
             PERFORM 3040-READ-SO2 THRU 3040-EXIT
             PERFORM UNTIL QG-EOF
               PERFORM 3080-CHECK-LEFT THRU 3080-EXIT
               PERFORM 3040-READ-SO2 THRU 3040-EXIT
             END-PERFORM
           END-IF.
       3000-EXIT.
           EXIT.

       3010-READ-SN1.
           READ QG-SN1-FILE INTO QG-SUSP-REC
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

       3020-READ-SO1.
           READ QG-SO1-FILE INTO QG-SUSP-REC
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       3020-EXIT.
           EXIT.

       3030-READ-SN2.
           READ QG-SN2-FILE INTO QG-SUSP-REC
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       3030-EXIT.
           EXIT.

       3040-READ-SO2.
           READ QG-SO2-FILE INTO QG-SUSP-REC
             AT END
               SET QG-EOF TO TRUE
           END-READ.
       3040-EXIT.
           EXIT.

       3050-HOLD-SUSPENSE.
           IF QG-SUSP-CNT >= QG-MAX-SUSP
             DISPLAY "DAY6QLG: MORE THAN " QG-MAX-SUSP
                 " BATCHES IN SUSPENSE - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO QG-SUSP-CNT.
           MOVE SC-PART-NO TO QG-U-PART-NO(QG-SUSP-CNT).
           MOVE SC-ORIG-DATE TO QG-U-ORIG-DATE(QG-SUSP-CNT).
       3050-EXIT.
           EXIT.

       3080-CHECK-LEFT.
           COMPUTE QG-FOUND = 0.
           PERFORM VARYING QG-I FROM 1 BY 1
               UNTIL QG-I > QG-SUSP-CNT OR QG-FOUND > 0
             IF QG-U-PART-NO(QG-I) EQUAL SC-PART-NO
                 AND QG-U-ORIG-DATE(QG-I) EQUAL SC-ORIG-DATE
               MOVE QG-I TO QG-FOUND
             END-IF
           END-PERFORM.
           IF QG-FOUND > 0
             GO TO 3080-EXIT
           END-IF.
           ADD 1 TO QG-SOUT-CNT.
           MOVE SC-SITE TO QG-SITE.
           IF QG-SITE EQUAL SPACE
             MOVE QG-NO-SITE TO QG-SITE
           END-IF.
           MOVE "SOUT" TO QG-MEASURE.
           MOVE SPACE TO QG-REASON.
           MOVE SC-AGE TO QG-DAYS.
           PERFORM 3900-ADD-COUNT THRU 3900-EXIT.
       3080-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ADD ONE TO THE COUNT FOR QG-SITE / QG-MEASURE /
      *    QG-REASON, AND QG-DAYS TO ITS DAYS.
      *-----------------------------------------------------------
       3900-ADD-COUNT.
           COMPUTE QG-FOUND = 0.
           PERFORM VARYING QG-J FROM 1 BY 1
               UNTIL QG-J > QG-COUNT-CNT OR QG-FOUND > 0
             IF QG-C-SITE(QG-J) EQUAL QG-SITE
                 AND QG-C-MEASURE(QG-J) EQUAL QG-MEASURE
                 AND QG-C-REASON(QG-J) EQUAL QG-REASON
               MOVE QG-J TO QG-FOUND
             END-IF
           END-PERFORM.
           IF QG-FOUND EQUAL 0
             IF QG-COUNT-CNT >= QG-MAX-COUNTS
               DISPLAY "DAY6QLG: MORE THAN " QG-MAX-COUNTS
                   " SITE COUNTS - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO QG-COUNT-CNT
             MOVE QG-COUNT-CNT TO QG-FOUND
             MOVE QG-SITE TO QG-C-SITE(QG-FOUND)
             MOVE QG-MEASURE TO QG-C-MEASURE(QG-FOUND)
             MOVE QG-REASON TO QG-C-REASON(QG-FOUND)
             MOVE 0 TO QG-C-COUNT(QG-FOUND)
             MOVE 0 TO QG-C-DAYS(QG-FOUND)
           END-IF.
           ADD 1 TO QG-C-COUNT(QG-FOUND).
           ADD QG-DAYS TO QG-C-DAYS(QG-FOUND).
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FIRST-TIME CLEAN IS ONLY KNOWN ONCE EVERY CORRECTION AND
      *    MISMATCH HAS BEEN SEEN.
      *-----------------------------------------------------------
       4000-COUNT-CLEAN.
           MOVE "CLEN" TO QG-MEASURE.
           MOVE 0 TO QG-DAYS.
           PERFORM VARYING QG-I FROM 1 BY 1
               UNTIL QG-I > QG-SHEET-CNT
             IF QG-H-RCY-DATE(QG-I) EQUAL 0
                 AND QG-H-CORRECTED(QG-I) EQUAL 0
                 AND QG-H-MISMATCHED(QG-I) EQUAL 0
               ADD 1 TO QG-CLEAN-CNT
               MOVE QG-H-SITE(QG-I) TO QG-SITE
               IF QG-H-SOURCE(QG-I) EQUAL "1"
                 MOVE "ROWCOL" TO QG-REASON
               ELSE
                 MOVE "CROSSWISE" TO QG-REASON
               END-IF
               PERFORM 3900-ADD-COUNT THRU 3900-EXIT
             END-IF
           END-PERFORM.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE COUNTS, THEN THE CYCL RECORD THAT SAYS THE CYCLE WAS
      *    COLLECTED, ALL UNDER THE ONE RUN STAMP.
      *-----------------------------------------------------------
       5000-WRITE-LOG.
           PERFORM VARYING QG-I FROM 1 BY 1
               UNTIL QG-I > QG-COUNT-CNT
             PERFORM 5100-SET-LOG-RECORD THRU 5100-EXIT
             MOVE QG-C-SITE(QG-I) TO QL-SITE
             MOVE QG-C-MEASURE(QG-I) TO QL-MEASURE
             MOVE QG-C-REASON(QG-I) TO QL-REASON
             MOVE QG-C-COUNT(QG-I) TO QL-COUNT
             MOVE QG-C-DAYS(QG-I) TO QL-DAYS
             WRITE QL-RECORD
           END-PERFORM.
           PERFORM 5100-SET-LOG-RECORD THRU 5100-EXIT.
           MOVE SPACE TO QL-SITE.
           SET QL-CYCLE TO TRUE.
           MOVE SPACE TO QL-REASON.
           MOVE QG-SHEET-CNT TO QL-COUNT.
           MOVE 0 TO QL-DAYS.
           WRITE QL-RECORD.
       5000-EXIT.
           EXIT.

       5100-SET-LOG-RECORD.
           MOVE SPACE TO QL-RECORD.
           MOVE QG-CYCLE-DATE TO QL-CYCLE-DATE.
           MOVE QG-RUN-DATE TO QL-RUN-DATE.
           MOVE QG-RUN-TIME-RAW(1:6) TO QL-RUN-TIME.
       5100-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT QG-SUM1-ABSENT
             CLOSE QG-SUM1-FILE
           END-IF.
           IF NOT QG-SUM2-ABSENT
             CLOSE QG-SUM2-FILE
           END-IF.
           IF NOT QG-ED1-ABSENT
             CLOSE QG-ED1-FILE
           END-IF.
           IF NOT QG-ED2-ABSENT
             CLOSE QG-ED2-FILE
           END-IF.
           IF NOT QG-REJ1-ABSENT
             CLOSE QG-REJ1-FILE
           END-IF.
           IF NOT QG-REJ2-ABSENT
             CLOSE QG-REJ2-FILE
           END-IF.
           IF NOT QG-COR-ABSENT
             CLOSE QG-COR-FILE
           END-IF.
           IF NOT QG-REC-ABSENT
             CLOSE QG-REC-FILE
           END-IF.
           IF NOT QG-SO1-ABSENT
             CLOSE QG-SO1-FILE
           END-IF.
           IF NOT QG-SO2-ABSENT
             CLOSE QG-SO2-FILE
           END-IF.
           IF NOT QG-SN1-ABSENT
             CLOSE QG-SN1-FILE
           END-IF.
           IF NOT QG-SN2-ABSENT
             CLOSE QG-SN2-FILE
           END-IF.
           CLOSE QG-LOG-FILE.
       9999-EXIT.
           EXIT.

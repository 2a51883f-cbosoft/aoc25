       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6BAL.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-20.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6BAL - CROSS-STEP PROOF OF COMPLETENESS FOR THE CYCLE.
      *
      *  EVERY STEP OF DAY6JOB CHECKS ITS OWN INPUT, BUT NOTHING
      *  PROVED THE STEPS HANDED EACH OTHER EVERYTHING - A DATASET
      *  LOST BETWEEN TWO STEPS, OR A CONCATENATION ONE DD SHORT,
      *  RAN CLEAN ALL THE WAY TO MONTH-END.  THIS STEP RUNS LAST,
      *  BEFORE STEP120 CLOSES THE CYCLE, AND CHAINS THE NIGHT'S
      *  COUNTS AND AMOUNTS FROM ONE STEP TO THE NEXT:
      *
      *    ROW/COLUMN KEYING
      *    01 DAY6EDIT  SHEETS ON THE WSIN1 CONTROL TRAILERS = CLEAN
      *                 SHEETS ON WSCLEAN1 + SHEETS REJECTED ON
      *                 EDITRPT1
      *    02 DAY6P1    CLEAN SHEETS = WSOUT1 SUMMARIES + WSREJ1
      *                 SUSPENSE
      *    03 DAY6APP   WSOUT1 SUMMARIES + BATCHES CARRIED IN =
      *                 POSTED ON WSOUTA + HELD AND PENDING ON
      *                 CARRYOUT
      *    04 DAY6GL    POSTED BATCHES AND THEIR BASE AMOUNT = THE
      *                 GLEXTR D POSTINGS AND THEIR AMOUNT
      *    05 DAY6ALC   THE GLEXTR D POSTINGS' AMOUNT = THE GLALLOC
      *                 D POSTINGS' AMOUNT - SPLITTING A SHARED
      *                 PART CHANGES THE COUNT, NEVER THE MONEY
      *    06 DAY6MTD   WSOUT1 SUMMARIES AND GRAND TOTAL = THE
      *                 SOURCE "1" RECORDS STEP050 ROLLED ONTO MTDMST
      *    CROSSWISE KEYING
      *    07 DAY6EDIT  AS 01, FOR WSIN2/WSCLEAN2/EDITRPT2
      *    08 DAY6P2    AS 02, FOR WSCLEAN2/WSOUT2/WSREJ2
      *    09 DAY6MTD   AS 06, FOR WSOUT2 AND SOURCE "2"
      *
      *  FILES, ALL BUT MTDMST OPTIONAL - AN ABSENT DATASET COUNTS
      *  AS EMPTY AND IS MARKED NOT FOUND, SO THE LINK IT BELONGS
      *  TO SHOWS THE LOSS:
      *
      *    WSIN1/WSIN2         THE EDIT'S INPUT, CONCATENATED AS
      *                        STEP005/STEP006 HAVE IT - ONLY THE
      *                        *EOF* CONTROL TRAILERS ARE COUNTED
      *    WSCLEAN1/WSCLEAN2   THE CLEAN SHEETS, WALKED SHEET BY
      *                        SHEET ON THEIR HEADER ROW COUNTS
      *    EDITRPT1/EDITRPT2   THE EDIT REJECTS - ONE SHEET PER
      *                        EDITRPT SHEET NUMBER
      *    WSOUT1/WSOUT2       THE TOTALLERS' SUMMARIES
      *    WSREJ1/WSREJ2       THE TOTALLERS' SUSPENSE - ONE SHEET
      *                        PER REJ-SEQ
      *    CARRYIN/CARRYOUT    DAY6APP'S CARRY-FORWARD, IN AND OUT
      *    WSOUTA              DAY6APP'S SUMMARIES, STATUS APPLIED
      *    GLEXTR              DAY6GL'S POSTINGS
      *    GLALLOC             THE SAME AFTER DAY6ALC'S SPLITS
      *    CYCSTAT             THE CYCLE'S PROGRESS DATASET - WHEN
      *                        STEP050'S SUCCESSFUL RUN STARTED AND
      *                        FINISHED
      *    MTDMST              THE TOTALS MASTER, READ IN KEY ORDER
      *    BALRPT              THE ONE-PAGE PROOF
      *
      *  A ROLL IS A MASTER RECORD OF SOURCE "1" OR "2" WHOSE LAST-
      *  CHANGED STAMP FALLS INSIDE STEP050'S RUN ON CYCSTAT - WHAT
      *  DATE IT WAS FILED UNDER (ITS OWN, A RECYCLE'S ORIGINAL DATE
      *  OR A REDIRECTED DAY 00) DOESN'T MATTER.  TWO SUMMARIES OF
      *  ONE PART ON ONE KEY ROLL AS ONE RECORD, AND THE PROOF SAYS
      *  SO - THE SECOND REALLY DID REPLACE THE FIRST.
      *
      *  RUNCTL CARDS:  CYCLE-DATE=YYYYMMDD (REQUIRED - THE PROOF IS
      *  HEADED WITH IT) AND ACCEPT-LINK=NN, ONE CARD PER LINK
      *  WHOSE DIFFERENCE HAS BEEN INVESTIGATED AND IS TO STAND.
      *
      *  THE STEP ENDS RC 16 WHEN ANY LINK IS OUT OF BALANCE - ITS
      *  MRK STEP THEN DOESN'T RUN, STEP120 FINDS THE PROOF MISSING
      *  FROM CYCSTAT AND LEAVES CYCDONE WHERE IT WAS, AND THE
      *  RESUBMIT OF THE SAME SET DAY PROVES THE CYCLE AGAIN.  RC 4
      *  WHEN A DIFFERENCE WAS ACCEPTED, RC 0 WHEN EVERYTHING
      *  BALANCED.  A WSCLEAN SHEET THAT CAN'T BE WALKED IS A HARD
      *  ERROR, AS IT IS IN DAY6DUP.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-20 RM    FIRST WRITTEN.
      *  2026-09-21 RM    NEW LINK 05 PROVES DAY6ALC'S GLALLOC BACK
      *                   TO GLEXTR; THE ROLL LINK IS NOW 06 AND THE
      *                   CROSSWISE LINKS 07-09.
      *  2026-09-27 RM    THE RC 4 FOR ACCEPTED DIFFERENCES IS RAISED
      *                   BY STOP RUN WITH ERROR STATUS, AS ELSEWHERE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BL-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-CTL-STATUS.
           SELECT BL-IN1-FILE ASSIGN TO "WSIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-IN1-STATUS.
           SELECT BL-IN2-FILE ASSIGN TO "WSIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-IN2-STATUS.
           SELECT BL-CLN1-FILE ASSIGN TO "WSCLEAN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-CLN1-STATUS.
           SELECT BL-CLN2-FILE ASSIGN TO "WSCLEAN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-CLN2-STATUS.
           SELECT BL-ED1-FILE ASSIGN TO "EDITRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-ED1-STATUS.
           SELECT BL-ED2-FILE ASSIGN TO "EDITRPT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-ED2-STATUS.
           SELECT BL-SUM1-FILE ASSIGN TO "WSOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-SUM1-STATUS.
           SELECT BL-SUM2-FILE ASSIGN TO "WSOUT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-SUM2-STATUS.
           SELECT BL-REJ1-FILE ASSIGN TO "WSREJ1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-REJ1-STATUS.
           SELECT BL-REJ2-FILE ASSIGN TO "WSREJ2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-REJ2-STATUS.
           SELECT BL-CFI-FILE ASSIGN TO "CARRYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-CFI-STATUS.
           SELECT BL-CFO-FILE ASSIGN TO "CARRYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-CFO-STATUS.
           SELECT BL-APO-FILE ASSIGN TO "WSOUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-APO-STATUS.
           SELECT BL-GLX-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-GLX-STATUS.
           SELECT BL-GLA-FILE ASSIGN TO "GLALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-GLA-STATUS.
           SELECT BL-STAT-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-STAT-STATUS.
           SELECT BL-MST-FILE ASSIGN TO "MTDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTD-KEY
               FILE STATUS IS BL-MST-STATUS.
           SELECT BL-RPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    RUN-CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD.
      *-----------------------------------------------------------
       FD  BL-CTL-FILE
           RECORDING MODE IS F.
       01  BL-CTL-RECORD PIC X(80).

      *-----------------------------------------------------------
      *    THE EDIT'S INPUT AND OUTPUT SHEETS, BOTH FORMATS - ONLY
      *    THE FRONT OF EACH RECORD IS LOOKED AT.
      *-----------------------------------------------------------
       FD  BL-IN1-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON BL-IN1-LEN.
       01  BL-IN1-RECORD PIC X(4000).

       FD  BL-IN2-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON BL-IN2-LEN.
       01  BL-IN2-RECORD PIC X(4000).

       FD  BL-CLN1-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON BL-CLN1-LEN.
       01  BL-CLN1-RECORD PIC X(4000).

       FD  BL-CLN2-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON BL-CLN2-LEN.
       01  BL-CLN2-RECORD PIC X(4000).

      *-----------------------------------------------------------
      *    DAY6EDIT'S REJECT LINES - SEVERAL MAY SHARE ONE SHEET.
      *-----------------------------------------------------------
       FD  BL-ED1-FILE
           RECORDING MODE IS F.
       01  BL-ED1-RECORD.
           03 E1-PART-NO PIC X(05).
           03 E1-FILL-1 PIC X(01).
           03 E1-RECORD-NO PIC 9(02).
           03 E1-FILL-2 PIC X(01).
           03 E1-REASON PIC X(40).
           03 E1-FILL-3 PIC X(01).
           03 E1-SITE PIC X(03).
           03 E1-FILL-4 PIC X(01).
           03 E1-SHEET-NO PIC 9(04).

       FD  BL-ED2-FILE
           RECORDING MODE IS F.
       01  BL-ED2-RECORD.
           03 E2-PART-NO PIC X(05).
           03 E2-FILL-1 PIC X(01).
           03 E2-RECORD-NO PIC 9(02).
           03 E2-FILL-2 PIC X(01).
           03 E2-REASON PIC X(40).
           03 E2-FILL-3 PIC X(01).
           03 E2-SITE PIC X(03).
           03 E2-FILL-4 PIC X(01).
           03 E2-SHEET-NO PIC 9(04).

      *-----------------------------------------------------------
      *    THE TOTALLERS' SUMMARIES - PART AND GRAND TOTAL ONLY.
      *-----------------------------------------------------------
       FD  BL-SUM1-FILE
           RECORDING MODE IS F.
       01  BL-SUM1-RECORD.
           03 S1-PART-NO PIC X(05).
           03 S1-FILL-1 PIC X(01).
           03 S1-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 S1-FILL-2 PIC X(234).

       FD  BL-SUM2-FILE
           RECORDING MODE IS F.
       01  BL-SUM2-RECORD.
           03 S2-PART-NO PIC X(05).
           03 S2-FILL-1 PIC X(01).
           03 S2-TOTAL PIC S9(15) SIGN LEADING SEPARATE.
           03 S2-FILL-2 PIC X(38).

      *-----------------------------------------------------------
      *    THE TOTALLERS' SUSPENSE RECORDS (REJ-REC LAYOUT).
      *-----------------------------------------------------------
       FD  BL-REJ1-FILE
           RECORDING MODE IS F.
       01  BL-REJ1-RECORD.
           03 R1-PART-NO PIC X(05).
           03 R1-FILL-1 PIC X(01).
           03 R1-REASON PIC X(16).
           03 R1-FILL-2 PIC X(01).
           03 R1-ROW PIC 9(04).
           03 R1-FILL-3 PIC X(01).
           03 R1-SITE PIC X(03).
           03 R1-FILL-4 PIC X(01).
           03 R1-SEQ PIC 9(04).

       FD  BL-REJ2-FILE
           RECORDING MODE IS F.
       01  BL-REJ2-RECORD.
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
      *    DAY6APP'S CARRY RECORDS - THE SUMMARY IMAGE CARRIES THE
      *    STATUS THE BATCH WAS LEFT IN.
      *-----------------------------------------------------------
       FD  BL-CFI-FILE
           RECORDING MODE IS F.
       01  BL-CFI-RECORD PIC X(279).

       FD  BL-CFO-FILE
           RECORDING MODE IS F.
       01  BL-CFO-RECORD.
           03 CO-AGE PIC 9(02).
           03 CO-FILL-1 PIC X(01).
           03 CO-APPR1 PIC X(08).
           03 CO-FILL-2 PIC X(01).
           03 CO-IMAGE.
               05 CO-PART-NO PIC X(05).
               05 CO-FILL-3 PIC X(234).
               05 CO-STATUS PIC X(04).
               05 CO-FILL-4 PIC X(13).
           03 CO-FILL-5 PIC X(01).
           03 CO-FIRST-DATE PIC 9(08).
           03 CO-FILL-6 PIC X(01).
           03 CO-DUP-FLAG PIC X(01).

      *-----------------------------------------------------------
      *    DAY6APP'S SUMMARIES, STATUS APPLIED (DAY6P1'S LAYOUT).
      *-----------------------------------------------------------
       FD  BL-APO-FILE
           RECORDING MODE IS F.
       01  BL-APO-RECORD.
           03 AO-PART-NO PIC X(05).
           03 AO-FILL-1 PIC X(01).
           03 AO-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 AO-FILL-2 PIC X(196).
           03 AO-CCY PIC X(03).
           03 AO-FILL-3 PIC X(01).
           03 AO-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 AO-FILL-4 PIC X(01).
           03 AO-STATUS PIC X(04).
           03 AO-FILL-5 PIC X(13).

      *-----------------------------------------------------------
      *    DAY6GL'S POSTINGS, AND THE SAME AFTER DAY6ALC'S SPLITS -
      *    ONLY THE D RECORDS ARE COUNTED.
      *-----------------------------------------------------------
       FD  BL-GLX-FILE
           RECORDING MODE IS F.
       01  BL-GLX-RECORD.
           03 GX-TYPE PIC X(01).
           03 GX-FILL-1 PIC X(01).
           03 GX-ACCOUNT PIC X(08).
           03 GX-FILL-2 PIC X(01).
           03 GX-DC PIC X(01).
           03 GX-FILL-3 PIC X(01).
           03 GX-AMOUNT PIC 9(13)V9(02).
           03 GX-FILL-4 PIC X(01).
           03 GX-DATE PIC 9(08).
           03 GX-FILL-5 PIC X(03).

       FD  BL-GLA-FILE
           RECORDING MODE IS F.
       01  BL-GLA-RECORD.
           03 GA-TYPE PIC X(01).
           03 GA-FILL-1 PIC X(01).
           03 GA-ACCOUNT PIC X(08).
           03 GA-FILL-2 PIC X(01).
           03 GA-DC PIC X(01).
           03 GA-FILL-3 PIC X(01).
           03 GA-AMOUNT PIC 9(13)V9(02).
           03 GA-FILL-4 PIC X(01).
           03 GA-DATE PIC 9(08).
           03 GA-FILL-5 PIC X(03).

      *-----------------------------------------------------------
      *    THE CYCLE'S PROGRESS RECORDS (DAY6CKP'S LAYOUT).
      *-----------------------------------------------------------
       FD  BL-STAT-FILE
           RECORDING MODE IS F.
       01  BL-STAT-RECORD.
           03 CS-STEP PIC X(08).
           03 CS-FILL-1 PIC X(01).
           03 CS-STATE PIC X(08).
           03 CS-FILL-2 PIC X(01).
           03 CS-DATE PIC 9(08).
           03 CS-FILL-3 PIC X(01).
           03 CS-TIME PIC 9(06).

       FD  BL-MST-FILE.
       COPY "mtd-rec.cpy".

       FD  BL-RPT-FILE
           RECORDING MODE IS F.
       01  BL-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BL-CTL-STATUS PIC X(02) VALUE "00".
           88 BL-CTL-OK VALUE "00".
           88 BL-CTL-ABSENT VALUE "35".
       01 BL-IN1-STATUS PIC X(02) VALUE "00".
           88 BL-IN1-OK VALUE "00".
           88 BL-IN1-ABSENT VALUE "35".
       01 BL-IN2-STATUS PIC X(02) VALUE "00".
           88 BL-IN2-OK VALUE "00".
           88 BL-IN2-ABSENT VALUE "35".
       01 BL-CLN1-STATUS PIC X(02) VALUE "00".
           88 BL-CLN1-OK VALUE "00".
           88 BL-CLN1-ABSENT VALUE "35".
       01 BL-CLN2-STATUS PIC X(02) VALUE "00".
           88 BL-CLN2-OK VALUE "00".
           88 BL-CLN2-ABSENT VALUE "35".
       01 BL-ED1-STATUS PIC X(02) VALUE "00".
           88 BL-ED1-OK VALUE "00".
           88 BL-ED1-ABSENT VALUE "35".
       01 BL-ED2-STATUS PIC X(02) VALUE "00".
           88 BL-ED2-OK VALUE "00".
           88 BL-ED2-ABSENT VALUE "35".
       01 BL-SUM1-STATUS PIC X(02) VALUE "00".
           88 BL-SUM1-OK VALUE "00".
           88 BL-SUM1-ABSENT VALUE "35".
       01 BL-SUM2-STATUS PIC X(02) VALUE "00".
           88 BL-SUM2-OK VALUE "00".
           88 BL-SUM2-ABSENT VALUE "35".
       01 BL-REJ1-STATUS PIC X(02) VALUE "00".
           88 BL-REJ1-OK VALUE "00".
           88 BL-REJ1-ABSENT VALUE "35".
       01 BL-REJ2-STATUS PIC X(02) VALUE "00".
           88 BL-REJ2-OK VALUE "00".
           88 BL-REJ2-ABSENT VALUE "35".
       01 BL-CFI-STATUS PIC X(02) VALUE "00".
           88 BL-CFI-OK VALUE "00".
           88 BL-CFI-ABSENT VALUE "35".
       01 BL-CFO-STATUS PIC X(02) VALUE "00".
           88 BL-CFO-OK VALUE "00".
           88 BL-CFO-ABSENT VALUE "35".
       01 BL-APO-STATUS PIC X(02) VALUE "00".
           88 BL-APO-OK VALUE "00".
           88 BL-APO-ABSENT VALUE "35".
       01 BL-GLX-STATUS PIC X(02) VALUE "00".
           88 BL-GLX-OK VALUE "00".
           88 BL-GLX-ABSENT VALUE "35".
       01 BL-GLA-STATUS PIC X(02) VALUE "00".
           88 BL-GLA-OK VALUE "00".
           88 BL-GLA-ABSENT VALUE "35".
       01 BL-STAT-STATUS PIC X(02) VALUE "00".
           88 BL-STAT-OK VALUE "00".
           88 BL-STAT-ABSENT VALUE "35".
       01 BL-MST-STATUS PIC X(02) VALUE "00".
           88 BL-MST-OK VALUE "00".
       01 BL-RPT-STATUS PIC X(02) VALUE "00".
           88 BL-RPT-OK VALUE "00".

       01 BL-IN1-LEN PIC 9(04) VALUE 0.
       01 BL-IN2-LEN PIC 9(04) VALUE 0.
       01 BL-CLN1-LEN PIC 9(04) VALUE 0.
       01 BL-CLN2-LEN PIC 9(04) VALUE 0.

       01 BL-EOF-FLAG PIC X(01) VALUE "N".
           88 BL-EOF VALUE "Y".
       01 BL-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 BL-CTL-EOF VALUE "Y".

       01 BL-CTL-KEY PIC X(20) VALUE SPACE.
       01 BL-CTL-VALUE PIC X(59) VALUE SPACE.
       01 BL-CYCLE-DATE PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    ONE FLAG PER LINK - "Y" WHEN AN ACCEPT-LINK CARD LETS
      *    ITS DIFFERENCE STAND.
      *-----------------------------------------------------------
       78 BL-MAX-LINK VALUE 9.
       01 BL-ACCEPT-TABLE.
           03 BL-ACCEPTED PIC X(01) OCCURS 9 TIMES.
       01 BL-LINK-NO PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE KEYING SYSTEM'S FILE-LEVEL CONTROL TRAILER ON THE
      *    END OF EVERY WSIN SEGMENT (SEE DAY6EDIT).
      *-----------------------------------------------------------
       78 BL-FT-MARKER VALUE "*EOF*".
       01 BL-FT-FIELDS.
           03 BL-FT-MARK PIC X(05).
           03 BL-FT-FILL-1 PIC X(01).
           03 BL-FT-COUNT PIC X(04).
           03 BL-FT-FILL-2 PIC X(01).
           03 BL-FT-HASH PIC X(09).
       01 BL-FT-SHEETS PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE FRONT OF A CLEAN SHEET'S HEADER - PART NUMBER AND
      *    THE COUNT OF VALUE ROWS THAT FOLLOW IT.  AFTER THE ROWS
      *    COME THE OPERATOR ROW AND THE SHEET TRAILER.
      *-----------------------------------------------------------
       01 BL-HDR-FIELDS.
           03 BL-HDR-PART-NO PIC X(05).
           03 BL-HDR-COUNT PIC X(02).
       01 BL-NUM-ROWS PIC 9(02) VALUE 0.
       01 BL-SKIP PIC 9(03) VALUE 0.
       01 BL-FMT PIC X(01) VALUE "1".
           88 BL-ROWCOL VALUE "1".
       01 BL-SHEET-NO PIC 9(07) VALUE 0.
       01 BL-PREV-SEQ PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE NIGHT'S FIGURES, LINK BY LINK.  A SUFFIX OF 1 IS THE
      *    ROW/COLUMN KEYING, 2 THE CROSSWISE.
      *-----------------------------------------------------------
       01 BL-TRAILERS-1 PIC 9(05) VALUE 0.
       01 BL-TRAILERS-2 PIC 9(05) VALUE 0.
       01 BL-SHEETS-IN-1 PIC 9(07) VALUE 0.
       01 BL-SHEETS-IN-2 PIC 9(07) VALUE 0.
       01 BL-CLEAN-1 PIC 9(07) VALUE 0.
       01 BL-CLEAN-2 PIC 9(07) VALUE 0.
       01 BL-EDREJ-1 PIC 9(07) VALUE 0.
       01 BL-EDREJ-2 PIC 9(07) VALUE 0.
       01 BL-SUM-1 PIC 9(07) VALUE 0.
       01 BL-SUM-2 PIC 9(07) VALUE 0.
       01 BL-SUM-AMT-1 PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-SUM-AMT-2 PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-SUSP-1 PIC 9(07) VALUE 0.
       01 BL-SUSP-2 PIC 9(07) VALUE 0.
       01 BL-CARRY-IN PIC 9(07) VALUE 0.
       01 BL-POSTED PIC 9(07) VALUE 0.
       01 BL-POSTED-AMT PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-HELD PIC 9(07) VALUE 0.
       01 BL-PENDING PIC 9(07) VALUE 0.
       01 BL-GL-CNT PIC 9(07) VALUE 0.
       01 BL-GL-AMT PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-GA-CNT PIC 9(07) VALUE 0.
       01 BL-GA-AMT PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-ROLL-1 PIC 9(07) VALUE 0.
       01 BL-ROLL-2 PIC 9(07) VALUE 0.
       01 BL-ROLL-AMT-1 PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-ROLL-AMT-2 PIC S9(15)V9(02) COMP-3 VALUE 0.

      *-----------------------------------------------------------
      *    STEP050'S SUCCESSFUL RUN ON CYCSTAT - THE LATEST STARTED
      *    RECORD BEFORE ITS COMPLETE RECORD, AS YYYYMMDDHHMMSS.
      *-----------------------------------------------------------
       78 BL-ROLL-STEP VALUE "STEP050".
       01 BL-WIN-FROM PIC 9(14) VALUE 0.
       01 BL-WIN-TO PIC 9(14) VALUE 0.
       01 BL-WIN-FOUND PIC 9(01) VALUE 0.
       01 BL-STAMP PIC 9(14) VALUE 0.

      *-----------------------------------------------------------
      *    ONE LINE OF THE PROOF BEING BUILT, AND THE TALLY.
      *-----------------------------------------------------------
       01 BL-P-STEP PIC X(08) VALUE SPACE.
       01 BL-P-TEXT PIC X(42) VALUE SPACE.
       01 BL-P-SIDE PIC X(01) VALUE "I".
           88 BL-P-IN VALUE "I".
       01 BL-P-NOTE PIC X(14) VALUE SPACE.
       01 BL-P-AMT-NEXT PIC 9(01) VALUE 0.
       01 BL-P-CNT PIC 9(07) VALUE 0.
       01 BL-P-IN-CNT PIC 9(07) VALUE 0.
       01 BL-P-OUT-CNT PIC 9(07) VALUE 0.
       01 BL-P-DIFF-CNT PIC S9(08) VALUE 0.
       01 BL-P-IN-AMT PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-P-OUT-AMT PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-P-DIFF-AMT PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 BL-CNT-ED PIC -(19)9.
       01 BL-AMT-ED PIC -(16)9.99.
       01 BL-CHECKS PIC 9(03) VALUE 0.
       01 BL-FAILED PIC 9(03) VALUE 0.
       01 BL-ACCEPT-CNT PIC 9(03) VALUE 0.

       78 BL-LINES-PER-PAGE VALUE 56.
       01 BL-LINE-CNT PIC 9(02) VALUE 99.
       01 BL-LINE-HOLD PIC X(132) VALUE SPACE.
       01 BL-PAGE-NO PIC 9(04) VALUE 0.

       01 BL-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "CYCLE PROOF OF COMPLETENESS - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 BL-COL-HEAD.
           03 FILLER PIC X(14) VALUE "LINK STEP".
           03 FILLER PIC X(42) VALUE "PROOF".
           03 FILLER PIC X(20) VALUE "           COMING IN".
           03 FILLER PIC X(20) VALUE "       ACCOUNTED FOR".
           03 FILLER PIC X(20) VALUE "          DIFFERENCE".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(14) VALUE "RESULT".

       01 BL-DETAIL-LINE.
           03 DL-LINK PIC X(02) VALUE SPACE.
           03 FILLER PIC X(03) VALUE SPACE.
           03 DL-STEP PIC X(08) VALUE SPACE.
           03 FILLER PIC X(01) VALUE SPACE.
           03 DL-TEXT PIC X(42) VALUE SPACE.
           03 DL-IN PIC X(20) VALUE SPACE.
           03 DL-OUT PIC X(20) VALUE SPACE.
           03 DL-DIFF PIC X(20) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DL-RESULT PIC X(14) VALUE SPACE.

       01 BL-SECTION-LINE.
           03 SL-TEXT PIC X(40) VALUE SPACE.
           03 FILLER PIC X(92) VALUE SPACE.

       01 BL-TOTAL-LINE.
           03 TL-COUNT PIC ZZ9.
           03 FILLER PIC X(01) VALUE SPACE.
           03 TL-TEXT PIC X(100) VALUE SPACE.
           03 FILLER PIC X(28) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COUNT-EDIT-IN THRU 2000-EXIT.
           PERFORM 2200-COUNT-CLEAN THRU 2200-EXIT.
           PERFORM 2400-COUNT-EDIT-REJECTS THRU 2400-EXIT.
           PERFORM 2600-COUNT-SUMMARIES THRU 2600-EXIT.
           PERFORM 2800-COUNT-SUSPENSE THRU 2800-EXIT.
           PERFORM 3000-COUNT-APPROVAL THRU 3000-EXIT.
           PERFORM 3400-COUNT-GL THRU 3400-EXIT.
           PERFORM 3500-COUNT-ALLOC THRU 3500-EXIT.
           PERFORM 3600-FIND-ROLL-WINDOW THRU 3600-EXIT.
           PERFORM 3800-COUNT-ROLLS THRU 3800-EXIT.
           PERFORM 5000-PROVE-ROWCOL THRU 5000-EXIT.
           PERFORM 5500-PROVE-CROSSWISE THRU 5500-EXIT.
           PERFORM 5900-PRINT-VERDICT THRU 5900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF BL-FAILED > 0
             DISPLAY "DAY6BAL: CYCLE " BL-CYCLE-DATE " OUT OF "
                 "BALANCE ON " BL-FAILED " CHECK(S) - NOT TO BE "
                 "MARKED DONE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF BL-ACCEPT-CNT > 0
             DISPLAY "DAY6BAL: CYCLE " BL-CYCLE-DATE " PROVED WITH "
                 BL-ACCEPT-CNT " DIFFERENCE(S) ACCEPTED"
             STOP RUN WITH ERROR STATUS 4
           ELSE
             DISPLAY "DAY6BAL: CYCLE " BL-CYCLE-DATE " PROVED - "
                 BL-CHECKS " CHECKS BALANCE"
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------
      *    THE CYCLE DATE IS REQUIRED.  EVERY OPTIONAL INPUT IS
      *    OPENED HERE; AN ABSENT ONE KEEPS ITS 35 STATUS FOR THE
      *    PROOF TO MARK NOT FOUND.
      *-----------------------------------------------------------
       1000-INITIALIZE.
           MOVE ALL "N" TO BL-ACCEPT-TABLE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF BL-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6BAL: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- THE PROOF IS HEADED WITH IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-IN1-FILE.
           IF NOT BL-IN1-OK AND NOT BL-IN1-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSIN1, STATUS="
                 BL-IN1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-IN2-FILE.
           IF NOT BL-IN2-OK AND NOT BL-IN2-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSIN2, STATUS="
                 BL-IN2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-CLN1-FILE.
           IF NOT BL-CLN1-OK AND NOT BL-CLN1-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSCLEAN1, STATUS="
                 BL-CLN1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-CLN2-FILE.
           IF NOT BL-CLN2-OK AND NOT BL-CLN2-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSCLEAN2, STATUS="
                 BL-CLN2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-ED1-FILE.
           IF NOT BL-ED1-OK AND NOT BL-ED1-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN EDITRPT1, STATUS="
                 BL-ED1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-ED2-FILE.
           IF NOT BL-ED2-OK AND NOT BL-ED2-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN EDITRPT2, STATUS="
                 BL-ED2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-SUM1-FILE.
           IF NOT BL-SUM1-OK AND NOT BL-SUM1-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSOUT1, STATUS="
                 BL-SUM1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-SUM2-FILE.
           IF NOT BL-SUM2-OK AND NOT BL-SUM2-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSOUT2, STATUS="
                 BL-SUM2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-REJ1-FILE.
           IF NOT BL-REJ1-OK AND NOT BL-REJ1-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSREJ1, STATUS="
                 BL-REJ1-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-REJ2-FILE.
           IF NOT BL-REJ2-OK AND NOT BL-REJ2-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSREJ2, STATUS="
                 BL-REJ2-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-CFI-FILE.
           IF NOT BL-CFI-OK AND NOT BL-CFI-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN CARRYIN, STATUS="
                 BL-CFI-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-CFO-FILE.
           IF NOT BL-CFO-OK AND NOT BL-CFO-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN CARRYOUT, STATUS="
                 BL-CFO-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-APO-FILE.
           IF NOT BL-APO-OK AND NOT BL-APO-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN WSOUTA, STATUS="
                 BL-APO-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-GLX-FILE.
           IF NOT BL-GLX-OK AND NOT BL-GLX-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN GLEXTR, STATUS="
                 BL-GLX-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-GLA-FILE.
           IF NOT BL-GLA-OK AND NOT BL-GLA-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN GLALLOC, STATUS="
                 BL-GLA-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-STAT-FILE.
           IF NOT BL-STAT-OK AND NOT BL-STAT-ABSENT
             DISPLAY "DAY6BAL: UNABLE TO OPEN CYCSTAT, STATUS="
                 BL-STAT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT BL-MST-FILE.
           IF NOT BL-MST-OK
             DISPLAY "DAY6BAL: UNABLE TO OPEN MTDMST, STATUS="
                 BL-MST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT BL-RPT-FILE.
           IF NOT BL-RPT-OK
             DISPLAY "DAY6BAL: UNABLE TO OPEN BALRPT, STATUS="
                 BL-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    RUN-CONTROL CARDS.  AN UNRECOGNISED KEYWORD OR UNUSABLE
      *    VALUE IS A HARD REJECT.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT BL-CTL-FILE.
           IF BL-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT BL-CTL-OK
             DISPLAY "DAY6BAL: UNABLE TO OPEN RUNCTL, STATUS="
                 BL-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BL-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL BL-CTL-EOF
             IF BL-CTL-RECORD NOT EQUAL SPACE
                 AND BL-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE BL-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ BL-CTL-FILE
             AT END
               SET BL-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO BL-CTL-KEY BL-CTL-VALUE.
           UNSTRING BL-CTL-RECORD DELIMITED BY "="
               INTO BL-CTL-KEY BL-CTL-VALUE.
           EVALUATE BL-CTL-KEY
             WHEN "CYCLE-DATE"
               IF BL-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6BAL: CYCLE-DATE VALUE '" BL-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE BL-CTL-VALUE(1:8) TO BL-CYCLE-DATE
             WHEN "ACCEPT-LINK"
               IF BL-CTL-VALUE(1:2) IS NOT NUMERIC
                   OR BL-CTL-VALUE(3:1) NOT EQUAL SPACE
                 DISPLAY "DAY6BAL: ACCEPT-LINK VALUE '" BL-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT A TWO-DIGIT LINK"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE BL-CTL-VALUE(1:2) TO BL-LINK-NO
               IF BL-LINK-NO < 1 OR BL-LINK-NO > BL-MAX-LINK
                 DISPLAY "DAY6BAL: ACCEPT-LINK " BL-LINK-NO
                     " ON RUNCTL CARD - THE LINKS ARE 01 TO 08"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE "Y" TO BL-ACCEPTED(BL-LINK-NO)
             WHEN OTHER
               DISPLAY "DAY6BAL: UNRECOGNISED KEYWORD '" BL-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SHEETS INTO THE EDIT - THE SUM OF THE SHEET COUNTS ON
      *    THE *EOF* TRAILERS, ONE PER CONCATENATED SEGMENT (THE
      *    KEYING OFFICE'S TRANSFER AND THE PREVIOUS CYCLE'S
      *    RECYCLE).  DAY6EDIT HAS ALREADY HELD EACH TRAILER TO
      *    THE SHEETS IN ITS SEGMENT.
      *-----------------------------------------------------------
       2000-COUNT-EDIT-IN.
           IF BL-IN1-ABSENT
             GO TO 2000-CROSSWISE
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2010-READ-IN1 THRU 2010-EXIT.
           PERFORM UNTIL BL-EOF
             IF BL-IN1-RECORD(1:5) EQUAL BL-FT-MARKER
               MOVE BL-IN1-RECORD(1:20) TO BL-FT-FIELDS
               PERFORM 2050-TAKE-TRAILER THRU 2050-EXIT
               ADD 1 TO BL-TRAILERS-1
               ADD BL-FT-SHEETS TO BL-SHEETS-IN-1
             END-IF
             PERFORM 2010-READ-IN1 THRU 2010-EXIT
           END-PERFORM.

       2000-CROSSWISE.
           IF BL-IN2-ABSENT
             GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2020-READ-IN2 THRU 2020-EXIT.
           PERFORM UNTIL BL-EOF
             IF BL-IN2-RECORD(1:5) EQUAL BL-FT-MARKER
               MOVE BL-IN2-RECORD(1:20) TO BL-FT-FIELDS
               PERFORM 2050-TAKE-TRAILER THRU 2050-EXIT
               ADD 1 TO BL-TRAILERS-2
               ADD BL-FT-SHEETS TO BL-SHEETS-IN-2
             END-IF
             PERFORM 2020-READ-IN2 THRU 2020-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2010-READ-IN1.
           READ BL-IN1-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2020-READ-IN2.
           READ BL-IN2-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       2020-EXIT.
           EXIT.

      *    A TRAILER WHOSE COUNT ISN'T NUMERIC COUNTS NO SHEETS -
      *    DAY6EDIT WOULD HAVE REFUSED THE INPUT OVER IT.
       2050-TAKE-TRAILER.
           MOVE 0 TO BL-FT-SHEETS.
           IF BL-FT-COUNT IS NUMERIC
             MOVE BL-FT-COUNT TO BL-FT-SHEETS
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CLEAN SHEETS - WALKED THE WAY DAY6DUP WALKS THEM: THE
      *    HEADER, ITS COUNT OF VALUE ROWS, THE OPERATOR ROW AND
      *    THE SHEET TRAILER.
      *-----------------------------------------------------------
       2200-COUNT-CLEAN.
           IF BL-CLN1-ABSENT
             GO TO 2200-CROSSWISE
           END-IF.
           MOVE "1" TO BL-FMT.
           MOVE 0 TO BL-SHEET-NO.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2230-READ-CLEAN THRU 2230-EXIT.
           PERFORM UNTIL BL-EOF
             PERFORM 2250-TAKE-SHEET THRU 2250-EXIT
             PERFORM 2230-READ-CLEAN THRU 2230-EXIT
           END-PERFORM.
           MOVE BL-SHEET-NO TO BL-CLEAN-1.

       2200-CROSSWISE.
           IF BL-CLN2-ABSENT
             GO TO 2200-EXIT
           END-IF.
           MOVE "2" TO BL-FMT.
           MOVE 0 TO BL-SHEET-NO.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2230-READ-CLEAN THRU 2230-EXIT.
           PERFORM UNTIL BL-EOF
             PERFORM 2250-TAKE-SHEET THRU 2250-EXIT
             PERFORM 2230-READ-CLEAN THRU 2230-EXIT
           END-PERFORM.
           MOVE BL-SHEET-NO TO BL-CLEAN-2.
       2200-EXIT.
           EXIT.

      *    THE NEXT RECORD OF THE FORMAT BEING WALKED; ONLY ITS
      *    FIRST SEVEN BYTES ARE EVER LOOKED AT.
       2230-READ-CLEAN.
           MOVE SPACE TO BL-HDR-FIELDS.
           IF BL-ROWCOL
             READ BL-CLN1-FILE
               AT END
                 SET BL-EOF TO TRUE
               NOT AT END
                 MOVE BL-CLN1-RECORD(1:7) TO BL-HDR-FIELDS
             END-READ
           ELSE
             READ BL-CLN2-FILE
               AT END
                 SET BL-EOF TO TRUE
               NOT AT END
                 MOVE BL-CLN2-RECORD(1:7) TO BL-HDR-FIELDS
             END-READ
           END-IF.
       2230-EXIT.
           EXIT.

      *    ONE SHEET, ITS HEADER JUST READ - SKIP ITS VALUE ROWS,
      *    OPERATOR ROW AND TRAILER.
       2250-TAKE-SHEET.
           ADD 1 TO BL-SHEET-NO.
           IF BL-HDR-COUNT IS NOT NUMERIC
             DISPLAY "DAY6BAL: WSCLEAN" BL-FMT " SHEET " BL-SHEET-NO
                 " PART " BL-HDR-PART-NO
                 " HEADER COUNT NOT NUMERIC - WSCLEAN DAMAGED"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE BL-HDR-COUNT TO BL-NUM-ROWS.
           COMPUTE BL-SKIP = BL-NUM-ROWS + 2.
           PERFORM BL-SKIP TIMES
             PERFORM 2230-READ-CLEAN THRU 2230-EXIT
             IF BL-EOF
               DISPLAY "DAY6BAL: WSCLEAN" BL-FMT " ENDS PART WAY "
                   "THROUGH SHEET " BL-SHEET-NO " - WSCLEAN DAMAGED"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
           END-PERFORM.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A BAD SHEET CAN RAISE SEVERAL EDITRPT LINES - THEY SIT
      *    TOGETHER AND SHARE DAY6EDIT'S SHEET NUMBER, SO A CHANGE
      *    OF SHEET NUMBER IS A NEW REJECTED SHEET.
      *-----------------------------------------------------------
       2400-COUNT-EDIT-REJECTS.
           IF BL-ED1-ABSENT
             GO TO 2400-CROSSWISE
           END-IF.
           MOVE 0 TO BL-PREV-SEQ.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2410-READ-ED1 THRU 2410-EXIT.
           PERFORM UNTIL BL-EOF
             IF E1-SHEET-NO NOT EQUAL BL-PREV-SEQ
               MOVE E1-SHEET-NO TO BL-PREV-SEQ
               ADD 1 TO BL-EDREJ-1
             END-IF
             PERFORM 2410-READ-ED1 THRU 2410-EXIT
           END-PERFORM.

       2400-CROSSWISE.
           IF BL-ED2-ABSENT
             GO TO 2400-EXIT
           END-IF.
           MOVE 0 TO BL-PREV-SEQ.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2420-READ-ED2 THRU 2420-EXIT.
           PERFORM UNTIL BL-EOF
             IF E2-SHEET-NO NOT EQUAL BL-PREV-SEQ
               MOVE E2-SHEET-NO TO BL-PREV-SEQ
               ADD 1 TO BL-EDREJ-2
             END-IF
             PERFORM 2420-READ-ED2 THRU 2420-EXIT
           END-PERFORM.
       2400-EXIT.
           EXIT.

       2410-READ-ED1.
           READ BL-ED1-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

       2420-READ-ED2.
           READ BL-ED2-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       2420-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE TOTALLERS' SUMMARIES - ONE PER SHEET, WITH THE GRAND
      *    TOTAL DAY6MTD ROLLS.
      *-----------------------------------------------------------
       2600-COUNT-SUMMARIES.
           IF BL-SUM1-ABSENT
             GO TO 2600-CROSSWISE
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2610-READ-SUM1 THRU 2610-EXIT.
           PERFORM UNTIL BL-EOF
             ADD 1 TO BL-SUM-1
             ADD S1-TOTAL TO BL-SUM-AMT-1
             PERFORM 2610-READ-SUM1 THRU 2610-EXIT
           END-PERFORM.

       2600-CROSSWISE.
           IF BL-SUM2-ABSENT
             GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2620-READ-SUM2 THRU 2620-EXIT.
           PERFORM UNTIL BL-EOF
             ADD 1 TO BL-SUM-2
             ADD S2-TOTAL TO BL-SUM-AMT-2
             PERFORM 2620-READ-SUM2 THRU 2620-EXIT
           END-PERFORM.
       2600-EXIT.
           EXIT.

       2610-READ-SUM1.
           READ BL-SUM1-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       2610-EXIT.
           EXIT.

       2620-READ-SUM2.
           READ BL-SUM2-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       2620-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE TOTALLERS STAMP EACH SUSPENSE RECORD WITH ITS
      *    SHEET'S ORDINAL (REJ-SEQ) - ONE SUSPENDED SHEET EACH.
      *-----------------------------------------------------------
       2800-COUNT-SUSPENSE.
           IF BL-REJ1-ABSENT
             GO TO 2800-CROSSWISE
           END-IF.
           MOVE 0 TO BL-PREV-SEQ.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2810-READ-REJ1 THRU 2810-EXIT.
           PERFORM UNTIL BL-EOF
             IF R1-SEQ NOT EQUAL BL-PREV-SEQ
               MOVE R1-SEQ TO BL-PREV-SEQ
               ADD 1 TO BL-SUSP-1
             END-IF
             PERFORM 2810-READ-REJ1 THRU 2810-EXIT
           END-PERFORM.

       2800-CROSSWISE.
           IF BL-REJ2-ABSENT
             GO TO 2800-EXIT
           END-IF.
           MOVE 0 TO BL-PREV-SEQ.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 2820-READ-REJ2 THRU 2820-EXIT.
           PERFORM UNTIL BL-EOF
             IF R2-SEQ NOT EQUAL BL-PREV-SEQ
               MOVE R2-SEQ TO BL-PREV-SEQ
               ADD 1 TO BL-SUSP-2
             END-IF
             PERFORM 2820-READ-REJ2 THRU 2820-EXIT
           END-PERFORM.
       2800-EXIT.
           EXIT.

       2810-READ-REJ1.
           READ BL-REJ1-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       2810-EXIT.
           EXIT.

       2820-READ-REJ2.
           READ BL-REJ2-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       2820-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    DAY6APP JUDGES TONIGHT'S WSOUT1 AND THE CARRIED BATCHES.
      *    EVERY ONE POSTED IS ON WSOUTA; EVERY ONE STILL HELD OR
      *    PENDING IS ON CARRYOUT.  WSOUTA ALSO HOLDS TONIGHT'S
      *    OWN UNPOSTED BATCHES, SO ONLY ITS POSTED ONES COUNT.
      *-----------------------------------------------------------
       3000-COUNT-APPROVAL.
           IF BL-CFI-ABSENT
             GO TO 3000-WSOUTA
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 3010-READ-CFI THRU 3010-EXIT.
           PERFORM UNTIL BL-EOF
             ADD 1 TO BL-CARRY-IN
             PERFORM 3010-READ-CFI THRU 3010-EXIT
           END-PERFORM.

       3000-WSOUTA.
           IF BL-APO-ABSENT
             GO TO 3000-CARRYOUT
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 3020-READ-APO THRU 3020-EXIT.
           PERFORM UNTIL BL-EOF
             IF AO-STATUS EQUAL "POST"
               ADD 1 TO BL-POSTED
               IF AO-TOTAL-BASE < 0
                 SUBTRACT AO-TOTAL-BASE FROM BL-POSTED-AMT
               ELSE
                 ADD AO-TOTAL-BASE TO BL-POSTED-AMT
               END-IF
             END-IF
             PERFORM 3020-READ-APO THRU 3020-EXIT
           END-PERFORM.

       3000-CARRYOUT.
           IF BL-CFO-ABSENT
             GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 3030-READ-CFO THRU 3030-EXIT.
           PERFORM UNTIL BL-EOF
             IF CO-STATUS EQUAL "HELD"
               ADD 1 TO BL-HELD
             ELSE
               ADD 1 TO BL-PENDING
             END-IF
             PERFORM 3030-READ-CFO THRU 3030-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3010-READ-CFI.
           READ BL-CFI-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

       3020-READ-APO.
           READ BL-APO-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       3020-EXIT.
           EXIT.

       3030-READ-CFO.
           READ BL-CFO-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       3030-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE D POSTING PER POSTED BATCH, FOR ITS ABSOLUTE BASE
      *    AMOUNT (THE SIGN GOES INTO THE DEBIT/CREDIT CODE).
      *-----------------------------------------------------------
       3400-COUNT-GL.
           IF BL-GLX-ABSENT
             GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 3410-READ-GLX THRU 3410-EXIT.
           PERFORM UNTIL BL-EOF
             IF GX-TYPE EQUAL "D"
               ADD 1 TO BL-GL-CNT
               IF GX-AMOUNT IS NUMERIC
                 ADD GX-AMOUNT TO BL-GL-AMT
               END-IF
             END-IF
             PERFORM 3410-READ-GLX THRU 3410-EXIT
           END-PERFORM.
       3400-EXIT.
           EXIT.

       3410-READ-GLX.
           READ BL-GLX-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE SAME POSTINGS AFTER DAY6ALC - A SHARED PART'S ONE D
      *    HAS BECOME ONE PER RECEIVING DEPARTMENT.
      *-----------------------------------------------------------
       3500-COUNT-ALLOC.
           IF BL-GLA-ABSENT
             GO TO 3500-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 3510-READ-GLA THRU 3510-EXIT.
           PERFORM UNTIL BL-EOF
             IF GA-TYPE EQUAL "D"
               ADD 1 TO BL-GA-CNT
               IF GA-AMOUNT IS NUMERIC
                 ADD GA-AMOUNT TO BL-GA-AMT
               END-IF
             END-IF
             PERFORM 3510-READ-GLA THRU 3510-EXIT
           END-PERFORM.
       3500-EXIT.
           EXIT.

       3510-READ-GLA.
           READ BL-GLA-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    STEP050'S SUCCESSFUL RUN - DAY6CKP'S CHECK WRITES A
      *    STARTED RECORD EACH TIME THE STEP IS TO RUN AND ITS MARK
      *    A COMPLETE RECORD WHEN IT SUCCEEDED.  THE WINDOW IS THE
      *    FIRST COMPLETE RECORD AND THE LATEST START BEFORE IT.
      *-----------------------------------------------------------
       3600-FIND-ROLL-WINDOW.
           IF BL-STAT-ABSENT
             GO TO 3600-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 3610-READ-STAT THRU 3610-EXIT.
           PERFORM UNTIL BL-EOF OR BL-WIN-FOUND EQUAL 1
             IF CS-STEP EQUAL BL-ROLL-STEP
                 AND CS-STATE EQUAL "STARTED"
               COMPUTE BL-WIN-FROM = CS-DATE * 1000000 + CS-TIME
             END-IF
             IF CS-STEP EQUAL BL-ROLL-STEP
                 AND CS-STATE EQUAL "COMPLETE"
                 AND BL-WIN-FROM > 0
               COMPUTE BL-WIN-TO = CS-DATE * 1000000 + CS-TIME
               MOVE 1 TO BL-WIN-FOUND
             END-IF
             PERFORM 3610-READ-STAT THRU 3610-EXIT
           END-PERFORM.
       3600-EXIT.
           EXIT.

       3610-READ-STAT.
           READ BL-STAT-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE MASTER IN KEY ORDER.  A ROLL IS A SOURCE 1 OR 2
      *    RECORD LAST CHANGED DURING STEP050'S RUN (THE STAMP'S
      *    HUNDREDTHS DROPPED TO MATCH CYCSTAT'S SECONDS).  WITH NO
      *    RUN ON CYCSTAT NOTHING ROLLED.
      *-----------------------------------------------------------
       3800-COUNT-ROLLS.
           IF BL-WIN-FOUND EQUAL 0
             GO TO 3800-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-FLAG.
           PERFORM 3810-READ-MST THRU 3810-EXIT.
           PERFORM UNTIL BL-EOF
             IF MTD-CHG-DATE IS NUMERIC AND MTD-CHG-TIME IS NUMERIC
               COMPUTE BL-STAMP = MTD-CHG-DATE * 1000000
                   + MTD-CHG-TIME / 100
               IF BL-STAMP NOT < BL-WIN-FROM
                   AND BL-STAMP NOT > BL-WIN-TO
                 EVALUATE MTD-SOURCE
                   WHEN "1"
                     ADD 1 TO BL-ROLL-1
                     ADD MTD-TOTAL TO BL-ROLL-AMT-1
                   WHEN "2"
                     ADD 1 TO BL-ROLL-2
                     ADD MTD-TOTAL TO BL-ROLL-AMT-2
                 END-EVALUATE
               END-IF
             END-IF
             PERFORM 3810-READ-MST THRU 3810-EXIT
           END-PERFORM.
       3800-EXIT.
           EXIT.

       3810-READ-MST.
           READ BL-MST-FILE
             AT END
               SET BL-EOF TO TRUE
           END-READ.
       3810-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE ROW/COLUMN KEYING'S SIX LINKS.  EACH LINK LISTS
      *    WHAT CAME IN AND WHERE IT WENT, THEN JUDGES THE TWO.
      *-----------------------------------------------------------
       5000-PROVE-ROWCOL.
           MOVE "ROW/COLUMN KEYING" TO SL-TEXT.
           MOVE BL-SECTION-LINE TO BL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.

           MOVE 1 TO BL-LINK-NO.
           MOVE "DAY6EDIT" TO BL-P-STEP.
           MOVE "SHEETS ON THE WSIN1 CONTROL TRAILERS" TO BL-P-TEXT.
           MOVE "I" TO BL-P-SIDE.
           MOVE BL-SHEETS-IN-1 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-IN1-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           ELSE
             IF BL-TRAILERS-1 EQUAL 0
               MOVE "NO TRAILER" TO BL-P-NOTE
             END-IF
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "CLEAN SHEETS ON WSCLEAN1" TO BL-P-TEXT.
           MOVE BL-CLEAN-1 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-CLN1-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "SHEETS REJECTED ON EDITRPT1" TO BL-P-TEXT.
           MOVE BL-EDREJ-1 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-ED1-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  SHEETS IN = CLEAN + REJECTED" TO BL-P-TEXT.
           MOVE BL-SHEETS-IN-1 TO BL-P-IN-CNT.
           COMPUTE BL-P-OUT-CNT = BL-CLEAN-1 + BL-EDREJ-1.
           PERFORM 6500-JUDGE-COUNT THRU 6500-EXIT.

           MOVE 2 TO BL-LINK-NO.
           MOVE "DAY6P1" TO BL-P-STEP.
           MOVE "I" TO BL-P-SIDE.
           MOVE "CLEAN SHEETS ON WSCLEAN1" TO BL-P-TEXT.
           MOVE BL-CLEAN-1 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-CLN1-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "SUMMARIES ON WSOUT1" TO BL-P-TEXT.
           MOVE BL-SUM-1 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-SUM1-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "SHEETS TO SUSPENSE ON WSREJ1" TO BL-P-TEXT.
           MOVE BL-SUSP-1 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-REJ1-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  CLEAN = SUMMARISED + SUSPENDED" TO BL-P-TEXT.
           MOVE BL-CLEAN-1 TO BL-P-IN-CNT.
           COMPUTE BL-P-OUT-CNT = BL-SUM-1 + BL-SUSP-1.
           PERFORM 6500-JUDGE-COUNT THRU 6500-EXIT.

           MOVE 3 TO BL-LINK-NO.
           MOVE "DAY6APP" TO BL-P-STEP.
           MOVE "I" TO BL-P-SIDE.
           MOVE "SUMMARIES ON WSOUT1" TO BL-P-TEXT.
           MOVE BL-SUM-1 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-SUM1-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "BATCHES CARRIED IN ON CARRYIN" TO BL-P-TEXT.
           MOVE BL-CARRY-IN TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-CFI-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "POSTED ON WSOUTA" TO BL-P-TEXT.
           MOVE BL-POSTED TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-APO-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "HELD ON CARRYOUT" TO BL-P-TEXT.
           MOVE BL-HELD TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-CFO-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "PENDING ON CARRYOUT" TO BL-P-TEXT.
           MOVE BL-PENDING TO BL-P-CNT.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  IN = POSTED + HELD + PENDING" TO BL-P-TEXT.
           COMPUTE BL-P-IN-CNT = BL-SUM-1 + BL-CARRY-IN.
           COMPUTE BL-P-OUT-CNT = BL-POSTED + BL-HELD + BL-PENDING.
           PERFORM 6500-JUDGE-COUNT THRU 6500-EXIT.

           MOVE 4 TO BL-LINK-NO.
           MOVE "DAY6GL" TO BL-P-STEP.
           MOVE "I" TO BL-P-SIDE.
           MOVE "POSTED ON WSOUTA" TO BL-P-TEXT.
           MOVE BL-POSTED TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-APO-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "D POSTINGS ON GLEXTR" TO BL-P-TEXT.
           MOVE BL-GL-CNT TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-GLX-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  POSTED = GL POSTINGS - COUNT" TO BL-P-TEXT.
           MOVE BL-POSTED TO BL-P-IN-CNT.
           MOVE BL-GL-CNT TO BL-P-OUT-CNT.
           MOVE 1 TO BL-P-AMT-NEXT.
           PERFORM 6500-JUDGE-COUNT THRU 6500-EXIT.
           MOVE "  POSTED = GL POSTINGS - BASE AMOUNT" TO BL-P-TEXT.
           MOVE BL-POSTED-AMT TO BL-P-IN-AMT.
           MOVE BL-GL-AMT TO BL-P-OUT-AMT.
           PERFORM 6600-JUDGE-AMOUNT THRU 6600-EXIT.

      *    THE SPLITS CHANGE THE NUMBER OF POSTINGS, SO ONLY THE
      *    AMOUNT IS JUDGED - THE COUNTS ARE SHOWN FOR THE RECORD.
           MOVE 5 TO BL-LINK-NO.
           MOVE "DAY6ALC" TO BL-P-STEP.
           MOVE "I" TO BL-P-SIDE.
           MOVE "D POSTINGS ON GLEXTR" TO BL-P-TEXT.
           MOVE BL-GL-CNT TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-GLX-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "D POSTINGS ON GLALLOC" TO BL-P-TEXT.
           MOVE BL-GA-CNT TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-GLA-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  GLEXTR = GLALLOC - BASE AMOUNT" TO BL-P-TEXT.
           MOVE BL-GL-AMT TO BL-P-IN-AMT.
           MOVE BL-GA-AMT TO BL-P-OUT-AMT.
           PERFORM 6600-JUDGE-AMOUNT THRU 6600-EXIT.

           MOVE 6 TO BL-LINK-NO.
           MOVE "DAY6MTD" TO BL-P-STEP.
           MOVE "I" TO BL-P-SIDE.
           MOVE "SUMMARIES ON WSOUT1" TO BL-P-TEXT.
           MOVE BL-SUM-1 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-SUM1-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "SOURCE 1 RECORDS ROLLED ONTO MTDMST" TO BL-P-TEXT.
           MOVE BL-ROLL-1 TO BL-P-CNT.
           PERFORM 5800-ROLL-NOTE THRU 5800-EXIT.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  SUMMARIES = ROLLS - COUNT" TO BL-P-TEXT.
           MOVE BL-SUM-1 TO BL-P-IN-CNT.
           MOVE BL-ROLL-1 TO BL-P-OUT-CNT.
           MOVE 1 TO BL-P-AMT-NEXT.
           PERFORM 6500-JUDGE-COUNT THRU 6500-EXIT.
           MOVE "  SUMMARIES = ROLLS - GRAND TOTAL" TO BL-P-TEXT.
           MOVE BL-SUM-AMT-1 TO BL-P-IN-AMT.
           MOVE BL-ROLL-AMT-1 TO BL-P-OUT-AMT.
           PERFORM 6600-JUDGE-AMOUNT THRU 6600-EXIT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CROSSWISE KEYING'S THREE - IT HAS NO APPROVAL OR GL
      *    STAGE.
      *-----------------------------------------------------------
       5500-PROVE-CROSSWISE.
           MOVE "CROSSWISE KEYING" TO SL-TEXT.
           MOVE BL-SECTION-LINE TO BL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.

           MOVE 7 TO BL-LINK-NO.
           MOVE "DAY6EDIT" TO BL-P-STEP.
           MOVE "SHEETS ON THE WSIN2 CONTROL TRAILERS" TO BL-P-TEXT.
           MOVE "I" TO BL-P-SIDE.
           MOVE BL-SHEETS-IN-2 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-IN2-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           ELSE
             IF BL-TRAILERS-2 EQUAL 0
               MOVE "NO TRAILER" TO BL-P-NOTE
             END-IF
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "CLEAN SHEETS ON WSCLEAN2" TO BL-P-TEXT.
           MOVE BL-CLEAN-2 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-CLN2-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "SHEETS REJECTED ON EDITRPT2" TO BL-P-TEXT.
           MOVE BL-EDREJ-2 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-ED2-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  SHEETS IN = CLEAN + REJECTED" TO BL-P-TEXT.
           MOVE BL-SHEETS-IN-2 TO BL-P-IN-CNT.
           COMPUTE BL-P-OUT-CNT = BL-CLEAN-2 + BL-EDREJ-2.
           PERFORM 6500-JUDGE-COUNT THRU 6500-EXIT.

           MOVE 8 TO BL-LINK-NO.
           MOVE "DAY6P2" TO BL-P-STEP.
           MOVE "I" TO BL-P-SIDE.
           MOVE "CLEAN SHEETS ON WSCLEAN2" TO BL-P-TEXT.
           MOVE BL-CLEAN-2 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-CLN2-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "SUMMARIES ON WSOUT2" TO BL-P-TEXT.
           MOVE BL-SUM-2 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-SUM2-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "SHEETS TO SUSPENSE ON WSREJ2" TO BL-P-TEXT.
           MOVE BL-SUSP-2 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-REJ2-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  CLEAN = SUMMARISED + SUSPENDED" TO BL-P-TEXT.
           MOVE BL-CLEAN-2 TO BL-P-IN-CNT.
           COMPUTE BL-P-OUT-CNT = BL-SUM-2 + BL-SUSP-2.
           PERFORM 6500-JUDGE-COUNT THRU 6500-EXIT.

           MOVE 9 TO BL-LINK-NO.
           MOVE "DAY6MTD" TO BL-P-STEP.
           MOVE "I" TO BL-P-SIDE.
           MOVE "SUMMARIES ON WSOUT2" TO BL-P-TEXT.
           MOVE BL-SUM-2 TO BL-P-CNT.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-SUM2-ABSENT
             MOVE "NOT FOUND" TO BL-P-NOTE
           END-IF.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "O" TO BL-P-SIDE.
           MOVE "SOURCE 2 RECORDS ROLLED ONTO MTDMST" TO BL-P-TEXT.
           MOVE BL-ROLL-2 TO BL-P-CNT.
           PERFORM 5800-ROLL-NOTE THRU 5800-EXIT.
           PERFORM 6000-PRINT-COMPONENT THRU 6000-EXIT.
           MOVE "  SUMMARIES = ROLLS - COUNT" TO BL-P-TEXT.
           MOVE BL-SUM-2 TO BL-P-IN-CNT.
           MOVE BL-ROLL-2 TO BL-P-OUT-CNT.
           MOVE 1 TO BL-P-AMT-NEXT.
           PERFORM 6500-JUDGE-COUNT THRU 6500-EXIT.
           MOVE "  SUMMARIES = ROLLS - GRAND TOTAL" TO BL-P-TEXT.
           MOVE BL-SUM-AMT-2 TO BL-P-IN-AMT.
           MOVE BL-ROLL-AMT-2 TO BL-P-OUT-AMT.
           PERFORM 6600-JUDGE-AMOUNT THRU 6600-EXIT.
       5500-EXIT.
           EXIT.

      *    WITHOUT STEP050'S RUN ON CYCSTAT THERE WAS NO WINDOW TO
      *    COUNT THE ROLLS IN - SAY WHY THE SIDE IS EMPTY.
       5800-ROLL-NOTE.
           MOVE SPACE TO BL-P-NOTE.
           IF BL-WIN-FOUND EQUAL 0
             IF BL-STAT-ABSENT
               MOVE "NO CYCSTAT" TO BL-P-NOTE
             ELSE
               MOVE "STEP050 NOT RUN" TO BL-P-NOTE
             END-IF
           END-IF.
       5800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CLOSING LINES - HOW MANY CHECKS, AND WHETHER THE
      *    CYCLE MAY BE MARKED DONE.
      *-----------------------------------------------------------
       5900-PRINT-VERDICT.
           MOVE SPACE TO BL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO TL-TEXT.
           IF BL-FAILED > 0
             MOVE BL-FAILED TO TL-COUNT
             MOVE
                 "CHECK(S) OUT OF BALANCE - CYCLE NOT TO BE MARKED DONE"
                 TO TL-TEXT
           ELSE
             MOVE BL-CHECKS TO TL-COUNT
             MOVE "CHECKS MADE - THE CYCLE IS PROVED COMPLETE"
                 TO TL-TEXT
           END-IF.
           MOVE BL-TOTAL-LINE TO BL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF BL-ACCEPT-CNT > 0
             MOVE SPACE TO TL-TEXT
             MOVE BL-ACCEPT-CNT TO TL-COUNT
             MOVE "DIFFERENCE(S) ACCEPTED ON AN ACCEPT-LINK CARD"
                 TO TL-TEXT
             MOVE BL-TOTAL-LINE TO BL-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE SIDE OF A LINK - THE FIGURE GOES UNDER COMING IN OR
      *    ACCOUNTED FOR.  THE LINK NUMBER AND STEP ARE SHOWN ON
      *    THE LINK'S FIRST LINE ONLY.
      *-----------------------------------------------------------
       6000-PRINT-COMPONENT.
           MOVE SPACE TO BL-DETAIL-LINE.
           IF BL-P-STEP NOT EQUAL SPACE
             MOVE BL-LINK-NO TO DL-LINK
             MOVE BL-P-STEP TO DL-STEP
             MOVE SPACE TO BL-P-STEP
           END-IF.
           MOVE BL-P-TEXT TO DL-TEXT.
           MOVE BL-P-CNT TO BL-CNT-ED.
           IF BL-P-IN
             MOVE BL-CNT-ED TO DL-IN
           ELSE
             MOVE BL-CNT-ED TO DL-OUT
           END-IF.
           MOVE BL-P-NOTE TO DL-RESULT.
           MOVE BL-DETAIL-LINE TO BL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    JUDGE A LINK'S COUNTS, OR ITS AMOUNTS.  A COUNT CHECK
      *    CLOSES THE LINK WITH A BLANK LINE UNLESS AN AMOUNT CHECK
      *    FOLLOWS IT (BL-P-AMT-NEXT SET BY THE CALLER).
      *-----------------------------------------------------------
       6500-JUDGE-COUNT.
           MOVE SPACE TO BL-DETAIL-LINE.
           MOVE BL-P-TEXT TO DL-TEXT.
           MOVE BL-P-IN-CNT TO BL-CNT-ED.
           MOVE BL-CNT-ED TO DL-IN.
           MOVE BL-P-OUT-CNT TO BL-CNT-ED.
           MOVE BL-CNT-ED TO DL-OUT.
           COMPUTE BL-P-DIFF-CNT = BL-P-IN-CNT - BL-P-OUT-CNT.
           MOVE BL-P-DIFF-CNT TO BL-CNT-ED.
           MOVE BL-CNT-ED TO DL-DIFF.
           IF BL-P-DIFF-CNT EQUAL 0
             MOVE "BALANCED" TO DL-RESULT
           ELSE
             PERFORM 6800-UNBALANCED THRU 6800-EXIT
           END-IF.
           ADD 1 TO BL-CHECKS.
           MOVE BL-DETAIL-LINE TO BL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF BL-P-AMT-NEXT EQUAL 0
             MOVE SPACE TO BL-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           MOVE 0 TO BL-P-AMT-NEXT.
       6500-EXIT.
           EXIT.

       6600-JUDGE-AMOUNT.
           MOVE SPACE TO BL-DETAIL-LINE.
           MOVE BL-P-TEXT TO DL-TEXT.
           MOVE BL-P-IN-AMT TO BL-AMT-ED.
           MOVE BL-AMT-ED TO DL-IN.
           MOVE BL-P-OUT-AMT TO BL-AMT-ED.
           MOVE BL-AMT-ED TO DL-OUT.
           COMPUTE BL-P-DIFF-AMT = BL-P-IN-AMT - BL-P-OUT-AMT.
           MOVE BL-P-DIFF-AMT TO BL-AMT-ED.
           MOVE BL-AMT-ED TO DL-DIFF.
           IF BL-P-DIFF-AMT EQUAL 0
             MOVE "BALANCED" TO DL-RESULT
           ELSE
             PERFORM 6800-UNBALANCED THRU 6800-EXIT
           END-IF.
           ADD 1 TO BL-CHECKS.
           MOVE BL-DETAIL-LINE TO BL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO BL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6600-EXIT.
           EXIT.

      *    A DIFFERENCE STANDS ONLY WHEN ITS LINK WAS ACCEPTED.
       6800-UNBALANCED.
           IF BL-ACCEPTED(BL-LINK-NO) EQUAL "Y"
             MOVE "ACCEPTED" TO DL-RESULT
             ADD 1 TO BL-ACCEPT-CNT
           ELSE
             MOVE "OUT OF BALANCE" TO DL-RESULT
             ADD 1 TO BL-FAILED
           END-IF.
       6800-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO BL-PAGE-NO.
           MOVE BL-CYCLE-DATE TO HD1-CYCLE.
           MOVE BL-PAGE-NO TO HD1-PAGE.
           WRITE BL-PRINT-LINE FROM BL-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE BL-PRINT-LINE FROM BL-COL-HEAD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO BL-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN BL-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF BL-LINE-CNT >= BL-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE BL-PRINT-LINE FROM BL-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO BL-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT BL-IN1-ABSENT
             CLOSE BL-IN1-FILE
           END-IF.
           IF NOT BL-IN2-ABSENT
             CLOSE BL-IN2-FILE
           END-IF.
           IF NOT BL-CLN1-ABSENT
             CLOSE BL-CLN1-FILE
           END-IF.
           IF NOT BL-CLN2-ABSENT
             CLOSE BL-CLN2-FILE
           END-IF.
           IF NOT BL-ED1-ABSENT
             CLOSE BL-ED1-FILE
           END-IF.
           IF NOT BL-ED2-ABSENT
             CLOSE BL-ED2-FILE
           END-IF.
           IF NOT BL-SUM1-ABSENT
             CLOSE BL-SUM1-FILE
           END-IF.
           IF NOT BL-SUM2-ABSENT
             CLOSE BL-SUM2-FILE
           END-IF.
           IF NOT BL-REJ1-ABSENT
             CLOSE BL-REJ1-FILE
           END-IF.
           IF NOT BL-REJ2-ABSENT
             CLOSE BL-REJ2-FILE
           END-IF.
           IF NOT BL-CFI-ABSENT
             CLOSE BL-CFI-FILE
           END-IF.
           IF NOT BL-CFO-ABSENT
             CLOSE BL-CFO-FILE
           END-IF.
           IF NOT BL-APO-ABSENT
             CLOSE BL-APO-FILE
           END-IF.
           IF NOT BL-GLX-ABSENT
             CLOSE BL-GLX-FILE
           END-IF.
           IF NOT BL-GLA-ABSENT
             CLOSE BL-GLA-FILE
           END-IF.
           IF NOT BL-STAT-ABSENT
             CLOSE BL-STAT-FILE
           END-IF.
           CLOSE BL-MST-FILE.
           CLOSE BL-RPT-FILE.
       9999-EXIT.
           EXIT.

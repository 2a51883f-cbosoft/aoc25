       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6TRC.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-19.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6TRC - END-TO-END LINEAGE TRACE OF ONE BATCH THROUGH ONE
      *  CYCLE.
      *
      *  THE AUDITORS' WEEKLY "SHOW US WHAT HAPPENED TO BATCH EEEEE
      *  ON THE 9TH" USED TO MEAN DAY6INQ, AUDPRT AND DAY6RTV RUN
      *  SEPARATELY AND EDITRPT, WSREJ, APPOUT, GLEXTR AND GLSTAT
      *  READ BY HAND.  ONE TRCCARD CARD NOW PRINTS THE LOT:
      *
      *      EEEEE 20260809
      *
      *  PART NUMBER, THEN THE CYCLE DATE (BLANK MEANS THE RUNCTL
      *  CYCLE-DATE).  EACH CARD STARTS A NEW PAGE OF TRCRPT, ONE
      *  LINE PER THING THE SUITE DID WITH THE BATCH, STAGE BY STAGE:
      *
      *    EDIT           EDITRPT1/2 - SHEETS THE EDIT REJECTED
      *    TOTALLER       WSOUT1/2 SUMMARIES, WSREJ1/2 REJECTS
      *    CORRECTIONS    CORRVAL - THE CORRECTION CARDS APPLIED
      *    APPROVAL       APPTRAN DECISIONS AND APPROVERS, AND THE
      *                   STATUS EACH SUMMARY LEFT WSOUTA WITH
      *    RECONCILIATION RECOUT - RECON-TOT'S RESULT
      *    GL POSTING     GLALLOC - THE D POSTING(S) THE LEDGER
      *                   TOOK IN FOR AN APPROVED AMOUNT: ON THE
      *                   PART'S PARTMST ACCOUNT OR, FOR A SHARED
      *                   PART, SPLIT ACROSS ITS ALLOCRL RECEIVING
      *                   ACCOUNTS AS DAY6ALC SPLITS IT
      *    GL ACK         GLSTAT - CONFIRMED OR OUTSTANDING
      *    TOTALS MASTER  MTDMST - THE CYCLE'S ROW/COLUMN AND
      *                   CROSSWISE RECORDS
      *    ADJUSTMENT     MTDMST'S SOURCE "A" RECORD FOR THE CYCLE
      *                   AND THE DAY6ADJ RUNS THAT BUILT IT
      *    CASE           CASEMST - ANY MISMATCH CASE AND ITS
      *                   RESOLUTION
      *    AUDIT TRAIL    EVERY OTHER AUDITLOG RECORD OF THE PART
      *                   WRITTEN WHILE THE CYCLE RAN
      *
      *  AND A SUMMARY OF THE BATCH'S PATH TO CLOSE THE PAGE.
      *
      *  THE DATED DDS (EDITRPT1 ... GLSTAT) POINT AT ONE CYCLE'S
      *  DATASETS, THE ONE RUNCTL'S CYCLE-DATE=YYYYMMDD NAMES.  A
      *  CARD FOR THAT CYCLE READS THEM WHEREVER THEY ARE STILL
      *  CATALOGED AND NOT EMPTY; A CARD FOR ANY OTHER CYCLE, OR A
      *  DATASET ABSENT, DUMMIED OR EMPTY, IS READ FROM THE DAY6ARC
      *  ARCHIVE INSTEAD (ARCHIVE - EVERY RECORD STAMPED WITH ITS
      *  CYCLE AND SOURCE NAME).  A SOURCE ON NEITHER SAYS SO.
      *
      *  AUDITLOG STAMPS THE RUN DATE AND TIME, NOT THE CYCLE, SO
      *  THE CYCLE'S RECORDS ARE THE ONES WRITTEN BETWEEN ITS FIRST
      *  STEP'S START AND ITS LAST STEP'S END ON RUNSTATS; A CYCLE
      *  RUNSTATS DOESN'T KNOW IS TAKEN AS ITS OWN DATE UNTIL MIDDAY
      *  THE DAY AFTER.  A DAY6ADJ RECORD DOESN'T CARRY THE CYCLE IT
      *  ADJUSTED EITHER - THE ONES LISTED ARE THE PART'S RUNS FROM
      *  THE DAY THE SOURCE "A" RECORD WAS ADDED TO THE DAY IT WAS
      *  LAST CHANGED.
      *
      *  GLALLOC CARRIES ONLY THE ACCOUNT, SO A POSTING IS THE
      *  BATCH'S WHEN ITS ACCOUNT AND AMOUNT ARE ONE OF THOSE ITS
      *  APPROVED AMOUNTS WOULD HAVE BEEN POSTED AS - WORKED OUT
      *  FROM THE ALLOCRL RULES EXACTLY AS DAY6ALC DOES, SO EVERY
      *  SPLIT IS COUNTED ONCE, AS DAY6ACK CONFIRMS IT ON GLSTAT.
      *  ALLOCRL IS OPTIONAL (NO DATASET - NOTHING IS SHARED) AND
      *  HOLDS TODAY'S RULES; A CYCLE TRACED FROM BEFORE A RULE
      *  CHANGE CAN SHOW ITS SPLITS AS OTHER POSTINGS ONLY.
      *
      *  THE STEP ENDS RC 4 WHEN A CARD WAS REFUSED OR A TRACE FOUND
      *  NOTHING AT ALL FOR ITS PART, RC 0 OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-19 RM    FIRST WRITTEN.
      *  2026-09-27 RM    THE GL POSTING STAGE READS GLALLOC, THE
      *                   EXTRACT THE LEDGER TAKES IN, NOT GLEXTR,
      *                   AND A SHARED PART'S SPLITS ARE MATCHED ON
      *                   ITS ALLOCRL RECEIVING ACCOUNTS, SO POSTINGS
      *                   SENT AND CONFIRMED COUNT THE SAME THINGS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TR-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-CTL-STATUS.
           SELECT TR-CARD-FILE ASSIGN TO "TRCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-CARD-STATUS.
           SELECT TR-EDR1-FILE ASSIGN TO "EDITRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-EDR2-FILE ASSIGN TO "EDITRPT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-OUT1-FILE ASSIGN TO "WSOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-OUT2-FILE ASSIGN TO "WSOUT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-REJ1-FILE ASSIGN TO "WSREJ1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-REJ2-FILE ASSIGN TO "WSREJ2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-COR-FILE ASSIGN TO "CORRVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-APT-FILE ASSIGN TO "APPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-APO-FILE ASSIGN TO "WSOUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-RCO-FILE ASSIGN TO "RECOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-GLX-FILE ASSIGN TO "GLALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-GLS-FILE ASSIGN TO "GLSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-LIVE-STATUS.
           SELECT TR-ARC-FILE ASSIGN TO "ARCHIVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-ARC-STATUS.
           SELECT TR-MST-FILE ASSIGN TO "MTDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTD-KEY
               FILE STATUS IS TR-MST-STATUS.
           SELECT TR-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-AUD-STATUS.
           SELECT TR-RST-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-RST-STATUS.
           SELECT TR-CASE-FILE ASSIGN TO "CASEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-CASE-STATUS.
           SELECT TR-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-PART-STATUS.
           SELECT TR-RULE-FILE ASSIGN TO "ALLOCRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-RULE-STATUS.
           SELECT TR-RPT-FILE ASSIGN TO "TRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    OPTIONAL RUN-CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD.
      *-----------------------------------------------------------
       FD  TR-CTL-FILE
           RECORDING MODE IS F.
       01  TR-CTL-RECORD PIC X(80).

       FD  TR-CARD-FILE
           RECORDING MODE IS F.
       01  TR-CARD-RECORD.
           03 TC-PART-NO PIC X(05).
           03 TC-FILL-1 PIC X(01).
           03 TC-CYCLE-DATE PIC X(08).

      *-----------------------------------------------------------
      *    THE CYCLE'S OWN DATASETS.  EACH IS READ INTO TR-IMAGE,
      *    WHERE ITS LAYOUT IS REDEFINED - THE SAME 256 BYTES THE
      *    ARCHIVE KEEPS OF EVERY RECORD IT SWEEPS.
      *-----------------------------------------------------------
       FD  TR-EDR1-FILE
           RECORDING MODE IS F.
       01  TR-EDR1-RECORD PIC X(256).

       FD  TR-EDR2-FILE
           RECORDING MODE IS F.
       01  TR-EDR2-RECORD PIC X(256).

       FD  TR-OUT1-FILE
           RECORDING MODE IS F.
       01  TR-OUT1-RECORD PIC X(256).

       FD  TR-OUT2-FILE
           RECORDING MODE IS F.
       01  TR-OUT2-RECORD PIC X(256).

       FD  TR-REJ1-FILE
           RECORDING MODE IS F.
       01  TR-REJ1-RECORD PIC X(256).

       FD  TR-REJ2-FILE
           RECORDING MODE IS F.
       01  TR-REJ2-RECORD PIC X(256).

       FD  TR-COR-FILE
           RECORDING MODE IS F.
       01  TR-COR-RECORD PIC X(256).

       FD  TR-APT-FILE
           RECORDING MODE IS F.
       01  TR-APT-RECORD PIC X(256).

       FD  TR-APO-FILE
           RECORDING MODE IS F.
       01  TR-APO-RECORD PIC X(256).

       FD  TR-RCO-FILE
           RECORDING MODE IS F.
       01  TR-RCO-RECORD PIC X(256).

       FD  TR-GLX-FILE
           RECORDING MODE IS F.
       01  TR-GLX-RECORD PIC X(256).

       FD  TR-GLS-FILE
           RECORDING MODE IS F.
       01  TR-GLS-RECORD PIC X(256).

      *-----------------------------------------------------------
      *    DAY6ARC'S CONSOLIDATED ARCHIVE.
      *-----------------------------------------------------------
       FD  TR-ARC-FILE
           RECORDING MODE IS F.
       01  TR-ARC-RECORD.
           03 ARC-DATE PIC 9(08).
           03 ARC-FILL-1 PIC X(01).
           03 ARC-SOURCE PIC X(08).
           03 ARC-FILL-2 PIC X(01).
           03 ARC-PART-NO PIC X(05).
           03 ARC-FILL-3 PIC X(01).
           03 ARC-IMAGE PIC X(256).

       FD  TR-MST-FILE.
       COPY "mtd-rec.cpy".

       FD  TR-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  TR-RST-FILE
           RECORDING MODE IS F.
       COPY "rst-rec.cpy".

       FD  TR-CASE-FILE
           RECORDING MODE IS F.
       COPY "case-rec.cpy".

       FD  TR-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  TR-RULE-FILE
           RECORDING MODE IS F.
       COPY "alc-rec.cpy".

       FD  TR-RPT-FILE
           RECORDING MODE IS F.
       01  TR-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 TR-CTL-STATUS PIC X(02) VALUE "00".
           88 TR-CTL-OK VALUE "00".
           88 TR-CTL-ABSENT VALUE "35".
       01 TR-CARD-STATUS PIC X(02) VALUE "00".
           88 TR-CARD-OK VALUE "00".
       01 TR-LIVE-STATUS PIC X(02) VALUE "00".
           88 TR-LIVE-OK VALUE "00".
           88 TR-LIVE-ABSENT VALUE "35".
       01 TR-ARC-STATUS PIC X(02) VALUE "00".
           88 TR-ARC-OK VALUE "00".
           88 TR-ARC-ABSENT VALUE "35".
       01 TR-MST-STATUS PIC X(02) VALUE "00".
           88 TR-MST-OK VALUE "00".
           88 TR-MST-NOT-FOUND VALUE "23".
       01 TR-AUD-STATUS PIC X(02) VALUE "00".
           88 TR-AUD-OK VALUE "00".
           88 TR-AUD-ABSENT VALUE "35".
       01 TR-RST-STATUS PIC X(02) VALUE "00".
           88 TR-RST-OK VALUE "00".
           88 TR-RST-ABSENT VALUE "35".
       01 TR-CASE-STATUS PIC X(02) VALUE "00".
           88 TR-CASE-OK VALUE "00".
           88 TR-CASE-ABSENT VALUE "35".
       01 TR-PART-STATUS PIC X(02) VALUE "00".
           88 TR-PART-OK VALUE "00".
       01 TR-RULE-STATUS PIC X(02) VALUE "00".
           88 TR-RULE-OK VALUE "00".
           88 TR-RULE-ABSENT VALUE "35".
       01 TR-RPT-STATUS PIC X(02) VALUE "00".
           88 TR-RPT-OK VALUE "00".

       78 TR-MAX-PARTS VALUE 9999.
       78 TR-MAX-HELD VALUE 999.
       78 TR-MAX-AMOUNTS VALUE 20.
       78 TR-MAX-RULES VALUE 999.
       78 TR-MAX-ACCTS VALUE 100.
       78 TR-MAX-EXPECT VALUE 2000.
       78 TR-SOURCES VALUE 12.

      *-----------------------------------------------------------
      *    THE TWELVE CYCLE DATASETS IN THE ORDER A BATCH MEETS
      *    THEM - THE NAME IS BOTH THE DD AND DAY6ARC'S SOURCE
      *    STAMP.  LIVE-CNT IS THE RECORDS ON THE LIVE DATASET
      *    (ZERO WHEN ABSENT OR EMPTY, OR NO LIVE CYCLE WAS NAMED);
      *    ARC-CNT THE RECORDS THE ARCHIVE HOLDS FOR THE CARD'S
      *    CYCLE; HIT THE RECORDS FOUND FOR THE PART.
      *-----------------------------------------------------------
       01 TR-SRC-NAMES.
           03 FILLER PIC X(08) VALUE "EDITRPT1".
           03 FILLER PIC X(08) VALUE "EDITRPT2".
           03 FILLER PIC X(08) VALUE "WSOUT1".
           03 FILLER PIC X(08) VALUE "WSOUT2".
           03 FILLER PIC X(08) VALUE "WSREJ1".
           03 FILLER PIC X(08) VALUE "WSREJ2".
           03 FILLER PIC X(08) VALUE "CORRVAL".
           03 FILLER PIC X(08) VALUE "APPTRAN".
           03 FILLER PIC X(08) VALUE "WSOUTA".
           03 FILLER PIC X(08) VALUE "RECOUT".
           03 FILLER PIC X(08) VALUE "GLALLOC".
           03 FILLER PIC X(08) VALUE "GLSTAT".
       01 TR-SRC-NAME-R REDEFINES TR-SRC-NAMES.
           03 TR-SRC-NAME PIC X(08) OCCURS 12 TIMES.
       01 TR-SRC-STAGES.
           03 FILLER PIC X(14) VALUE "EDIT".
           03 FILLER PIC X(14) VALUE "EDIT".
           03 FILLER PIC X(14) VALUE "TOTALLER".
           03 FILLER PIC X(14) VALUE "TOTALLER".
           03 FILLER PIC X(14) VALUE "TOTALLER".
           03 FILLER PIC X(14) VALUE "TOTALLER".
           03 FILLER PIC X(14) VALUE "CORRECTIONS".
           03 FILLER PIC X(14) VALUE "APPROVAL".
           03 FILLER PIC X(14) VALUE "APPROVAL".
           03 FILLER PIC X(14) VALUE "RECONCILIATION".
           03 FILLER PIC X(14) VALUE "GL POSTING".
           03 FILLER PIC X(14) VALUE "GL ACK".
       01 TR-SRC-STAGE-R REDEFINES TR-SRC-STAGES.
           03 TR-SRC-STAGE PIC X(14) OCCURS 12 TIMES.
       01 TR-SRC-COUNTS.
           03 TR-SRC-ENTRY OCCURS 12 TIMES.
               05 TR-LIVE-CNT PIC 9(07).
               05 TR-ARC-CNT PIC 9(07).
               05 TR-HIT PIC 9(05).
       01 TR-S PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE ARCHIVE RECORDS OF THE CARD'S CYCLE THAT CONCERN THE
      *    PART (FOR GLALLOC, THOSE ON ITS ACCOUNTS), KEPT IN ARCHIVE
      *    ORDER FROM ONE PASS OF THE ARCHIVE PER CARD.
      *-----------------------------------------------------------
       01 TR-HELD-TABLE.
           03 TR-HELD OCCURS 999 TIMES.
               05 TR-H-SRC PIC 9(02).
               05 TR-H-IMAGE PIC X(256).
       01 TR-HELD-CNT PIC 9(04) VALUE 0.
       01 TR-HELD-LOST PIC 9(04) VALUE 0.
       01 TR-H PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE REFERENCE MASTER - DESCRIPTION, DEPARTMENT AND THE
      *    LEDGER ACCOUNT A POSTING OF THE PART GOES TO.
      *-----------------------------------------------------------
       01 TR-PART-TABLE.
           03 TR-PART OCCURS 9999 TIMES.
               05 TR-P-PART-NO PIC X(05).
               05 TR-P-DESC PIC X(20).
               05 TR-P-DEPT PIC X(04).
               05 TR-P-ACCOUNT PIC X(08).
       01 TR-PART-CNT PIC 9(04) VALUE 0.
       01 TR-P-I PIC 9(04) VALUE 0.
       01 TR-P-FOUND PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE ALLOCATION RULES IN THE ORDER THEY ARE HELD - THE
      *    ORDER DAY6ALC SPLITS IN, WHICH DECIDES WHERE A ROUNDING
      *    PENNY FALLS.
      *-----------------------------------------------------------
       01 TR-RULE-TABLE.
           03 TR-RULE OCCURS 999 TIMES.
               05 TR-R-PART-NO PIC X(05).
               05 TR-R-METHOD PIC X(01).
               05 TR-R-PCT PIC 9(03)V9(02).
               05 TR-R-FIXED PIC 9(13)V9(02).
               05 TR-R-ACCOUNT PIC X(08).
       01 TR-RULE-CNT PIC 9(04) VALUE 0.
       01 TR-R-I PIC 9(04) VALUE 0.
       01 TR-RULE-EOF-FLAG PIC X(01) VALUE "N".
           88 TR-RULE-EOF VALUE "Y".

      *-----------------------------------------------------------
      *    THE CARD'S PART'S POSTING ACCOUNTS - ITS PARTMST ACCOUNT
      *    FIRST, THEN ITS RECEIVING ACCOUNTS WHEN IT IS SHARED -
      *    AND THE POSTINGS ITS APPROVED AMOUNTS WOULD HAVE MADE.
      *-----------------------------------------------------------
       01 TR-ACCT-TABLE.
           03 TR-ACCT PIC X(08) OCCURS 100 TIMES.
       01 TR-ACCT-CNT PIC 9(03) VALUE 0.
       01 TR-C PIC 9(03) VALUE 0.
       01 TR-EXPECT-TABLE.
           03 TR-EXPECT OCCURS 2000 TIMES.
               05 TR-E-ACCOUNT PIC X(08).
               05 TR-E-AMOUNT PIC S9(13)V9(02).
       01 TR-EXPECT-CNT PIC 9(04) VALUE 0.
       01 TR-E PIC 9(04) VALUE 0.
       01 TR-E-FIRST PIC 9(04) VALUE 0.
       01 TR-E-LAST-PCT PIC 9(04) VALUE 0.
       01 TR-ORIG PIC S9(13)V9(02) VALUE 0.
       01 TR-FIXED-TOTAL PIC S9(15)V9(02) VALUE 0.
       01 TR-PCT-TOTAL PIC 9(05)V9(02) VALUE 0.
       01 TR-REST PIC S9(13)V9(02) VALUE 0.
       01 TR-SPLIT-SUM PIC S9(15)V9(02) VALUE 0.
       01 TR-RESIDUE PIC S9(15)V9(02) VALUE 0.

      *-----------------------------------------------------------
      *    ONE RECORD OF ANY CYCLE DATASET, LIVE OR ARCHIVED, AND
      *    ITS LAYOUT PER SOURCE.
      *-----------------------------------------------------------
       01 TR-IMAGE PIC X(256) VALUE SPACE.
       01 TR-EDR-VIEW REDEFINES TR-IMAGE.
           03 ER-PART-NO PIC X(05).
           03 ER-FILL-1 PIC X(01).
           03 ER-RECORD-NO PIC 9(02).
           03 ER-FILL-2 PIC X(01).
           03 ER-REASON PIC X(40).
           03 ER-FILL-3 PIC X(01).
           03 ER-SITE PIC X(03).
           03 ER-FILL-4 PIC X(01).
           03 ER-SHEET-NO PIC 9(04).
           03 ER-FILL-5 PIC X(198).
       01 TR-OUT1-VIEW REDEFINES TR-IMAGE.
           03 O1-PART-NO PIC X(05).
           03 O1-FILL-1 PIC X(01).
           03 O1-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 O1-FILL-2 PIC X(69).
           03 O1-ROWS PIC 9(04).
           03 O1-FILL-3 PIC X(123).
           03 O1-CCY PIC X(03).
           03 O1-FILL-4 PIC X(01).
           03 O1-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 O1-FILL-5 PIC X(01).
           03 O1-STATUS PIC X(04).
           03 O1-FILL-6 PIC X(01).
           03 O1-SITE PIC X(03).
           03 O1-FILL-7 PIC X(01).
           03 O1-RCY-DATE PIC 9(08).
       01 TR-OUT2-VIEW REDEFINES TR-IMAGE.
           03 O2-PART-NO PIC X(05).
           03 O2-FILL-1 PIC X(01).
           03 O2-TOTAL PIC S9(15) SIGN LEADING SEPARATE.
           03 O2-FILL-2 PIC X(01).
           03 O2-ROWS PIC 9(04).
           03 O2-FILL-3 PIC X(21).
           03 O2-SITE PIC X(03).
           03 O2-FILL-4 PIC X(01).
           03 O2-RCY-DATE PIC 9(08).
           03 O2-FILL-5 PIC X(196).
       01 TR-REJ-VIEW REDEFINES TR-IMAGE.
           03 RJ-PART-NO PIC X(05).
           03 RJ-FILL-1 PIC X(01).
           03 RJ-REASON PIC X(16).
           03 RJ-FILL-2 PIC X(01).
           03 RJ-ROW PIC 9(04).
           03 RJ-FILL-3 PIC X(01).
           03 RJ-SITE PIC X(03).
           03 RJ-FILL-4 PIC X(01).
           03 RJ-SEQ PIC 9(04).
           03 RJ-FILL-5 PIC X(220).
       01 TR-COR-VIEW REDEFINES TR-IMAGE.
           03 CR-PART-NO PIC X(05).
           03 CR-FILL-1 PIC X(01).
           03 CR-ROW PIC X(04).
           03 CR-FILL-2 PIC X(01).
           03 CR-COL PIC X(02).
           03 CR-FILL-3 PIC X(01).
           03 CR-VALUE PIC X(16).
           03 CR-FILL-4 PIC X(01).
           03 CR-TARGET PIC X(08).
           03 CR-FILL-5 PIC X(217).
       01 TR-APT-VIEW REDEFINES TR-IMAGE.
           03 AT-PART-NO PIC X(05).
           03 AT-FILL-1 PIC X(01).
           03 AT-ACTION PIC X(01).
           03 AT-FILL-2 PIC X(01).
           03 AT-APPROVER PIC X(08).
           03 AT-FILL-3 PIC X(240).
       01 TR-RCO-VIEW REDEFINES TR-IMAGE.
           03 RC-PART-NO PIC X(05).
           03 RC-FILL-1 PIC X(01).
           03 RC-TOTAL-1 PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 RC-FILL-2 PIC X(01).
           03 RC-TOTAL-2 PIC S9(15) SIGN LEADING SEPARATE.
           03 RC-FILL-3 PIC X(01).
           03 RC-RESULT PIC X(08).
           03 RC-FILL-4 PIC X(208).
       01 TR-GLX-VIEW REDEFINES TR-IMAGE.
           03 GX-TYPE PIC X(01).
           03 GX-FILL-1 PIC X(01).
           03 GX-ACCOUNT.
               05 GX-ACCT-MAIN PIC X(06).
               05 GX-ACCT-SUB PIC X(02).
           03 GX-FILL-2 PIC X(01).
           03 GX-DC PIC X(01).
           03 GX-FILL-3 PIC X(01).
           03 GX-AMOUNT PIC 9(13)V9(02).
           03 GX-FILL-4 PIC X(01).
           03 GX-DATE PIC 9(08).
           03 GX-FILL-5 PIC X(219).
       01 TR-GLS-VIEW REDEFINES TR-IMAGE.
           03 GS-PART-NO PIC X(05).
           03 GS-FILL-1 PIC X(01).
           03 GS-AMOUNT PIC 9(13)V9(02).
           03 GS-FILL-2 PIC X(01).
           03 GS-DATE PIC 9(08).
           03 GS-FILL-3 PIC X(01).
           03 GS-STATUS PIC X(04).
           03 GS-FILL-4 PIC X(221).

      *-----------------------------------------------------------
      *    THE CARD BEING TRACED AND WHAT HAS BEEN FOUND FOR IT.
      *    POST-AMT HOLDS EACH APPROVED BASE AMOUNT, UNSIGNED AS
      *    DAY6GL SENDS IT, SO A POSTING ON AN ACCOUNT SHARED WITH
      *    OTHER PARTS CAN BE TOLD FROM THEIRS.
      *-----------------------------------------------------------
       01 TR-LIVE-DATE PIC 9(08) VALUE 0.
       01 TR-CYCLE-DATE PIC 9(08) VALUE 0.
       01 TR-PART-NO PIC X(05) VALUE SPACE.
       01 TR-ACCOUNT PIC X(08) VALUE SPACE.
       01 TR-USE-LIVE PIC 9(01) VALUE 0.
       01 TR-FROM PIC X(07) VALUE SPACE.
       01 TR-POST-TABLE.
           03 TR-POST-AMT PIC 9(13)V9(02) OCCURS 20 TIMES.
       01 TR-POST-CNT PIC 9(02) VALUE 0.
       01 TR-POST-KNOWN PIC 9(01) VALUE 0.
       01 TR-MATCHED PIC 9(01) VALUE 0.
       01 TR-GL-OTHER PIC 9(05) VALUE 0.

       01 TR-N-EDREJ PIC 9(04) VALUE 0.
       01 TR-N-SUM PIC 9(04) VALUE 0.
       01 TR-N-TOTREJ PIC 9(04) VALUE 0.
       01 TR-N-COR PIC 9(04) VALUE 0.
       01 TR-N-DEC PIC 9(04) VALUE 0.
       01 TR-N-POST PIC 9(04) VALUE 0.
       01 TR-N-WAIT PIC 9(04) VALUE 0.
       01 TR-N-RECON PIC 9(04) VALUE 0.
       01 TR-RECON-RESULT PIC X(08) VALUE SPACE.
       01 TR-N-GL PIC 9(04) VALUE 0.
       01 TR-N-CONF PIC 9(04) VALUE 0.
       01 TR-N-OUTS PIC 9(04) VALUE 0.
       01 TR-N-MTD PIC 9(04) VALUE 0.
       01 TR-N-ADJ PIC 9(04) VALUE 0.
       01 TR-ADJ-TOTAL PIC S9(15)V9(02) VALUE 0.
       01 TR-ADJ-FROM PIC 9(08) VALUE 0.
       01 TR-ADJ-TO PIC 9(08) VALUE 0.
       01 TR-N-CASE-OPEN PIC 9(04) VALUE 0.
       01 TR-N-CASE-CLOSED PIC 9(04) VALUE 0.
       01 TR-N-AUD PIC 9(04) VALUE 0.
       01 TR-N-FOUND PIC 9(05) VALUE 0.

      *-----------------------------------------------------------
      *    THE CYCLE'S WINDOW ON THE AUDIT TRAIL, AS DATE AND TIME
      *    RUN TOGETHER (YYYYMMDDHHMMSS) SO ONE COMPARE DOES.
      *-----------------------------------------------------------
       01 TR-WIN-FROM PIC 9(14) VALUE 0.
       01 TR-WIN-TO PIC 9(14) VALUE 0.
       01 TR-WIN-GUESSED PIC 9(01) VALUE 0.
       01 TR-STAMP PIC 9(14) VALUE 0.
       01 TR-NEXT-DATE PIC 9(08) VALUE 0.
       01 TR-NEXT-DATE-R REDEFINES TR-NEXT-DATE.
           03 TR-ND-YYYY PIC 9(04).
           03 TR-ND-MM PIC 9(02).
           03 TR-ND-DD PIC 9(02).
       01 TR-MONTH-DAYS PIC 9(02) VALUE 0.
       01 TR-LEAP-Q PIC 9(04) VALUE 0.
       01 TR-LEAP-R PIC 9(04) VALUE 0.

       01 TR-CARD-CNT PIC 9(04) VALUE 0.
       01 TR-CNT-TRACED PIC 9(04) VALUE 0.
       01 TR-CNT-REFUSED PIC 9(04) VALUE 0.
       01 TR-CNT-EMPTY PIC 9(04) VALUE 0.
       01 TR-EOF-FLAG PIC X(01) VALUE "N".
           88 TR-EOF VALUE "Y".
       01 TR-CARD-EOF-FLAG PIC X(01) VALUE "N".
           88 TR-CARD-EOF VALUE "Y".
       01 TR-LIVE-EOF-FLAG PIC X(01) VALUE "N".
           88 TR-LIVE-EOF VALUE "Y".
       01 TR-ARC-EOF-FLAG PIC X(01) VALUE "N".
           88 TR-ARC-EOF VALUE "Y".
       01 TR-ARC-PRESENT PIC 9(01) VALUE 0.

       01 TR-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 TR-CTL-EOF VALUE "Y".
       01 TR-CTL-KEY PIC X(20) VALUE SPACE.
       01 TR-CTL-VALUE PIC X(20) VALUE SPACE.

      *-----------------------------------------------------------
      *    AMOUNTS ARE EDITED THEN SHIFTED LEFT FOR THE DETAIL TEXT.
      *-----------------------------------------------------------
       01 TR-AMOUNT PIC S9(15)V9(02) VALUE 0.
       01 TR-AMT-ED PIC -(15)9.99.
       01 TR-WHOLE-ED PIC -(15)9.
       01 TR-AMT-TXT PIC X(20) VALUE SPACE.
       01 TR-AMT2-TXT PIC X(20) VALUE SPACE.
       01 TR-LEAD PIC 9(02) VALUE 0.
       01 TR-NUM-ED PIC ZZZ9.
       01 TR-NUM-TXT PIC X(04) VALUE SPACE.
       01 TR-WORD PIC X(30) VALUE SPACE.

       78 TR-LINES-PER-PAGE VALUE 56.
       01 TR-LINE-CNT PIC 9(02) VALUE 99.
       01 TR-LINE-HOLD PIC X(132) VALUE SPACE.
       01 TR-PAGE-NO PIC 9(04) VALUE 0.

       01 TR-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "BATCH LINEAGE TRACE - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 TR-HEAD-2.
           03 FILLER PIC X(05) VALUE "PART ".
           03 HD2-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 HD2-DESC PIC X(20).
           03 FILLER PIC X(07) VALUE "  DEPT ".
           03 HD2-DEPT PIC X(04).
           03 FILLER PIC X(10) VALUE "  ACCOUNT ".
           03 HD2-ACCT-MAIN PIC X(06).
           03 HD2-DASH PIC X(01).
           03 HD2-ACCT-SUB PIC X(02).
           03 FILLER PIC X(02) VALUE SPACE.
           03 HD2-SOURCES PIC X(68).

       01 TR-COL-HEAD.
           03 FILLER PIC X(16) VALUE "STAGE".
           03 FILLER PIC X(10) VALUE "DATASET".
           03 FILLER PIC X(09) VALUE "FROM".
           03 FILLER PIC X(97) VALUE "DETAIL".

       01 TR-DETAIL-LINE.
           03 TL-STAGE PIC X(14) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 TL-DATASET PIC X(08) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 TL-FROM PIC X(07) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 TL-TEXT PIC X(97) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1400-COUNT-LIVE THRU 1400-EXIT.
           PERFORM 1500-LOAD-PARTS THRU 1500-EXIT.
           PERFORM 1600-LOAD-RULES THRU 1600-EXIT.
           PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
           DISPLAY "DAY6TRC: " TR-CARD-CNT " CARDS, " TR-CNT-TRACED
               " TRACED (" TR-CNT-EMPTY " WITH NOTHING FOUND), "
               TR-CNT-REFUSED " REFUSED".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF TR-CNT-REFUSED > 0 OR TR-CNT-EMPTY > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           OPEN INPUT TR-CARD-FILE.
           IF NOT TR-CARD-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN TRCCARD, STATUS="
                 TR-CARD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT TR-MST-FILE.
           IF NOT TR-MST-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN MTDMST, STATUS="
                 TR-MST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT TR-RPT-FILE.
           IF NOT TR-RPT-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN TRCRPT, STATUS="
                 TR-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CYCLE-DATE=YYYYMMDD NAMES THE CYCLE THE DATED DDS BELONG
      *    TO.  WITHOUT IT EVERYTHING COMES OFF THE ARCHIVE.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT TR-CTL-FILE.
           IF TR-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT TR-CTL-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN RUNCTL, STATUS="
                 TR-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO TR-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL TR-CTL-EOF
             IF TR-CTL-RECORD NOT EQUAL SPACE
                 AND TR-CTL-RECORD(1:1) NOT EQUAL "*"
               MOVE SPACE TO TR-CTL-KEY TR-CTL-VALUE
               UNSTRING TR-CTL-RECORD DELIMITED BY "="
                   INTO TR-CTL-KEY TR-CTL-VALUE
               EVALUATE TR-CTL-KEY
                 WHEN "CYCLE-DATE"
                   IF TR-CTL-VALUE(1:8) IS NOT NUMERIC
                     DISPLAY "DAY6TRC: CYCLE-DATE VALUE '"
                         TR-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                         "YYYYMMDD"
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE TR-CTL-VALUE(1:8) TO TR-LIVE-DATE
                 WHEN OTHER
                   DISPLAY "DAY6TRC: UNRECOGNISED KEYWORD '"
                       TR-CTL-KEY "' ON RUNCTL CARD"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE TR-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ TR-CTL-FILE
             AT END
               SET TR-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    COUNT WHAT IS ON EACH LIVE DATASET.  ABSENT, DUMMY AND
      *    EMPTY ALL COUNT ZERO AND SEND THE SOURCE TO THE ARCHIVE -
      *    AN EMPTY LIVE EDITRPT (A CLEAN NIGHT) FINDS NOTHING
      *    THERE EITHER, SO NOTHING IS LOST BY LOOKING.
      *-----------------------------------------------------------
       1400-COUNT-LIVE.
           INITIALIZE TR-SRC-COUNTS.
           IF TR-LIVE-DATE EQUAL 0
             GO TO 1400-EXIT
           END-IF.
           PERFORM VARYING TR-S FROM 1 BY 1 UNTIL TR-S > TR-SOURCES
             PERFORM 4000-OPEN-LIVE THRU 4000-EXIT
             IF TR-LIVE-OK
               MOVE "N" TO TR-LIVE-EOF-FLAG
               PERFORM 4100-READ-LIVE THRU 4100-EXIT
               PERFORM UNTIL TR-LIVE-EOF
                 ADD 1 TO TR-LIVE-CNT(TR-S)
                 PERFORM 4100-READ-LIVE THRU 4100-EXIT
               END-PERFORM
               PERFORM 4200-CLOSE-LIVE THRU 4200-EXIT
             ELSE
               IF NOT TR-LIVE-ABSENT
                 DISPLAY "DAY6TRC: UNABLE TO OPEN "
                     TR-SRC-NAME(TR-S) ", STATUS=" TR-LIVE-STATUS
                 STOP RUN WITH ERROR STATUS 16
               END-IF
             END-IF
           END-PERFORM.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE REFERENCE MASTER - REQUIRED, AS EVERYWHERE.
      *-----------------------------------------------------------
       1500-LOAD-PARTS.
           OPEN INPUT TR-PART-FILE.
           IF NOT TR-PART-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN PARTMST, STATUS="
                 TR-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO TR-EOF-FLAG.
           PERFORM 1510-READ-PART THRU 1510-EXIT.
           PERFORM UNTIL TR-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               IF TR-PART-CNT >= TR-MAX-PARTS
                 DISPLAY "DAY6TRC: MORE THAN " TR-MAX-PARTS
                     " PARTMST RECORDS - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO TR-PART-CNT
               MOVE PM-PART-NO TO TR-P-PART-NO(TR-PART-CNT)
               MOVE PM-DESC TO TR-P-DESC(TR-PART-CNT)
               MOVE PM-DEPT TO TR-P-DEPT(TR-PART-CNT)
               MOVE PM-GL-ACCT TO TR-P-ACCOUNT(TR-PART-CNT)(1:6)
               MOVE PM-GL-SUB TO TR-P-ACCOUNT(TR-PART-CNT)(7:2)
             END-IF
             PERFORM 1510-READ-PART THRU 1510-EXIT
           END-PERFORM.
           CLOSE TR-PART-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PART.
           READ TR-PART-FILE
             AT END
               SET TR-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE ALLOCATION RULES.  NO DATASET AT ALL MEANS NO
      *    PART IS SHARED.  DAY6ALC HAS ALREADY REFUSED A BAD RULE,
      *    SO THE RULES ARE TAKEN AS THEY STAND.
      *-----------------------------------------------------------
       1600-LOAD-RULES.
           OPEN INPUT TR-RULE-FILE.
           IF TR-RULE-ABSENT
             GO TO 1600-EXIT
           END-IF.
           IF NOT TR-RULE-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN ALLOCRL, STATUS="
                 TR-RULE-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO TR-RULE-EOF-FLAG.
           PERFORM 1610-READ-RULE THRU 1610-EXIT.
           PERFORM UNTIL TR-RULE-EOF
             IF ALC-RECORD NOT EQUAL SPACE
                 AND ALC-RECORD(1:1) NOT EQUAL "*"
               IF TR-RULE-CNT >= TR-MAX-RULES
                 DISPLAY "DAY6TRC: MORE THAN " TR-MAX-RULES
                     " RULES ON ALLOCRL - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO TR-RULE-CNT
               MOVE ALC-PART-NO TO TR-R-PART-NO(TR-RULE-CNT)
               MOVE ALC-METHOD TO TR-R-METHOD(TR-RULE-CNT)
               MOVE 0 TO TR-R-PCT(TR-RULE-CNT)
                   TR-R-FIXED(TR-RULE-CNT)
               IF ALC-BY-PCT
                 MOVE ALC-PCT TO TR-R-PCT(TR-RULE-CNT)
               ELSE
                 MOVE ALC-FIXED TO TR-R-FIXED(TR-RULE-CNT)
               END-IF
               MOVE ALC-GL-ACCT TO TR-R-ACCOUNT(TR-RULE-CNT)(1:6)
               MOVE ALC-GL-SUB TO TR-R-ACCOUNT(TR-RULE-CNT)(7:2)
             END-IF
             PERFORM 1610-READ-RULE THRU 1610-EXIT
           END-PERFORM.
           CLOSE TR-RULE-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-RULE.
           READ TR-RULE-FILE
             AT END
               SET TR-RULE-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       2000-PROCESS-CARDS.
           MOVE "N" TO TR-CARD-EOF-FLAG.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
           PERFORM UNTIL TR-CARD-EOF
             IF TC-PART-NO NOT EQUAL SPACE
               ADD 1 TO TR-CARD-CNT
               PERFORM 3000-TRACE-ONE THRU 3000-EXIT
             END-IF
             PERFORM 2100-READ-CARD THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-READ-CARD.
           READ TR-CARD-FILE
             AT END
               SET TR-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE CARD - ONE PART THROUGH ONE CYCLE, ON ITS OWN PAGE.
      *-----------------------------------------------------------
       3000-TRACE-ONE.
           MOVE TC-PART-NO TO TR-PART-NO.
           IF TC-CYCLE-DATE EQUAL SPACE
             MOVE TR-LIVE-DATE TO TR-CYCLE-DATE
           ELSE
             IF TC-CYCLE-DATE IS NOT NUMERIC
               DISPLAY "DAY6TRC: CYCLE DATE '" TC-CYCLE-DATE
                   "' ON TRACE CARD FOR " TC-PART-NO
                   " IS NOT YYYYMMDD - SKIPPED"
               ADD 1 TO TR-CNT-REFUSED
               GO TO 3000-EXIT
             END-IF
             MOVE TC-CYCLE-DATE TO TR-CYCLE-DATE
           END-IF.
           IF TR-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6TRC: TRACE CARD FOR " TC-PART-NO
                 " HAS NO CYCLE DATE AND RUNCTL NAMES NONE - SKIPPED"
             ADD 1 TO TR-CNT-REFUSED
             GO TO 3000-EXIT
           END-IF.
           ADD 1 TO TR-CNT-TRACED.
           MOVE 0 TO TR-USE-LIVE.
           IF TR-CYCLE-DATE EQUAL TR-LIVE-DATE
             MOVE 1 TO TR-USE-LIVE
           END-IF.
           PERFORM 3050-RESET-CARD THRU 3050-EXIT.
           PERFORM 3100-FIND-PART THRU 3100-EXIT.
           PERFORM 3200-SET-WINDOW THRU 3200-EXIT.
           PERFORM 3300-SCAN-ARCHIVE THRU 3300-EXIT.
           PERFORM 3400-TRACE-HEADING THRU 3400-EXIT.
           PERFORM VARYING TR-S FROM 1 BY 1 UNTIL TR-S > TR-SOURCES
             PERFORM 3500-TRACE-SOURCE THRU 3500-EXIT
           END-PERFORM.
           PERFORM 3600-TRACE-MASTER THRU 3600-EXIT.
           PERFORM 3700-TRACE-TRAIL THRU 3700-EXIT.
           PERFORM 3800-TRACE-CASES THRU 3800-EXIT.
           COMPUTE TR-N-FOUND = TR-N-EDREJ + TR-N-SUM + TR-N-TOTREJ
               + TR-N-COR + TR-N-DEC + TR-N-POST + TR-N-WAIT
               + TR-N-RECON + TR-N-GL + TR-N-CONF + TR-N-OUTS
               + TR-N-MTD + TR-N-ADJ + TR-N-AUD + TR-N-CASE-OPEN
               + TR-N-CASE-CLOSED.
           PERFORM 3900-TRACE-SUMMARY THRU 3900-EXIT.
           IF TR-N-FOUND EQUAL 0
             ADD 1 TO TR-CNT-EMPTY
           END-IF.
           DISPLAY "DAY6TRC: " TR-PART-NO " " TR-CYCLE-DATE " - "
               TR-N-FOUND " ITEMS TRACED".
       3000-EXIT.
           EXIT.

       3050-RESET-CARD.
           PERFORM VARYING TR-S FROM 1 BY 1 UNTIL TR-S > TR-SOURCES
             MOVE 0 TO TR-ARC-CNT(TR-S) TR-HIT(TR-S)
           END-PERFORM.
           MOVE 0 TO TR-HELD-CNT TR-HELD-LOST TR-POST-CNT
               TR-POST-KNOWN TR-GL-OTHER TR-EXPECT-CNT.
           MOVE 0 TO TR-N-EDREJ TR-N-SUM TR-N-TOTREJ TR-N-COR
               TR-N-DEC TR-N-POST TR-N-WAIT TR-N-RECON TR-N-GL
               TR-N-CONF TR-N-OUTS TR-N-MTD TR-N-ADJ TR-N-AUD
               TR-N-CASE-OPEN TR-N-CASE-CLOSED TR-N-FOUND.
           MOVE 0 TO TR-ADJ-TOTAL TR-ADJ-FROM TR-ADJ-TO.
           MOVE SPACE TO TR-RECON-RESULT.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE PART ON THE REFERENCE MASTER, AND THE ACCOUNTS ITS
      *    POSTINGS CAN REACH THE LEDGER ON.  A PART NOT ON PARTMST
      *    NEVER POSTS, SO IT HAS NONE.
      *-----------------------------------------------------------
       3100-FIND-PART.
           MOVE 0 TO TR-P-FOUND TR-ACCT-CNT.
           MOVE SPACE TO TR-ACCOUNT.
           PERFORM VARYING TR-P-I FROM 1 BY 1
               UNTIL TR-P-I > TR-PART-CNT OR TR-P-FOUND > 0
             IF TR-P-PART-NO(TR-P-I) EQUAL TR-PART-NO
               MOVE TR-P-I TO TR-P-FOUND
               MOVE TR-P-ACCOUNT(TR-P-I) TO TR-ACCOUNT
             END-IF
           END-PERFORM.
           IF TR-ACCOUNT EQUAL SPACE
             GO TO 3100-EXIT
           END-IF.
           MOVE 1 TO TR-ACCT-CNT.
           MOVE TR-ACCOUNT TO TR-ACCT(1).
           PERFORM VARYING TR-R-I FROM 1 BY 1
               UNTIL TR-R-I > TR-RULE-CNT
             IF TR-R-PART-NO(TR-R-I) EQUAL TR-PART-NO
                 AND TR-ACCT-CNT < TR-MAX-ACCTS
               ADD 1 TO TR-ACCT-CNT
               MOVE TR-R-ACCOUNT(TR-R-I) TO TR-ACCT(TR-ACCT-CNT)
             END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CYCLE'S WINDOW ON THE AUDIT TRAIL - FROM THE EARLIEST
      *    STEP START TO THE LATEST STEP END RUNSTATS HOLDS FOR IT.
      *    WITH NOTHING ON RUNSTATS, THE CYCLE DATE ITSELF UNTIL
      *    MIDDAY THE NEXT DAY - THE CYCLE RUNS THAT EVENING AND IS
      *    LONG FINISHED BY THEN.
      *-----------------------------------------------------------
       3200-SET-WINDOW.
           MOVE 0 TO TR-WIN-FROM TR-WIN-TO TR-WIN-GUESSED.
           OPEN INPUT TR-RST-FILE.
           IF TR-RST-OK
             MOVE "N" TO TR-EOF-FLAG
             PERFORM 3210-READ-STATS THRU 3210-EXIT
             PERFORM UNTIL TR-EOF
               IF RS-CYCLE-DATE EQUAL TR-CYCLE-DATE
                   AND RS-START-DATE > 0
                 COMPUTE TR-STAMP = RS-START-DATE * 1000000
                     + RS-START-TIME
                 IF TR-WIN-FROM EQUAL 0 OR TR-STAMP < TR-WIN-FROM
                   MOVE TR-STAMP TO TR-WIN-FROM
                 END-IF
                 COMPUTE TR-STAMP = RS-END-DATE * 1000000
                     + RS-END-TIME
                 IF TR-STAMP > TR-WIN-TO
                   MOVE TR-STAMP TO TR-WIN-TO
                 END-IF
               END-IF
               PERFORM 3210-READ-STATS THRU 3210-EXIT
             END-PERFORM
             CLOSE TR-RST-FILE
           END-IF.
           MOVE "N" TO TR-EOF-FLAG.
           IF TR-WIN-FROM EQUAL 0 OR TR-WIN-TO EQUAL 0
             MOVE 1 TO TR-WIN-GUESSED
             COMPUTE TR-WIN-FROM = TR-CYCLE-DATE * 1000000
             MOVE TR-CYCLE-DATE TO TR-NEXT-DATE
             PERFORM 7900-NEXT-DAY THRU 7900-EXIT
             COMPUTE TR-WIN-TO = TR-NEXT-DATE * 1000000 + 120000
           END-IF.
       3200-EXIT.
           EXIT.

       3210-READ-STATS.
           READ TR-RST-FILE
             AT END
               SET TR-EOF TO TRUE
           END-READ.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE PASS OF THE ARCHIVE FOR THE CARD'S CYCLE: COUNT WHAT
      *    IS THERE PER SOURCE AND HOLD THE PART'S RECORDS (GLALLOC
      *    ONES ON ITS ACCOUNTS) OF THE SOURCES NOT READ LIVE.
      *-----------------------------------------------------------
       3300-SCAN-ARCHIVE.
           MOVE 0 TO TR-ARC-PRESENT.
           OPEN INPUT TR-ARC-FILE.
           IF TR-ARC-ABSENT
             GO TO 3300-EXIT
           END-IF.
           IF NOT TR-ARC-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN ARCHIVE, STATUS="
                 TR-ARC-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE 1 TO TR-ARC-PRESENT.
           MOVE "N" TO TR-ARC-EOF-FLAG.
           PERFORM 3310-READ-ARCHIVE THRU 3310-EXIT.
           PERFORM UNTIL TR-ARC-EOF
             IF ARC-DATE EQUAL TR-CYCLE-DATE
               PERFORM 3320-ARCHIVE-SOURCE THRU 3320-EXIT
             END-IF
             PERFORM 3310-READ-ARCHIVE THRU 3310-EXIT
           END-PERFORM.
           CLOSE TR-ARC-FILE.
           IF TR-HELD-LOST > 0
             DISPLAY "DAY6TRC: " TR-PART-NO " " TR-CYCLE-DATE
                 " - MORE THAN " TR-MAX-HELD " ARCHIVE RECORDS, "
                 TR-HELD-LOST " NOT SHOWN"
           END-IF.
       3300-EXIT.
           EXIT.

       3310-READ-ARCHIVE.
           READ TR-ARC-FILE
             AT END
               SET TR-ARC-EOF TO TRUE
           END-READ.
       3310-EXIT.
           EXIT.

       3320-ARCHIVE-SOURCE.
           PERFORM VARYING TR-S FROM 1 BY 1
               UNTIL TR-S > TR-SOURCES
               OR TR-SRC-NAME(TR-S) EQUAL ARC-SOURCE
             CONTINUE
           END-PERFORM.
           IF TR-S > TR-SOURCES
             GO TO 3320-EXIT
           END-IF.
           ADD 1 TO TR-ARC-CNT(TR-S).
           IF TR-USE-LIVE EQUAL 1 AND TR-LIVE-CNT(TR-S) > 0
             GO TO 3320-EXIT
           END-IF.
           MOVE ARC-IMAGE TO TR-IMAGE.
           PERFORM 5000-RELEVANT THRU 5000-EXIT.
           IF TR-MATCHED EQUAL 0
             GO TO 3320-EXIT
           END-IF.
           IF TR-HELD-CNT >= TR-MAX-HELD
             ADD 1 TO TR-HELD-LOST
             GO TO 3320-EXIT
           END-IF.
           ADD 1 TO TR-HELD-CNT.
           MOVE TR-S TO TR-H-SRC(TR-HELD-CNT).
           MOVE ARC-IMAGE TO TR-H-IMAGE(TR-HELD-CNT).
       3320-EXIT.
           EXIT.

       3400-TRACE-HEADING.
           MOVE 99 TO TR-LINE-CNT.
           MOVE TR-PART-NO TO HD2-PART-NO.
           IF TR-P-FOUND > 0
             MOVE TR-P-DESC(TR-P-FOUND) TO HD2-DESC
             MOVE TR-P-DEPT(TR-P-FOUND) TO HD2-DEPT
             MOVE TR-ACCOUNT(1:6) TO HD2-ACCT-MAIN
             MOVE "-" TO HD2-DASH
             MOVE TR-ACCOUNT(7:2) TO HD2-ACCT-SUB
           ELSE
             MOVE "NOT ON PARTMST" TO HD2-DESC
             MOVE SPACE TO HD2-DEPT HD2-ACCT-MAIN HD2-DASH
                 HD2-ACCT-SUB
           END-IF.
           IF TR-USE-LIVE EQUAL 1
             MOVE "CYCLE DATASETS READ LIVE WHERE STILL CATALOGED"
                 TO HD2-SOURCES
           ELSE
             MOVE "CYCLE DATASETS READ FROM THE ARCHIVE"
                 TO HD2-SOURCES
           END-IF.
           MOVE TR-HEAD-2 TO TR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO TR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE CYCLE DATASET - LIVE WHEN THE CARD IS FOR THE LIVE
      *    CYCLE AND THE DATASET HAD RECORDS, OTHERWISE THE ARCHIVE
      *    RECORDS HELD FOR IT.  EACH RECORD OF THE PART PRINTS A
      *    LINE; A SOURCE WITH NONE SAYS WHY.
      *-----------------------------------------------------------
       3500-TRACE-SOURCE.
           MOVE TR-SRC-STAGE(TR-S) TO TL-STAGE.
           MOVE TR-SRC-NAME(TR-S) TO TL-DATASET.
           IF TR-USE-LIVE EQUAL 1 AND TR-LIVE-CNT(TR-S) > 0
             MOVE "LIVE" TO TR-FROM
             PERFORM 4000-OPEN-LIVE THRU 4000-EXIT
             IF NOT TR-LIVE-OK
               DISPLAY "DAY6TRC: UNABLE TO REOPEN "
                   TR-SRC-NAME(TR-S) ", STATUS=" TR-LIVE-STATUS
               STOP RUN WITH ERROR STATUS 16
             END-IF
             MOVE "N" TO TR-LIVE-EOF-FLAG
             PERFORM 4100-READ-LIVE THRU 4100-EXIT
             PERFORM UNTIL TR-LIVE-EOF
               PERFORM 5000-RELEVANT THRU 5000-EXIT
               IF TR-MATCHED EQUAL 1
                 PERFORM 5100-SHOW-RECORD THRU 5100-EXIT
               END-IF
               PERFORM 4100-READ-LIVE THRU 4100-EXIT
             END-PERFORM
             PERFORM 4200-CLOSE-LIVE THRU 4200-EXIT
           ELSE
             MOVE "ARCHIVE" TO TR-FROM
             PERFORM VARYING TR-H FROM 1 BY 1
                 UNTIL TR-H > TR-HELD-CNT
               IF TR-H-SRC(TR-H) EQUAL TR-S
                 MOVE TR-H-IMAGE(TR-H) TO TR-IMAGE
                 PERFORM 5100-SHOW-RECORD THRU 5100-EXIT
               END-IF
             END-PERFORM
           END-IF.
           IF TR-S EQUAL 11 AND TR-GL-OTHER > 0
             MOVE TR-GL-OTHER TO TR-NUM-ED
             PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
             STRING TR-NUM-TXT DELIMITED BY SPACE
                 " OTHER POSTING(S) TO THE PART'S ACCOUNTS FOR AMOUNTS "
                 "THIS BATCH WAS NOT APPROVED FOR - NOT SHOWN"
                 DELIMITED BY SIZE INTO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           IF TR-HIT(TR-S) > 0
             GO TO 3500-EXIT
           END-IF.
           IF TR-FROM EQUAL "ARCHIVE" AND TR-ARC-CNT(TR-S) EQUAL 0
             MOVE "NOT AVAILABLE - NOT LIVE, NOT ON THE ARCHIVE"
                 TO TL-TEXT
             MOVE SPACE TO TR-FROM
           ELSE
             MOVE "NOTHING FOR THIS PART" TO TL-TEXT
           END-IF.
           IF TR-S EQUAL 11 AND TR-ACCOUNT EQUAL SPACE
             MOVE "NOT TRACEABLE - THE PART HAS NO PARTMST ACCOUNT"
                 TO TL-TEXT
           END-IF.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE TOTALS MASTER'S RECORDS FOR THE PART AND CYCLE - ONE
      *    KEYED READ PER SOURCE, AS DAY6INQ DOES.  THE SOURCE "A"
      *    RECORD IS THE ADJUSTMENT STAGE'S.
      *-----------------------------------------------------------
       3600-TRACE-MASTER.
           MOVE "TOTALS MASTER" TO TL-STAGE.
           MOVE "MTDMST" TO TL-DATASET.
           MOVE "MASTER" TO TR-FROM.
           MOVE TR-PART-NO TO MTD-PART-NO.
           MOVE TR-CYCLE-DATE TO MTD-DATE.
           MOVE "1" TO MTD-SOURCE.
           READ TR-MST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE MTD-TOTAL TO TR-AMOUNT
               PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT
               MOVE TR-AMT-TXT TO TR-AMT2-TXT
               MOVE MTD-TOTAL-BASE TO TR-AMOUNT
               PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT
               MOVE MTD-ROWS TO TR-NUM-ED
               PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
               STRING "ROW/COLUMN TOTAL " DELIMITED BY SIZE
                   TR-AMT2-TXT DELIMITED BY "  "
                   " " MTD-CCY " (BASE " DELIMITED BY SIZE
                   TR-AMT-TXT DELIMITED BY "  "
                   ") ROWS " DELIMITED BY SIZE
                   TR-NUM-TXT DELIMITED BY "  "
                   "  ROLLED " MTD-ADD-DATE " LAST CHANGED "
                   MTD-CHG-DATE DELIMITED BY SIZE INTO TL-TEXT
               PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
               ADD 1 TO TR-N-MTD
           END-READ.
           MOVE TR-PART-NO TO MTD-PART-NO.
           MOVE TR-CYCLE-DATE TO MTD-DATE.
           MOVE "2" TO MTD-SOURCE.
           READ TR-MST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE MTD-TOTAL TO TR-AMOUNT
               PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT
               MOVE MTD-ROWS TO TR-NUM-ED
               PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
               STRING "CROSSWISE TOTAL " DELIMITED BY SIZE
                   TR-AMT-TXT DELIMITED BY SPACE
                   " ROWS " DELIMITED BY SIZE
                   TR-NUM-TXT DELIMITED BY SPACE
                   INTO TL-TEXT
               PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
               ADD 1 TO TR-N-MTD
           END-READ.
           IF TR-N-MTD EQUAL 0
             MOVE "NOT ON THE TOTALS MASTER - NOT ROLLED OR CLOSED"
                 TO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           MOVE "ADJUSTMENT" TO TL-STAGE.
           MOVE "MTDMST" TO TL-DATASET.
           MOVE TR-PART-NO TO MTD-PART-NO.
           MOVE TR-CYCLE-DATE TO MTD-DATE.
           MOVE "A" TO MTD-SOURCE.
           READ TR-MST-FILE
             INVALID KEY
               MOVE "NO ADJUSTMENT ON FILE FOR THIS CYCLE" TO TL-TEXT
               PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
             NOT INVALID KEY
               MOVE MTD-TOTAL TO TR-ADJ-TOTAL TR-AMOUNT
               MOVE MTD-ADD-DATE TO TR-ADJ-FROM
               MOVE MTD-CHG-DATE TO TR-ADJ-TO
               PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT
               STRING "NET ADJUSTMENT " DELIMITED BY SIZE
                   TR-AMT-TXT DELIMITED BY "  "
                   "  FIRST ADJUSTED " MTD-ADD-DATE
                   " LAST ADJUSTED " MTD-CHG-DATE
                   DELIMITED BY SIZE INTO TL-TEXT
               PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
               ADD 1 TO TR-N-ADJ
           END-READ.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE AUDIT TRAIL - THE PART'S RECORDS IN THE CYCLE'S
      *    WINDOW, AND THE DAY6ADJ RUNS THAT BUILT ITS ADJUSTMENT.
      *    A SOURCE "A" RECORD FROM BEFORE THE CHANGE STAMPS (NO
      *    DATES) TAKES EVERY DAY6ADJ RUN FROM THE CYCLE ON.
      *-----------------------------------------------------------
       3700-TRACE-TRAIL.
           MOVE "AUDIT TRAIL" TO TL-STAGE.
           MOVE "AUDITLOG" TO TL-DATASET.
           MOVE "TRAIL" TO TR-FROM.
           IF TR-N-ADJ > 0 AND TR-ADJ-FROM EQUAL 0
             MOVE TR-CYCLE-DATE TO TR-ADJ-FROM
             MOVE 99999999 TO TR-ADJ-TO
           END-IF.
           OPEN INPUT TR-AUD-FILE.
           IF TR-AUD-ABSENT
             MOVE "NO AUDIT TRAIL" TO TL-TEXT
             MOVE SPACE TO TR-FROM
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
             GO TO 3700-EXIT
           END-IF.
           IF NOT TR-AUD-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN AUDITLOG, STATUS="
                 TR-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO TR-EOF-FLAG.
           PERFORM 3710-READ-AUDIT THRU 3710-EXIT.
           PERFORM UNTIL TR-EOF
             IF AUD-PART-NO EQUAL TR-PART-NO
               PERFORM 3720-AUDIT-RECORD THRU 3720-EXIT
             END-IF
             PERFORM 3710-READ-AUDIT THRU 3710-EXIT
           END-PERFORM.
           CLOSE TR-AUD-FILE.
           MOVE "AUDIT TRAIL" TO TL-STAGE.
           MOVE "AUDITLOG" TO TL-DATASET.
           MOVE "TRAIL" TO TR-FROM.
           IF TR-N-AUD EQUAL 0
             MOVE "NOTHING FOR THIS PART WHILE THE CYCLE RAN"
                 TO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           IF TR-WIN-GUESSED EQUAL 1
             MOVE "CYCLE NOT ON RUNSTATS - WINDOW TO MIDDAY NEXT DAY"
                 TO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

       3710-READ-AUDIT.
           READ TR-AUD-FILE
             AT END
               SET TR-EOF TO TRUE
           END-READ.
       3710-EXIT.
           EXIT.

       3720-AUDIT-RECORD.
           MOVE AUD-TOTAL TO TR-AMOUNT.
           PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT.
           IF AUD-PROGRAM EQUAL "DAY6ADJ"
             IF TR-N-ADJ EQUAL 0 OR AUD-DATE < TR-ADJ-FROM
                 OR AUD-DATE > TR-ADJ-TO
               GO TO 3720-EXIT
             END-IF
             MOVE "ADJUSTMENT" TO TL-STAGE
             IF AUD-RC EQUAL 0
               MOVE "APPLIED" TO TR-WORD
             ELSE
               MOVE "REFUSED" TO TR-WORD
             END-IF
             STRING "DAY6ADJ RUN " AUD-DATE " " AUD-TIME
                 "  AMOUNT " DELIMITED BY SIZE
                 TR-AMT-TXT DELIMITED BY "  "
                 "  REASON " AUD-APPROVER(1:4) "  " TR-WORD
                 DELIMITED BY SIZE INTO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
             GO TO 3720-EXIT
           END-IF.
           COMPUTE TR-STAMP = AUD-DATE * 1000000 + AUD-TIME.
           IF TR-STAMP < TR-WIN-FROM OR TR-STAMP > TR-WIN-TO
             GO TO 3720-EXIT
           END-IF.
           MOVE "AUDIT TRAIL" TO TL-STAGE.
           MOVE SPACE TO TR-WORD.
           IF AUD-APPROVER NOT EQUAL SPACE
             STRING "BY " AUD-APPROVER DELIMITED BY SIZE
                 INTO TR-WORD
           END-IF.
           IF AUD-RESTARTED EQUAL "Y"
             MOVE "RESTARTED" TO TR-WORD(13:9)
           END-IF.
           STRING AUD-DATE " " AUD-TIME " " AUD-PROGRAM
               DELIMITED BY SIZE
               " RC " AUD-RC "  TOTAL " DELIMITED BY SIZE
               TR-AMT-TXT DELIMITED BY "  "
               "  SITE " AUD-SITE "  " TR-WORD
               DELIMITED BY SIZE INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           ADD 1 TO TR-N-AUD.
       3720-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ANY MISMATCH CASE FOR THE PART AND CYCLE (DAY6CAS).
      *-----------------------------------------------------------
       3800-TRACE-CASES.
           MOVE "CASE" TO TL-STAGE.
           MOVE "CASEMST" TO TL-DATASET.
           MOVE "CASES" TO TR-FROM.
           OPEN INPUT TR-CASE-FILE.
           IF TR-CASE-ABSENT
             MOVE "NO CASE FILE" TO TL-TEXT
             MOVE SPACE TO TR-FROM
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
             GO TO 3800-EXIT
           END-IF.
           IF NOT TR-CASE-OK
             DISPLAY "DAY6TRC: UNABLE TO OPEN CASEMST, STATUS="
                 TR-CASE-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO TR-EOF-FLAG.
           PERFORM 3810-READ-CASE THRU 3810-EXIT.
           PERFORM UNTIL TR-EOF
             IF KS-PART-NO EQUAL TR-PART-NO
                 AND KS-CYCLE-DATE EQUAL TR-CYCLE-DATE
               IF KS-OPEN
                 STRING KS-KIND " CASE OPENED " KS-OPENED
                     DELIMITED BY SIZE
                     " - STILL OPEN, THE PART IS HELD FROM APPROVAL"
                     DELIMITED BY SIZE INTO TL-TEXT
                 ADD 1 TO TR-N-CASE-OPEN
               ELSE
                 STRING KS-KIND " CASE OPENED " KS-OPENED
                     " CLOSED " KS-RESOLVED " BY " DELIMITED BY SIZE
                     KS-RESOLVER DELIMITED BY SPACE
                     " KEYING RIGHT " KS-CORRECT " REFERENCE "
                     KS-REFERENCE DELIMITED BY SIZE INTO TL-TEXT
                 ADD 1 TO TR-N-CASE-CLOSED
               END-IF
               PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
             END-IF
             PERFORM 3810-READ-CASE THRU 3810-EXIT
           END-PERFORM.
           CLOSE TR-CASE-FILE.
           IF TR-N-CASE-OPEN EQUAL 0 AND TR-N-CASE-CLOSED EQUAL 0
             MOVE "NO CASE FOR THIS PART AND CYCLE" TO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
       3800-EXIT.
           EXIT.

       3810-READ-CASE.
           READ TR-CASE-FILE
             AT END
               SET TR-EOF TO TRUE
           END-READ.
       3810-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE BATCH'S PATH IN A FEW LINES, FROM THE COUNTS ABOVE.
      *-----------------------------------------------------------
       3900-TRACE-SUMMARY.
           MOVE SPACE TO TR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE "SUMMARY" TO TL-STAGE.
           MOVE SPACE TO TL-DATASET TR-FROM.
           EVALUATE TRUE
             WHEN TR-N-SUM > 0 OR TR-N-TOTREJ > 0
               MOVE TR-N-EDREJ TO TR-NUM-ED
               PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
               MOVE TR-NUM-TXT TO TR-AMT-TXT
               MOVE TR-N-SUM TO TR-NUM-ED
               PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
               MOVE TR-NUM-TXT TO TR-AMT2-TXT
               MOVE TR-N-TOTREJ TO TR-NUM-ED
               PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
               STRING "PASSED THE EDIT (" DELIMITED BY SIZE
                   TR-AMT-TXT DELIMITED BY "  "
                   " SHEET(S) REJECTED) - " DELIMITED BY SIZE
                   TR-AMT2-TXT DELIMITED BY "  "
                   " TOTALLER SUMMARY(IES), " DELIMITED BY SIZE
                   TR-NUM-TXT DELIMITED BY "  "
                   " TOTALLER REJECT(S)" DELIMITED BY SIZE
                   INTO TL-TEXT
             WHEN TR-N-EDREJ > 0
               MOVE "REJECTED BY THE EDIT - NEVER TOTALLED"
                   TO TL-TEXT
             WHEN OTHER
               MOVE "NO EDIT OR TOTALLER RECORD - NOT KEYED THIS CYCLE"
                   TO TL-TEXT
           END-EVALUATE.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           IF TR-N-POST > 0 OR TR-N-WAIT > 0 OR TR-N-DEC > 0
             MOVE TR-N-POST TO TR-NUM-ED
             PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
             MOVE TR-NUM-TXT TO TR-AMT-TXT
             MOVE TR-N-WAIT TO TR-NUM-ED
             PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
             MOVE TR-NUM-TXT TO TR-AMT2-TXT
             MOVE TR-N-DEC TO TR-NUM-ED
             PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
             STRING "APPROVAL - " DELIMITED BY SIZE
                 TR-AMT-TXT DELIMITED BY "  "
                 " POSTED, " DELIMITED BY SIZE
                 TR-AMT2-TXT DELIMITED BY "  "
                 " HELD OR PENDING (CARRIED FORWARD), "
                 DELIMITED BY SIZE
                 TR-NUM-TXT DELIMITED BY "  "
                 " DECISION CARD(S)" DELIMITED BY SIZE INTO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           IF TR-N-RECON > 0
             STRING "RECONCILIATION - " TR-RECON-RESULT
                 DELIMITED BY SIZE INTO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           IF TR-N-POST > 0 OR TR-N-GL > 0
             MOVE TR-N-GL TO TR-NUM-ED
             PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
             MOVE TR-NUM-TXT TO TR-AMT-TXT
             MOVE TR-N-CONF TO TR-NUM-ED
             PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
             MOVE TR-NUM-TXT TO TR-AMT2-TXT
             MOVE TR-N-OUTS TO TR-NUM-ED
             PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT
             STRING "GL - " DELIMITED BY SIZE
                 TR-AMT-TXT DELIMITED BY "  "
                 " POSTING(S) SENT, " DELIMITED BY SIZE
                 TR-AMT2-TXT DELIMITED BY "  "
                 " CONFIRMED BY THE LEDGER, " DELIMITED BY SIZE
                 TR-NUM-TXT DELIMITED BY "  "
                 " OUTSTANDING" DELIMITED BY SIZE INTO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           IF TR-N-MTD > 0
             MOVE "ROLLED INTO THE TOTALS MASTER" TO TL-TEXT
           ELSE
             MOVE "NOT ON THE TOTALS MASTER" TO TL-TEXT
           END-IF.
           IF TR-N-ADJ > 0
             MOVE TR-ADJ-TOTAL TO TR-AMOUNT
             PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT
             STRING "; ADJUSTED SINCE BY " TR-AMT-TXT
                 DELIMITED BY SIZE INTO TL-TEXT(30:60)
           END-IF.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           IF TR-N-CASE-OPEN > 0
             MOVE "MISMATCH CASE STILL OPEN" TO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           IF TR-N-CASE-CLOSED > 0
             MOVE "MISMATCH CASE RESOLVED" TO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    OPEN, READ AND CLOSE WHICHEVER LIVE DATASET TR-S NAMES.
      *    A READ LEAVES THE RECORD IN TR-IMAGE.
      *-----------------------------------------------------------
       4000-OPEN-LIVE.
           EVALUATE TR-S
             WHEN 1
               OPEN INPUT TR-EDR1-FILE
             WHEN 2
               OPEN INPUT TR-EDR2-FILE
             WHEN 3
               OPEN INPUT TR-OUT1-FILE
             WHEN 4
               OPEN INPUT TR-OUT2-FILE
             WHEN 5
               OPEN INPUT TR-REJ1-FILE
             WHEN 6
               OPEN INPUT TR-REJ2-FILE
             WHEN 7
               OPEN INPUT TR-COR-FILE
             WHEN 8
               OPEN INPUT TR-APT-FILE
             WHEN 9
               OPEN INPUT TR-APO-FILE
             WHEN 10
               OPEN INPUT TR-RCO-FILE
             WHEN 11
               OPEN INPUT TR-GLX-FILE
             WHEN 12
               OPEN INPUT TR-GLS-FILE
           END-EVALUATE.
       4000-EXIT.
           EXIT.

       4100-READ-LIVE.
           MOVE SPACE TO TR-IMAGE.
           EVALUATE TR-S
             WHEN 1
               READ TR-EDR1-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 2
               READ TR-EDR2-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 3
               READ TR-OUT1-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 4
               READ TR-OUT2-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 5
               READ TR-REJ1-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 6
               READ TR-REJ2-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 7
               READ TR-COR-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 8
               READ TR-APT-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 9
               READ TR-APO-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 10
               READ TR-RCO-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 11
               READ TR-GLX-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
             WHEN 12
               READ TR-GLS-FILE INTO TR-IMAGE
                 AT END
                   SET TR-LIVE-EOF TO TRUE
               END-READ
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4200-CLOSE-LIVE.
           EVALUATE TR-S
             WHEN 1
               CLOSE TR-EDR1-FILE
             WHEN 2
               CLOSE TR-EDR2-FILE
             WHEN 3
               CLOSE TR-OUT1-FILE
             WHEN 4
               CLOSE TR-OUT2-FILE
             WHEN 5
               CLOSE TR-REJ1-FILE
             WHEN 6
               CLOSE TR-REJ2-FILE
             WHEN 7
               CLOSE TR-COR-FILE
             WHEN 8
               CLOSE TR-APT-FILE
             WHEN 9
               CLOSE TR-APO-FILE
             WHEN 10
               CLOSE TR-RCO-FILE
             WHEN 11
               CLOSE TR-GLX-FILE
             WHEN 12
               CLOSE TR-GLS-FILE
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    DOES THE RECORD IN TR-IMAGE CONCERN THE PART?  EVERY
      *    CYCLE DATASET LEADS WITH THE PART NUMBER EXCEPT GLALLOC,
      *    WHOSE D RECORDS ARE KNOWN ONLY BY ONE OF THE PART'S
      *    ACCOUNTS.
      *-----------------------------------------------------------
       5000-RELEVANT.
           MOVE 0 TO TR-MATCHED.
           IF TR-S EQUAL 11
             IF GX-TYPE EQUAL "D"
               PERFORM VARYING TR-C FROM 1 BY 1
                   UNTIL TR-C > TR-ACCT-CNT OR TR-MATCHED EQUAL 1
                 IF GX-ACCOUNT EQUAL TR-ACCT(TR-C)
                   MOVE 1 TO TR-MATCHED
                 END-IF
               END-PERFORM
             END-IF
           ELSE
             IF TR-IMAGE(1:5) EQUAL TR-PART-NO
               MOVE 1 TO TR-MATCHED
             END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE RECORD OF THE PART, DESCRIBED FOR ITS SOURCE.
      *-----------------------------------------------------------
       5100-SHOW-RECORD.
           MOVE TR-SRC-STAGE(TR-S) TO TL-STAGE.
           MOVE TR-SRC-NAME(TR-S) TO TL-DATASET.
           EVALUATE TR-S
             WHEN 1
             WHEN 2
               PERFORM 5200-SHOW-EDIT THRU 5200-EXIT
             WHEN 3
               PERFORM 5300-SHOW-SUMMARY-1 THRU 5300-EXIT
             WHEN 4
               PERFORM 5350-SHOW-SUMMARY-2 THRU 5350-EXIT
             WHEN 5
             WHEN 6
               PERFORM 5400-SHOW-REJECT THRU 5400-EXIT
             WHEN 7
               PERFORM 5500-SHOW-CORRECTION THRU 5500-EXIT
             WHEN 8
               PERFORM 5600-SHOW-DECISION THRU 5600-EXIT
             WHEN 9
               PERFORM 5650-SHOW-APPROVED THRU 5650-EXIT
             WHEN 10
               PERFORM 5700-SHOW-RECON THRU 5700-EXIT
             WHEN 11
               PERFORM 5800-SHOW-POSTING THRU 5800-EXIT
             WHEN 12
               PERFORM 5900-SHOW-ACK THRU 5900-EXIT
           END-EVALUATE.
       5100-EXIT.
           EXIT.

       5200-SHOW-EDIT.
           MOVE ER-SHEET-NO TO TR-NUM-ED.
           PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT.
           STRING "SHEET " DELIMITED BY SIZE
               TR-NUM-TXT DELIMITED BY SPACE
               " RECORD " ER-RECORD-NO " SITE " ER-SITE
               " REJECTED - " ER-REASON DELIMITED BY SIZE
               INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           ADD 1 TO TR-HIT(TR-S) TR-N-EDREJ.
       5200-EXIT.
           EXIT.

       5300-SHOW-SUMMARY-1.
           MOVE O1-TOTAL TO TR-AMOUNT.
           PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT.
           MOVE TR-AMT-TXT TO TR-AMT2-TXT.
           MOVE O1-TOTAL-BASE TO TR-AMOUNT.
           PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT.
           MOVE O1-ROWS TO TR-NUM-ED.
           PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT.
           STRING "ROW/COLUMN TOTAL " DELIMITED BY SIZE
               TR-AMT2-TXT DELIMITED BY "  "
               " " O1-CCY " (BASE " DELIMITED BY SIZE
               TR-AMT-TXT DELIMITED BY "  "
               ") ROWS " DELIMITED BY SIZE
               TR-NUM-TXT DELIMITED BY "  "
               "  SITE " O1-SITE DELIMITED BY SIZE INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           IF O1-RCY-DATE IS NUMERIC AND O1-RCY-DATE > 0
             STRING "A RECYCLED SHEET - FIRST KEYED FOR CYCLE "
                 O1-RCY-DATE DELIMITED BY SIZE INTO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           ADD 1 TO TR-HIT(TR-S) TR-N-SUM.
       5300-EXIT.
           EXIT.

       5350-SHOW-SUMMARY-2.
           MOVE O2-TOTAL TO TR-AMOUNT.
           PERFORM 7710-WHOLE-TEXT THRU 7710-EXIT.
           MOVE O2-ROWS TO TR-NUM-ED.
           PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT.
           STRING "CROSSWISE TOTAL " DELIMITED BY SIZE
               TR-AMT-TXT DELIMITED BY "  "
               " BLOCKS " DELIMITED BY SIZE
               TR-NUM-TXT DELIMITED BY "  "
               "  SITE " O2-SITE DELIMITED BY SIZE INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           IF O2-RCY-DATE IS NUMERIC AND O2-RCY-DATE > 0
             STRING "A RECYCLED SHEET - FIRST KEYED FOR CYCLE "
                 O2-RCY-DATE DELIMITED BY SIZE INTO TL-TEXT
             PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT
           END-IF.
           ADD 1 TO TR-HIT(TR-S) TR-N-SUM.
       5350-EXIT.
           EXIT.

       5400-SHOW-REJECT.
           MOVE RJ-ROW TO TR-NUM-ED.
           PERFORM 7720-NUMBER-TEXT THRU 7720-EXIT.
           STRING "REJECTED - " RJ-REASON " AT ROW/BLOCK "
               DELIMITED BY SIZE
               TR-NUM-TXT DELIMITED BY SPACE
               "  SITE " RJ-SITE "  SHEET " RJ-SEQ
               DELIMITED BY SIZE INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           ADD 1 TO TR-HIT(TR-S) TR-N-TOTREJ.
       5400-EXIT.
           EXIT.

       5500-SHOW-CORRECTION.
           MOVE SPACE TO TR-WORD.
           IF CR-COL EQUAL "00" AND CR-ROW EQUAL "0000"
             MOVE "TRAILER TOTAL" TO TR-WORD
           ELSE
             IF CR-COL EQUAL "00"
               STRING "ROW " CR-ROW " OPERATOR" DELIMITED BY SIZE
                   INTO TR-WORD
             ELSE
               STRING "ROW " CR-ROW " COLUMN " CR-COL
                   DELIMITED BY SIZE INTO TR-WORD
             END-IF
           END-IF.
           IF CR-TARGET EQUAL SPACE
             STRING "CORRECTED " TR-WORD DELIMITED BY "  "
                 " TO " DELIMITED BY SIZE
                 CR-VALUE DELIMITED BY SPACE
                 " ON THE CYCLE'S OWN SHEET" DELIMITED BY SIZE
                 INTO TL-TEXT
           ELSE
             STRING "CORRECTED " TR-WORD DELIMITED BY "  "
                 " TO " DELIMITED BY SIZE
                 CR-VALUE DELIMITED BY SPACE
                 " ON THE RECYCLED SHEET OF " CR-TARGET
                 DELIMITED BY SIZE INTO TL-TEXT
           END-IF.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           ADD 1 TO TR-HIT(TR-S) TR-N-COR.
       5500-EXIT.
           EXIT.

       5600-SHOW-DECISION.
           EVALUATE AT-ACTION
             WHEN "A"
               MOVE "APPROVE" TO TR-WORD
             WHEN "H"
               MOVE "HOLD" TO TR-WORD
             WHEN "C"
               MOVE "CLEAR DUPLICATE" TO TR-WORD
             WHEN OTHER
               MOVE "UNKNOWN ACTION" TO TR-WORD
           END-EVALUATE.
           STRING "DECISION " AT-ACTION " (" DELIMITED BY SIZE
               TR-WORD DELIMITED BY "  "
               ") KEYED BY " DELIMITED BY SIZE
               AT-APPROVER DELIMITED BY SPACE
               " - ACCEPTED OR REFUSED ON THE AUDIT TRAIL BELOW"
               DELIMITED BY SIZE INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           ADD 1 TO TR-HIT(TR-S) TR-N-DEC.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A SUMMARY AS DAY6APP LEFT IT.  AN APPROVED AMOUNT IS
      *    KEPT, WITH THE POSTINGS IT MAKES, FOR PICKING THEM OUT OF
      *    GLALLOC.
      *-----------------------------------------------------------
       5650-SHOW-APPROVED.
           MOVE O1-TOTAL-BASE TO TR-AMOUNT.
           PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT.
           MOVE 1 TO TR-POST-KNOWN.
           EVALUATE O1-STATUS
             WHEN "POST"
               MOVE "POSTED - APPROVED FOR LEDGER" TO TR-WORD
               ADD 1 TO TR-N-POST
               IF TR-POST-CNT < TR-MAX-AMOUNTS
                 ADD 1 TO TR-POST-CNT
                 IF O1-TOTAL-BASE < 0
                   COMPUTE TR-POST-AMT(TR-POST-CNT) =
                       0 - O1-TOTAL-BASE
                 ELSE
                   MOVE O1-TOTAL-BASE TO TR-POST-AMT(TR-POST-CNT)
                 END-IF
                 PERFORM 5660-EXPECT-POSTINGS THRU 5660-EXIT
               END-IF
             WHEN "HELD"
               MOVE "HELD - CARRIED FORWARD" TO TR-WORD
               ADD 1 TO TR-N-WAIT
             WHEN OTHER
               MOVE "PENDING - CARRIED FORWARD" TO TR-WORD
               ADD 1 TO TR-N-WAIT
           END-EVALUATE.
           STRING "STATUS " O1-STATUS "  BASE " DELIMITED BY SIZE
               TR-AMT-TXT DELIMITED BY SPACE
               "  " TR-WORD DELIMITED BY SIZE INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           ADD 1 TO TR-HIT(TR-S).
       5650-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE POSTINGS THE APPROVED AMOUNT JUST KEPT REACHES THE
      *    LEDGER AS.  AN UNSHARED PART POSTS IT WHOLE ON ITS OWN
      *    ACCOUNT.  A SHARED PART'S IS SPLIT AS DAY6ALC SPLITS IT -
      *    FIXED AMOUNTS FIRST, THEN PERCENTAGES OF WHAT IS LEFT, THE
      *    ROUNDING PENNY TO THE LAST PERCENTAGE LINE WHEN THEY MAKE
      *    100 AND ANY OTHER REMAINDER LEFT ON THE OWN ACCOUNT - OR
      *    POSTS WHOLE WHEN ITS FIXED AMOUNTS EXCEED IT.  A SPLIT
      *    THAT COMES TO NOTHING IS NEVER POSTED AND NEVER MATCHES.
      *-----------------------------------------------------------
       5660-EXPECT-POSTINGS.
           IF TR-ACCOUNT EQUAL SPACE
             GO TO 5660-EXIT
           END-IF.
           MOVE TR-POST-AMT(TR-POST-CNT) TO TR-ORIG.
           MOVE 0 TO TR-FIXED-TOTAL TR-PCT-TOTAL.
           PERFORM VARYING TR-R-I FROM 1 BY 1
               UNTIL TR-R-I > TR-RULE-CNT
             IF TR-R-PART-NO(TR-R-I) EQUAL TR-PART-NO
               ADD TR-R-FIXED(TR-R-I) TO TR-FIXED-TOTAL
               ADD TR-R-PCT(TR-R-I) TO TR-PCT-TOTAL
             END-IF
           END-PERFORM.
           IF TR-ACCT-CNT EQUAL 1 OR TR-FIXED-TOTAL > TR-ORIG
             ADD 1 TO TR-EXPECT-CNT
             MOVE TR-ACCOUNT TO TR-E-ACCOUNT(TR-EXPECT-CNT)
             MOVE TR-ORIG TO TR-E-AMOUNT(TR-EXPECT-CNT)
             GO TO 5660-EXIT
           END-IF.
           COMPUTE TR-REST = TR-ORIG - TR-FIXED-TOTAL.
           COMPUTE TR-E-FIRST = TR-EXPECT-CNT + 1.
           MOVE 0 TO TR-E-LAST-PCT TR-SPLIT-SUM.
           PERFORM VARYING TR-R-I FROM 1 BY 1
               UNTIL TR-R-I > TR-RULE-CNT
             IF TR-R-PART-NO(TR-R-I) EQUAL TR-PART-NO
               ADD 1 TO TR-EXPECT-CNT
               MOVE TR-R-ACCOUNT(TR-R-I) TO TR-E-ACCOUNT(TR-EXPECT-CNT)
               IF TR-R-METHOD(TR-R-I) EQUAL "P"
                 COMPUTE TR-E-AMOUNT(TR-EXPECT-CNT) ROUNDED =
                     TR-REST * TR-R-PCT(TR-R-I) / 100
                 MOVE TR-EXPECT-CNT TO TR-E-LAST-PCT
               ELSE
                 MOVE TR-R-FIXED(TR-R-I)
                     TO TR-E-AMOUNT(TR-EXPECT-CNT)
               END-IF
               ADD TR-E-AMOUNT(TR-EXPECT-CNT) TO TR-SPLIT-SUM
             END-IF
           END-PERFORM.
           COMPUTE TR-RESIDUE = TR-ORIG - TR-SPLIT-SUM.
           IF TR-RESIDUE NOT EQUAL 0
             IF TR-E-LAST-PCT > 0
                 AND (TR-PCT-TOTAL EQUAL 100 OR TR-RESIDUE < 0)
               ADD TR-RESIDUE TO TR-E-AMOUNT(TR-E-LAST-PCT)
             ELSE
               ADD 1 TO TR-EXPECT-CNT
               MOVE TR-ACCOUNT TO TR-E-ACCOUNT(TR-EXPECT-CNT)
               MOVE TR-RESIDUE TO TR-E-AMOUNT(TR-EXPECT-CNT)
             END-IF
           END-IF.
       5660-EXIT.
           EXIT.

       5700-SHOW-RECON.
           MOVE RC-TOTAL-1 TO TR-AMOUNT.
           PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT.
           MOVE TR-AMT-TXT TO TR-AMT2-TXT.
           MOVE RC-TOTAL-2 TO TR-AMOUNT.
           PERFORM 7710-WHOLE-TEXT THRU 7710-EXIT.
           STRING RC-RESULT "  ROW/COLUMN " DELIMITED BY SIZE
               TR-AMT2-TXT DELIMITED BY SPACE
               "  CROSSWISE " DELIMITED BY SIZE
               TR-AMT-TXT DELIMITED BY SPACE INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           MOVE RC-RESULT TO TR-RECON-RESULT.
           ADD 1 TO TR-HIT(TR-S) TR-N-RECON.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A D POSTING ON ONE OF THE PART'S ACCOUNTS.  WHEN THE
      *    APPROVED AMOUNTS ARE KNOWN ONLY A POSTING THEY MAKE -
      *    THAT ACCOUNT FOR THAT AMOUNT - IS THE BATCH'S; THE REST
      *    BELONG TO PARTS SHARING THE ACCOUNT AND ARE ONLY COUNTED.
      *-----------------------------------------------------------
       5800-SHOW-POSTING.
           IF TR-POST-KNOWN EQUAL 1
             MOVE 0 TO TR-MATCHED
             PERFORM VARYING TR-E FROM 1 BY 1
                 UNTIL TR-E > TR-EXPECT-CNT OR TR-MATCHED EQUAL 1
               IF TR-E-ACCOUNT(TR-E) EQUAL GX-ACCOUNT
                   AND TR-E-AMOUNT(TR-E) EQUAL GX-AMOUNT
                 MOVE 1 TO TR-MATCHED
               END-IF
             END-PERFORM
             IF TR-MATCHED EQUAL 0
               ADD 1 TO TR-GL-OTHER
               GO TO 5800-EXIT
             END-IF
           END-IF.
           MOVE GX-AMOUNT TO TR-AMOUNT.
           PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT.
           IF GX-DC EQUAL "C"
             MOVE "CREDIT" TO TR-WORD
           ELSE
             MOVE "DEBIT" TO TR-WORD
           END-IF.
           STRING TR-WORD DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               TR-AMT-TXT DELIMITED BY SPACE
               " TO ACCOUNT " GX-ACCT-MAIN "-" GX-ACCT-SUB
               " POSTING DATE " GX-DATE DELIMITED BY SIZE
               INTO TL-TEXT.
           IF TR-POST-KNOWN EQUAL 0
             MOVE "(ACCOUNT MATCH ONLY)" TO TL-TEXT(70:20)
           END-IF.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           ADD 1 TO TR-HIT(TR-S) TR-N-GL.
       5800-EXIT.
           EXIT.

       5900-SHOW-ACK.
           MOVE GS-AMOUNT TO TR-AMOUNT.
           PERFORM 7700-AMOUNT-TEXT THRU 7700-EXIT.
           IF GS-STATUS EQUAL "CONF"
             MOVE "CONFIRMED BY THE LEDGER" TO TR-WORD
             ADD 1 TO TR-N-CONF
           ELSE
             MOVE "OUTSTANDING - NOT ACKNOWLEDGED" TO TR-WORD
             ADD 1 TO TR-N-OUTS
           END-IF.
           STRING GS-STATUS " " DELIMITED BY SIZE
               TR-AMT-TXT DELIMITED BY SPACE
               " POSTING DATE " GS-DATE " - " TR-WORD
               DELIMITED BY SIZE INTO TL-TEXT.
           PERFORM 7500-PRINT-DETAIL THRU 7500-EXIT.
           ADD 1 TO TR-HIT(TR-S).
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PRINT TL-TEXT UNDER THE CURRENT STAGE, DATASET AND TR-FROM,
      *    AND CLEAR IT FOR THE NEXT LINE.
      *-----------------------------------------------------------
       7500-PRINT-DETAIL.
           MOVE TR-FROM TO TL-FROM.
           MOVE TR-DETAIL-LINE TO TR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO TL-TEXT.
       7500-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO TR-PAGE-NO.
           MOVE TR-CYCLE-DATE TO HD1-CYCLE.
           MOVE TR-PAGE-NO TO HD1-PAGE.
           WRITE TR-PRINT-LINE FROM TR-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO TR-PRINT-LINE.
           WRITE TR-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE TR-PRINT-LINE FROM TR-COL-HEAD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO TR-PRINT-LINE.
           WRITE TR-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO TR-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN TR-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF TR-LINE-CNT >= TR-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE TR-PRINT-LINE FROM TR-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO TR-LINE-CNT.
       7600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    TR-AMOUNT EDITED AND SHIFTED LEFT INTO TR-AMT-TXT, SO IT
      *    RUNS ON IN THE DETAIL TEXT WITHOUT A GAP OF BLANKS.
      *-----------------------------------------------------------
       7700-AMOUNT-TEXT.
           MOVE TR-AMOUNT TO TR-AMT-ED.
           MOVE 0 TO TR-LEAD.
           INSPECT TR-AMT-ED TALLYING TR-LEAD FOR LEADING SPACE.
           MOVE TR-AMT-ED(TR-LEAD + 1:) TO TR-AMT-TXT.
       7700-EXIT.
           EXIT.

       7710-WHOLE-TEXT.
           MOVE TR-AMOUNT TO TR-WHOLE-ED.
           MOVE 0 TO TR-LEAD.
           INSPECT TR-WHOLE-ED TALLYING TR-LEAD FOR LEADING SPACE.
           MOVE TR-WHOLE-ED(TR-LEAD + 1:) TO TR-AMT-TXT.
       7710-EXIT.
           EXIT.

       7720-NUMBER-TEXT.
           MOVE 0 TO TR-LEAD.
           INSPECT TR-NUM-ED TALLYING TR-LEAD FOR LEADING SPACE.
           MOVE TR-NUM-ED(TR-LEAD + 1:) TO TR-NUM-TXT.
       7720-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CALENDAR DAY AFTER TR-NEXT-DATE, IN PLACE.
      *-----------------------------------------------------------
       7900-NEXT-DAY.
           EVALUATE TR-ND-MM
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO TR-MONTH-DAYS
             WHEN 2
               MOVE 28 TO TR-MONTH-DAYS
               DIVIDE TR-ND-YYYY BY 4 GIVING TR-LEAP-Q
                   REMAINDER TR-LEAP-R
               IF TR-LEAP-R EQUAL 0
                 MOVE 29 TO TR-MONTH-DAYS
                 DIVIDE TR-ND-YYYY BY 100 GIVING TR-LEAP-Q
                     REMAINDER TR-LEAP-R
                 IF TR-LEAP-R EQUAL 0
                   MOVE 28 TO TR-MONTH-DAYS
                   DIVIDE TR-ND-YYYY BY 400 GIVING TR-LEAP-Q
                       REMAINDER TR-LEAP-R
                   IF TR-LEAP-R EQUAL 0
                     MOVE 29 TO TR-MONTH-DAYS
                   END-IF
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 31 TO TR-MONTH-DAYS
           END-EVALUATE.
           IF TR-ND-DD < TR-MONTH-DAYS
             ADD 1 TO TR-ND-DD
             GO TO 7900-EXIT
           END-IF.
           MOVE 1 TO TR-ND-DD.
           IF TR-ND-MM < 12
             ADD 1 TO TR-ND-MM
           ELSE
             MOVE 1 TO TR-ND-MM
             ADD 1 TO TR-ND-YYYY
           END-IF.
       7900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE TR-CARD-FILE.
           CLOSE TR-MST-FILE.
           CLOSE TR-RPT-FILE.
       9999-EXIT.
           EXIT.

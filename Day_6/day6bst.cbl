       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6BST.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-22.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6BST - BURSTS THE SUITE'S REPORTS BY RECIPIENT.
      *
      *  EVERY KEYING OFFICE AND DEPARTMENT USED TO GET THE WHOLE OF
      *  EVERY REPORT AND HUNT THROUGH IT FOR ITS OWN BATCHES.  THIS
      *  STEP READS THE REPORTS NAMED ON THE REPORT= CARDS AND THE
      *  DISTRIBUTION CONTROL FILE (SEE DST-REC) AND WRITES, FOR
      *  EACH RECIPIENT, A COVER SHEET AND THEN THAT RECIPIENT'S
      *  LINES ONLY, RE-HEADED PAGE BY PAGE:
      *
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (REQUIRED) AND ONE
      *             REPORT=NAME CARD PER REPORT THIS RUN BURSTS
      *    DISTCTL  THE DISTRIBUTION CONTROL FILE
      *    PARTMST  EACH PART'S OWNING DEPARTMENT
      *    RPTOUT   THE DAY6RPT STATEMENT - THE PART NUMBER IN
      *             COLUMNS 114-118 OWNS A LINE
      *    CLSRPT   THE DAY6CLS CLOSING STATEMENT - PART IN 1-5
      *    WRKRPT   THE DAY6WRK WORKLIST - THE "BATCH PPPPP" LINE
      *             OWNS ITS CONDITION LINES
      *    AGERPT   THE DAY6APP AGING REPORT - PART IN 1-5
      *    WSREJ1/  THE SUSPENSE RECORDS (SEE REJ-REC), LISTED ONE
      *    WSREJ2   LINE EACH AND OWNED BY PART AND SITE
      *    BURSTOUT ONE RECORD PER PRINT LINE: RECIPIENT, OUTPUT
      *             CLASS, COPIES, ASA CONTROL CHARACTER AND THE
      *             LINE - PRINT DISTRIBUTION SPLITS IT INTO ONE
      *             OUTPUT PER RECIPIENT ON THE ROUTING CODE
      *    DSTRPT   THE CONTROL REPORT - EVERY RECIPIENT'S PAGES AND
      *             LINES, EVERY REPORT'S LINES READ AND DISTRIBUTED,
      *             THE PARTS NOBODY RECEIVES AND ANY WARNINGS
      *
      *  A LINE WITH NO PART OF ITS OWN (A TOTAL OR CONDITION LINE)
      *  GOES WITH THE PART ABOVE IT.  A REPORT-WIDE LINE (THE MONTH
      *  ROLLUP, THE ALL-CLEAR LINE) GOES ONLY TO A WHOLE-REPORT
      *  RECIPIENT.  A REPORT NAMED ON A CARD BUT ABSENT IS TAKEN AS
      *  EMPTY.  A RECIPIENT WITH NOTHING THIS RUN STILL GETS ITS
      *  COVER SHEET AND A NOTHING-TO-REPORT PAGE, SO SILENCE NEVER
      *  MEANS A LOST OUTPUT.  RC 4 WHEN A PART'S LINES REACHED NO
      *  OFFICE OR DEPARTMENT, OR THE CONTROL FILE DRAWS A WARNING;
      *  A BAD CONTROL RECORD OR CARD IS A HARD ERROR.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-22 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BS-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-CTL-STATUS.
           SELECT BS-DST-FILE ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-DST-STATUS.
           SELECT BS-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-PART-STATUS.
           SELECT BS-STM-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-STM-STATUS.
           SELECT BS-CLS-FILE ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-CLS-STATUS.
           SELECT BS-WRK-FILE ASSIGN TO "WRKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-WRK-STATUS.
           SELECT BS-AGE-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-AGE-STATUS.
           SELECT BS-REJ1-FILE ASSIGN TO "WSREJ1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-REJ1-STATUS.
           SELECT BS-REJ2-FILE ASSIGN TO "WSREJ2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-REJ2-STATUS.
           SELECT BS-OUT-FILE ASSIGN TO "BURSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-OUT-STATUS.
           SELECT BS-RPT-FILE ASSIGN TO "DSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BS-CTL-FILE
           RECORDING MODE IS F.
       01  BS-CTL-RECORD PIC X(80).

       FD  BS-DST-FILE
           RECORDING MODE IS F.
       COPY "dst-rec.cpy".

       FD  BS-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  BS-STM-FILE
           RECORDING MODE IS F.
       01  BS-STM-LINE PIC X(132).

       FD  BS-CLS-FILE
           RECORDING MODE IS F.
       01  BS-CLS-LINE PIC X(132).

       FD  BS-WRK-FILE
           RECORDING MODE IS F.
       01  BS-WRK-LINE PIC X(132).

       FD  BS-AGE-FILE
           RECORDING MODE IS F.
       01  BS-AGE-LINE PIC X(80).

       FD  BS-REJ1-FILE
           RECORDING MODE IS F.
       01  BS-REJ1-RECORD PIC X(36).

       FD  BS-REJ2-FILE
           RECORDING MODE IS F.
       01  BS-REJ2-RECORD PIC X(36).

      *-----------------------------------------------------------
      *    ONE PRINT LINE FOR ONE RECIPIENT - THE ROUTING FIELDS
      *    AHEAD OF THE ASA CONTROL CHARACTER AND THE LINE ITSELF.
      *-----------------------------------------------------------
       FD  BS-OUT-FILE
           RECORDING MODE IS F.
       01  BS-OUT-RECORD.
           03 BO-RECIP PIC X(08).
           03 BO-FILL-1 PIC X(01).
           03 BO-CLASS PIC X(01).
           03 BO-FILL-2 PIC X(01).
           03 BO-COPIES PIC 9(02).
           03 BO-FILL-3 PIC X(01).
           03 BO-CC PIC X(01).
           03 BO-LINE PIC X(132).

       FD  BS-RPT-FILE
           RECORDING MODE IS F.
       01  BS-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BS-CTL-STATUS PIC X(02) VALUE "00".
           88 BS-CTL-OK VALUE "00".
           88 BS-CTL-ABSENT VALUE "35".
       01 BS-DST-STATUS PIC X(02) VALUE "00".
           88 BS-DST-OK VALUE "00".
       01 BS-PART-STATUS PIC X(02) VALUE "00".
           88 BS-PART-OK VALUE "00".
       01 BS-STM-STATUS PIC X(02) VALUE "00".
           88 BS-STM-OK VALUE "00".
           88 BS-STM-ABSENT VALUE "35".
       01 BS-CLS-STATUS PIC X(02) VALUE "00".
           88 BS-CLS-OK VALUE "00".
           88 BS-CLS-ABSENT VALUE "35".
       01 BS-WRK-STATUS PIC X(02) VALUE "00".
           88 BS-WRK-OK VALUE "00".
           88 BS-WRK-ABSENT VALUE "35".
       01 BS-AGE-STATUS PIC X(02) VALUE "00".
           88 BS-AGE-OK VALUE "00".
           88 BS-AGE-ABSENT VALUE "35".
       01 BS-REJ1-STATUS PIC X(02) VALUE "00".
           88 BS-REJ1-OK VALUE "00".
           88 BS-REJ1-ABSENT VALUE "35".
       01 BS-REJ2-STATUS PIC X(02) VALUE "00".
           88 BS-REJ2-OK VALUE "00".
           88 BS-REJ2-ABSENT VALUE "35".
       01 BS-OUT-STATUS PIC X(02) VALUE "00".
           88 BS-OUT-OK VALUE "00".
       01 BS-RPT-STATUS PIC X(02) VALUE "00".
           88 BS-RPT-OK VALUE "00".

       01 BS-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 BS-CTL-EOF VALUE "Y".
       01 BS-DST-EOF-FLAG PIC X(01) VALUE "N".
           88 BS-DST-EOF VALUE "Y".
       01 BS-PART-EOF-FLAG PIC X(01) VALUE "N".
           88 BS-PART-EOF VALUE "Y".
       01 BS-IN-EOF-FLAG PIC X(01) VALUE "N".
           88 BS-IN-EOF VALUE "Y".

       01 BS-CTL-KEY PIC X(20) VALUE SPACE.
       01 BS-CTL-VALUE PIC X(59) VALUE SPACE.
       01 BS-CYCLE-DATE PIC 9(08) VALUE 0.
       01 BS-RC PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE REPORTS THIS STEP KNOWS, IN A FIXED ORDER - THE
      *    SUBSCRIPT IS THE REPORT NUMBER EVERYWHERE BELOW.  EACH
      *    HAS A TITLE AND A COLUMN HEADING FOR THE PAGES THIS STEP
      *    HEADS ITSELF; A REPORT THAT PRINTS ITS OWN HEADING HAS
      *    THE FIRST ONE IT PRINTS TAKEN INSTEAD.
      *-----------------------------------------------------------
       78 BS-MAX-REPORTS VALUE 5.
       01 BS-REPORT-NAMES.
           03 FILLER PIC X(08) VALUE "RPTOUT".
           03 FILLER PIC X(08) VALUE "CLSRPT".
           03 FILLER PIC X(08) VALUE "WRKRPT".
           03 FILLER PIC X(08) VALUE "AGERPT".
           03 FILLER PIC X(08) VALUE "WSREJ".
       01 BS-REPORT-NAME-TABLE REDEFINES BS-REPORT-NAMES.
           03 BS-REPORT-NAME PIC X(08) OCCURS 5 TIMES.

       01 BS-REPORT-TITLES.
           03 FILLER PIC X(36)
               VALUE "DAY6 MONTH-TO-DATE STATEMENT FOR".
           03 FILLER PIC X(36)
               VALUE "DAY6 MONTH-END CLOSING STATEMENT FOR".
           03 FILLER PIC X(36)
               VALUE "DAY6 MORNING EXCEPTION WORKLIST FOR".
           03 FILLER PIC X(36)
               VALUE "DAY6 APPROVAL AGING REPORT FOR".
           03 FILLER PIC X(36)
               VALUE "DAY6 SUSPENSE LISTING FOR".
           03 FILLER PIC X(36)
               VALUE "REPORT DISTRIBUTION COVER SHEET FOR".
           03 FILLER PIC X(36)
               VALUE "REPORT DISTRIBUTION NOTICE FOR".
       01 BS-REPORT-TITLE-TABLE REDEFINES BS-REPORT-TITLES.
           03 BS-REPORT-TITLE PIC X(36) OCCURS 7 TIMES.

       01 BS-COL-HEADS.
           03 FILLER PIC X(60) VALUE SPACE.
           03 FILLER PIC X(60) VALUE SPACE.
           03 FILLER PIC X(60) VALUE SPACE.
           03 FILLER PIC X(60)
               VALUE "PART  APPROVAL STATUS, AGE AND AMOUNT".
           03 FILLER PIC X(60)
               VALUE
               "PART   REASON             ROW  SITE  SEQ  DATASET".
           03 FILLER PIC X(60) VALUE SPACE.
           03 FILLER PIC X(60) VALUE SPACE.
       01 BS-COL-HEAD-TABLE REDEFINES BS-COL-HEADS.
           03 BS-COL-HEAD PIC X(60) OCCURS 7 TIMES.

      *-----------------------------------------------------------
      *    PER REPORT: WHETHER THIS RUN BURSTS IT, WHETHER IT WAS
      *    THERE, ITS LINE COUNTS AND THE HEADING ITS SECTIONS ARE
      *    PRINTED UNDER.  HEADINGS 6 AND 7 ARE THE COVER SHEET'S
      *    AND THE NOTHING-TO-REPORT PAGE'S.
      *-----------------------------------------------------------
       01 BS-X-TABLE.
           03 BS-X OCCURS 5 TIMES.
               05 BS-X-RUN PIC 9(01).
               05 BS-X-PRESENT PIC 9(01).
               05 BS-X-READ PIC 9(06).
               05 BS-X-SENT PIC 9(06).
               05 BS-X-WIDE PIC 9(06).
               05 BS-X-UNDIST PIC 9(06).
       01 BS-HEAD-TABLE.
           03 BS-HEAD OCCURS 7 TIMES.
               05 BS-HEAD-TAKEN PIC 9(01).
               05 BS-HEAD-CNT PIC 9(01).
               05 BS-HEAD-LINE PIC X(132) OCCURS 4 TIMES.
       01 BS-X-I PIC 9(01) VALUE 0.
       01 BS-CUR-RPT PIC 9(01) VALUE 0.
       01 BS-SEC PIC 9(01) VALUE 0.
       01 BS-H-I PIC 9(01) VALUE 0.
       01 BS-HEAD-LEFT PIC 9(01) VALUE 0.
       01 BS-CAPTURING PIC 9(01) VALUE 0.
       01 BS-REJ-SIDE PIC 9(01) VALUE 0.
       01 BS-RUN-CNT PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    THE PART-TO-DEPARTMENT MAPPING.
      *-----------------------------------------------------------
       78 BS-MAX-PARTS VALUE 9999.
       01 BS-PART-TABLE.
           03 BS-PART OCCURS 9999 TIMES.
               05 BS-P-PART-NO PIC X(05).
               05 BS-P-DEPT PIC X(04).
       01 BS-PART-CNT PIC 9(04) VALUE 0.
       01 BS-P-I PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE RECIPIENTS IN THE ORDER THE CONTROL FILE FIRST NAMES
      *    THEM, AND THE RULES THAT ROUTE LINES TO THEM.
      *-----------------------------------------------------------
       78 BS-MAX-RECIPS VALUE 200.
       01 BS-RCP-TABLE.
           03 BS-RCP OCCURS 200 TIMES.
               05 BS-R-RECIP PIC X(08).
               05 BS-R-NAME PIC X(30).
               05 BS-R-CLASS PIC X(01).
               05 BS-R-COPIES PIC 9(02).
               05 BS-R-SERVED PIC 9(01).
               05 BS-R-PAGES PIC 9(04).
               05 BS-R-TOTAL PIC 9(06).
               05 BS-R-ON PIC 9(01) OCCURS 5 TIMES.
               05 BS-R-LINES PIC 9(06) OCCURS 5 TIMES.
       01 BS-RCP-CNT PIC 9(03) VALUE 0.
       01 BS-R-I PIC 9(03) VALUE 0.
       01 BS-R-FOUND PIC 9(03) VALUE 0.

       78 BS-MAX-RULES VALUE 500.
       01 BS-RULE-TABLE.
           03 BS-RULE OCCURS 500 TIMES.
               05 BS-U-RPT PIC 9(01).
               05 BS-U-TYPE PIC X(01).
               05 BS-U-KEY PIC X(04).
               05 BS-U-RCP PIC 9(03).
       01 BS-RULE-CNT PIC 9(03) VALUE 0.
       01 BS-U-I PIC 9(03) VALUE 0.

      *-----------------------------------------------------------
      *    THE RECIPIENTS THE CURRENT LINE GOES TO.
      *-----------------------------------------------------------
       01 BS-HIT-TABLE.
           03 BS-HIT PIC 9(01) OCCURS 200 TIMES.
       01 BS-OWNED-HIT PIC 9(01) VALUE 0.

      *-----------------------------------------------------------
      *    THE PARTS WHOSE LINES REACHED NO OFFICE OR DEPARTMENT.
      *-----------------------------------------------------------
       78 BS-MAX-UNDIST VALUE 500.
       01 BS-UND-TABLE.
           03 BS-UND OCCURS 500 TIMES.
               05 BS-N-RPT PIC 9(01).
               05 BS-N-PART-NO PIC X(05).
               05 BS-N-DEPT PIC X(04).
               05 BS-N-LINES PIC 9(06).
       01 BS-UND-CNT PIC 9(03) VALUE 0.
       01 BS-UND-LOST PIC 9(06) VALUE 0.
       01 BS-N-I PIC 9(03) VALUE 0.
       01 BS-N-FOUND PIC 9(03) VALUE 0.

       78 BS-MAX-WARNS VALUE 50.
       01 BS-WARN-TABLE.
           03 BS-WARN PIC X(100) OCCURS 50 TIMES.
       01 BS-WARN-CNT PIC 9(02) VALUE 0.
       01 BS-WARN-LOST PIC 9(04) VALUE 0.
       01 BS-WARN-TEXT PIC X(100) VALUE SPACE.

      *-----------------------------------------------------------
      *    THE LINE IN HAND.  BS-KIND: H HEADING (DROPPED - EACH
      *    SECTION IS RE-HEADED), P OWNED BY ITS OWN PART, C OWNED
      *    BY THE PART ABOVE IT, R REPORT-WIDE.
      *-----------------------------------------------------------
       78 BS-PAGE-THROW VALUE X"0C".
       01 BS-RAW PIC X(132) VALUE SPACE.
       01 BS-TEXT PIC X(132) VALUE SPACE.
       01 BS-KIND PIC X(01) VALUE SPACE.
           88 BS-KIND-HEAD VALUE "H".
           88 BS-KIND-PART VALUE "P".
           88 BS-KIND-CONT VALUE "C".
           88 BS-KIND-WIDE VALUE "R".
       01 BS-L-PART PIC X(05) VALUE SPACE.
       01 BS-L-SITE PIC X(04) VALUE SPACE.
       01 BS-L-DEPT PIC X(04) VALUE SPACE.
       01 BS-OWN-PART PIC X(05) VALUE SPACE.
       01 BS-OWN-SITE PIC X(04) VALUE SPACE.
       01 BS-OWN-DEPT PIC X(04) VALUE SPACE.

       COPY "rej-rec.cpy".

       01 BS-REJ-LINE.
           03 RJ-PART-NO PIC X(05) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 RJ-REASON PIC X(16) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 RJ-ROW PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 RJ-SITE PIC X(03) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 RJ-SEQ PIC ZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 RJ-DATASET PIC X(06) VALUE SPACE.
           03 FILLER PIC X(84) VALUE SPACE.

      *-----------------------------------------------------------
      *    THE BURST OUTPUT BEING WRITTEN.
      *-----------------------------------------------------------
       78 BS-LINES-PER-PAGE VALUE 56.
       01 BS-B-LINE-CNT PIC 9(02) VALUE 99.
       01 BS-B-HOLD PIC X(132) VALUE SPACE.
       01 BS-B-PAGE-ED PIC ZZZ9.
       01 BS-CNT-ED PIC ZZZZZ9.

       01 BS-COVER-LINE.
           03 FILLER PIC X(04) VALUE SPACE.
           03 CV-LABEL PIC X(20) VALUE SPACE.
           03 CV-VALUE PIC X(60) VALUE SPACE.
           03 FILLER PIC X(48) VALUE SPACE.

      *-----------------------------------------------------------
      *    THE DSTRPT CONTROL REPORT.
      *-----------------------------------------------------------
       01 BS-LINE-CNT PIC 9(02) VALUE 99.
       01 BS-LINE-HOLD PIC X(132) VALUE SPACE.
       01 BS-PAGE-NO PIC 9(04) VALUE 0.

       01 BS-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 HD1-TITLE PIC X(36)
               VALUE "REPORT DISTRIBUTION CONTROL FOR".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-DATE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 BS-HEAD-2 PIC X(132) VALUE SPACE.

       01 BS-HEAD-RCP.
           03 FILLER PIC X(10) VALUE "RECIPIENT".
           03 FILLER PIC X(32) VALUE "NAME".
           03 FILLER PIC X(07) VALUE "CLASS".
           03 FILLER PIC X(08) VALUE "COPIES".
           03 FILLER PIC X(07) VALUE "  PAGES".
           03 FILLER PIC X(09) VALUE "    LINES".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(57) VALUE "NOTE".

       01 BS-RCP-DETAIL.
           03 DR-RECIP PIC X(08) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DR-NAME PIC X(30) VALUE SPACE.
           03 FILLER PIC X(04) VALUE SPACE.
           03 DR-CLASS PIC X(01) VALUE SPACE.
           03 FILLER PIC X(06) VALUE SPACE.
           03 DR-COPIES PIC Z9.
           03 FILLER PIC X(05) VALUE SPACE.
           03 DR-PAGES PIC ZZZ9.
           03 FILLER PIC X(03) VALUE SPACE.
           03 DR-LINES PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DR-NOTE PIC X(40) VALUE SPACE.
           03 FILLER PIC X(19) VALUE SPACE.

       01 BS-HEAD-RPT.
           03 FILLER PIC X(10) VALUE "REPORT".
           03 FILLER PIC X(16) VALUE "STATUS".
           03 FILLER PIC X(11) VALUE " LINES READ".
           03 FILLER PIC X(13) VALUE "  DISTRIBUTED".
           03 FILLER PIC X(13) VALUE "  WHOLE-COPY".
           03 FILLER PIC X(15) VALUE "  UNDISTRIBUTED".
           03 FILLER PIC X(54) VALUE SPACE.

       01 BS-RPT-DETAIL.
           03 DX-REPORT PIC X(08) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DX-STATUS PIC X(16) VALUE SPACE.
           03 FILLER PIC X(05) VALUE SPACE.
           03 DX-READ PIC ZZZZZ9.
           03 FILLER PIC X(07) VALUE SPACE.
           03 DX-SENT PIC ZZZZZ9.
           03 FILLER PIC X(07) VALUE SPACE.
           03 DX-WIDE PIC ZZZZZ9.
           03 FILLER PIC X(09) VALUE SPACE.
           03 DX-UNDIST PIC ZZZZZ9.
           03 FILLER PIC X(54) VALUE SPACE.

       01 BS-HEAD-UND.
           03 FILLER PIC X(10) VALUE "REPORT".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(06) VALUE "DEPT".
           03 FILLER PIC X(07) VALUE "  LINES".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(100) VALUE "NOTE".

       01 BS-UND-DETAIL.
           03 DN-REPORT PIC X(08) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DN-PART-NO PIC X(05) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DN-DEPT PIC X(04) VALUE SPACE.
           03 FILLER PIC X(03) VALUE SPACE.
           03 DN-LINES PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DN-NOTE PIC X(50) VALUE SPACE.
           03 FILLER PIC X(50) VALUE SPACE.

       01 BS-WARN-DETAIL.
           03 FILLER PIC X(10) VALUE "WARNING".
           03 DW-TEXT PIC X(100) VALUE SPACE.
           03 FILLER PIC X(22) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COUNT-LINES THRU 2000-EXIT.
           PERFORM 4000-BURST THRU 4000-EXIT.
           PERFORM 5000-PRINT-CONTROL THRU 5000-EXIT.
           DISPLAY "DAY6BST: " BS-RUN-CNT " REPORTS BURST FOR "
               BS-RCP-CNT " RECIPIENTS, " BS-UND-CNT
               " PARTS UNDISTRIBUTED, " BS-WARN-CNT " WARNINGS".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF BS-RC EQUAL 4
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE ZERO TO BS-X-TABLE.
           MOVE ZERO TO BS-HEAD-TABLE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF BS-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6BST: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- NOTHING BURST"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF BS-RUN-CNT EQUAL 0
             DISPLAY "DAY6BST: RUNCTL NAMES NO REPORT= CARD - "
                 "NOTHING BURST"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT BS-OUT-FILE.
           IF NOT BS-OUT-OK
             DISPLAY "DAY6BST: UNABLE TO OPEN BURSTOUT, STATUS="
                 BS-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT BS-RPT-FILE.
           IF NOT BS-RPT-OK
             DISPLAY "DAY6BST: UNABLE TO OPEN DSTRPT, STATUS="
                 BS-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-PARTS THRU 1500-EXIT.
           PERFORM 1700-LOAD-DISTRIBUTION THRU 1700-EXIT.
           PERFORM 1900-BUILD-HEADINGS THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    RUN-CONTROL CARDS - THE CYCLE DATE FOR THE HEADINGS AND
      *    ONE REPORT= CARD PER REPORT TO BURST.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT BS-CTL-FILE.
           IF BS-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT BS-CTL-OK
             DISPLAY "DAY6BST: UNABLE TO OPEN RUNCTL, STATUS="
                 BS-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BS-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL BS-CTL-EOF
             IF BS-CTL-RECORD NOT EQUAL SPACE
                 AND BS-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE BS-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ BS-CTL-FILE
             AT END
               SET BS-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO BS-CTL-KEY BS-CTL-VALUE.
           UNSTRING BS-CTL-RECORD DELIMITED BY "="
               INTO BS-CTL-KEY BS-CTL-VALUE.
           EVALUATE BS-CTL-KEY
             WHEN "CYCLE-DATE"
               IF BS-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6BST: CYCLE-DATE VALUE '" BS-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE BS-CTL-VALUE(1:8) TO BS-CYCLE-DATE
             WHEN "REPORT"
               MOVE 0 TO BS-CUR-RPT
               PERFORM VARYING BS-X-I FROM 1 BY 1
                   UNTIL BS-X-I > BS-MAX-REPORTS
                 IF BS-CTL-VALUE EQUAL BS-REPORT-NAME(BS-X-I)
                   MOVE BS-X-I TO BS-CUR-RPT
                 END-IF
               END-PERFORM
               IF BS-CUR-RPT EQUAL 0
                 DISPLAY "DAY6BST: REPORT VALUE '" BS-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT RPTOUT, CLSRPT, "
                     "WRKRPT, AGERPT OR WSREJ"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF BS-X-RUN(BS-CUR-RPT) EQUAL 0
                 MOVE 1 TO BS-X-RUN(BS-CUR-RPT)
                 ADD 1 TO BS-RUN-CNT
               END-IF
             WHEN OTHER
               DISPLAY "DAY6BST: UNRECOGNISED KEYWORD '" BS-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE PART-TO-DEPARTMENT MAPPING.  NO MASTER AT ALL IS
      *    A HARD ERROR - THE REST OF THE SUITE ALREADY INSISTS ON
      *    IT.
      *-----------------------------------------------------------
       1500-LOAD-PARTS.
           OPEN INPUT BS-PART-FILE.
           IF NOT BS-PART-OK
             DISPLAY "DAY6BST: UNABLE TO OPEN PARTMST, STATUS="
                 BS-PART-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BS-PART-EOF-FLAG.
           PERFORM 1510-READ-PART THRU 1510-EXIT.
           PERFORM UNTIL BS-PART-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               IF BS-PART-CNT >= BS-MAX-PARTS
                 DISPLAY "DAY6BST: MORE THAN " BS-MAX-PARTS
                     " PART NUMBERS ON PARTMST - TABLE FULL"
                 CLOSE BS-PART-FILE
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO BS-PART-CNT
               MOVE PM-PART-NO TO BS-P-PART-NO(BS-PART-CNT)
               MOVE PM-DEPT TO BS-P-DEPT(BS-PART-CNT)
             END-IF
             PERFORM 1510-READ-PART THRU 1510-EXIT
           END-PERFORM.
           CLOSE BS-PART-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PART.
           READ BS-PART-FILE
             AT END
               SET BS-PART-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE DISTRIBUTION CONTROL FILE.  WITHOUT IT THERE IS
      *    NOBODY TO BURST FOR, AND A RECORD THE STEP CAN'T READ IS
      *    A HARD ERROR - GUESSING WOULD SEND ONE OFFICE'S LINES TO
      *    ANOTHER.
      *-----------------------------------------------------------
       1700-LOAD-DISTRIBUTION.
           OPEN INPUT BS-DST-FILE.
           IF NOT BS-DST-OK
             DISPLAY "DAY6BST: UNABLE TO OPEN DISTCTL, STATUS="
                 BS-DST-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BS-DST-EOF-FLAG.
           PERFORM 1710-READ-DST THRU 1710-EXIT.
           PERFORM UNTIL BS-DST-EOF
             IF DST-RECORD NOT EQUAL SPACE
                 AND DST-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1750-TAKE-DST THRU 1750-EXIT
             END-IF
             PERFORM 1710-READ-DST THRU 1710-EXIT
           END-PERFORM.
           CLOSE BS-DST-FILE.
           IF BS-RULE-CNT EQUAL 0
             DISPLAY "DAY6BST: DISTCTL HOLDS NO DISTRIBUTION RECORDS"
                 " - NOTHING BURST"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1700-EXIT.
           EXIT.

       1710-READ-DST.
           READ BS-DST-FILE
             AT END
               SET BS-DST-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

       1750-TAKE-DST.
           MOVE 0 TO BS-CUR-RPT.
           PERFORM VARYING BS-X-I FROM 1 BY 1
               UNTIL BS-X-I > BS-MAX-REPORTS
             IF DST-REPORT EQUAL BS-REPORT-NAME(BS-X-I)
               MOVE BS-X-I TO BS-CUR-RPT
             END-IF
           END-PERFORM.
           IF BS-CUR-RPT EQUAL 0
             DISPLAY "DAY6BST: DISTCTL RECORD FOR " DST-RECIP
                 " - REPORT '" DST-REPORT "' IS NOT ONE THIS STEP "
                 "BURSTS"
             PERFORM 1790-REFUSE-DISTRIBUTION THRU 1790-EXIT
           END-IF.
           IF NOT DST-BY-DEPT AND NOT DST-BY-SITE AND NOT DST-WHOLE
             DISPLAY "DAY6BST: DISTCTL RECORD FOR " DST-RECIP
                 " - KEY TYPE '" DST-KEY-TYPE "' IS NOT D, S OR *"
             PERFORM 1790-REFUSE-DISTRIBUTION THRU 1790-EXIT
           END-IF.
           IF NOT DST-WHOLE AND DST-KEY EQUAL SPACE
             DISPLAY "DAY6BST: DISTCTL RECORD FOR " DST-RECIP
                 " - NO DEPARTMENT OR SITE TO SELECT ON"
             PERFORM 1790-REFUSE-DISTRIBUTION THRU 1790-EXIT
           END-IF.
           IF DST-RECIP EQUAL SPACE OR DST-CLASS EQUAL SPACE
             DISPLAY "DAY6BST: DISTCTL RECORD FOR " DST-REPORT
                 " " DST-KEY " - NO RECIPIENT OR OUTPUT CLASS"
             PERFORM 1790-REFUSE-DISTRIBUTION THRU 1790-EXIT
           END-IF.
           IF DST-COPIES IS NOT NUMERIC OR DST-COPIES EQUAL 0
             DISPLAY "DAY6BST: DISTCTL RECORD FOR " DST-RECIP
                 " - COPIES '" DST-COPIES "' IS NOT 01 TO 99"
             PERFORM 1790-REFUSE-DISTRIBUTION THRU 1790-EXIT
           END-IF.
           IF BS-RULE-CNT >= BS-MAX-RULES
             DISPLAY "DAY6BST: MORE THAN " BS-MAX-RULES
                 " RECORDS ON DISTCTL - TABLE FULL"
             PERFORM 1790-REFUSE-DISTRIBUTION THRU 1790-EXIT
           END-IF.
           PERFORM 1760-FIND-RECIPIENT THRU 1760-EXIT.
      *    ONLY THE SUSPENSE LISTING CARRIES A KEYING SITE - A SITE
      *    RECORD FOR ANY OTHER REPORT CAN NEVER SELECT A LINE.
           IF DST-BY-SITE AND BS-CUR-RPT NOT EQUAL 5
             MOVE SPACE TO BS-WARN-TEXT
             STRING "DISTCTL " DELIMITED BY SIZE
                 DST-RECIP DELIMITED BY SPACE
                 " SELECTS SITE " DELIMITED BY SIZE
                 DST-KEY DELIMITED BY SPACE
                 " ON " DELIMITED BY SIZE
                 DST-REPORT DELIMITED BY SPACE
                 " - ONLY WSREJ CARRIES A SITE" DELIMITED BY SIZE
                 INTO BS-WARN-TEXT
             PERFORM 1850-NOTE-WARNING THRU 1850-EXIT
           END-IF.
           ADD 1 TO BS-RULE-CNT.
           MOVE BS-CUR-RPT TO BS-U-RPT(BS-RULE-CNT).
           MOVE DST-KEY-TYPE TO BS-U-TYPE(BS-RULE-CNT).
           MOVE DST-KEY TO BS-U-KEY(BS-RULE-CNT).
           MOVE BS-R-FOUND TO BS-U-RCP(BS-RULE-CNT).
           MOVE 1 TO BS-R-ON(BS-R-FOUND, BS-CUR-RPT).
           IF BS-X-RUN(BS-CUR-RPT) EQUAL 1
             MOVE 1 TO BS-R-SERVED(BS-R-FOUND)
           END-IF.
       1750-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FIND OR ADD THE RECORD'S RECIPIENT.  THE FIRST RECORD
      *    SETS ITS CLASS, COPIES AND NAME; A LATER RECORD THAT
      *    DISAGREES IS OVERRULED WITH A WARNING.
      *-----------------------------------------------------------
       1760-FIND-RECIPIENT.
           MOVE 0 TO BS-R-FOUND.
           PERFORM VARYING BS-R-I FROM 1 BY 1
               UNTIL BS-R-I > BS-RCP-CNT OR BS-R-FOUND > 0
             IF BS-R-RECIP(BS-R-I) EQUAL DST-RECIP
               MOVE BS-R-I TO BS-R-FOUND
             END-IF
           END-PERFORM.
           IF BS-R-FOUND > 0
             IF DST-CLASS NOT EQUAL BS-R-CLASS(BS-R-FOUND)
                 OR DST-COPIES NOT EQUAL BS-R-COPIES(BS-R-FOUND)
               MOVE SPACE TO BS-WARN-TEXT
               STRING "DISTCTL " DELIMITED BY SIZE
                   DST-RECIP DELIMITED BY SPACE
                   " ON " DELIMITED BY SIZE
                   DST-REPORT DELIMITED BY SPACE
                   " ASKS A DIFFERENT CLASS OR COPIES - "
                   DELIMITED BY SIZE
                   "ITS FIRST RECORD STANDS" DELIMITED BY SIZE
                   INTO BS-WARN-TEXT
               PERFORM 1850-NOTE-WARNING THRU 1850-EXIT
             END-IF
             GO TO 1760-EXIT
           END-IF.
           IF BS-RCP-CNT >= BS-MAX-RECIPS
             DISPLAY "DAY6BST: MORE THAN " BS-MAX-RECIPS
                 " RECIPIENTS ON DISTCTL - TABLE FULL"
             PERFORM 1790-REFUSE-DISTRIBUTION THRU 1790-EXIT
           END-IF.
           ADD 1 TO BS-RCP-CNT.
           MOVE BS-RCP-CNT TO BS-R-FOUND.
           MOVE DST-RECIP TO BS-R-RECIP(BS-R-FOUND).
           MOVE DST-NAME TO BS-R-NAME(BS-R-FOUND).
           MOVE DST-CLASS TO BS-R-CLASS(BS-R-FOUND).
           MOVE DST-COPIES TO BS-R-COPIES(BS-R-FOUND).
           MOVE 0 TO BS-R-SERVED(BS-R-FOUND) BS-R-PAGES(BS-R-FOUND)
               BS-R-TOTAL(BS-R-FOUND).
           PERFORM VARYING BS-X-I FROM 1 BY 1
               UNTIL BS-X-I > BS-MAX-REPORTS
             MOVE 0 TO BS-R-ON(BS-R-FOUND, BS-X-I)
             MOVE 0 TO BS-R-LINES(BS-R-FOUND, BS-X-I)
           END-PERFORM.
       1760-EXIT.
           EXIT.

       1790-REFUSE-DISTRIBUTION.
           CLOSE BS-DST-FILE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN WITH ERROR STATUS 16.
       1790-EXIT.
           EXIT.

       1850-NOTE-WARNING.
           MOVE 4 TO BS-RC.
           DISPLAY "DAY6BST: " BS-WARN-TEXT.
           IF BS-WARN-CNT >= BS-MAX-WARNS
             ADD 1 TO BS-WARN-LOST
             GO TO 1850-EXIT
           END-IF.
           ADD 1 TO BS-WARN-CNT.
           MOVE BS-WARN-TEXT TO BS-WARN(BS-WARN-CNT).
       1850-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE HEADINGS THIS STEP PRINTS ITSELF - THE HOUSE TITLE
      *    LINE, A BLANK, THE COLUMN HEADING AND A BLANK.  A REPORT
      *    THAT PRINTS ITS OWN HEADING HAS THIS ONE REPLACED BY THE
      *    FIRST IT PRINTS; THE COVER SHEET AND THE NOTICE PAGE
      *    HAVE NO COLUMNS.
      *-----------------------------------------------------------
       1900-BUILD-HEADINGS.
           MOVE BS-CYCLE-DATE TO HD1-DATE.
           MOVE 0 TO HD1-PAGE.
           PERFORM VARYING BS-SEC FROM 1 BY 1 UNTIL BS-SEC > 7
             MOVE BS-REPORT-TITLE(BS-SEC) TO HD1-TITLE
             MOVE BS-HEAD-1 TO BS-HEAD-LINE(BS-SEC, 1)
             MOVE SPACE TO BS-HEAD-LINE(BS-SEC, 2)
                 BS-HEAD-LINE(BS-SEC, 3) BS-HEAD-LINE(BS-SEC, 4)
             IF BS-SEC > 5
               MOVE 2 TO BS-HEAD-CNT(BS-SEC)
             ELSE
               MOVE BS-COL-HEAD(BS-SEC) TO BS-HEAD-LINE(BS-SEC, 3)
               MOVE 4 TO BS-HEAD-CNT(BS-SEC)
             END-IF
           END-PERFORM.
           MOVE "REPORT DISTRIBUTION CONTROL FOR" TO HD1-TITLE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FIRST PASS - READ EVERY REPORT THIS RUN BURSTS AND COUNT
      *    EACH RECIPIENT'S LINES, SO THE COVER SHEETS CAN SAY WHAT
      *    FOLLOWS THEM.
      *-----------------------------------------------------------
       2000-COUNT-LINES.
           PERFORM VARYING BS-CUR-RPT FROM 1 BY 1
               UNTIL BS-CUR-RPT > BS-MAX-REPORTS
             IF BS-X-RUN(BS-CUR-RPT) EQUAL 1
               PERFORM 2100-COUNT-REPORT THRU 2100-EXIT
             END-IF
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-COUNT-REPORT.
           PERFORM 2200-OPEN-REPORT THRU 2200-EXIT.
           PERFORM 2300-READ-REPORT THRU 2300-EXIT.
           PERFORM UNTIL BS-IN-EOF
             PERFORM 3000-CLASSIFY-LINE THRU 3000-EXIT
             IF NOT BS-KIND-HEAD
               ADD 1 TO BS-X-READ(BS-CUR-RPT)
               PERFORM 3200-MATCH-LINE THRU 3200-EXIT
               PERFORM 2150-COUNT-LINE THRU 2150-EXIT
             END-IF
             PERFORM 2300-READ-REPORT THRU 2300-EXIT
           END-PERFORM.
           PERFORM 2400-CLOSE-REPORT THRU 2400-EXIT.
       2100-EXIT.
           EXIT.

       2150-COUNT-LINE.
           PERFORM VARYING BS-R-I FROM 1 BY 1
               UNTIL BS-R-I > BS-RCP-CNT
             IF BS-HIT(BS-R-I) EQUAL 1
               ADD 1 TO BS-R-LINES(BS-R-I, BS-CUR-RPT)
               ADD 1 TO BS-R-TOTAL(BS-R-I)
             END-IF
           END-PERFORM.
           IF BS-L-PART EQUAL SPACE
             ADD 1 TO BS-X-WIDE(BS-CUR-RPT)
             GO TO 2150-EXIT
           END-IF.
           IF BS-OWNED-HIT EQUAL 1
             ADD 1 TO BS-X-SENT(BS-CUR-RPT)
           ELSE
             ADD 1 TO BS-X-UNDIST(BS-CUR-RPT)
             PERFORM 3300-NOTE-UNDISTRIBUTED THRU 3300-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    OPEN THE CURRENT REPORT.  ABSENT IS EMPTY; THE SUSPENSE
      *    LISTING IS WSREJ1 FOLLOWED BY WSREJ2.
      *-----------------------------------------------------------
       2200-OPEN-REPORT.
           MOVE "N" TO BS-IN-EOF-FLAG.
           MOVE 0 TO BS-HEAD-LEFT BS-CAPTURING.
           MOVE SPACE TO BS-OWN-PART BS-OWN-SITE BS-OWN-DEPT.
           EVALUATE BS-CUR-RPT
             WHEN 1
               OPEN INPUT BS-STM-FILE
               IF NOT BS-STM-OK AND NOT BS-STM-ABSENT
                 DISPLAY "DAY6BST: UNABLE TO OPEN RPTOUT, STATUS="
                     BS-STM-STATUS
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF BS-STM-ABSENT
                 SET BS-IN-EOF TO TRUE
               END-IF
             WHEN 2
               OPEN INPUT BS-CLS-FILE
               IF NOT BS-CLS-OK AND NOT BS-CLS-ABSENT
                 DISPLAY "DAY6BST: UNABLE TO OPEN CLSRPT, STATUS="
                     BS-CLS-STATUS
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF BS-CLS-ABSENT
                 SET BS-IN-EOF TO TRUE
               END-IF
             WHEN 3
               OPEN INPUT BS-WRK-FILE
               IF NOT BS-WRK-OK AND NOT BS-WRK-ABSENT
                 DISPLAY "DAY6BST: UNABLE TO OPEN WRKRPT, STATUS="
                     BS-WRK-STATUS
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF BS-WRK-ABSENT
                 SET BS-IN-EOF TO TRUE
               END-IF
             WHEN 4
               OPEN INPUT BS-AGE-FILE
               IF NOT BS-AGE-OK AND NOT BS-AGE-ABSENT
                 DISPLAY "DAY6BST: UNABLE TO OPEN AGERPT, STATUS="
                     BS-AGE-STATUS
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF BS-AGE-ABSENT
                 SET BS-IN-EOF TO TRUE
               END-IF
             WHEN 5
               OPEN INPUT BS-REJ1-FILE
               IF NOT BS-REJ1-OK AND NOT BS-REJ1-ABSENT
                 DISPLAY "DAY6BST: UNABLE TO OPEN WSREJ1, STATUS="
                     BS-REJ1-STATUS
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               OPEN INPUT BS-REJ2-FILE
               IF NOT BS-REJ2-OK AND NOT BS-REJ2-ABSENT
                 DISPLAY "DAY6BST: UNABLE TO OPEN WSREJ2, STATUS="
                     BS-REJ2-STATUS
                 IF BS-REJ1-OK
                   CLOSE BS-REJ1-FILE
                 END-IF
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE 1 TO BS-REJ-SIDE
               IF BS-REJ1-ABSENT
                 MOVE 2 TO BS-REJ-SIDE
               END-IF
               IF BS-REJ1-ABSENT AND BS-REJ2-ABSENT
                 SET BS-IN-EOF TO TRUE
               END-IF
           END-EVALUATE.
           IF BS-IN-EOF
             MOVE 0 TO BS-X-PRESENT(BS-CUR-RPT)
           ELSE
             MOVE 1 TO BS-X-PRESENT(BS-CUR-RPT)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-READ-REPORT.
           IF BS-IN-EOF
             GO TO 2300-EXIT
           END-IF.
           MOVE SPACE TO BS-RAW.
           EVALUATE BS-CUR-RPT
             WHEN 1
               READ BS-STM-FILE INTO BS-RAW
                 AT END
                   SET BS-IN-EOF TO TRUE
               END-READ
             WHEN 2
               READ BS-CLS-FILE INTO BS-RAW
                 AT END
                   SET BS-IN-EOF TO TRUE
               END-READ
             WHEN 3
               READ BS-WRK-FILE INTO BS-RAW
                 AT END
                   SET BS-IN-EOF TO TRUE
               END-READ
             WHEN 4
               READ BS-AGE-FILE INTO BS-RAW
                 AT END
                   SET BS-IN-EOF TO TRUE
               END-READ
             WHEN 5
               PERFORM 2350-READ-SUSPENSE THRU 2350-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE NEXT SUSPENSE RECORD, WSREJ1'S FIRST, LISTED AS A
      *    PRINT LINE.  REJ-RECORD KEEPS ITS PART AND SITE FOR THE
      *    CLASSIFICATION.
      *-----------------------------------------------------------
       2350-READ-SUSPENSE.
           IF BS-REJ-SIDE EQUAL 1
             READ BS-REJ1-FILE INTO REJ-RECORD
               AT END
                 MOVE 2 TO BS-REJ-SIDE
                 IF BS-REJ2-ABSENT
                   MOVE 3 TO BS-REJ-SIDE
                 END-IF
             END-READ
           END-IF.
           IF BS-REJ-SIDE EQUAL 1
             MOVE "WSREJ1" TO RJ-DATASET
             GO TO 2350-FORMAT
           END-IF.
           IF BS-REJ-SIDE EQUAL 2
             READ BS-REJ2-FILE INTO REJ-RECORD
               AT END
                 MOVE 3 TO BS-REJ-SIDE
             END-READ
           END-IF.
           IF BS-REJ-SIDE EQUAL 2
             MOVE "WSREJ2" TO RJ-DATASET
             GO TO 2350-FORMAT
           END-IF.
           SET BS-IN-EOF TO TRUE.
           GO TO 2350-EXIT.
       2350-FORMAT.
           MOVE REJ-PART-NO TO RJ-PART-NO.
           MOVE REJ-REASON TO RJ-REASON.
           MOVE 0 TO RJ-ROW RJ-SEQ.
           IF REJ-ROW IS NUMERIC
             MOVE REJ-ROW TO RJ-ROW
           END-IF.
           IF REJ-SEQ IS NUMERIC
             MOVE REJ-SEQ TO RJ-SEQ
           END-IF.
           MOVE REJ-SITE TO RJ-SITE.
           MOVE BS-REJ-LINE TO BS-RAW.
       2350-EXIT.
           EXIT.

       2400-CLOSE-REPORT.
           EVALUATE BS-CUR-RPT
             WHEN 1
               IF NOT BS-STM-ABSENT
                 CLOSE BS-STM-FILE
               END-IF
             WHEN 2
               IF NOT BS-CLS-ABSENT
                 CLOSE BS-CLS-FILE
               END-IF
             WHEN 3
               IF NOT BS-WRK-ABSENT
                 CLOSE BS-WRK-FILE
               END-IF
             WHEN 4
               IF NOT BS-AGE-ABSENT
                 CLOSE BS-AGE-FILE
               END-IF
             WHEN 5
               IF NOT BS-REJ1-ABSENT
                 CLOSE BS-REJ1-FILE
               END-IF
               IF NOT BS-REJ2-ABSENT
                 CLOSE BS-REJ2-FILE
               END-IF
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SAY WHAT THE LINE IN BS-RAW IS AND WHOSE.  A PAGE-THROW
      *    CHARACTER AHEAD OF A TITLE LINE IS DROPPED.  A REPORT'S
      *    TITLE LINE STARTS ITS HEADING BLOCK - FOUR LINES ON THE
      *    STATEMENTS, TWO ON THE WORKLIST - AND THE FIRST BLOCK IS
      *    KEPT TO HEAD THE BURST SECTIONS.
      *-----------------------------------------------------------
       3000-CLASSIFY-LINE.
           MOVE BS-RAW TO BS-TEXT.
           IF BS-RAW(1:1) EQUAL BS-PAGE-THROW
             MOVE BS-RAW(2:131) TO BS-TEXT
           END-IF.
           MOVE SPACE TO BS-L-PART BS-L-SITE BS-L-DEPT.
           IF BS-HEAD-LEFT > 0
             SUBTRACT 1 FROM BS-HEAD-LEFT
             SET BS-KIND-HEAD TO TRUE
             IF BS-CAPTURING EQUAL 1
               PERFORM 3050-CAPTURE-HEADING THRU 3050-EXIT
             END-IF
             GO TO 3000-EXIT
           END-IF.
           MOVE 0 TO BS-H-I.
           EVALUATE BS-CUR-RPT
             WHEN 1
             WHEN 2
               IF BS-TEXT(1:28) EQUAL "GENERAL LEDGER BATCH CONTROL"
                 MOVE 4 TO BS-H-I
               END-IF
             WHEN 3
               IF BS-TEXT(1:31)
                   EQUAL "DAY6 MORNING EXCEPTION WORKLIST"
                 MOVE 2 TO BS-H-I
               END-IF
           END-EVALUATE.
           IF BS-H-I > 0
             SET BS-KIND-HEAD TO TRUE
             SUBTRACT 1 FROM BS-H-I GIVING BS-HEAD-LEFT
             MOVE 0 TO BS-CAPTURING
             IF BS-HEAD-TAKEN(BS-CUR-RPT) EQUAL 0
               MOVE 1 TO BS-HEAD-TAKEN(BS-CUR-RPT) BS-CAPTURING
               MOVE 0 TO BS-HEAD-CNT(BS-CUR-RPT)
               PERFORM 3050-CAPTURE-HEADING THRU 3050-EXIT
             END-IF
             GO TO 3000-EXIT
           END-IF.
           SET BS-KIND-CONT TO TRUE.
           EVALUATE BS-CUR-RPT
             WHEN 1
               IF BS-TEXT(1:13) EQUAL "MONTH TO DATE"
                 SET BS-KIND-WIDE TO TRUE
               ELSE
                 IF BS-TEXT(114:5) NOT EQUAL SPACE
                   SET BS-KIND-PART TO TRUE
                   MOVE BS-TEXT(114:5) TO BS-OWN-PART
                 END-IF
               END-IF
             WHEN 2
               IF BS-TEXT(1:6) EQUAL "MONTH "
                 SET BS-KIND-WIDE TO TRUE
               ELSE
                 IF BS-TEXT(1:5) NOT EQUAL SPACE
                   SET BS-KIND-PART TO TRUE
                   MOVE BS-TEXT(1:5) TO BS-OWN-PART
                 END-IF
               END-IF
             WHEN 3
               IF BS-TEXT(1:9) EQUAL "ALL CLEAR"
                 SET BS-KIND-WIDE TO TRUE
               ELSE
                 IF BS-TEXT(1:6) EQUAL "BATCH "
                   SET BS-KIND-PART TO TRUE
                   MOVE BS-TEXT(7:5) TO BS-OWN-PART
                 END-IF
               END-IF
             WHEN 4
               IF BS-TEXT(1:5) NOT EQUAL SPACE
                 SET BS-KIND-PART TO TRUE
                 MOVE BS-TEXT(1:5) TO BS-OWN-PART
               END-IF
             WHEN 5
               SET BS-KIND-PART TO TRUE
               MOVE REJ-PART-NO TO BS-OWN-PART
               MOVE REJ-SITE TO BS-OWN-SITE
           END-EVALUATE.
           IF BS-KIND-WIDE
             GO TO 3000-EXIT
           END-IF.
           IF BS-KIND-PART
             PERFORM 3100-FIND-DEPT THRU 3100-EXIT
           END-IF.
           MOVE BS-OWN-PART TO BS-L-PART.
           MOVE BS-OWN-SITE TO BS-L-SITE.
           MOVE BS-OWN-DEPT TO BS-L-DEPT.
       3000-EXIT.
           EXIT.

       3050-CAPTURE-HEADING.
           IF BS-HEAD-CNT(BS-CUR-RPT) < 4
             ADD 1 TO BS-HEAD-CNT(BS-CUR-RPT)
             MOVE BS-TEXT TO
                 BS-HEAD-LINE(BS-CUR-RPT, BS-HEAD-CNT(BS-CUR-RPT))
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE OWNING DEPARTMENT OF THE PART JUST MET.  A PART NOT
      *    ON PARTMST HAS NONE AND REACHES ONLY A SITE OR WHOLE-
      *    REPORT RECIPIENT.
      *-----------------------------------------------------------
       3100-FIND-DEPT.
           MOVE SPACE TO BS-OWN-DEPT.
           PERFORM VARYING BS-P-I FROM 1 BY 1
               UNTIL BS-P-I > BS-PART-CNT
                  OR BS-OWN-DEPT NOT EQUAL SPACE
             IF BS-P-PART-NO(BS-P-I) EQUAL BS-OWN-PART
               MOVE BS-P-DEPT(BS-P-I) TO BS-OWN-DEPT
             END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    MARK EVERY RECIPIENT THE CLASSIFIED LINE GOES TO.
      *    BS-OWNED-HIT SAYS AN OFFICE OR DEPARTMENT TOOK IT - A
      *    WHOLE-REPORT COPY DOESN'T COUNT AS DISTRIBUTING A LINE.
      *-----------------------------------------------------------
       3200-MATCH-LINE.
           MOVE ZERO TO BS-HIT-TABLE.
           MOVE 0 TO BS-OWNED-HIT.
           PERFORM VARYING BS-U-I FROM 1 BY 1
               UNTIL BS-U-I > BS-RULE-CNT
             IF BS-U-RPT(BS-U-I) EQUAL BS-CUR-RPT
               EVALUATE TRUE
                 WHEN BS-U-TYPE(BS-U-I) EQUAL "*"
                   MOVE 1 TO BS-HIT(BS-U-RCP(BS-U-I))
                 WHEN BS-L-PART EQUAL SPACE
                   CONTINUE
                 WHEN BS-U-TYPE(BS-U-I) EQUAL "D"
                     AND BS-U-KEY(BS-U-I) EQUAL BS-L-DEPT
                   MOVE 1 TO BS-HIT(BS-U-RCP(BS-U-I))
                   MOVE 1 TO BS-OWNED-HIT
                 WHEN BS-U-TYPE(BS-U-I) EQUAL "S"
                     AND BS-U-KEY(BS-U-I) EQUAL BS-L-SITE
                   MOVE 1 TO BS-HIT(BS-U-RCP(BS-U-I))
                   MOVE 1 TO BS-OWNED-HIT
               END-EVALUATE
             END-IF
           END-PERFORM.
       3200-EXIT.
           EXIT.

       3300-NOTE-UNDISTRIBUTED.
           MOVE 0 TO BS-N-FOUND.
           PERFORM VARYING BS-N-I FROM 1 BY 1
               UNTIL BS-N-I > BS-UND-CNT OR BS-N-FOUND > 0
             IF BS-N-RPT(BS-N-I) EQUAL BS-CUR-RPT
                 AND BS-N-PART-NO(BS-N-I) EQUAL BS-L-PART
               MOVE BS-N-I TO BS-N-FOUND
             END-IF
           END-PERFORM.
           IF BS-N-FOUND EQUAL 0
             IF BS-UND-CNT >= BS-MAX-UNDIST
               ADD 1 TO BS-UND-LOST
               GO TO 3300-EXIT
             END-IF
             ADD 1 TO BS-UND-CNT
             MOVE BS-UND-CNT TO BS-N-FOUND
             MOVE BS-CUR-RPT TO BS-N-RPT(BS-N-FOUND)
             MOVE BS-L-PART TO BS-N-PART-NO(BS-N-FOUND)
             MOVE BS-L-DEPT TO BS-N-DEPT(BS-N-FOUND)
             MOVE 0 TO BS-N-LINES(BS-N-FOUND)
           END-IF.
           ADD 1 TO BS-N-LINES(BS-N-FOUND).
           MOVE 4 TO BS-RC.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SECOND PASS - EACH RECIPIENT THIS RUN SERVES, IN CONTROL
      *    FILE ORDER: ITS COVER SHEET, THEN EACH REPORT'S SHARE
      *    UNDER THAT REPORT'S HEADING, OR THE NOTICE PAGE WHEN IT
      *    HAS NOTHING AT ALL.
      *-----------------------------------------------------------
       4000-BURST.
           PERFORM VARYING BS-R-I FROM 1 BY 1
               UNTIL BS-R-I > BS-RCP-CNT
             IF BS-R-SERVED(BS-R-I) EQUAL 1
               PERFORM 4100-BURST-RECIPIENT THRU 4100-EXIT
             END-IF
           END-PERFORM.
       4000-EXIT.
           EXIT.

       4100-BURST-RECIPIENT.
           PERFORM 4200-COVER-SHEET THRU 4200-EXIT.
           IF BS-R-TOTAL(BS-R-I) EQUAL 0
             PERFORM 4400-NOTHING-PAGE THRU 4400-EXIT
             GO TO 4100-EXIT
           END-IF.
           PERFORM VARYING BS-CUR-RPT FROM 1 BY 1
               UNTIL BS-CUR-RPT > BS-MAX-REPORTS
             IF BS-X-RUN(BS-CUR-RPT) EQUAL 1
                 AND BS-R-LINES(BS-R-I, BS-CUR-RPT) > 0
               PERFORM 4300-BURST-SECTION THRU 4300-EXIT
             END-IF
           END-PERFORM.
       4100-EXIT.
           EXIT.

       4200-COVER-SHEET.
           MOVE 6 TO BS-SEC.
           MOVE 99 TO BS-B-LINE-CNT.
           MOVE SPACE TO BS-COVER-LINE.
           MOVE "RECIPIENT" TO CV-LABEL.
           STRING BS-R-RECIP(BS-R-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BS-R-NAME(BS-R-I) DELIMITED BY SIZE
               INTO CV-VALUE.
           PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT.
           MOVE "OUTPUT CLASS" TO CV-LABEL.
           MOVE BS-R-CLASS(BS-R-I) TO CV-VALUE.
           PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT.
           MOVE "COPIES" TO CV-LABEL.
           MOVE BS-R-COPIES(BS-R-I) TO CV-VALUE.
           PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT.
           MOVE "CYCLE DATE" TO CV-LABEL.
           MOVE BS-CYCLE-DATE TO CV-VALUE.
           PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT.
           PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT.
           MOVE "REPORT" TO CV-LABEL.
           MOVE "CONTENTS" TO CV-VALUE.
           PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT.
           PERFORM VARYING BS-X-I FROM 1 BY 1
               UNTIL BS-X-I > BS-MAX-REPORTS
             IF BS-X-RUN(BS-X-I) EQUAL 1
                 AND BS-R-ON(BS-R-I, BS-X-I) EQUAL 1
               MOVE BS-REPORT-NAME(BS-X-I) TO CV-LABEL
               IF BS-R-LINES(BS-R-I, BS-X-I) EQUAL 0
                 MOVE "NOTHING TO REPORT" TO CV-VALUE
               ELSE
                 MOVE BS-R-LINES(BS-R-I, BS-X-I) TO BS-CNT-ED
                 STRING BS-CNT-ED DELIMITED BY SIZE
                     " LINES" DELIMITED BY SIZE
                     INTO CV-VALUE
               END-IF
               PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT
             END-IF
           END-PERFORM.
       4200-EXIT.
           EXIT.

       4250-PUT-COVER-LINE.
           MOVE BS-COVER-LINE TO BS-B-HOLD.
           PERFORM 7100-PUT-LINE THRU 7100-EXIT.
           MOVE SPACE TO CV-LABEL CV-VALUE.
       4250-EXIT.
           EXIT.

       4300-BURST-SECTION.
           MOVE BS-CUR-RPT TO BS-SEC.
           MOVE 99 TO BS-B-LINE-CNT.
           PERFORM 2200-OPEN-REPORT THRU 2200-EXIT.
           PERFORM 2300-READ-REPORT THRU 2300-EXIT.
           PERFORM UNTIL BS-IN-EOF
             PERFORM 3000-CLASSIFY-LINE THRU 3000-EXIT
             IF NOT BS-KIND-HEAD
               PERFORM 3200-MATCH-LINE THRU 3200-EXIT
               IF BS-HIT(BS-R-I) EQUAL 1
                 MOVE BS-TEXT TO BS-B-HOLD
                 PERFORM 7100-PUT-LINE THRU 7100-EXIT
               END-IF
             END-IF
             PERFORM 2300-READ-REPORT THRU 2300-EXIT
           END-PERFORM.
           PERFORM 2400-CLOSE-REPORT THRU 2400-EXIT.
       4300-EXIT.
           EXIT.

       4400-NOTHING-PAGE.
           MOVE 7 TO BS-SEC.
           MOVE 99 TO BS-B-LINE-CNT.
           MOVE SPACE TO BS-COVER-LINE.
           MOVE "NOTHING TO REPORT" TO CV-LABEL.
           MOVE "NONE OF THE REPORTS ON THE COVER SHEET HAS A LINE"
               TO CV-VALUE.
           PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT.
           MOVE "FOR THIS RECIPIENT THIS CYCLE" TO CV-VALUE.
           PERFORM 4250-PUT-COVER-LINE THRU 4250-EXIT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CONTROL REPORT - RECIPIENTS, REPORTS, THE PARTS
      *    NOBODY RECEIVES, AND THE WARNINGS, A PAGE EACH.
      *-----------------------------------------------------------
       5000-PRINT-CONTROL.
           MOVE BS-HEAD-RCP TO BS-HEAD-2.
           MOVE 99 TO BS-LINE-CNT.
           PERFORM VARYING BS-R-I FROM 1 BY 1
               UNTIL BS-R-I > BS-RCP-CNT
             MOVE BS-R-RECIP(BS-R-I) TO DR-RECIP
             MOVE BS-R-NAME(BS-R-I) TO DR-NAME
             MOVE BS-R-CLASS(BS-R-I) TO DR-CLASS
             MOVE BS-R-COPIES(BS-R-I) TO DR-COPIES
             MOVE BS-R-PAGES(BS-R-I) TO DR-PAGES
             MOVE BS-R-TOTAL(BS-R-I) TO DR-LINES
             EVALUATE TRUE
               WHEN BS-R-SERVED(BS-R-I) EQUAL 0
                 MOVE "ON NO REPORT IN THIS RUN" TO DR-NOTE
               WHEN BS-R-TOTAL(BS-R-I) EQUAL 0
                 MOVE "NOTHING TO REPORT - NOTICE SENT" TO DR-NOTE
               WHEN OTHER
                 MOVE SPACE TO DR-NOTE
             END-EVALUATE
             MOVE BS-RCP-DETAIL TO BS-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-PERFORM.
           MOVE BS-HEAD-RPT TO BS-HEAD-2.
           MOVE 99 TO BS-LINE-CNT.
           PERFORM VARYING BS-X-I FROM 1 BY 1
               UNTIL BS-X-I > BS-MAX-REPORTS
             MOVE BS-REPORT-NAME(BS-X-I) TO DX-REPORT
             EVALUATE TRUE
               WHEN BS-X-RUN(BS-X-I) EQUAL 0
                 MOVE "NOT IN THIS RUN" TO DX-STATUS
               WHEN BS-X-PRESENT(BS-X-I) EQUAL 0
                 MOVE "ABSENT - EMPTY" TO DX-STATUS
               WHEN OTHER
                 MOVE "BURST" TO DX-STATUS
             END-EVALUATE
             MOVE BS-X-READ(BS-X-I) TO DX-READ
             MOVE BS-X-SENT(BS-X-I) TO DX-SENT
             MOVE BS-X-WIDE(BS-X-I) TO DX-WIDE
             MOVE BS-X-UNDIST(BS-X-I) TO DX-UNDIST
             MOVE BS-RPT-DETAIL TO BS-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-PERFORM.
           MOVE BS-HEAD-UND TO BS-HEAD-2.
           MOVE 99 TO BS-LINE-CNT.
           IF BS-UND-CNT EQUAL 0
             MOVE SPACE TO BS-LINE-HOLD
             MOVE "EVERY PART'S LINES REACHED AN OFFICE OR DEPARTMENT"
                 TO BS-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           PERFORM VARYING BS-N-I FROM 1 BY 1
               UNTIL BS-N-I > BS-UND-CNT
             MOVE BS-REPORT-NAME(BS-N-RPT(BS-N-I)) TO DN-REPORT
             MOVE BS-N-PART-NO(BS-N-I) TO DN-PART-NO
             MOVE BS-N-DEPT(BS-N-I) TO DN-DEPT
             MOVE BS-N-LINES(BS-N-I) TO DN-LINES
             IF BS-N-DEPT(BS-N-I) EQUAL SPACE
               MOVE "NOT ON PARTMST - NO DEPARTMENT TO ROUTE BY"
                   TO DN-NOTE
             ELSE
               MOVE "NO RECIPIENT FOR ITS DEPARTMENT OR SITE"
                   TO DN-NOTE
             END-IF
             MOVE BS-UND-DETAIL TO BS-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-PERFORM.
           IF BS-UND-LOST > 0
             MOVE SPACE TO BS-LINE-HOLD
             MOVE BS-UND-LOST TO BS-CNT-ED
             STRING BS-CNT-ED DELIMITED BY SIZE
                 " MORE UNDISTRIBUTED LINES - LIST FULL"
                 DELIMITED BY SIZE
                 INTO BS-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           IF BS-WARN-CNT EQUAL 0
             GO TO 5000-EXIT
           END-IF.
           MOVE SPACE TO BS-HEAD-2.
           MOVE 99 TO BS-LINE-CNT.
           PERFORM VARYING BS-N-I FROM 1 BY 1
               UNTIL BS-N-I > BS-WARN-CNT
             MOVE BS-WARN(BS-N-I) TO DW-TEXT
             MOVE BS-WARN-DETAIL TO BS-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-PERFORM.
           IF BS-WARN-LOST > 0
             MOVE SPACE TO BS-LINE-HOLD
             MOVE BS-WARN-LOST TO BS-CNT-ED
             STRING BS-CNT-ED DELIMITED BY SIZE
                 " MORE WARNINGS - SEE THE STEP'S SYSOUT"
                 DELIMITED BY SIZE
                 INTO BS-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    HEAD A NEW PAGE OF THE RECIPIENT'S OUTPUT WITH THE
      *    CURRENT SECTION'S HEADING, THE RECIPIENT'S OWN PAGE
      *    NUMBER IN THE TITLE LINE.
      *-----------------------------------------------------------
       7000-BURST-HEADING.
           ADD 1 TO BS-R-PAGES(BS-R-I).
           MOVE BS-R-PAGES(BS-R-I) TO BS-B-PAGE-ED.
           PERFORM VARYING BS-H-I FROM 1 BY 1
               UNTIL BS-H-I > BS-HEAD-CNT(BS-SEC)
             MOVE BS-HEAD-LINE(BS-SEC, BS-H-I) TO BO-LINE
             IF BS-H-I EQUAL 1
               MOVE "PAGE " TO BO-LINE(120:5)
               MOVE BS-B-PAGE-ED TO BO-LINE(125:4)
               MOVE "1" TO BO-CC
             ELSE
               MOVE SPACE TO BO-CC
             END-IF
             PERFORM 7200-WRITE-OUT THRU 7200-EXIT
           END-PERFORM.
           MOVE BS-HEAD-CNT(BS-SEC) TO BS-B-LINE-CNT.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PUT IS HANDED OVER IN BS-B-HOLD - A PAGE
      *    BREAK WRITES ITS HEADING THROUGH THE RECORD AREA.
      *-----------------------------------------------------------
       7100-PUT-LINE.
           IF BS-B-LINE-CNT >= BS-LINES-PER-PAGE
             PERFORM 7000-BURST-HEADING THRU 7000-EXIT
           END-IF.
           MOVE BS-B-HOLD TO BO-LINE.
           MOVE SPACE TO BO-CC.
           PERFORM 7200-WRITE-OUT THRU 7200-EXIT.
           ADD 1 TO BS-B-LINE-CNT.
       7100-EXIT.
           EXIT.

       7200-WRITE-OUT.
           MOVE BS-R-RECIP(BS-R-I) TO BO-RECIP.
           MOVE BS-R-CLASS(BS-R-I) TO BO-CLASS.
           MOVE BS-R-COPIES(BS-R-I) TO BO-COPIES.
           MOVE SPACE TO BO-FILL-1 BO-FILL-2 BO-FILL-3.
           WRITE BS-OUT-RECORD.
       7200-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO BS-PAGE-NO.
           MOVE BS-CYCLE-DATE TO HD1-DATE.
           MOVE BS-PAGE-NO TO HD1-PAGE.
           WRITE BS-PRINT-LINE FROM BS-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO BS-PRINT-LINE.
           WRITE BS-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE BS-PRINT-LINE FROM BS-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO BS-PRINT-LINE.
           WRITE BS-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO BS-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN BS-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF BS-LINE-CNT >= BS-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE BS-PRINT-LINE FROM BS-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO BS-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE BS-OUT-FILE.
           CLOSE BS-RPT-FILE.
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6ALC.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-21.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6ALC - DEPARTMENT COST ALLOCATION OF SHARED PARTS.
      *
      *  SOME PART NUMBERS ARE SHARED SERVICES WHOSE TOTALS BELONG
      *  TO MORE THAN ONE DEPARTMENT, BUT PARTMST CARRIES ONE
      *  DEPARTMENT AND ONE ACCOUNT, SO DAY6GL POSTS THE WHOLE
      *  AMOUNT IN ONE PLACE AND FINANCE USED TO RE-JOURNAL THE
      *  SPLIT BY HAND EVERY MONTH.  THIS STEP RUNS STRAIGHT AFTER
      *  DAY6GL AND WRITES THE EXTRACT THE LEDGER TAKES IN:
      *
      *    GLIN     DAY6GL'S EXTRACT (GLEXTR, H/D/T)
      *    SUMIN    THE WSOUTA SUMMARIES DAY6GL POSTED FROM - DAY6GL
      *             WRITES ONE D PER POSTED BATCH IN WSOUTA ORDER,
      *             SO WALKING THE TWO TOGETHER NAMES THE PART
      *             BEHIND EVERY D (THE EXTRACT ITSELF CARRIES ONLY
      *             THE ACCOUNT).  EVERY PAIR IS HELD TO THE SAME
      *             AMOUNT AND PARTMST ACCOUNT.
      *    PARTMST  THE PART'S OWN ACCOUNT
      *    ALLOCRL  THE ALLOCATION RULES (SEE ALC-REC) - NO
      *             DATASET AT ALL MEANS NOTHING IS SHARED
      *    GLOUT    GLALLOC - THE SAME H, EVERY UNSHARED D AS IT
      *             CAME, EACH SHARED PART'S D REPLACED BY ITS
      *             SPLITS, AND A NEW T TRAILER (COUNT AND HASH OF
      *             THE D RECORDS WRITTEN) IN DAY6GL'S LAYOUT
      *    ALCRPT   EVERY SHARED POSTING WITH ITS SPLITS, PROVED
      *             BACK TO THE ORIGINAL, AND THE EXTRACT PROVED
      *             AMOUNT IN = AMOUNT OUT
      *
      *  A SPLIT THAT COMES TO NOTHING IS LISTED BUT NOT POSTED.
      *  WHEN A PART'S FIXED AMOUNTS COME TO MORE THAN THE POSTING
      *  THE RULES CAN'T BE APPLIED - THE POSTING GOES THROUGH
      *  WHOLE, IS LISTED, AND THE STEP ENDS RC 4.  A BAD RULE, A
      *  SHORT OR UNTRAILED GLEXTR, OR A GLEXTR AND WSOUTA THAT
      *  DON'T PAIR UP IS A HARD ERROR - NOTHING HALF-ALLOCATED
      *  MUST REACH THE LEDGER.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-21 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AL-GL-FILE ASSIGN TO "GLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-GL-STATUS.
           SELECT AL-SUM-FILE ASSIGN TO "SUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-SUM-STATUS.
           SELECT AL-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-PART-STATUS.
           SELECT AL-RULE-FILE ASSIGN TO "ALLOCRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-RULE-STATUS.
           SELECT AL-OUT-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-OUT-STATUS.
           SELECT AL-RPT-FILE ASSIGN TO "ALCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    DAY6GL'S EXTRACT LAYOUT - THE RECORD TYPE IN COLUMN ONE
      *    SAYS WHICH REDEFINITION APPLIES.
      *-----------------------------------------------------------
       FD  AL-GL-FILE
           RECORDING MODE IS F.
       01  AL-GL-RECORD.
           03 GX-TYPE PIC X(01).
           03 GX-FILL-1 PIC X(01).
           03 GX-BODY PIC X(38).
       01  AL-GL-HEADER REDEFINES AL-GL-RECORD.
           03 GXH-TYPE PIC X(01).
           03 GXH-FILL-1 PIC X(01).
           03 GXH-DATE PIC 9(08).
           03 GXH-FILL-2 PIC X(30).
       01  AL-GL-DETAIL REDEFINES AL-GL-RECORD.
           03 GXD-TYPE PIC X(01).
           03 GXD-FILL-1 PIC X(01).
           03 GXD-ACCOUNT PIC X(08).
           03 GXD-FILL-2 PIC X(01).
           03 GXD-DC PIC X(01).
           03 GXD-FILL-3 PIC X(01).
           03 GXD-AMOUNT PIC 9(13)V9(02).
           03 GXD-FILL-4 PIC X(01).
           03 GXD-DATE PIC 9(08).
           03 GXD-FILL-5 PIC X(03).
       01  AL-GL-TRAILER REDEFINES AL-GL-RECORD.
           03 GXT-TYPE PIC X(01).
           03 GXT-FILL-1 PIC X(01).
           03 GXT-COUNT PIC 9(06).
           03 GXT-FILL-2 PIC X(01).
           03 GXT-HASH PIC 9(15)V9(02).
           03 GXT-FILL-3 PIC X(14).

      *-----------------------------------------------------------
      *    DAY6P1'S WSOUT LAYOUT, STATUS APPLIED BY DAY6APP - ONLY
      *    THE PART NUMBER, BASE TOTAL AND STATUS ARE READ.
      *-----------------------------------------------------------
       FD  AL-SUM-FILE
           RECORDING MODE IS F.
       01  AL-SUM-RECORD.
           03 SI-PART-NO PIC X(05).
           03 SI-FILL-1 PIC X(01).
           03 SI-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 SI-FILL-2 PIC X(196).
           03 SI-CCY PIC X(03).
           03 SI-FILL-3 PIC X(01).
           03 SI-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 SI-FILL-4 PIC X(01).
           03 SI-STATUS PIC X(04).
           03 SI-FILL-5 PIC X(13).

       FD  AL-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  AL-RULE-FILE
           RECORDING MODE IS F.
       COPY "alc-rec.cpy".

       FD  AL-OUT-FILE
           RECORDING MODE IS F.
       01  AL-OUT-RECORD PIC X(40).

       FD  AL-RPT-FILE
           RECORDING MODE IS F.
       01  AL-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 AL-GL-STATUS PIC X(02) VALUE "00".
           88 AL-GL-OK VALUE "00".
       01 AL-SUM-STATUS PIC X(02) VALUE "00".
           88 AL-SUM-OK VALUE "00".
       01 AL-PART-STATUS PIC X(02) VALUE "00".
           88 AL-PART-OK VALUE "00".
       01 AL-RULE-STATUS PIC X(02) VALUE "00".
           88 AL-RULE-OK VALUE "00".
           88 AL-RULE-ABSENT VALUE "35".
       01 AL-OUT-STATUS PIC X(02) VALUE "00".
           88 AL-OUT-OK VALUE "00".
       01 AL-RPT-STATUS PIC X(02) VALUE "00".
           88 AL-RPT-OK VALUE "00".

       01 AL-EOF-FLAG PIC X(01) VALUE "N".
           88 AL-EOF VALUE "Y".
       01 AL-SUM-EOF-FLAG PIC X(01) VALUE "N".
           88 AL-SUM-EOF VALUE "Y".
       01 AL-PART-EOF-FLAG PIC X(01) VALUE "N".
           88 AL-PART-EOF VALUE "Y".
       01 AL-RULE-EOF-FLAG PIC X(01) VALUE "N".
           88 AL-RULE-EOF VALUE "Y".

      *-----------------------------------------------------------
      *    THE REFERENCE MASTER'S ACCOUNT MAPPING.
      *-----------------------------------------------------------
       78 AL-MAX-PARTS VALUE 9999.
       01 AL-PART-TABLE.
           03 AL-PART OCCURS 9999 TIMES.
               05 AL-P-PART-NO PIC X(05).
               05 AL-P-ACCOUNT PIC X(08).
       01 AL-PART-CNT PIC 9(04) VALUE 0.
       01 AL-P-I PIC 9(04) VALUE 0.
       01 AL-P-FOUND PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE ALLOCATION RULES IN THE ORDER THEY ARE HELD.
      *-----------------------------------------------------------
       78 AL-MAX-RULES VALUE 999.
       78 AL-MAX-PART-RULES VALUE 99.
       01 AL-RULE-TABLE.
           03 AL-RULE OCCURS 999 TIMES.
               05 AL-R-PART-NO PIC X(05).
               05 AL-R-DEPT PIC X(04).
               05 AL-R-METHOD PIC X(01).
               05 AL-R-PCT PIC 9(03)V9(02).
               05 AL-R-FIXED PIC 9(13)V9(02) COMP-3.
               05 AL-R-ACCOUNT PIC X(08).
       01 AL-RULE-CNT PIC 9(04) VALUE 0.
       01 AL-R-I PIC 9(04) VALUE 0.
       01 AL-R-J PIC 9(04) VALUE 0.
       01 AL-R-SEEN PIC 9(04) VALUE 0.
       01 AL-PART-RULES PIC 9(04) VALUE 0.
       01 AL-PCT-TOTAL PIC 9(05)V9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE POSTING BEING ALLOCATED AND ITS SPLITS.  A SPLIT
      *    WITH RULE 0 IS THE REMAINDER LEFT ON THE PART'S OWN
      *    ACCOUNT.
      *-----------------------------------------------------------
       01 AL-SPLIT-TABLE.
           03 AL-SPLIT OCCURS 100 TIMES.
               05 AL-S-RULE PIC 9(04).
               05 AL-S-AMOUNT PIC S9(13)V9(02) COMP-3.
       01 AL-SPLIT-CNT PIC 9(03) VALUE 0.
       01 AL-S-I PIC 9(03) VALUE 0.
       01 AL-LAST-PCT PIC 9(03) VALUE 0.
       01 AL-ORIG PIC S9(13)V9(02) COMP-3 VALUE 0.
       01 AL-FIXED-TOTAL PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 AL-REST PIC S9(13)V9(02) COMP-3 VALUE 0.
       01 AL-SPLIT-SUM PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 AL-RESIDUE PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 AL-PROOF PIC S9(15)V9(02) COMP-3 VALUE 0.
       01 AL-BASE-ABS PIC S9(13)V9(02) COMP-3 VALUE 0.
       01 AL-OWN-ACCOUNT PIC X(08) VALUE SPACE.

       01 AL-POST-DATE PIC 9(08) VALUE 0.
       01 AL-TRL-SEEN PIC 9(01) VALUE 0.
       01 AL-RC PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE EXTRACT IN AND OUT, FOR THE CLOSING PROOF.
      *-----------------------------------------------------------
       01 AL-IN-CNT PIC 9(06) VALUE 0.
       01 AL-IN-AMT PIC 9(15)V9(02) COMP-3 VALUE 0.
       01 AL-WHOLE-CNT PIC 9(06) VALUE 0.
       01 AL-WHOLE-AMT PIC 9(15)V9(02) COMP-3 VALUE 0.
       01 AL-SHARED-CNT PIC 9(06) VALUE 0.
       01 AL-SHARED-AMT PIC 9(15)V9(02) COMP-3 VALUE 0.
       01 AL-EXC-CNT PIC 9(06) VALUE 0.
       01 AL-EXC-AMT PIC 9(15)V9(02) COMP-3 VALUE 0.
       01 AL-SPLITS-CNT PIC 9(06) VALUE 0.
       01 AL-SPLITS-AMT PIC 9(15)V9(02) COMP-3 VALUE 0.
       01 AL-OUT-CNT PIC 9(06) VALUE 0.
       01 AL-HASH-TOTAL PIC 9(15)V9(02) COMP-3 VALUE 0.

       01 AL-DET-LINE.
           03 FILLER PIC X(01) VALUE "D".
           03 FILLER PIC X(01) VALUE SPACE.
           03 ALD-ACCOUNT PIC X(08).
           03 FILLER PIC X(01) VALUE SPACE.
           03 ALD-DC PIC X(01).
           03 FILLER PIC X(01) VALUE SPACE.
           03 ALD-AMOUNT PIC 9(13)V9(02).
           03 FILLER PIC X(01) VALUE SPACE.
           03 ALD-DATE PIC 9(08).
           03 FILLER PIC X(03) VALUE SPACE.

       01 AL-TRL-LINE.
           03 FILLER PIC X(01) VALUE "T".
           03 FILLER PIC X(01) VALUE SPACE.
           03 ALT-COUNT PIC 9(06).
           03 FILLER PIC X(01) VALUE SPACE.
           03 ALT-HASH PIC 9(15)V9(02).
           03 FILLER PIC X(14) VALUE SPACE.

       78 AL-LINES-PER-PAGE VALUE 56.
       01 AL-LINE-CNT PIC 9(02) VALUE 99.
       01 AL-LINE-HOLD PIC X(132) VALUE SPACE.
       01 AL-PAGE-NO PIC 9(04) VALUE 0.
       01 AL-AMT-ED PIC Z(16)9.99.
       01 AL-PCT-ED PIC ZZ9.99.

       01 AL-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "COST ALLOCATION - POSTING DATE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-DATE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 AL-HEAD-2.
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(06) VALUE "DEPT".
           03 FILLER PIC X(10) VALUE "ACCOUNT".
           03 FILLER PIC X(20) VALUE "BASIS".
           03 FILLER PIC X(03) VALUE "D/C".
           03 FILLER PIC X(22) VALUE "              AMOUNT".
           03 FILLER PIC X(64) VALUE "NOTE".

       01 AL-DETAIL.
           03 DL-PART-NO PIC X(05) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DL-DEPT PIC X(04) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DL-ACCOUNT PIC X(08) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DL-BASIS PIC X(18) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DL-DC PIC X(01) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DL-AMOUNT PIC X(20) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DL-NOTE PIC X(50) VALUE SPACE.
           03 FILLER PIC X(14) VALUE SPACE.

       01 AL-TOTAL-LINE.
           03 TL-TEXT PIC X(42) VALUE SPACE.
           03 TL-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(10) VALUE SPACE.
           03 TL-AMOUNT PIC X(20) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 TL-NOTE PIC X(40) VALUE SPACE.
           03 FILLER PIC X(12) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-ALLOCATE-EXTRACT THRU 3000-EXIT.
           PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6ALC: " AL-IN-CNT " POSTINGS IN, "
               AL-SHARED-CNT " ALLOCATED INTO " AL-SPLITS-CNT
               " SPLITS, " AL-OUT-CNT " POSTINGS OUT".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF AL-RC EQUAL 4
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT AL-GL-FILE.
           IF NOT AL-GL-OK
             DISPLAY "DAY6ALC: UNABLE TO OPEN GLIN, STATUS="
                 AL-GL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT AL-SUM-FILE.
           IF NOT AL-SUM-OK
             DISPLAY "DAY6ALC: UNABLE TO OPEN SUMIN, STATUS="
                 AL-SUM-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT AL-OUT-FILE.
           IF NOT AL-OUT-OK
             DISPLAY "DAY6ALC: UNABLE TO OPEN GLOUT, STATUS="
                 AL-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT AL-RPT-FILE.
           IF NOT AL-RPT-OK
             DISPLAY "DAY6ALC: UNABLE TO OPEN ALCRPT, STATUS="
                 AL-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-PARTS THRU 1500-EXIT.
           PERFORM 1700-LOAD-RULES THRU 1700-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE PART-TO-ACCOUNT MAPPING.  NO MASTER AT ALL IS A
      *    HARD ERROR - THE REST OF THE SUITE ALREADY INSISTS ON IT.
      *-----------------------------------------------------------
       1500-LOAD-PARTS.
           OPEN INPUT AL-PART-FILE.
           IF NOT AL-PART-OK
             DISPLAY "DAY6ALC: UNABLE TO OPEN PARTMST, STATUS="
                 AL-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AL-PART-EOF-FLAG.
           PERFORM 1510-READ-PART THRU 1510-EXIT.
           PERFORM UNTIL AL-PART-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               IF AL-PART-CNT >= AL-MAX-PARTS
                 DISPLAY "DAY6ALC: MORE THAN " AL-MAX-PARTS
                     " PART NUMBERS ON PARTMST - TABLE FULL"
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO AL-PART-CNT
               MOVE PM-PART-NO TO AL-P-PART-NO(AL-PART-CNT)
               MOVE PM-GL-ACCT TO
                   AL-P-ACCOUNT(AL-PART-CNT)(1:6)
               MOVE PM-GL-SUB TO
                   AL-P-ACCOUNT(AL-PART-CNT)(7:2)
             END-IF
             PERFORM 1510-READ-PART THRU 1510-EXIT
           END-PERFORM.
           CLOSE AL-PART-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PART.
           READ AL-PART-FILE
             AT END
               SET AL-PART-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE ALLOCATION RULES.  NO DATASET AT ALL MEANS NO
      *    PART IS SHARED.  A RULE THE STEP CAN'T APPLY IS A HARD
      *    ERROR - GUESSING AT A SPLIT WOULD POST MONEY TO THE
      *    WRONG DEPARTMENT.
      *-----------------------------------------------------------
       1700-LOAD-RULES.
           OPEN INPUT AL-RULE-FILE.
           IF AL-RULE-ABSENT
             DISPLAY "DAY6ALC: NO ALLOCRL DATASET - NOTHING WILL BE "
                 "ALLOCATED"
             GO TO 1700-EXIT
           END-IF.
           IF NOT AL-RULE-OK
             DISPLAY "DAY6ALC: UNABLE TO OPEN ALLOCRL, STATUS="
                 AL-RULE-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AL-RULE-EOF-FLAG.
           PERFORM 1710-READ-RULE THRU 1710-EXIT.
           PERFORM UNTIL AL-RULE-EOF
             IF ALC-RECORD NOT EQUAL SPACE
                 AND ALC-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1750-TAKE-RULE THRU 1750-EXIT
             END-IF
             PERFORM 1710-READ-RULE THRU 1710-EXIT
           END-PERFORM.
           CLOSE AL-RULE-FILE.
           PERFORM 1800-CHECK-PART-RULES THRU 1800-EXIT.
       1700-EXIT.
           EXIT.

       1710-READ-RULE.
           READ AL-RULE-FILE
             AT END
               SET AL-RULE-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

       1750-TAKE-RULE.
           IF NOT ALC-BY-PCT AND NOT ALC-BY-FIXED
             DISPLAY "DAY6ALC: ALLOCRL RULE " ALC-PART-NO " "
                 ALC-DEPT " - METHOD '" ALC-METHOD
                 "' IS NEITHER P NOR F"
             PERFORM 1790-REFUSE-RULES THRU 1790-EXIT
           END-IF.
           IF ALC-BY-PCT
             IF ALC-PCT IS NOT NUMERIC OR ALC-PCT EQUAL 0
                 OR ALC-PCT > 100
               DISPLAY "DAY6ALC: ALLOCRL RULE " ALC-PART-NO " "
                   ALC-DEPT " - PERCENTAGE '" ALC-PCT
                   "' IS NOT 000.01 TO 100.00"
               PERFORM 1790-REFUSE-RULES THRU 1790-EXIT
             END-IF
           ELSE
             IF ALC-FIXED IS NOT NUMERIC OR ALC-FIXED EQUAL 0
               DISPLAY "DAY6ALC: ALLOCRL RULE " ALC-PART-NO " "
                   ALC-DEPT " - FIXED AMOUNT IS NOT A NUMBER ABOVE "
                   "ZERO"
               PERFORM 1790-REFUSE-RULES THRU 1790-EXIT
             END-IF
           END-IF.
           IF ALC-DEPT EQUAL SPACE OR ALC-GL-ACCT EQUAL SPACE
             DISPLAY "DAY6ALC: ALLOCRL RULE " ALC-PART-NO
                 " - NO RECEIVING DEPARTMENT OR ACCOUNT"
             PERFORM 1790-REFUSE-RULES THRU 1790-EXIT
           END-IF.
           IF AL-RULE-CNT >= AL-MAX-RULES
             DISPLAY "DAY6ALC: MORE THAN " AL-MAX-RULES
                 " RULES ON ALLOCRL - TABLE FULL"
             PERFORM 1790-REFUSE-RULES THRU 1790-EXIT
           END-IF.
           ADD 1 TO AL-RULE-CNT.
           MOVE ALC-PART-NO TO AL-R-PART-NO(AL-RULE-CNT).
           MOVE ALC-DEPT TO AL-R-DEPT(AL-RULE-CNT).
           MOVE ALC-METHOD TO AL-R-METHOD(AL-RULE-CNT).
           MOVE 0 TO AL-R-PCT(AL-RULE-CNT) AL-R-FIXED(AL-RULE-CNT).
           IF ALC-BY-PCT
             MOVE ALC-PCT TO AL-R-PCT(AL-RULE-CNT)
           ELSE
             MOVE ALC-FIXED TO AL-R-FIXED(AL-RULE-CNT)
           END-IF.
           MOVE ALC-GL-ACCT TO AL-R-ACCOUNT(AL-RULE-CNT)(1:6).
           MOVE ALC-GL-SUB TO AL-R-ACCOUNT(AL-RULE-CNT)(7:2).
       1750-EXIT.
           EXIT.

       1790-REFUSE-RULES.
           CLOSE AL-RULE-FILE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN WITH ERROR STATUS 16.
       1790-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONCE PER PART, AT ITS FIRST RULE: ITS PERCENTAGES CAN'T
      *    COME TO MORE THAN 100 AND IT CAN'T HAVE MORE RULES THAN
      *    A POSTING CAN BE SPLIT INTO.  A PART NOT ON PARTMST IS
      *    ONLY WORTH A WARNING - IT CAN NEVER POST.
      *-----------------------------------------------------------
       1800-CHECK-PART-RULES.
           PERFORM VARYING AL-R-I FROM 1 BY 1
               UNTIL AL-R-I > AL-RULE-CNT
             MOVE 0 TO AL-R-SEEN
             PERFORM VARYING AL-R-J FROM 1 BY 1
                 UNTIL AL-R-J >= AL-R-I OR AL-R-SEEN > 0
               IF AL-R-PART-NO(AL-R-J) EQUAL AL-R-PART-NO(AL-R-I)
                 MOVE AL-R-J TO AL-R-SEEN
               END-IF
             END-PERFORM
             IF AL-R-SEEN EQUAL 0
               PERFORM 1850-CHECK-ONE-PART THRU 1850-EXIT
             END-IF
           END-PERFORM.
       1800-EXIT.
           EXIT.

       1850-CHECK-ONE-PART.
           MOVE 0 TO AL-PCT-TOTAL AL-PART-RULES.
           PERFORM VARYING AL-R-J FROM AL-R-I BY 1
               UNTIL AL-R-J > AL-RULE-CNT
             IF AL-R-PART-NO(AL-R-J) EQUAL AL-R-PART-NO(AL-R-I)
               ADD 1 TO AL-PART-RULES
               ADD AL-R-PCT(AL-R-J) TO AL-PCT-TOTAL
             END-IF
           END-PERFORM.
           IF AL-PCT-TOTAL > 100
             DISPLAY "DAY6ALC: ALLOCRL PERCENTAGES FOR "
                 AL-R-PART-NO(AL-R-I) " COME TO MORE THAN 100"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF AL-PART-RULES > AL-MAX-PART-RULES
             DISPLAY "DAY6ALC: MORE THAN " AL-MAX-PART-RULES
                 " ALLOCRL RULES FOR " AL-R-PART-NO(AL-R-I)
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE 0 TO AL-P-FOUND.
           PERFORM VARYING AL-P-I FROM 1 BY 1
               UNTIL AL-P-I > AL-PART-CNT OR AL-P-FOUND > 0
             IF AL-P-PART-NO(AL-P-I) EQUAL AL-R-PART-NO(AL-R-I)
               MOVE AL-P-I TO AL-P-FOUND
             END-IF
           END-PERFORM.
           IF AL-P-FOUND EQUAL 0
             DISPLAY "DAY6ALC: ALLOCRL RULES FOR "
                 AL-R-PART-NO(AL-R-I) " - PART NOT ON PARTMST"
           END-IF.
       1850-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    WALK THE EXTRACT.  THE HEADER GOES STRAIGHT THROUGH,
      *    EVERY D IS PAIRED WITH ITS BATCH AND ALLOCATED OR PASSED
      *    THROUGH, AND THE TRAILER'S COUNT IS HELD AGAINST THE D
      *    RECORDS READ - A SHORT GLEXTR MUST NOT BECOME A
      *    COMPLETE-LOOKING GLALLOC.
      *-----------------------------------------------------------
       3000-ALLOCATE-EXTRACT.
           MOVE "N" TO AL-EOF-FLAG AL-SUM-EOF-FLAG.
           PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
           PERFORM UNTIL AL-EOF
             EVALUATE GX-TYPE
               WHEN "H"
                 MOVE GXH-DATE TO AL-POST-DATE
                 WRITE AL-OUT-RECORD FROM AL-GL-RECORD
               WHEN "D"
                 PERFORM 3500-TAKE-POSTING THRU 3500-EXIT
               WHEN "T"
                 MOVE 1 TO AL-TRL-SEEN
                 IF GXT-COUNT NOT EQUAL AL-IN-CNT
                   DISPLAY "DAY6ALC: GLIN TRAILER SAYS " GXT-COUNT
                       " DETAILS BUT " AL-IN-CNT " WERE READ"
                   PERFORM 9999-TERMINATE THRU 9999-EXIT
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
               WHEN OTHER
                 DISPLAY "DAY6ALC: UNRECOGNISED RECORD TYPE '"
                     GX-TYPE "' ON GLIN"
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
             END-EVALUATE
             PERFORM 3100-READ-EXTRACT THRU 3100-EXIT
           END-PERFORM.
           IF AL-TRL-SEEN EQUAL 0
             DISPLAY "DAY6ALC: GLIN ENDED WITHOUT ITS T TRAILER"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 3600-NEXT-POSTED THRU 3600-EXIT.
           IF NOT AL-SUM-EOF
             DISPLAY "DAY6ALC: SUMIN HAS POSTED BATCH " SI-PART-NO
                 " BEYOND THE LAST GLIN POSTING"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-EXTRACT.
           READ AL-GL-FILE
             AT END
               SET AL-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE D POSTING - NAME ITS PART FROM THE NEXT POSTED BATCH
      *    AND PROVE THE PAIR BELONG TOGETHER BEFORE TRUSTING IT.
      *-----------------------------------------------------------
       3500-TAKE-POSTING.
           ADD 1 TO AL-IN-CNT.
           ADD GXD-AMOUNT TO AL-IN-AMT.
           PERFORM 3600-NEXT-POSTED THRU 3600-EXIT.
           IF AL-SUM-EOF
             DISPLAY "DAY6ALC: GLIN POSTING " AL-IN-CNT
                 " HAS NO POSTED BATCH LEFT ON SUMIN"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF SI-TOTAL-BASE < 0
             COMPUTE AL-BASE-ABS = 0 - SI-TOTAL-BASE
           ELSE
             MOVE SI-TOTAL-BASE TO AL-BASE-ABS
           END-IF.
           MOVE 0 TO AL-P-FOUND.
           PERFORM VARYING AL-P-I FROM 1 BY 1
               UNTIL AL-P-I > AL-PART-CNT OR AL-P-FOUND > 0
             IF AL-P-PART-NO(AL-P-I) EQUAL SI-PART-NO
               MOVE AL-P-I TO AL-P-FOUND
             END-IF
           END-PERFORM.
           IF AL-P-FOUND > 0
             MOVE AL-P-ACCOUNT(AL-P-FOUND) TO AL-OWN-ACCOUNT
           ELSE
             MOVE SPACE TO AL-OWN-ACCOUNT
           END-IF.
           IF AL-BASE-ABS NOT EQUAL GXD-AMOUNT
               OR AL-OWN-ACCOUNT NOT EQUAL GXD-ACCOUNT
             DISPLAY "DAY6ALC: GLIN POSTING " AL-IN-CNT " ("
                 GXD-ACCOUNT ") DOES NOT MATCH POSTED BATCH "
                 SI-PART-NO " - GLIN AND SUMIN OUT OF STEP"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE GXD-AMOUNT TO AL-ORIG.
           MOVE 0 TO AL-PART-RULES.
           PERFORM VARYING AL-R-I FROM 1 BY 1
               UNTIL AL-R-I > AL-RULE-CNT
             IF AL-R-PART-NO(AL-R-I) EQUAL SI-PART-NO
               ADD 1 TO AL-PART-RULES
             END-IF
           END-PERFORM.
           IF AL-PART-RULES EQUAL 0
             MOVE GXD-ACCOUNT TO ALD-ACCOUNT
             MOVE GXD-AMOUNT TO ALD-AMOUNT
             PERFORM 3900-PUT-DETAIL THRU 3900-EXIT
             ADD 1 TO AL-WHOLE-CNT
             ADD GXD-AMOUNT TO AL-WHOLE-AMT
           ELSE
             PERFORM 4000-ALLOCATE THRU 4000-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      *    THE NEXT BATCH DAY6GL POSTED - ANYTHING ELSE ON WSOUTA
      *    NEVER REACHED THE EXTRACT.
       3600-NEXT-POSTED.
           PERFORM 3610-READ-SUMMARY THRU 3610-EXIT.
           PERFORM UNTIL AL-SUM-EOF OR SI-STATUS EQUAL "POST"
             PERFORM 3610-READ-SUMMARY THRU 3610-EXIT
           END-PERFORM.
       3600-EXIT.
           EXIT.

       3610-READ-SUMMARY.
           READ AL-SUM-FILE
             AT END
               SET AL-SUM-EOF TO TRUE
           END-READ.
       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    WRITE ONE D POSTING (ACCOUNT AND AMOUNT ALREADY SET) ON
      *    THE ORIGINAL'S SIDE AND DATE, AND HASH IT AS DAY6GL DOES.
      *-----------------------------------------------------------
       3900-PUT-DETAIL.
           MOVE GXD-DC TO ALD-DC.
           MOVE GXD-DATE TO ALD-DATE.
           WRITE AL-OUT-RECORD FROM AL-DET-LINE.
           ADD 1 TO AL-OUT-CNT.
           ADD ALD-AMOUNT TO AL-HASH-TOTAL
             ON SIZE ERROR
               DISPLAY "DAY6ALC: HASH TOTAL OVERFLOWS AT POSTING "
                   AL-IN-CNT
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
           END-ADD.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SPLIT A SHARED PART'S POSTING.  FIXED AMOUNTS FIRST,
      *    THEN PERCENTAGES OF WHAT IS LEFT; THE ROUNDING PENNY
      *    GOES TO THE LAST PERCENTAGE LINE WHEN THE PERCENTAGES
      *    MAKE 100, OTHERWISE THE REMAINDER STAYS ON THE PART'S
      *    OWN ACCOUNT.
      *-----------------------------------------------------------
       4000-ALLOCATE.
           MOVE 0 TO AL-FIXED-TOTAL AL-PCT-TOTAL.
           PERFORM VARYING AL-R-I FROM 1 BY 1
               UNTIL AL-R-I > AL-RULE-CNT
             IF AL-R-PART-NO(AL-R-I) EQUAL SI-PART-NO
               ADD AL-R-FIXED(AL-R-I) TO AL-FIXED-TOTAL
               ADD AL-R-PCT(AL-R-I) TO AL-PCT-TOTAL
             END-IF
           END-PERFORM.
           IF AL-FIXED-TOTAL > AL-ORIG
             PERFORM 4800-CANNOT-ALLOCATE THRU 4800-EXIT
             GO TO 4000-EXIT
           END-IF.
           COMPUTE AL-REST = AL-ORIG - AL-FIXED-TOTAL.
           MOVE 0 TO AL-SPLIT-CNT AL-LAST-PCT AL-SPLIT-SUM.
           PERFORM VARYING AL-R-I FROM 1 BY 1
               UNTIL AL-R-I > AL-RULE-CNT
             IF AL-R-PART-NO(AL-R-I) EQUAL SI-PART-NO
               ADD 1 TO AL-SPLIT-CNT
               MOVE AL-R-I TO AL-S-RULE(AL-SPLIT-CNT)
               IF AL-R-METHOD(AL-R-I) EQUAL "P"
                 COMPUTE AL-S-AMOUNT(AL-SPLIT-CNT) ROUNDED =
                     AL-REST * AL-R-PCT(AL-R-I) / 100
                 MOVE AL-SPLIT-CNT TO AL-LAST-PCT
               ELSE
                 MOVE AL-R-FIXED(AL-R-I) TO AL-S-AMOUNT(AL-SPLIT-CNT)
               END-IF
               ADD AL-S-AMOUNT(AL-SPLIT-CNT) TO AL-SPLIT-SUM
             END-IF
           END-PERFORM.
           COMPUTE AL-RESIDUE = AL-ORIG - AL-SPLIT-SUM.
           IF AL-RESIDUE NOT EQUAL 0
             IF AL-LAST-PCT > 0
                 AND (AL-PCT-TOTAL EQUAL 100 OR AL-RESIDUE < 0)
               ADD AL-RESIDUE TO AL-S-AMOUNT(AL-LAST-PCT)
             ELSE
               ADD 1 TO AL-SPLIT-CNT
               MOVE 0 TO AL-S-RULE(AL-SPLIT-CNT)
               MOVE AL-RESIDUE TO AL-S-AMOUNT(AL-SPLIT-CNT)
             END-IF
           END-IF.
           PERFORM 4500-POST-SPLITS THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PRINT THE ORIGINAL, POST AND PRINT EACH SPLIT, AND PROVE
      *    THE SPLITS BACK TO THE ORIGINAL.  THE PART'S LINES ARE
      *    KEPT TOGETHER ON ONE PAGE.
      *-----------------------------------------------------------
       4500-POST-SPLITS.
           IF AL-LINE-CNT + AL-SPLIT-CNT + 3 > AL-LINES-PER-PAGE
             MOVE 99 TO AL-LINE-CNT
           END-IF.
           MOVE SPACE TO AL-DETAIL.
           MOVE SI-PART-NO TO DL-PART-NO.
           MOVE GXD-ACCOUNT TO DL-ACCOUNT.
           MOVE "AS POSTED" TO DL-BASIS.
           MOVE GXD-DC TO DL-DC.
           MOVE AL-ORIG TO AL-AMT-ED.
           MOVE AL-AMT-ED TO DL-AMOUNT.
           MOVE "DAY6GL POSTING - SPLIT AS BELOW" TO DL-NOTE.
           MOVE AL-DETAIL TO AL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE 0 TO AL-PROOF.
           PERFORM VARYING AL-S-I FROM 1 BY 1
               UNTIL AL-S-I > AL-SPLIT-CNT
             PERFORM 4600-POST-ONE-SPLIT THRU 4600-EXIT
           END-PERFORM.
           MOVE SPACE TO AL-DETAIL.
           MOVE "SPLITS TOTAL" TO DL-BASIS.
           MOVE AL-PROOF TO AL-AMT-ED.
           MOVE AL-AMT-ED TO DL-AMOUNT.
           IF AL-PROOF EQUAL AL-ORIG
             MOVE "PROVED - THE SPLITS SUM TO THE ORIGINAL" TO DL-NOTE
           ELSE
             MOVE "NOT PROVED - THE SPLITS DO NOT SUM TO IT" TO DL-NOTE
           END-IF.
           MOVE AL-DETAIL TO AL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO AL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF AL-PROOF NOT EQUAL AL-ORIG
             DISPLAY "DAY6ALC: SPLITS OF " SI-PART-NO
                 " DO NOT SUM TO ITS POSTING"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO AL-SHARED-CNT.
           ADD AL-ORIG TO AL-SHARED-AMT.
       4500-EXIT.
           EXIT.

       4600-POST-ONE-SPLIT.
           IF AL-S-AMOUNT(AL-S-I) < 0
             DISPLAY "DAY6ALC: SPLIT " AL-S-I " OF " SI-PART-NO
                 " COMES OUT BELOW ZERO"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE SPACE TO AL-DETAIL.
           MOVE AL-S-RULE(AL-S-I) TO AL-R-I.
           IF AL-R-I EQUAL 0
             MOVE AL-OWN-ACCOUNT TO DL-ACCOUNT ALD-ACCOUNT
             MOVE "REMAINDER" TO DL-BASIS
           ELSE
             MOVE AL-R-DEPT(AL-R-I) TO DL-DEPT
             MOVE AL-R-ACCOUNT(AL-R-I) TO DL-ACCOUNT ALD-ACCOUNT
             IF AL-R-METHOD(AL-R-I) EQUAL "P"
               MOVE AL-R-PCT(AL-R-I) TO AL-PCT-ED
               STRING AL-PCT-ED DELIMITED BY SIZE
                   " PCT" DELIMITED BY SIZE
                   INTO DL-BASIS
             ELSE
               MOVE "FIXED" TO DL-BASIS
             END-IF
           END-IF.
           MOVE GXD-DC TO DL-DC.
           MOVE AL-S-AMOUNT(AL-S-I) TO AL-AMT-ED.
           MOVE AL-AMT-ED TO DL-AMOUNT.
           IF AL-S-AMOUNT(AL-S-I) EQUAL 0
             MOVE "NIL - NOT POSTED" TO DL-NOTE
           ELSE
             MOVE AL-S-AMOUNT(AL-S-I) TO ALD-AMOUNT
             PERFORM 3900-PUT-DETAIL THRU 3900-EXIT
             ADD 1 TO AL-SPLITS-CNT
             ADD AL-S-AMOUNT(AL-S-I) TO AL-SPLITS-AMT
             ADD AL-S-AMOUNT(AL-S-I) TO AL-PROOF
           END-IF.
           MOVE AL-DETAIL TO AL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE FIXED AMOUNTS COME TO MORE THAN THE POSTING - THERE
      *    IS NO HONEST SPLIT, SO IT POSTS WHOLE AND IS LISTED FOR
      *    FINANCE TO JOURNAL BY HAND.
      *-----------------------------------------------------------
       4800-CANNOT-ALLOCATE.
           MOVE GXD-ACCOUNT TO ALD-ACCOUNT.
           MOVE GXD-AMOUNT TO ALD-AMOUNT.
           PERFORM 3900-PUT-DETAIL THRU 3900-EXIT.
           ADD 1 TO AL-EXC-CNT.
           ADD GXD-AMOUNT TO AL-EXC-AMT.
           MOVE 4 TO AL-RC.
           MOVE SPACE TO AL-DETAIL.
           MOVE SI-PART-NO TO DL-PART-NO.
           MOVE GXD-ACCOUNT TO DL-ACCOUNT.
           MOVE "AS POSTED" TO DL-BASIS.
           MOVE GXD-DC TO DL-DC.
           MOVE AL-ORIG TO AL-AMT-ED.
           MOVE AL-AMT-ED TO DL-AMOUNT.
           MOVE "FIXED AMOUNTS EXCEED IT - POSTED WHOLE" TO DL-NOTE.
           MOVE AL-DETAIL TO AL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO AL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           DISPLAY "DAY6ALC: " SI-PART-NO " FIXED ALLOCATIONS EXCEED "
               "ITS POSTING - POSTED WHOLE, NOT ALLOCATED".
       4800-EXIT.
           EXIT.

       5000-WRITE-TRAILER.
           MOVE AL-OUT-CNT TO ALT-COUNT.
           MOVE AL-HASH-TOTAL TO ALT-HASH.
           WRITE AL-OUT-RECORD FROM AL-TRL-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE EXTRACT PROVED IN TO OUT - WHAT CAME IN WHOLE, WHAT
      *    WAS SPLIT AND WHAT COULDN'T BE, AGAINST WHAT WENT OUT.
      *-----------------------------------------------------------
       6000-PRINT-TOTALS.
           IF AL-SHARED-CNT EQUAL 0 AND AL-EXC-CNT EQUAL 0
             MOVE "NO SHARED PART POSTED THIS CYCLE" TO AL-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             MOVE SPACE TO AL-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           IF AL-LINE-CNT + 7 > AL-LINES-PER-PAGE
             MOVE 99 TO AL-LINE-CNT
           END-IF.
           MOVE "D POSTINGS READ FROM GLEXTR" TO TL-TEXT.
           MOVE AL-IN-CNT TO TL-COUNT.
           MOVE AL-IN-AMT TO AL-AMT-ED.
           MOVE SPACE TO TL-NOTE.
           PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT.
           MOVE "  PASSED THROUGH WHOLE" TO TL-TEXT.
           MOVE AL-WHOLE-CNT TO TL-COUNT.
           MOVE AL-WHOLE-AMT TO AL-AMT-ED.
           PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT.
           MOVE "  ALLOCATED ACROSS DEPARTMENTS" TO TL-TEXT.
           MOVE AL-SHARED-CNT TO TL-COUNT.
           MOVE AL-SHARED-AMT TO AL-AMT-ED.
           PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT.
           MOVE "  POSTED WHOLE - FIXED AMOUNTS EXCEED IT"
               TO TL-TEXT.
           MOVE AL-EXC-CNT TO TL-COUNT.
           MOVE AL-EXC-AMT TO AL-AMT-ED.
           PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT.
           MOVE "SPLIT POSTINGS WRITTEN" TO TL-TEXT.
           MOVE AL-SPLITS-CNT TO TL-COUNT.
           MOVE AL-SPLITS-AMT TO AL-AMT-ED.
           PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT.
           MOVE "D POSTINGS WRITTEN TO GLALLOC" TO TL-TEXT.
           MOVE AL-OUT-CNT TO TL-COUNT.
           MOVE AL-HASH-TOTAL TO AL-AMT-ED.
           IF AL-HASH-TOTAL EQUAL AL-IN-AMT
             MOVE "PROVED - AMOUNT OUT = AMOUNT IN" TO TL-NOTE
           ELSE
             MOVE "NOT PROVED - AMOUNT OUT <> AMOUNT IN" TO TL-NOTE
           END-IF.
           PERFORM 6100-PRINT-TOTAL THRU 6100-EXIT.
           IF AL-HASH-TOTAL NOT EQUAL AL-IN-AMT
             DISPLAY "DAY6ALC: GLALLOC DOES NOT PROVE BACK TO GLIN"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       6000-EXIT.
           EXIT.

       6100-PRINT-TOTAL.
           MOVE AL-AMT-ED TO TL-AMOUNT.
           MOVE AL-TOTAL-LINE TO AL-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6100-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO AL-PAGE-NO.
           MOVE AL-POST-DATE TO HD1-DATE.
           MOVE AL-PAGE-NO TO HD1-PAGE.
           WRITE AL-PRINT-LINE FROM AL-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO AL-PRINT-LINE.
           WRITE AL-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE AL-PRINT-LINE FROM AL-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO AL-PRINT-LINE.
           WRITE AL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO AL-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN AL-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF AL-LINE-CNT >= AL-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE AL-PRINT-LINE FROM AL-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO AL-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE AL-GL-FILE.
           CLOSE AL-SUM-FILE.
           CLOSE AL-OUT-FILE.
           CLOSE AL-RPT-FILE.
       9999-EXIT.
           EXIT.

      *                   MOVES THE BATCH AND MONTH ROLLUPS BY ITS
      *                   AMOUNT, SO THE STATEMENT SHOWS BOTH THE
      *                   ORIGINAL FIGURE AND THE FIX.
      *  2026-09-22 RM    THE PART NUMBER PRINTS AGAIN AT THE RIGHT
      *                   OF EACH DETAIL LINE (COLUMNS 114-118) SO
      *                   DAY6BST CAN BURST THE STATEMENT BY
      *                   DEPARTMENT - THE DESCRIPTION STAYS WHERE
      *                   MANAGEMENT READS IT.  RPTOUT IS A DATED
      *                   DATASET NOW, NOT SYSOUT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 FILLER PIC X(10) VALUE "SUBTOTAL *".
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(04) VALUE "ROWS".
           03 FILLER PIC X(13) VALUE SPACE.
           03 FILLER PIC X(04) VALUE "PART".
           03 FILLER PIC X(15) VALUE SPACE.

       01 RP-DETAIL.
           03 DET-DATE PIC 9(08).
           03 DET-STAR PIC -(15)9.99.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-ROWS PIC 9(04).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-PART-NO PIC X(05) VALUE SPACE.
           03 FILLER PIC X(14) VALUE SPACE.

       01 RP-TOT1-STR PIC -(15)9.99.
       01 RP-TOT2-STR PIC -(16)9.
           END-IF.
           MOVE RP-PEND-DATE TO DET-DATE.
           MOVE RP-PEND-DESC TO DET-DESC.
           MOVE RP-PEND-PART TO DET-PART-NO.
           IF RP-PEND-HAS-1 EQUAL 1
             MOVE RP-PEND-TOTAL TO RP-TOT1-STR
             MOVE RP-TOT1-STR TO DET-TOTAL

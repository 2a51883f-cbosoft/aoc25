       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PER-CHK".
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-13.
       DATE-COMPILED.
      *****************************************************************
      *  PER-CHK - WHICH ACCOUNTING PERIOD A POSTING DATED LS-DATE
      *  LANDS IN, JUDGED AGAINST THE PERIODS CONTROL FILE THE
      *  CALLER HAS LOADED INTO ITS PER-TBL (SEE PER-REC):
      *
      *    LS-RESULT "O"  THE DATE'S MONTH IS OPEN (OR NOT ON THE
      *                   FILE AT ALL) - POST AS DATED
      *    LS-RESULT "S"  THE DATE'S MONTH IS SOFT-CLOSED - POST AS
      *                   DATED, BUT THE CALLER LISTS IT
      *    LS-RESULT "R"  THE DATE'S MONTH IS HARD-CLOSED - LS-TARGET
      *                   IS THE FIRST LATER MONTH THAT IS NOT, AND
      *                   THE CALLER REDIRECTS THE POSTING THERE AND
      *                   LISTS IT
      *
      *  LS-TARGET ALWAYS COMES BACK AS THE YYYYMM THE POSTING
      *  BELONGS IN, AND LS-FROM-STATUS AS THE DATED MONTH'S OWN
      *  STATUS ("O" FOR A MONTH NOT ON THE FILE).  A SOFT-CLOSED
      *  MONTH STILL TAKES POSTINGS, SO IT CAN BE A REDIRECT TARGET;
      *  A MONTH PAST THE END OF THE FILE IS OPEN, SO THE SEARCH
      *  ALWAYS ENDS.  WHAT A REDIRECTED POSTING IS DATED IN ITS NEW
      *  MONTH IS THE CALLER'S BUSINESS - A LEDGER POSTING NEEDS A
      *  REAL CALENDAR DAY, A TOTALS-MASTER RECORD A KEY THAT CANNOT
      *  COLLIDE WITH A LIVE CYCLE'S.
      *
      *  CALLED BY DAY6MTD, DAY6ADJ AND DAY6GL, SO THE RULE ONLY
      *  LIVES IN ONE PLACE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-13 RM    FIRST WRITTEN.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-FOUND PIC 9(04) VALUE 0.
       01 WS-PERIOD PIC 9(06) VALUE 0.
       01 WS-PERIOD-R REDEFINES WS-PERIOD.
           03 WS-YEAR PIC 9(04).
           03 WS-MM PIC 9(02).
       01 WS-STATUS PIC X(01) VALUE SPACE.
       LINKAGE SECTION.
       COPY "per-tbl-ls.cpy".
       01 LS-DATE PIC 9(08).
       01 LS-TARGET PIC 9(06).
       01 LS-FROM-STATUS PIC X(01).
       01 LS-RESULT PIC X(01).
           88 LS-RESULT-OPEN VALUE "O".
           88 LS-RESULT-SOFT VALUE "S".
           88 LS-RESULT-REDIRECTED VALUE "R".
       PROCEDURE DIVISION USING LS-T-PER, LS-DATE, LS-TARGET,
           LS-FROM-STATUS, LS-RESULT.
       SUB-MAIN.
           DIVIDE LS-DATE BY 100 GIVING WS-PERIOD.
           PERFORM SUB-FIND-STATUS.
           MOVE WS-STATUS TO LS-FROM-STATUS.
           MOVE WS-PERIOD TO LS-TARGET.
           EVALUATE WS-STATUS
             WHEN "S"
               SET LS-RESULT-SOFT TO TRUE
             WHEN "H"
               SET LS-RESULT-REDIRECTED TO TRUE
             WHEN OTHER
               SET LS-RESULT-OPEN TO TRUE
           END-EVALUATE.
           IF NOT LS-RESULT-REDIRECTED
             EXIT PROGRAM
           END-IF.
      *    STEP FORWARD A MONTH AT A TIME TO THE FIRST MONTH THAT IS
      *    NOT HARD-CLOSED.
           PERFORM UNTIL WS-STATUS NOT EQUAL "H"
             IF WS-MM >= 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MM
             ELSE
               ADD 1 TO WS-MM
             END-IF
             PERFORM SUB-FIND-STATUS
           END-PERFORM.
           MOVE WS-PERIOD TO LS-TARGET.
           EXIT PROGRAM.

      *    WS-STATUS COMES BACK AS WS-PERIOD'S STATUS - "O" WHEN THE
      *    MONTH IS NOT ON THE FILE.
       SUB-FIND-STATUS.
           MOVE "O" TO WS-STATUS.
           COMPUTE WS-FOUND = 0.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > LS-PER-CNT OR WS-FOUND > 0
             IF LS-PER-PERIOD(WS-I) EQUAL WS-PERIOD
               MOVE WS-I TO WS-FOUND
               MOVE LS-PER-STATUS(WS-I) TO WS-STATUS
             END-IF
           END-PERFORM.

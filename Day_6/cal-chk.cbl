       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CAL-CHK".
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-14.
       DATE-COMPILED.
      *****************************************************************
      *  CAL-CHK - BUSINESS-DAY ARITHMETIC AGAINST THE CALENDAR FILE
      *  THE CALLER HAS LOADED INTO ITS CAL-TBL (SEE CAL-REC).  WHAT
      *  IS ASKED IS SAID BY LS-FUNCTION:
      *
      *    "N"  NEXT      LS-DATE-2 COMES BACK AS THE FIRST BUSINESS
      *                   DAY AFTER LS-DATE-1
      *    "P"  PREVIOUS  LS-DATE-2 COMES BACK AS THE LS-COUNT'TH
      *                   BUSINESS DAY BEFORE LS-DATE-1
      *    "C"  COUNT     LS-COUNT COMES BACK AS THE NUMBER OF
      *                   BUSINESS DAYS AFTER LS-DATE-1 UP TO AND
      *                   INCLUDING LS-DATE-2 (ZERO WHEN LS-DATE-2
      *                   IS NOT LATER)
      *    "T"  TEST      IS LS-DATE-1 ITSELF A BUSINESS DAY
      *
      *  LS-RESULT COMES BACK "Y" WHEN THE ANSWER WAS FOUND (FOR
      *  "T", WHEN THE DAY IS A BUSINESS DAY), "N" WHEN A "T" DAY IS
      *  A WEEKEND OR HOLIDAY, AND "X" WHEN A DATE ASKED ABOUT - OR
      *  THE ANSWER - LIES OUTSIDE THE CALENDAR ON FILE.  AN "X" IS
      *  NEVER GUESSED AROUND HERE; WHAT TO DO ABOUT A CALENDAR THAT
      *  HASN'T BEEN EXTENDED IS THE CALLER'S BUSINESS.
      *
      *  CALLED BY DAY6GRD, DAY6MAV, DAY6APP, DAY6RCY, DAY6CAL,
      *  DAY6CAS AND DAY6BRG, SO THE RULE ONLY LIVES IN ONE PLACE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-14 RM    FIRST WRITTEN.
      *  2026-09-27 RM    CALLER LIST NOW NAMES DAY6CAS AND DAY6BRG.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-I PIC 9(04) VALUE 0.
       01 WS-FROM PIC 9(04) VALUE 0.
       01 WS-TO PIC 9(04) VALUE 0.
       01 WS-LOW PIC 9(04) VALUE 0.
       01 WS-HIGH PIC 9(04) VALUE 0.
       01 WS-MID PIC 9(04) VALUE 0.
       01 WS-FOUND PIC 9(04) VALUE 0.
       01 WS-KEY PIC 9(08) VALUE 0.
       01 WS-TALLY PIC 9(04) VALUE 0.
       LINKAGE SECTION.
       COPY "cal-tbl-ls.cpy".
       01 LS-FUNCTION PIC X(01).
       01 LS-DATE-1 PIC 9(08).
       01 LS-DATE-2 PIC 9(08).
       01 LS-COUNT PIC 9(04).
       01 LS-RESULT PIC X(01).
           88 LS-RESULT-YES VALUE "Y".
           88 LS-RESULT-NO VALUE "N".
           88 LS-RESULT-OUTSIDE VALUE "X".
       PROCEDURE DIVISION USING LS-T-CAL, LS-FUNCTION, LS-DATE-1,
           LS-DATE-2, LS-COUNT, LS-RESULT.
       SUB-MAIN.
           SET LS-RESULT-OUTSIDE TO TRUE.
           MOVE LS-DATE-1 TO WS-KEY.
           PERFORM SUB-FIND-DATE.
           IF WS-FOUND EQUAL 0
             EXIT PROGRAM
           END-IF.
           MOVE WS-FOUND TO WS-FROM.
           EVALUATE LS-FUNCTION
             WHEN "N"
               PERFORM SUB-NEXT
             WHEN "P"
               PERFORM SUB-PREVIOUS
             WHEN "C"
               PERFORM SUB-COUNT
             WHEN "T"
               IF LS-CAL-TYPE(WS-FROM) EQUAL "B"
                 SET LS-RESULT-YES TO TRUE
               ELSE
                 SET LS-RESULT-NO TO TRUE
               END-IF
           END-EVALUATE.
           EXIT PROGRAM.

      *    THE FIRST BUSINESS DAY AFTER ENTRY WS-FROM.
       SUB-NEXT.
           COMPUTE WS-FOUND = 0.
           PERFORM VARYING WS-I FROM WS-FROM BY 1
               UNTIL WS-I >= LS-CAL-CNT OR WS-FOUND > 0
             IF LS-CAL-TYPE(WS-I + 1) EQUAL "B"
               COMPUTE WS-FOUND = WS-I + 1
             END-IF
           END-PERFORM.
           IF WS-FOUND > 0
             MOVE LS-CAL-DATE(WS-FOUND) TO LS-DATE-2
             SET LS-RESULT-YES TO TRUE
           END-IF.

      *    STEP BACK FROM ENTRY WS-FROM UNTIL LS-COUNT BUSINESS DAYS
      *    HAVE GONE BY.  A COUNT OF ZERO IS LS-DATE-1 ITSELF.
       SUB-PREVIOUS.
           IF LS-COUNT EQUAL 0
             MOVE LS-DATE-1 TO LS-DATE-2
             SET LS-RESULT-YES TO TRUE
           ELSE
             COMPUTE WS-TALLY = 0
             COMPUTE WS-FOUND = 0
             PERFORM VARYING WS-I FROM WS-FROM BY -1
                 UNTIL WS-I <= 1 OR WS-FOUND > 0
               IF LS-CAL-TYPE(WS-I - 1) EQUAL "B"
                 ADD 1 TO WS-TALLY
                 IF WS-TALLY EQUAL LS-COUNT
                   COMPUTE WS-FOUND = WS-I - 1
                 END-IF
               END-IF
             END-PERFORM
             IF WS-FOUND > 0
               MOVE LS-CAL-DATE(WS-FOUND) TO LS-DATE-2
               SET LS-RESULT-YES TO TRUE
             END-IF
           END-IF.

      *    BUSINESS DAYS AFTER ENTRY WS-FROM UP TO AND INCLUDING
      *    LS-DATE-2'S ENTRY.
       SUB-COUNT.
           MOVE LS-DATE-2 TO WS-KEY.
           PERFORM SUB-FIND-DATE.
           IF WS-FOUND > 0
             MOVE WS-FOUND TO WS-TO
             COMPUTE WS-TALLY = 0
             PERFORM VARYING WS-I FROM WS-FROM BY 1
                 UNTIL WS-I >= WS-TO
               IF LS-CAL-TYPE(WS-I + 1) EQUAL "B"
                 ADD 1 TO WS-TALLY
               END-IF
             END-PERFORM
             MOVE WS-TALLY TO LS-COUNT
             SET LS-RESULT-YES TO TRUE
           END-IF.

      *    BINARY SEARCH FOR WS-KEY - THE TABLE IS IN DATE ORDER.
      *    WS-FOUND COMES BACK AS ITS ENTRY, ZERO WHEN NOT ON FILE.
       SUB-FIND-DATE.
           COMPUTE WS-FOUND = 0.
           MOVE 1 TO WS-LOW.
           MOVE LS-CAL-CNT TO WS-HIGH.
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND > 0
             COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
             EVALUATE TRUE
               WHEN LS-CAL-DATE(WS-MID) EQUAL WS-KEY
                 MOVE WS-MID TO WS-FOUND
               WHEN LS-CAL-DATE(WS-MID) < WS-KEY
                 COMPUTE WS-LOW = WS-MID + 1
               WHEN OTHER
                 IF WS-MID EQUAL 1
                   MOVE 0 TO WS-HIGH
                 ELSE
                   COMPUTE WS-HIGH = WS-MID - 1
                 END-IF
             END-EVALUATE
           END-PERFORM.

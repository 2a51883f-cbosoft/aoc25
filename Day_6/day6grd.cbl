      *             OF A HALF-DONE CYCLE STILL PASSES
      *    RUNCTL   CYCLE-DATE=YYYYMMDD, KEPT IN STEP WITH THE SET
      *             DAY CARD IT GUARDS
      *    CALENDAR THE SHOP BUSINESS CALENDAR (SEE CAL-REC, KEPT
      *             THROUGH DAY6CALJ)
      *
      *  THE GUARD CONFIRMS, IN ORDER: THE PRIOR CYCLE COMPLETED
      *  WITH A PASS (OR ITS FAIL IS ACKNOWLEDGED ON ACKCARD);
      *  TODAY'S CYCLE DATE IS A BUSINESS DAY AND THE NEXT ONE
      *  AFTER THE PRIOR CYCLE'S - SO THE PRVDAY SYMBOLIC THE
      *  PRIOR DAYEND WAS FOUND UNDER, WHICH THE VARIANCE STEP
      *  COMPARES AGAINST, IS ALWAYS THE PREVIOUS BUSINESS DAY;
      *  AND TODAY'S DATE IS BEYOND THE CYCDONE MARKER.  ANY FAILURE
      *  PUTS A PLAIN MESSAGE ON THE OPERATOR CONSOLE AND ENDS RC
      *  16, WHICH EVERY LATER STEP'S COND HONOURS - THE JOB DIES
      *  HERE, NOT HALFWAY THROUGH THE DATA.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 RM    FIRST WRITTEN.
      *  2026-09-14 RM    THE SEQUENCE CHECK RUNS ON THE CALENDAR
      *                   BUSINESS CALENDAR NOW (CAL-CHK) - THE
      *                   CYCLE AFTER FRIDAY IS MONDAY, OR THE DAY
      *                   AFTER A BANK HOLIDAY, WITHOUT THE DESK
      *                   JUGGLING ACKCARD OR A DUMMY PRVEND, AND A
      *                   CYCLE DATED ON A WEEKEND OR HOLIDAY IS
      *                   REFUSED.  A CALENDAR THAT DOESN'T COVER
      *                   THE CYCLE IS A HARD STOP; NO CALENDAR AT
      *                   ALL FALLS BACK TO THE CALENDAR-DAY RULE.
      *                   A PASS NAMES THE NEXT CYCLE'S SET DAY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GD-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-CTL-STATUS.
           SELECT GD-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  GD-CTL-RECORD PIC X(80).

       FD  GD-CAL-FILE
           RECORDING MODE IS F.
       COPY "cal-rec.cpy".

       WORKING-STORAGE SECTION.
       01 GD-PRV-STATUS PIC X(02) VALUE "00".
           88 GD-PRV-OK VALUE "00".
       01 GD-CTL-STATUS PIC X(02) VALUE "00".
           88 GD-CTL-OK VALUE "00".
           88 GD-CTL-ABSENT VALUE "35".
       01 GD-CAL-STATUS PIC X(02) VALUE "00".
           88 GD-CAL-OK VALUE "00".
           88 GD-CAL-ABSENT VALUE "35".

       01 GD-CYCLE-DATE PIC 9(08) VALUE 0.
       01 GD-PRV-DATE PIC 9(08) VALUE 0.
       01 GD-DAYS-TABLE REDEFINES GD-DAYS-LIST.
           03 GD-DAYS PIC 9(02) OCCURS 12 TIMES.

      *-----------------------------------------------------------
      *    THE BUSINESS CALENDAR IN STORAGE, AND CAL-CHK'S
      *    PARAMETERS.  FEWER THAN GD-WARN-DAYS BUSINESS DAYS LEFT
      *    ON FILE AFTER THE CYCLE IS CALLED OUT ON THE CONSOLE.
      *-----------------------------------------------------------
       COPY "cal-tbl.cpy".
       78 GD-MAX-CAL VALUE 6000.
       78 GD-WARN-DAYS VALUE 20.
       01 GD-CAL-EOF-FLAG PIC X(01) VALUE "N".
           88 GD-CAL-EOF VALUE "Y".
       01 GD-CAL-FUNC PIC X(01) VALUE SPACE.
       01 GD-CAL-DATE-1 PIC 9(08) VALUE 0.
       01 GD-CAL-DATE-2 PIC 9(08) VALUE 0.
       01 GD-CAL-COUNT PIC 9(04) VALUE 0.
       01 GD-CAL-RESULT PIC X(01) VALUE SPACE.
           88 GD-CAL-YES VALUE "Y".
           88 GD-CAL-NO VALUE "N".
           88 GD-CAL-OUTSIDE VALUE "X".
       01 GD-SYMBOLIC.
           03 GD-SYM-D PIC X(01) VALUE "D".
           03 GD-SYM-DATE PIC X(06) VALUE SPACE.

       01 GD-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 GD-CTL-EOF VALUE "Y".
       01 GD-CTL-KEY PIC X(20) VALUE SPACE.
           PERFORM 4000-CHECK-NOT-RUN THRU 4000-EXIT.
           DISPLAY "DAY6GRD: CYCLE " GD-CYCLE-DATE " CLEAR TO RUN"
               UPON CONSOLE.
           PERFORM 4500-NAME-NEXT-CYCLE THRU 4500-EXIT.
           STOP RUN.

       1000-INITIALIZE.
                 "- KEEP IT IN STEP WITH THE SET DAY CARD"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE BUSINESS CALENDAR.  NO CALENDAR AT ALL LEAVES
      *    THE TABLE EMPTY AND THE SEQUENCE CHECK ON CALENDAR DAYS,
      *    SAID OUT LOUD SO NOBODY MISTAKES IT FOR THE REAL THING.
      *-----------------------------------------------------------
       1500-LOAD-CALENDAR.
           OPEN INPUT GD-CAL-FILE.
           IF GD-CAL-ABSENT
             DISPLAY "DAY6GRD: NO CALENDAR ON FILE - CHECKING THE "
                 "SEQUENCE IN CALENDAR DAYS" UPON CONSOLE
             GO TO 1500-EXIT
           END-IF.
           IF NOT GD-CAL-OK
             DISPLAY "DAY6GRD: UNABLE TO OPEN CALENDAR, STATUS="
                 GD-CAL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO GD-CAL-EOF-FLAG.
           PERFORM 1510-READ-CALENDAR THRU 1510-EXIT.
           PERFORM UNTIL GD-CAL-EOF
             IF CAL-RECORD NOT EQUAL SPACE
               IF WS-CAL-CNT >= GD-MAX-CAL
                 DISPLAY "DAY6GRD: MORE THAN " GD-MAX-CAL
                     " DAYS ON CALENDAR - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
               MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-CNT)
             END-IF
             PERFORM 1510-READ-CALENDAR THRU 1510-EXIT
           END-PERFORM.
           CLOSE GD-CAL-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-CALENDAR.
           READ GD-CAL-FILE
             AT END
               SET GD-CAL-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE PRIOR CYCLE MUST HAVE WRITTEN ITS DAYEND RECORD AND
      *    EITHER PASSED OR HAD ITS FAIL ACKNOWLEDGED IN WRITING.
           EXIT.

      *-----------------------------------------------------------
      *    TODAY'S CYCLE DATE MUST BE THE NEXT BUSINESS DAY AFTER
      *    THE PRIOR CYCLE'S - A REPEATED DATE IS A DOUBLED CYCLE,
      *    A GAP IS A SKIPPED ONE, AND BOTH ARE SOMEONE'S HAND
      *    SLIPPING ON THE SET DAY CARD.  A WEEKEND OR HOLIDAY IS
      *    NEVER A CYCLE DATE - MAKE THE DAY A BUSINESS DAY
      *    THROUGH DAY6CALJ FOR A SPECIAL RUN.  WITH NO CALENDAR ON
      *    FILE THE NEXT CALENDAR DAY IS EXPECTED INSTEAD.
      *-----------------------------------------------------------
       3000-CHECK-SEQUENCE.
           IF WS-CAL-CNT > 0
             PERFORM 3200-CHECK-BUSINESS-DAY THRU 3200-EXIT
           END-IF.
           IF GD-PRV-SEEN EQUAL 0
             GO TO 3000-EXIT
           END-IF.
           IF WS-CAL-CNT > 0
             PERFORM 3300-NEXT-BUSINESS-DAY THRU 3300-EXIT
           ELSE
             PERFORM 3500-NEXT-DAY THRU 3500-EXIT
           END-IF.
           IF GD-CYCLE-DATE NOT EQUAL GD-NEXT-DATE
             DISPLAY "DAY6GRD: CYCLE DATE " GD-CYCLE-DATE " DOES "
                 "NOT FOLLOW " GD-PRV-DATE " (EXPECTED "
                 GD-NEXT-DATE ").  CHECK THE SET DAY AND SET "
                 "PRVDAY CARDS.  RUN REFUSED" UPON CONSOLE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       3000-EXIT.
           EXIT.

       3200-CHECK-BUSINESS-DAY.
           MOVE "T" TO GD-CAL-FUNC.
           MOVE GD-CYCLE-DATE TO GD-CAL-DATE-1.
           PERFORM 3900-CALL-CALENDAR THRU 3900-EXIT.
           IF GD-CAL-OUTSIDE
             DISPLAY "DAY6GRD: CYCLE DATE " GD-CYCLE-DATE " IS NOT "
                 "ON THE CALENDAR - GENERATE ITS YEAR THROUGH "
                 "DAY6CALJ.  RUN REFUSED" UPON CONSOLE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF GD-CAL-NO
             DISPLAY "DAY6GRD: CYCLE DATE " GD-CYCLE-DATE " IS A "
                 "WEEKEND OR HOLIDAY ON THE CALENDAR - CHECK THE SET "
                 "DAY CARD.  RUN REFUSED" UPON CONSOLE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       3200-EXIT.
           EXIT.

       3300-NEXT-BUSINESS-DAY.
           MOVE "N" TO GD-CAL-FUNC.
           MOVE GD-PRV-DATE TO GD-CAL-DATE-1.
           PERFORM 3900-CALL-CALENDAR THRU 3900-EXIT.
           IF NOT GD-CAL-YES
             DISPLAY "DAY6GRD: PRIOR CYCLE DATE " GD-PRV-DATE
                 " HAS NO NEXT BUSINESS DAY ON THE CALENDAR - CHECK "
                 "THE SET PRVDAY CARD.  RUN REFUSED" UPON CONSOLE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE GD-CAL-DATE-2 TO GD-NEXT-DATE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CALENDAR DAY AFTER GD-PRV-DATE, MONTH LENGTHS AND
      *    LEAP YEARS INCLUDED.
       3500-EXIT.
           EXIT.

       3900-CALL-CALENDAR.
           CALL "CAL-CHK" USING WS-T-CAL, GD-CAL-FUNC,
               GD-CAL-DATE-1, GD-CAL-DATE-2, GD-CAL-COUNT,
               GD-CAL-RESULT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A CYCLE DATE AT OR BEFORE THE CYCDONE MARKER HAS ALREADY
      *    RUN TO COMPLETION - A RESUBMIT BELONGS TO THE RESTART
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    TELL THE DESK WHAT TOMORROW'S SET DAY AND SET PRVDAY
      *    CARDS WILL BE, AND WARN WHILE THERE IS STILL TIME WHEN
      *    THE CALENDAR IS ABOUT TO RUN OUT.
      *-----------------------------------------------------------
       4500-NAME-NEXT-CYCLE.
           IF WS-CAL-CNT EQUAL 0
             GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO GD-CAL-FUNC.
           MOVE GD-CYCLE-DATE TO GD-CAL-DATE-1.
           PERFORM 3900-CALL-CALENDAR THRU 3900-EXIT.
           IF GD-CAL-YES
             MOVE GD-CAL-DATE-2(3:6) TO GD-SYM-DATE
             DISPLAY "DAY6GRD: NEXT CYCLE IS " GD-CAL-DATE-2
                 " - SET DAY=" GD-SYMBOLIC UPON CONSOLE
             MOVE GD-CYCLE-DATE(3:6) TO GD-SYM-DATE
             DISPLAY "DAY6GRD: ITS PRVDAY IS THIS CYCLE - SET "
                 "PRVDAY=" GD-SYMBOLIC UPON CONSOLE
           END-IF.
           MOVE "C" TO GD-CAL-FUNC.
           MOVE GD-CYCLE-DATE TO GD-CAL-DATE-1.
           MOVE WS-CAL-DATE(WS-CAL-CNT) TO GD-CAL-DATE-2.
           PERFORM 3900-CALL-CALENDAR THRU 3900-EXIT.
           IF GD-CAL-COUNT < GD-WARN-DAYS
             DISPLAY "DAY6GRD: ONLY " GD-CAL-COUNT " BUSINESS DAYS "
                 "LEFT ON THE CALENDAR - GENERATE THE NEXT YEAR "
                 "THROUGH DAY6CALJ" UPON CONSOLE
           END-IF.
       4500-EXIT.
           EXIT.


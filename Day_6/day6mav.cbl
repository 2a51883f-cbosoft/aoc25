      *  OR THE BATCH IS ALWAYS LIKE THIS.
      *
      *  THE KNOBS COME ON RUNCTL CARDS LIKE THE OTHER PROGRAMS' -
      *  MAV-CYCLES=NN (HISTORY DEPTH IN BUSINESS DAYS ON THE
      *  BUSINESS CALENDAR, DEFAULT 5) AND MAV-PCT=NNN
      *  (THE BAND, WHOLE PERCENT, DEFAULT 25).  A PART WITH NO
      *  HISTORY YET (ONLY ITS LATEST RECORD ON FILE) IS PASSED BY -
      *  THERE IS NOTHING TO AVERAGE.  THE STEP ENDS RC 4 WHEN
      *                   JUDGED ON ITS OWN (THE TWO KEYINGS HAVE
      *                   THEIR OWN HISTORIES) AND THE REPORT LINE
      *                   SAYS WHICH KEYING MOVED.
      *  2026-09-14 RM    THE HISTORY WINDOW IS THE MAV-CYCLES
      *                   BUSINESS DAYS BEFORE TODAY ON THE
      *                   CALENDAR BUSINESS CALENDAR (CAL-CHK), NOT
      *                   THE LAST MAV-CYCLES RECORDS - A BATCH THAT
      *                   ONLY RUNS NOW AND THEN IS NO LONGER
      *                   AVERAGED AGAINST WEEKS-OLD FIGURES.  NO
      *                   CALENDAR ON FILE KEEPS THE OLD RECORD-
      *                   COUNT WINDOW.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MV-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MV-CTL-STATUS.
           SELECT MV-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MV-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  MV-CTL-RECORD PIC X(80).

       FD  MV-CAL-FILE
           RECORDING MODE IS F.
       COPY "cal-rec.cpy".

       WORKING-STORAGE SECTION.
       01 MV-MST-STATUS PIC X(02) VALUE "00".
           88 MV-MST-OK VALUE "00".
       01 MV-CTL-STATUS PIC X(02) VALUE "00".
           88 MV-CTL-OK VALUE "00".
           88 MV-CTL-ABSENT VALUE "35".
       01 MV-CAL-STATUS PIC X(02) VALUE "00".
           88 MV-CAL-OK VALUE "00".
           88 MV-CAL-ABSENT VALUE "35".

      *-----------------------------------------------------------
      *    THE BUSINESS CALENDAR IN STORAGE, AND CAL-CHK'S
      *    PARAMETERS.  MV-WINDOW-START IS THE OLDEST DATE IN THE
      *    HISTORY WINDOW - ZERO WHEN THERE IS NO CALENDAR TO COUNT
      *    BUSINESS DAYS ON AND THE WINDOW IS THE LAST MV-CYCLES
      *    RECORDS INSTEAD.
      *-----------------------------------------------------------
       COPY "cal-tbl.cpy".
       78 MV-MAX-CAL VALUE 6000.
       01 MV-CAL-EOF-FLAG PIC X(01) VALUE "N".
           88 MV-CAL-EOF VALUE "Y".
       01 MV-CAL-FUNC PIC X(01) VALUE SPACE.
       01 MV-CAL-DATE-1 PIC 9(08) VALUE 0.
       01 MV-CAL-DATE-2 PIC 9(08) VALUE 0.
       01 MV-CAL-COUNT PIC 9(04) VALUE 0.
       01 MV-CAL-RESULT PIC X(01) VALUE SPACE.
           88 MV-CAL-YES VALUE "Y".
       01 MV-WINDOW-START PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    ONE PART'S DATED RECORDS, GATHERED IN KEY ORDER - A
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-FIND-LATEST THRU 1500-EXIT.
           IF MV-LATEST-DATE > 0
             PERFORM 1700-SET-WINDOW THRU 1700-EXIT
             PERFORM 2000-SCAN-MASTER THRU 2000-EXIT
           ELSE
             DISPLAY "DAY6MAV: NOTHING ON THE MASTER TO JUDGE"

       1000-INITIALIZE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           PERFORM 1600-LOAD-CALENDAR THRU 1600-EXIT.
           OPEN INPUT MV-MST-FILE.
           IF NOT MV-MST-OK
             DISPLAY "DAY6MAV: UNABLE TO OPEN MTDMST, STATUS="
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE BUSINESS CALENDAR.  NO CALENDAR AT ALL LEAVES
      *    THE TABLE EMPTY AND THE WINDOW COUNTED IN RECORDS.
      *-----------------------------------------------------------
       1600-LOAD-CALENDAR.
           OPEN INPUT MV-CAL-FILE.
           IF MV-CAL-ABSENT
             DISPLAY "DAY6MAV: NO CALENDAR ON FILE - HISTORY IS THE "
                 "LAST " MV-CYCLES " RECORDS OF EACH BATCH"
             GO TO 1600-EXIT
           END-IF.
           IF NOT MV-CAL-OK
             DISPLAY "DAY6MAV: UNABLE TO OPEN CALENDAR, STATUS="
                 MV-CAL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MV-CAL-EOF-FLAG.
           PERFORM 1610-READ-CALENDAR THRU 1610-EXIT.
           PERFORM UNTIL MV-CAL-EOF
             IF CAL-RECORD NOT EQUAL SPACE
               IF WS-CAL-CNT >= MV-MAX-CAL
                 DISPLAY "DAY6MAV: MORE THAN " MV-MAX-CAL
                     " DAYS ON CALENDAR - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
               MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-CNT)
             END-IF
             PERFORM 1610-READ-CALENDAR THRU 1610-EXIT
           END-PERFORM.
           CLOSE MV-CAL-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-CALENDAR.
           READ MV-CAL-FILE
             AT END
               SET MV-CAL-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE HISTORY WINDOW OPENS MV-CYCLES BUSINESS DAYS BEFORE
      *    THE CURRENT CYCLE.  A CALENDAR THAT DOESN'T REACH BACK
      *    THAT FAR (OR DOESN'T KNOW THE CYCLE) IS SAID OUT LOUD
      *    AND THE RECORD-COUNT WINDOW USED INSTEAD.
      *-----------------------------------------------------------
       1700-SET-WINDOW.
           IF WS-CAL-CNT EQUAL 0
             GO TO 1700-EXIT
           END-IF.
           MOVE "P" TO MV-CAL-FUNC.
           MOVE MV-LATEST-DATE TO MV-CAL-DATE-1.
           MOVE MV-CYCLES TO MV-CAL-COUNT.
           CALL "CAL-CHK" USING WS-T-CAL, MV-CAL-FUNC,
               MV-CAL-DATE-1, MV-CAL-DATE-2, MV-CAL-COUNT,
               MV-CAL-RESULT.
           IF MV-CAL-YES
             MOVE MV-CAL-DATE-2 TO MV-WINDOW-START
             DISPLAY "DAY6MAV: HISTORY WINDOW " MV-WINDOW-START
                 " TO " MV-LATEST-DATE
           ELSE
             DISPLAY "DAY6MAV: CALENDAR DOES NOT COVER "
                 MV-CYCLES " BUSINESS DAYS BEFORE " MV-LATEST-DATE
                 " - HISTORY IS THE LAST " MV-CYCLES " RECORDS"
           END-IF.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE PASS DOWN THE MASTER IN KEY ORDER - EACH PART'S
      *    RECORDS ARRIVE TOGETHER, OLDEST DATE FIRST, SO A CHANGE

      *-----------------------------------------------------------
      *    JUDGE ONE STREAM - THE LAST TABLE ENTRY IS TODAY'S
      *    FIGURE, THE ENTRIES BEFORE IT DATED INSIDE THE WINDOW
      *    (OR, WITH NO CALENDAR, THE UP-TO-N ENTRIES BEFORE IT)
      *    ARE THE HISTORY.  EITHER MEASURE OUTSIDE THE BAND AROUND
      *    ITS OWN AVERAGE PUTS THE BATCH ON THE REPORT.
      *-----------------------------------------------------------
       3000-JUDGE-STREAM.
           IF MV-DAY-CNT < 2
             GO TO 3000-EXIT
           END-IF.
           IF MV-WINDOW-START > 0
             MOVE MV-DAY-CNT TO MV-FIRST
             PERFORM VARYING MV-I FROM MV-DAY-CNT BY -1
                 UNTIL MV-I < 2
               IF MV-D-DATE(MV-I - 1) >= MV-WINDOW-START
                 COMPUTE MV-FIRST = MV-I - 1
               END-IF
             END-PERFORM
             IF MV-FIRST >= MV-DAY-CNT
               GO TO 3000-EXIT
             END-IF
           ELSE
             COMPUTE MV-FIRST = MV-DAY-CNT - MV-CYCLES
             IF MV-FIRST < 1
               MOVE 1 TO MV-FIRST
             END-IF
           END-IF.
           COMPUTE MV-HIST-CNT = MV-DAY-CNT - MV-FIRST.
           COMPUTE MV-SUM-TOTAL = 0.

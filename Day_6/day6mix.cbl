       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6MIX.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-16.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6MIX - NIGHTLY CHANGE EXTRACT OF THE MONTH-TO-DATE TOTALS
      *  MASTER FOR THE MANAGEMENT-INFORMATION WAREHOUSE.
      *
      *  THE MI TEAM USED TO UNLOAD THE WHOLE OF MTDMST EVERY NIGHT
      *  AND DIFF IT THEMSELVES, WHICH TOOK LONGER AS THE MONTH WORE
      *  ON AND MISSED DAY6ADJ'S SOURCE "A" ADJUSTMENTS FILED UNDER
      *  EARLIER DATES.  EVERY MASTER RECORD NOW CARRIES THE DATE AND
      *  TIME OF THE RUN THAT ADDED IT AND OF THE RUN THAT LAST
      *  CHANGED IT (SEE MTD-REC); THIS STEP PASSES THE MASTER AND
      *  SENDS EVERY RECORD CHANGED SINCE THE LAST EXTRACT - DAY6MTD'S
      *  ROLLS OF BOTH KEYINGS AND DAY6ADJ'S ADJUSTMENTS ALIKE:
      *
      *    MTDMST   THE LIVE TOTALS MASTER, READ ONLY
      *    MIXCTL   THE EXTRACT CONTROL RECORD - THE CYCLE OF THE
      *             LAST EXTRACT, THE STAMP IT STARTED FROM AND THE
      *             STAMP IT RAN UP TO, ITS COUNT AND HASH.
      *             REWRITTEN AT THE END OF EVERY RUN (EMPTY OR
      *             ABSENT UNTIL THE FIRST)
      *    MIXOUT   THE EXTRACT - ONE "|"-DELIMITED RECORD PER
      *             CHANGED MASTER RECORD, FLAGGED I (INSERT - ADDED
      *             SINCE THE LAST EXTRACT) OR U (UPDATE), THEN A T
      *             TRAILER WITH THE RECORD COUNT, THE HASH OF THE
      *             TOTALS SENT AND THE WINDOW COVERED, FOR THE
      *             WAREHOUSE'S LOAD CHECK
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (MANDATORY)
      *
      *  THE WINDOW RUNS FROM WHERE THE LAST EXTRACT STOPPED TO THE
      *  START OF THIS RUN, SO A NIGHT THE STEP DID NOT RUN IS PICKED
      *  UP IN FULL BY THE NEXT ONE RATHER THAN LOST.  A RERUN FOR
      *  THE CYCLE ALREADY EXTRACTED REPEATS THAT CYCLE'S WINDOW
      *  (WIDENED TO NOW) AND REPLACES ITS EXTRACT.  WITH NO CONTROL
      *  RECORD THE WHOLE MASTER IS SENT, ALL AS INSERTS - THE
      *  INITIAL LOAD.  THE MONTH-END CLOSE EMPTIES THE MASTER
      *  WITHOUT AN EXTRACT; THE WAREHOUSE KEEPS THE CLOSED MONTH.
      *  A CONTROL RECORD FOR A LATER CYCLE THAN TONIGHT'S, OR A
      *  HASH TOO WIDE FOR THE TRAILER, ENDS THE RUN RC 16 WITH THE
      *  CONTROL RECORD UNTOUCHED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-16 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MX-MST-FILE ASSIGN TO "MTDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTD-KEY
               FILE STATUS IS MX-MST-STATUS.
           SELECT MX-CTL-FILE ASSIGN TO "MIXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MX-MIXCTL-STATUS.
           SELECT MX-OUT-FILE ASSIGN TO "MIXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MX-OUT-STATUS.
           SELECT MX-RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MX-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MX-MST-FILE.
       COPY "mtd-rec.cpy".

      *-----------------------------------------------------------
      *    THE ONE EXTRACT CONTROL RECORD.  MC-FROM-STAMP IS SPACES
      *    WHEN THAT EXTRACT SENT THE WHOLE MASTER.
      *-----------------------------------------------------------
       FD  MX-CTL-FILE
           RECORDING MODE IS F.
       01  MX-CTL-RECORD.
           03 MC-CYCLE-DATE PIC 9(08).
           03 MC-FILL-1 PIC X(01).
           03 MC-FROM-STAMP PIC X(16).
           03 MC-FILL-2 PIC X(01).
           03 MC-TO-STAMP PIC X(16).
           03 MC-FILL-3 PIC X(01).
           03 MC-COUNT PIC 9(09).
           03 MC-FILL-4 PIC X(01).
           03 MC-HASH PIC S9(15)V9(02) SIGN LEADING SEPARATE.
           03 MC-FILL-5 PIC X(09).

      *-----------------------------------------------------------
      *    THE EXTRACT LAYOUT AGREED WITH THE MI TEAM - FIXED-WIDTH
      *    FIELDS BETWEEN "|" DELIMITERS, AMOUNTS SIGNED WITH AN
      *    ACTUAL DECIMAL POINT.  THE TRAILER SHARES THE FIRST
      *    FIELD, AS T.
      *-----------------------------------------------------------
       FD  MX-OUT-FILE
           RECORDING MODE IS F.
       01  MX-OUT-RECORD.
           03 XD-FLAG PIC X(01).
           03 XD-D-1 PIC X(01).
           03 XD-PART-NO PIC X(05).
           03 XD-D-2 PIC X(01).
           03 XD-DATE PIC 9(08).
           03 XD-D-3 PIC X(01).
           03 XD-SOURCE PIC X(01).
           03 XD-D-4 PIC X(01).
           03 XD-TOTAL PIC +9(13).9(02).
           03 XD-D-5 PIC X(01).
           03 XD-TOTAL-PLUS PIC +9(13).9(02).
           03 XD-D-6 PIC X(01).
           03 XD-TOTAL-STAR PIC +9(13).9(02).
           03 XD-D-7 PIC X(01).
           03 XD-TOTAL-MINUS PIC +9(13).9(02).
           03 XD-D-8 PIC X(01).
           03 XD-TOTAL-SLASH PIC +9(13).9(02).
           03 XD-D-9 PIC X(01).
           03 XD-ROWS PIC 9(04).
           03 XD-D-10 PIC X(01).
           03 XD-CNT-PLUS PIC 9(04).
           03 XD-D-11 PIC X(01).
           03 XD-CNT-STAR PIC 9(04).
           03 XD-D-12 PIC X(01).
           03 XD-CNT-MINUS PIC 9(04).
           03 XD-D-13 PIC X(01).
           03 XD-CNT-SLASH PIC 9(04).
           03 XD-D-14 PIC X(01).
           03 XD-CCY PIC X(03).
           03 XD-D-15 PIC X(01).
           03 XD-TOTAL-BASE PIC +9(13).9(02).
           03 XD-D-16 PIC X(01).
           03 XD-CHANGED PIC X(16).
           03 XD-D-17 PIC X(01).
           03 XD-CYCLE-DATE PIC 9(08).
       01  MX-OUT-TRAILER.
           03 XT-FLAG PIC X(01).
           03 XT-D-1 PIC X(01).
           03 XT-COUNT PIC 9(09).
           03 XT-D-2 PIC X(01).
           03 XT-HASH PIC +9(15).9(02).
           03 XT-D-3 PIC X(01).
           03 XT-CYCLE-DATE PIC 9(08).
           03 XT-D-4 PIC X(01).
           03 XT-FROM-STAMP PIC X(16).
           03 XT-D-5 PIC X(01).
           03 XT-TO-STAMP PIC X(16).
           03 XT-FILL PIC X(107).

       FD  MX-RUN-FILE
           RECORDING MODE IS F.
       01  MX-RUN-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 MX-MST-STATUS PIC X(02) VALUE "00".
           88 MX-MST-OK VALUE "00".
       01 MX-MIXCTL-STATUS PIC X(02) VALUE "00".
           88 MX-MIXCTL-OK VALUE "00".
           88 MX-MIXCTL-ABSENT VALUE "35".
       01 MX-OUT-STATUS PIC X(02) VALUE "00".
           88 MX-OUT-OK VALUE "00".
       01 MX-RUN-STATUS PIC X(02) VALUE "00".
           88 MX-RUN-OK VALUE "00".
           88 MX-RUN-ABSENT VALUE "35".

       01 MX-CYCLE-DATE PIC 9(08) VALUE 0.
       01 MX-RUN-EOF-FLAG PIC X(01) VALUE "N".
           88 MX-RUN-EOF VALUE "Y".
       01 MX-CTL-KEY PIC X(20) VALUE SPACE.
       01 MX-CTL-VALUE PIC X(20) VALUE SPACE.

      *-----------------------------------------------------------
      *    THE WINDOW.  A RECORD IS SENT WHEN ITS CHANGED STAMP IS
      *    AFTER MX-FROM-STAMP AND NOT AFTER MX-TO-STAMP (THIS
      *    RUN'S START), OR WHATEVER ITS STAMP ON A FULL EXTRACT.
      *    THE STAMPS ARE DATE THEN TIME, ALL DIGITS, SO THEY
      *    COMPARE IN TIME ORDER; A RECORD FROM BEFORE THE STAMPS
      *    CARRIES SPACES AND IS ONLY SENT BY A FULL EXTRACT.
      *-----------------------------------------------------------
       01 MX-FROM-STAMP PIC X(16) VALUE SPACE.
       01 MX-TO-STAMP.
           03 MX-RUN-DATE PIC 9(08) VALUE 0.
           03 MX-RUN-TIME PIC 9(08) VALUE 0.
       01 MX-FULL-FLAG PIC X(01) VALUE "N".
           88 MX-FULL VALUE "Y".

       01 MX-EOF-FLAG PIC X(01) VALUE "N".
           88 MX-EOF VALUE "Y".
       01 MX-CNT-READ PIC 9(09) VALUE 0.
       01 MX-CNT-SENT PIC 9(09) VALUE 0.
       01 MX-CNT-INSERT PIC 9(09) VALUE 0.
       01 MX-CNT-UPDATE PIC 9(09) VALUE 0.
       01 MX-CNT-ADJ PIC 9(09) VALUE 0.
       01 MX-HASH PIC S9(15)V9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-READ-LAST-EXTRACT THRU 1500-EXIT.
           PERFORM 2000-PASS-MASTER THRU 2000-EXIT.
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
           PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT.
           DISPLAY "DAY6MIX: " MX-CNT-SENT " OF " MX-CNT-READ
               " MASTER RECORDS EXTRACTED FOR CYCLE " MX-CYCLE-DATE
               " (" MX-CNT-INSERT " INSERTS, " MX-CNT-UPDATE
               " UPDATES, " MX-CNT-ADJ " OF THEM ADJUSTMENTS)".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT MX-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MX-RUN-TIME FROM TIME.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF MX-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6MIX: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- THE EXTRACT IS FILED UNDER IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT MX-MST-FILE.
           IF NOT MX-MST-OK
             DISPLAY "DAY6MIX: UNABLE TO OPEN MTDMST, STATUS="
                 MX-MST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    RUN-CONTROL CARDS - KEYWORD=VALUE, ONE PER CARD.  AN
      *    UNRECOGNISED KEYWORD OR UNUSABLE VALUE IS A HARD REJECT.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT MX-RUN-FILE.
           IF MX-RUN-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT MX-RUN-OK
             DISPLAY "DAY6MIX: UNABLE TO OPEN RUNCTL, STATUS="
                 MX-RUN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MX-RUN-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL MX-RUN-EOF
             IF MX-RUN-RECORD NOT EQUAL SPACE
                 AND MX-RUN-RECORD(1:1) NOT EQUAL "*"
               MOVE SPACE TO MX-CTL-KEY MX-CTL-VALUE
               UNSTRING MX-RUN-RECORD DELIMITED BY "="
                   INTO MX-CTL-KEY MX-CTL-VALUE
               EVALUATE MX-CTL-KEY
                 WHEN "CYCLE-DATE"
                   IF MX-CTL-VALUE(1:8) IS NOT NUMERIC
                     DISPLAY "DAY6MIX: CYCLE-DATE VALUE '"
                         MX-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                         "YYYYMMDD"
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE MX-CTL-VALUE(1:8) TO MX-CYCLE-DATE
                 WHEN OTHER
                   DISPLAY "DAY6MIX: UNRECOGNISED KEYWORD '"
                       MX-CTL-KEY "' ON RUNCTL CARD"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE MX-RUN-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ MX-RUN-FILE
             AT END
               SET MX-RUN-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    WHERE THE LAST EXTRACT STOPPED.  NO CONTROL RECORD IS THE
      *    INITIAL LOAD - THE WHOLE MASTER.  THE SAME CYCLE AGAIN IS
      *    A RERUN AND STARTS WHERE THAT CYCLE'S EXTRACT STARTED.
      *    A LATER CYCLE MEANS TONIGHT'S CYCLE-DATE CARD IS WRONG.
      *-----------------------------------------------------------
       1500-READ-LAST-EXTRACT.
           SET MX-FULL TO TRUE.
           OPEN INPUT MX-CTL-FILE.
           IF MX-MIXCTL-ABSENT
             GO TO 1550-OPEN-OUTPUT
           END-IF.
           IF NOT MX-MIXCTL-OK
             DISPLAY "DAY6MIX: UNABLE TO OPEN MIXCTL, STATUS="
                 MX-MIXCTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           READ MX-CTL-FILE
             AT END
               MOVE SPACE TO MX-CTL-RECORD
           END-READ.
           CLOSE MX-CTL-FILE.
           IF MX-CTL-RECORD EQUAL SPACE
             GO TO 1550-OPEN-OUTPUT
           END-IF.
           IF MC-CYCLE-DATE IS NOT NUMERIC
               OR MC-TO-STAMP IS NOT NUMERIC
             DISPLAY "DAY6MIX: MIXCTL CONTROL RECORD IS DAMAGED - "
                 "RESTORE IT OR EMPTY IT FOR A FULL EXTRACT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF MC-CYCLE-DATE > MX-CYCLE-DATE
             DISPLAY "DAY6MIX: LAST EXTRACT WAS FOR CYCLE "
                 MC-CYCLE-DATE ", LATER THAN CYCLE-DATE "
                 MX-CYCLE-DATE " - CHECK THE RUNCTL CARD"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF MC-CYCLE-DATE EQUAL MX-CYCLE-DATE
             IF MC-FROM-STAMP NOT EQUAL SPACE
               MOVE MC-FROM-STAMP TO MX-FROM-STAMP
               MOVE "N" TO MX-FULL-FLAG
             END-IF
             DISPLAY "DAY6MIX: CYCLE " MX-CYCLE-DATE
                 " ALREADY EXTRACTED - REPEATING ITS WINDOW"
           ELSE
             MOVE MC-TO-STAMP TO MX-FROM-STAMP
             MOVE "N" TO MX-FULL-FLAG
             DISPLAY "DAY6MIX: LAST EXTRACT WAS FOR CYCLE "
                 MC-CYCLE-DATE " - CHANGES SINCE " MC-TO-STAMP
                 " GO OUT TONIGHT"
           END-IF.
       1550-OPEN-OUTPUT.
           IF MX-FULL
             DISPLAY "DAY6MIX: NO EARLIER EXTRACT ON MIXCTL - "
                 "SENDING THE WHOLE MASTER"
           END-IF.
           OPEN OUTPUT MX-OUT-FILE.
           IF NOT MX-OUT-OK
             DISPLAY "DAY6MIX: UNABLE TO OPEN MIXOUT, STATUS="
                 MX-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE PASS OF THE MASTER IN KEY ORDER.
      *-----------------------------------------------------------
       2000-PASS-MASTER.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
           PERFORM UNTIL MX-EOF
             ADD 1 TO MX-CNT-READ
             IF MX-FULL
                 OR (MTD-CHANGED > MX-FROM-STAMP
                     AND MTD-CHANGED NOT > MX-TO-STAMP)
               PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
             END-IF
             PERFORM 2100-READ-MASTER THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-READ-MASTER.
           READ MX-MST-FILE
             AT END
               SET MX-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    AN INSERT IS A RECORD ADDED INSIDE THE WINDOW - THE
      *    WAREHOUSE HAS NEVER SEEN IT.  ON A FULL EXTRACT IT HAS
      *    SEEN NOTHING.
      *-----------------------------------------------------------
       2500-WRITE-DETAIL.
           MOVE SPACE TO MX-OUT-RECORD.
           IF MX-FULL OR MTD-ADDED > MX-FROM-STAMP
             MOVE "I" TO XD-FLAG
             ADD 1 TO MX-CNT-INSERT
           ELSE
             MOVE "U" TO XD-FLAG
             ADD 1 TO MX-CNT-UPDATE
           END-IF.
           IF MTD-SOURCE EQUAL "A"
             ADD 1 TO MX-CNT-ADJ
           END-IF.
           MOVE "|" TO XD-D-1 XD-D-2 XD-D-3 XD-D-4 XD-D-5 XD-D-6
               XD-D-7 XD-D-8 XD-D-9 XD-D-10 XD-D-11 XD-D-12 XD-D-13
               XD-D-14 XD-D-15 XD-D-16 XD-D-17.
           MOVE MTD-PART-NO TO XD-PART-NO.
           MOVE MTD-DATE TO XD-DATE.
           MOVE MTD-SOURCE TO XD-SOURCE.
           MOVE MTD-TOTAL TO XD-TOTAL.
           MOVE MTD-TOTAL-PLUS TO XD-TOTAL-PLUS.
           MOVE MTD-TOTAL-STAR TO XD-TOTAL-STAR.
           MOVE MTD-TOTAL-MINUS TO XD-TOTAL-MINUS.
           MOVE MTD-TOTAL-SLASH TO XD-TOTAL-SLASH.
           MOVE MTD-ROWS TO XD-ROWS.
           MOVE MTD-CNT-PLUS TO XD-CNT-PLUS.
           MOVE MTD-CNT-STAR TO XD-CNT-STAR.
           MOVE MTD-CNT-MINUS TO XD-CNT-MINUS.
           MOVE MTD-CNT-SLASH TO XD-CNT-SLASH.
           MOVE MTD-CCY TO XD-CCY.
           MOVE MTD-TOTAL-BASE TO XD-TOTAL-BASE.
           MOVE MTD-CHANGED TO XD-CHANGED.
           MOVE MX-CYCLE-DATE TO XD-CYCLE-DATE.
           WRITE MX-OUT-RECORD.
           IF NOT MX-OUT-OK
             DISPLAY "DAY6MIX: UNABLE TO WRITE MIXOUT, STATUS="
                 MX-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO MX-CNT-SENT.
           ADD MTD-TOTAL TO MX-HASH
             ON SIZE ERROR
               DISPLAY "DAY6MIX: AMOUNT HASH OVERFLOWS AT "
                   MTD-KEY
               STOP RUN WITH ERROR STATUS 16
           END-ADD.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LOAD-CHECK TRAILER - WRITTEN EVEN WHEN NOTHING
      *    CHANGED, SO AN EMPTY NIGHT STILL PROVES ITSELF.
      *-----------------------------------------------------------
       3000-WRITE-TRAILER.
           MOVE SPACE TO MX-OUT-TRAILER.
           MOVE "T" TO XT-FLAG.
           MOVE "|" TO XT-D-1 XT-D-2 XT-D-3 XT-D-4 XT-D-5.
           MOVE MX-CNT-SENT TO XT-COUNT.
           MOVE MX-HASH TO XT-HASH.
           MOVE MX-CYCLE-DATE TO XT-CYCLE-DATE.
           MOVE MX-FROM-STAMP TO XT-FROM-STAMP.
           MOVE MX-TO-STAMP TO XT-TO-STAMP.
           WRITE MX-OUT-TRAILER.
           IF NOT MX-OUT-OK
             DISPLAY "DAY6MIX: UNABLE TO WRITE MIXOUT, STATUS="
                 MX-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CONTROL RECORD IS REWRITTEN ONLY ONCE THE EXTRACT IS
      *    WHOLE - A RUN THAT DIES FIRST LEAVES THE LAST GOOD
      *    EXTRACT'S RECORD, AND THE RERUN COVERS THE SAME GROUND.
      *-----------------------------------------------------------
       4000-WRITE-CONTROL.
           OPEN OUTPUT MX-CTL-FILE.
           IF NOT MX-MIXCTL-OK
             DISPLAY "DAY6MIX: UNABLE TO REWRITE MIXCTL, STATUS="
                 MX-MIXCTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE SPACE TO MX-CTL-RECORD.
           MOVE MX-CYCLE-DATE TO MC-CYCLE-DATE.
           MOVE MX-FROM-STAMP TO MC-FROM-STAMP.
           MOVE MX-TO-STAMP TO MC-TO-STAMP.
           MOVE MX-CNT-SENT TO MC-COUNT.
           MOVE MX-HASH TO MC-HASH.
           WRITE MX-CTL-RECORD.
           CLOSE MX-CTL-FILE.
       4000-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE MX-MST-FILE.
           CLOSE MX-OUT-FILE.
       9999-EXIT.
           EXIT.

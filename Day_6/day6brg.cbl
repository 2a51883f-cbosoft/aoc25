       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6BRG.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-26.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6BRG - DAILY BATCH REGISTER GENERATOR, THE PRE-CYCLE STEP
      *  THAT BUILDS THE DAY'S BATCHREG FOR DAY6REG.
      *
      *  DAY6REG'S EXCEPTIONS ARE ONLY AS GOOD AS THE REGISTER IT IS
      *  GIVEN, AND BATCHREG USED TO BE KEYED BY HAND EACH AFTERNOON -
      *  A FORGOTTEN PART MEANT ITS MISSING BATCH WAS NEVER REPORTED,
      *  AND A WEEKLY PART LEFT ON BY MISTAKE RAISED A FALSE "EXPECTED
      *  NOT PROCESSED" EVERY DAY.  THE REGISTER IS NOW GENERATED FROM
      *  THE PART ARRIVAL SCHEDULE FOR THE CYCLE DATE:
      *
      *    RUNCTL    CYCLE-DATE=YYYYMMDD, KEPT IN STEP WITH SET DAY
      *    CALENDAR  THE SHOP BUSINESS CALENDAR (SEE CAL-REC) - SAYS
      *              WHICH WEEKDAY THE CYCLE FALLS ON AND WHETHER IT
      *              IS THE LAST BUSINESS DAY OF THE MONTH
      *    SCHEDMST  THE SCHEDULE MASTER (SEE SCH-REC) - EACH PART'S
      *              ARRIVAL FREQUENCY: DAILY, CHOSEN WEEKDAYS,
      *              MONTH-END OR AD HOC OVER A DATE RANGE
      *    PARTMST   THE PART-NUMBER REFERENCE MASTER (SEE PART-REC)
      *    RCYREG    THE PREVIOUS CYCLE'S RECYCLE REGISTER CARDS
      *              (DAY6RCY), ONE PER BATCH RETURNED FROM SUSPENSE
      *    BATCHREG  THE DAY'S REGISTER - ONE 80-BYTE CARD PER PART
      *              DUE BY THE SCHEDULE, IN PART ORDER, FOLLOWED BY
      *              EVERY RCYREG CARD
      *    REGLIST   THE REGISTER LISTING, THE SCHEDULE WARNINGS AND
      *              THE TOTALS
      *
      *  A PART IS DUE WHEN ANY OF ITS SCHEDULE LINES IS IN FORCE ON
      *  THE CYCLE DATE AND MATCHES IT, AND IS REGISTERED ONCE HOWEVER
      *  MANY OF ITS LINES MATCH.  A RECYCLED BATCH IS REGISTERED AS
      *  WELL AS ANY SCHEDULED ONE FOR THE SAME PART - BOTH ARE
      *  EXPECTED, AND DAY6REG COUNTS ITS CARDS PER PART.
      *
      *  WARNINGS (RC 4): A PARTMST PART THAT IS ON NO SCHEDULE LINE
      *  AT ALL, SO ITS BATCH WOULD NEVER BE EXPECTED; A SCHEDULE LINE
      *  FOR A PART NOT ON PARTMST; AND A SCHEDULE LINE THAT DOES NOT
      *  EDIT, WHICH REGISTERS NOTHING.  THE REGISTER IS STILL
      *  WRITTEN - A WARNING IS FOR THE CONTROL DESK TO PUT RIGHT ON
      *  SCHEDMST BEFORE THE NEXT CYCLE.  NO CYCLE DATE, NO CALENDAR
      *  OR A CYCLE DATE THAT ISN'T A BUSINESS DAY ON IT ARE HARD
      *  ERRORS (RC 16).
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-26 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BG-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BG-CTL-STATUS.
           SELECT BG-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BG-CAL-STATUS.
           SELECT BG-SCH-FILE ASSIGN TO "SCHEDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BG-SCH-STATUS.
           SELECT BG-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BG-PART-STATUS.
           SELECT BG-RCY-FILE ASSIGN TO "RCYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BG-RCY-STATUS.
           SELECT BG-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BG-REG-STATUS.
           SELECT BG-RPT-FILE ASSIGN TO "REGLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BG-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BG-CTL-FILE
           RECORDING MODE IS F.
       01  BG-CTL-RECORD PIC X(80).

       FD  BG-CAL-FILE
           RECORDING MODE IS F.
       COPY "cal-rec.cpy".

       FD  BG-SCH-FILE
           RECORDING MODE IS F.
       COPY "sch-rec.cpy".

       FD  BG-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

      *-----------------------------------------------------------
      *    DAY6RCY'S REGISTER CARD FOR A RECYCLED BATCH AND THE
      *    DAY'S REGISTER CARD ARE THE SAME 80-BYTE SHAPE - A
      *    RECYCLE CARD IS COPIED ACROSS WHOLE.
      *-----------------------------------------------------------
       FD  BG-RCY-FILE
           RECORDING MODE IS F.
       01  BG-RCY-RECORD.
           03 RR-PART-NO PIC X(05).
           03 RR-FILL PIC X(75).

       FD  BG-REG-FILE
           RECORDING MODE IS F.
       01  BG-REG-RECORD.
           03 BR-PART-NO PIC X(05).
           03 BR-FILL PIC X(75).

       FD  BG-RPT-FILE
           RECORDING MODE IS F.
       01  BG-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BG-CTL-STATUS PIC X(02) VALUE "00".
           88 BG-CTL-OK VALUE "00".
           88 BG-CTL-ABSENT VALUE "35".
       01 BG-CAL-STATUS PIC X(02) VALUE "00".
           88 BG-CAL-OK VALUE "00".
           88 BG-CAL-ABSENT VALUE "35".
       01 BG-SCH-STATUS PIC X(02) VALUE "00".
           88 BG-SCH-OK VALUE "00".
       01 BG-PART-STATUS PIC X(02) VALUE "00".
           88 BG-PART-OK VALUE "00".
       01 BG-RCY-STATUS PIC X(02) VALUE "00".
           88 BG-RCY-OK VALUE "00".
           88 BG-RCY-ABSENT VALUE "35".
       01 BG-REG-STATUS PIC X(02) VALUE "00".
           88 BG-REG-OK VALUE "00".
       01 BG-RPT-STATUS PIC X(02) VALUE "00".
           88 BG-RPT-OK VALUE "00".

       01 BG-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 BG-CTL-EOF VALUE "Y".
       01 BG-CTL-KEY PIC X(20) VALUE SPACE.
       01 BG-CTL-VALUE PIC X(20) VALUE SPACE.

       01 BG-CYCLE-DATE PIC 9(08) VALUE 0.
       01 BG-CYCLE-DAY PIC X(03) VALUE SPACE.
       01 BG-CYCLE-DOW PIC 9(01) VALUE 0.
       01 BG-MONTH-END-FLAG PIC X(01) VALUE "N".
           88 BG-MONTH-END VALUE "Y".

      *-----------------------------------------------------------
      *    THE CALENDAR'S DAY NAMES IN SK-DAYS ORDER - POSITION 1
      *    IS MONDAY.
      *-----------------------------------------------------------
       01 BG-DAY-LIST.
           03 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 BG-DAY-TABLE REDEFINES BG-DAY-LIST.
           03 BG-DAY-NAME PIC X(03) OCCURS 7 TIMES.

      *-----------------------------------------------------------
      *    THE BUSINESS CALENDAR IN STORAGE, AND CAL-CHK'S
      *    PARAMETERS.
      *-----------------------------------------------------------
       COPY "cal-tbl.cpy".
       78 BG-MAX-CAL VALUE 6000.
       01 BG-CAL-EOF-FLAG PIC X(01) VALUE "N".
           88 BG-CAL-EOF VALUE "Y".
       01 BG-CAL-FUNC PIC X(01) VALUE SPACE.
       01 BG-CAL-DATE-1 PIC 9(08) VALUE 0.
       01 BG-CAL-DATE-2 PIC 9(08) VALUE 0.
       01 BG-CAL-COUNT PIC 9(04) VALUE 0.
       01 BG-CAL-RESULT PIC X(01) VALUE SPACE.
           88 BG-CAL-YES VALUE "Y".
           88 BG-CAL-NO VALUE "N".
           88 BG-CAL-OUTSIDE VALUE "X".

      *-----------------------------------------------------------
      *    THE REFERENCE MASTER'S PARTS, EACH MARKED WHEN A SCHEDULE
      *    LINE THAT EDITS CLEAN NAMES IT.
      *-----------------------------------------------------------
       78 BG-MAX-PARTS VALUE 9999.
       01 BG-PART-TABLE.
           03 BG-PART OCCURS 9999 TIMES.
               05 BG-P-PART-NO PIC X(05).
               05 BG-P-DESC PIC X(20).
               05 BG-P-SCHED PIC 9(01).
       01 BG-PART-CNT PIC 9(04) VALUE 0.
       01 BG-PART-EOF-FLAG PIC X(01) VALUE "N".
           88 BG-PART-EOF VALUE "Y".
       01 BG-PART-KEY PIC X(05) VALUE SPACE.
       01 BG-PART-FOUND PIC 9(04) VALUE 0.
       01 BG-PART-DESC PIC X(20) VALUE SPACE.

      *-----------------------------------------------------------
      *    THE PARTS DUE BY THE SCHEDULE THIS CYCLE, ONE ENTRY PER
      *    PART, WITH THE FIRST LINE THAT MADE IT DUE FOR THE
      *    LISTING.
      *-----------------------------------------------------------
       78 BG-MAX-REG VALUE 9999.
       01 BG-REG-TABLE.
           03 BG-REG OCCURS 9999 TIMES.
               05 BG-R-PART-NO PIC X(05).
               05 BG-R-FREQ PIC X(28).
               05 BG-R-FROM PIC 9(08).
               05 BG-R-TO PIC 9(08).
               05 BG-R-NOTE PIC X(30).
               05 BG-R-DONE PIC 9(01).
       01 BG-REG-CNT PIC 9(04) VALUE 0.
       01 BG-REG-FOUND PIC 9(04) VALUE 0.
       01 BG-BEST PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    WARNINGS ARE HELD UNTIL THE REGISTER HAS PRINTED.
      *-----------------------------------------------------------
       78 BG-MAX-WARN VALUE 9999.
       01 BG-WARN-TABLE.
           03 BG-WARN OCCURS 9999 TIMES.
               05 BG-W-PART-NO PIC X(05).
               05 BG-W-TEXT PIC X(64).
       01 BG-WARN-CNT PIC 9(04) VALUE 0.
       01 BG-WARN-PART PIC X(05) VALUE SPACE.
       01 BG-WARN-TEXT PIC X(64) VALUE SPACE.

       01 BG-SCH-EOF-FLAG PIC X(01) VALUE "N".
           88 BG-SCH-EOF VALUE "Y".
       01 BG-RCY-EOF-FLAG PIC X(01) VALUE "N".
           88 BG-RCY-EOF VALUE "Y".
       01 BG-LINE-NO PIC 9(05) VALUE 0.
       01 BG-REASON PIC X(40) VALUE SPACE.
       01 BG-DUE-FLAG PIC X(01) VALUE "N".
           88 BG-DUE VALUE "Y".
       01 BG-FREQ-TEXT PIC X(28) VALUE SPACE.
       01 BG-PTR PIC 9(02) VALUE 0.
       01 BG-Y-CNT PIC 9(01) VALUE 0.
       01 BG-I PIC 9(04) VALUE 0.

       01 BG-CNT-INVALID PIC 9(05) VALUE 0.
       01 BG-CNT-RECYCLED PIC 9(05) VALUE 0.
       01 BG-CNT-WRITTEN PIC 9(05) VALUE 0.

       78 BG-LINES-PER-PAGE VALUE 56.
       01 BG-LINE-CNT PIC 9(02) VALUE 99.
       01 BG-LINE-HOLD PIC X(132) VALUE SPACE.
       01 BG-PAGE-NO PIC 9(04) VALUE 0.
       01 BG-COL-HEAD PIC X(132) VALUE SPACE.

       01 BG-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 HD1-TITLE PIC X(36)
               VALUE "DAILY BATCH REGISTER - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-DATE PIC X(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

      *-----------------------------------------------------------
      *    THE REGISTER - ONE LINE PER CARD WRITTEN TO BATCHREG.
      *-----------------------------------------------------------
       01 BG-REG-TITLE PIC X(132)
           VALUE "BATCHES EXPECTED THIS CYCLE".
       01 BG-CYC-LINE.
           03 FILLER PIC X(06) VALUE "CYCLE ".
           03 CYC-DATE PIC 9(08).
           03 FILLER PIC X(02) VALUE " (".
           03 CYC-DAY PIC X(03).
           03 FILLER PIC X(04) VALUE ") - ".
           03 CYC-MONTH-END PIC X(44).
           03 FILLER PIC X(65) VALUE SPACE.
       01 BG-REG-HEAD.
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(22) VALUE "DESCRIPTION".
           03 FILLER PIC X(10) VALUE "SOURCE".
           03 FILLER PIC X(30) VALUE "FREQUENCY".
           03 FILLER PIC X(10) VALUE "FROM".
           03 FILLER PIC X(10) VALUE "TO".
           03 FILLER PIC X(43) VALUE "NOTE".
       01 BG-REG-DETAIL.
           03 RD-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RD-DESC PIC X(20).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RD-SOURCE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RD-FREQ PIC X(28).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RD-FROM PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RD-TO PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RD-NOTE PIC X(30).
           03 FILLER PIC X(13) VALUE SPACE.
       01 BG-NONE-LINE PIC X(132)
           VALUE "    NO BATCH IS EXPECTED THIS CYCLE".

      *-----------------------------------------------------------
      *    THE SCHEDULE WARNINGS.
      *-----------------------------------------------------------
       01 BG-WARN-TITLE PIC X(132)
           VALUE "SCHEDULE WARNINGS".
       01 BG-WARN-HEAD.
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(22) VALUE "DESCRIPTION".
           03 FILLER PIC X(103) VALUE "WARNING".
       01 BG-WARN-DETAIL.
           03 WD-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 WD-DESC PIC X(20).
           03 FILLER PIC X(02) VALUE SPACE.
           03 WD-TEXT PIC X(64).
           03 FILLER PIC X(39) VALUE SPACE.
       01 BG-NO-WARN-LINE PIC X(132)
           VALUE "    NONE - EVERY PART SCHEDULED, EVERY LINE CLEAN".

      *-----------------------------------------------------------
      *    THE TOTALS.
      *-----------------------------------------------------------
       01 BG-TOT-TITLE PIC X(132)
           VALUE "REGISTER TOTALS".
       01 BG-TOT-LINE.
           03 TOT-LABEL PIC X(40).
           03 TOT-COUNT PIC ZZZZ9.
           03 FILLER PIC X(87) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-SCHEDULE THRU 2000-EXIT.
           PERFORM 3000-CHECK-PARTS THRU 3000-EXIT.
           PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT.
           PERFORM 4500-MERGE-RECYCLES THRU 4500-EXIT.
           PERFORM 4900-CHECK-EMPTY THRU 4900-EXIT.
           PERFORM 5000-PRINT-WARNINGS THRU 5000-EXIT.
           PERFORM 5500-PRINT-TOTALS THRU 5500-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           DISPLAY "DAY6BRG: " BG-CNT-WRITTEN " REGISTER CARDS "
               "WRITTEN FOR CYCLE " BG-CYCLE-DATE " (" BG-REG-CNT
               " SCHEDULED, " BG-CNT-RECYCLED " RECYCLED)"
               UPON CONSOLE.
           IF BG-WARN-CNT > 0
             DISPLAY "DAY6BRG: " BG-WARN-CNT " SCHEDULE WARNINGS - "
                 "SEE REGLIST" UPON CONSOLE
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF BG-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6BRG: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- KEEP IT IN STEP WITH THE SET DAY CARD"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
           PERFORM 1600-CHECK-CYCLE THRU 1600-EXIT.
           PERFORM 1700-LOAD-PARTS THRU 1700-EXIT.
           OPEN INPUT BG-SCH-FILE.
           IF NOT BG-SCH-OK
             DISPLAY "DAY6BRG: UNABLE TO OPEN SCHEDMST, STATUS="
                 BG-SCH-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    NO RECYCLE CARDS AT ALL (DUMMY ON THE FIRST CYCLE) IS
      *    SIMPLY NOTHING TO MERGE.
           OPEN INPUT BG-RCY-FILE.
           IF NOT BG-RCY-OK AND NOT BG-RCY-ABSENT
             DISPLAY "DAY6BRG: UNABLE TO OPEN RCYREG, STATUS="
                 BG-RCY-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT BG-REG-FILE.
           IF NOT BG-REG-OK
             DISPLAY "DAY6BRG: UNABLE TO OPEN BATCHREG, STATUS="
                 BG-REG-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT BG-RPT-FILE.
           IF NOT BG-RPT-OK
             DISPLAY "DAY6BRG: UNABLE TO OPEN REGLIST, STATUS="
                 BG-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE BG-CYCLE-DATE TO HD1-DATE.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT BG-CTL-FILE.
           IF BG-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT BG-CTL-OK
             DISPLAY "DAY6BRG: UNABLE TO OPEN RUNCTL, STATUS="
                 BG-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BG-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL BG-CTL-EOF
             IF BG-CTL-RECORD NOT EQUAL SPACE
                 AND BG-CTL-RECORD(1:1) NOT EQUAL "*"
               MOVE SPACE TO BG-CTL-KEY BG-CTL-VALUE
               UNSTRING BG-CTL-RECORD DELIMITED BY "="
                   INTO BG-CTL-KEY BG-CTL-VALUE
               EVALUATE BG-CTL-KEY
                 WHEN "CYCLE-DATE"
                   IF BG-CTL-VALUE(1:8) IS NOT NUMERIC
                     DISPLAY "DAY6BRG: CYCLE-DATE VALUE '"
                         BG-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                         "YYYYMMDD"
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE BG-CTL-VALUE(1:8) TO BG-CYCLE-DATE
                 WHEN OTHER
                   DISPLAY "DAY6BRG: UNRECOGNISED KEYWORD '"
                       BG-CTL-KEY "' ON RUNCTL CARD"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE BG-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ BG-CTL-FILE
             AT END
               SET BG-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE BUSINESS CALENDAR, TAKING THE CYCLE DATE'S DAY
      *    NAME OFF IT ON THE WAY PAST.  WITHOUT A CALENDAR THE
      *    WEEKDAY AND MONTH-END LINES CAN'T BE READ, SO THERE IS
      *    NO FALLING BACK - THE STEP STOPS.
      *-----------------------------------------------------------
       1500-LOAD-CALENDAR.
           OPEN INPUT BG-CAL-FILE.
           IF NOT BG-CAL-OK
             DISPLAY "DAY6BRG: UNABLE TO OPEN CALENDAR, STATUS="
                 BG-CAL-STATUS " - THE SCHEDULE CANNOT BE READ "
                 "WITHOUT THE BUSINESS CALENDAR"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BG-CAL-EOF-FLAG.
           PERFORM 1510-READ-CALENDAR THRU 1510-EXIT.
           PERFORM UNTIL BG-CAL-EOF
             IF CAL-RECORD NOT EQUAL SPACE
               IF WS-CAL-CNT >= BG-MAX-CAL
                 DISPLAY "DAY6BRG: MORE THAN " BG-MAX-CAL
                     " DAYS ON CALENDAR - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
               MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-CNT)
               IF CAL-DATE EQUAL BG-CYCLE-DATE
                 MOVE CAL-DAY-NAME TO BG-CYCLE-DAY
               END-IF
             END-IF
             PERFORM 1510-READ-CALENDAR THRU 1510-EXIT
           END-PERFORM.
           CLOSE BG-CAL-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-CALENDAR.
           READ BG-CAL-FILE
             AT END
               SET BG-CAL-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CYCLE MUST BE A BUSINESS DAY (THE GUARD HAS ALREADY
      *    SAID SO, BUT THIS STEP IS ALSO RUN ON ITS OWN).  IT IS
      *    MONTH-END WHEN THE NEXT BUSINESS DAY FALLS IN ANOTHER
      *    MONTH - A CALENDAR THAT STOPS AT THE CYCLE CAN'T SAY.
      *-----------------------------------------------------------
       1600-CHECK-CYCLE.
           MOVE "T" TO BG-CAL-FUNC.
           MOVE BG-CYCLE-DATE TO BG-CAL-DATE-1.
           PERFORM 1690-CALL-CALENDAR THRU 1690-EXIT.
           IF BG-CAL-OUTSIDE
             DISPLAY "DAY6BRG: CYCLE DATE " BG-CYCLE-DATE " IS NOT "
                 "ON THE CALENDAR - GENERATE ITS YEAR THROUGH "
                 "DAY6CALJ" UPON CONSOLE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF BG-CAL-NO
             DISPLAY "DAY6BRG: CYCLE DATE " BG-CYCLE-DATE " IS A "
                 "WEEKEND OR HOLIDAY ON THE CALENDAR - CHECK THE "
                 "CYCLE-DATE CARD" UPON CONSOLE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE 0 TO BG-CYCLE-DOW.
           PERFORM VARYING BG-I FROM 1 BY 1
               UNTIL BG-I > 7 OR BG-CYCLE-DOW > 0
             IF BG-DAY-NAME(BG-I) EQUAL BG-CYCLE-DAY
               MOVE BG-I TO BG-CYCLE-DOW
             END-IF
           END-PERFORM.
           IF BG-CYCLE-DOW EQUAL 0
             DISPLAY "DAY6BRG: CALENDAR DAY NAME '" BG-CYCLE-DAY
                 "' FOR " BG-CYCLE-DATE " IS NOT MON TO SUN"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BG-CAL-FUNC.
           PERFORM 1690-CALL-CALENDAR THRU 1690-EXIT.
           IF NOT BG-CAL-YES
             DISPLAY "DAY6BRG: NO BUSINESS DAY AFTER " BG-CYCLE-DATE
                 " ON THE CALENDAR - CANNOT TELL WHETHER IT IS "
                 "MONTH-END.  GENERATE THE NEXT YEAR THROUGH "
                 "DAY6CALJ" UPON CONSOLE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF BG-CAL-DATE-2(1:6) NOT EQUAL BG-CYCLE-DATE(1:6)
             SET BG-MONTH-END TO TRUE
           END-IF.
       1600-EXIT.
           EXIT.

       1690-CALL-CALENDAR.
           CALL "CAL-CHK" USING WS-T-CAL, BG-CAL-FUNC,
               BG-CAL-DATE-1, BG-CAL-DATE-2, BG-CAL-COUNT,
               BG-CAL-RESULT.
       1690-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE PART-NUMBER REFERENCE MASTER - EVERY PART ON IT
      *    SHOULD BE ON THE SCHEDULE.
      *-----------------------------------------------------------
       1700-LOAD-PARTS.
           OPEN INPUT BG-PART-FILE.
           IF NOT BG-PART-OK
             DISPLAY "DAY6BRG: UNABLE TO OPEN PARTMST, STATUS="
                 BG-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO BG-PART-EOF-FLAG.
           PERFORM 1710-READ-PART THRU 1710-EXIT.
           PERFORM UNTIL BG-PART-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               IF BG-PART-CNT >= BG-MAX-PARTS
                 DISPLAY "DAY6BRG: MORE THAN " BG-MAX-PARTS
                     " PART NUMBERS ON PARTMST - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO BG-PART-CNT
               MOVE PM-PART-NO TO BG-P-PART-NO(BG-PART-CNT)
               MOVE PM-DESC TO BG-P-DESC(BG-PART-CNT)
               MOVE 0 TO BG-P-SCHED(BG-PART-CNT)
             END-IF
             PERFORM 1710-READ-PART THRU 1710-EXIT
           END-PERFORM.
           CLOSE BG-PART-FILE.
       1700-EXIT.
           EXIT.

       1710-READ-PART.
           READ BG-PART-FILE
             AT END
               SET BG-PART-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE PASS OF THE SCHEDULE MASTER.  A LINE THAT DOESN'T
      *    EDIT IS WARNED AND REGISTERS NOTHING; A GOOD LINE MARKS
      *    ITS PART SCHEDULED AND, WHEN IT FALLS DUE TODAY, ADDS
      *    THE PART TO THE REGISTER.
      *-----------------------------------------------------------
       2000-READ-SCHEDULE.
           MOVE "N" TO BG-SCH-EOF-FLAG.
           PERFORM 2010-READ-SCHED-REC THRU 2010-EXIT.
           PERFORM UNTIL BG-SCH-EOF
             IF SK-RECORD NOT EQUAL SPACE
               ADD 1 TO BG-LINE-NO
               PERFORM 2100-EDIT-LINE THRU 2100-EXIT
               IF BG-REASON NOT EQUAL SPACE
                 ADD 1 TO BG-CNT-INVALID
                 MOVE SK-PART-NO TO BG-WARN-PART
                 PERFORM 2500-LINE-WARNING THRU 2500-EXIT
               ELSE
                 MOVE SK-PART-NO TO BG-PART-KEY
                 PERFORM 2600-FIND-PART THRU 2600-EXIT
                 IF BG-PART-FOUND > 0
                   MOVE 1 TO BG-P-SCHED(BG-PART-FOUND)
                 ELSE
                   MOVE "PART NOT ON PARTMST" TO BG-REASON
                   MOVE SK-PART-NO TO BG-WARN-PART
                   PERFORM 2500-LINE-WARNING THRU 2500-EXIT
                 END-IF
                 PERFORM 2200-TEST-DUE THRU 2200-EXIT
                 IF BG-DUE
                   PERFORM 2400-ADD-REGISTER THRU 2400-EXIT
                 END-IF
               END-IF
             END-IF
             PERFORM 2010-READ-SCHED-REC THRU 2010-EXIT
           END-PERFORM.
           CLOSE BG-SCH-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-SCHED-REC.
           READ BG-SCH-FILE
             AT END
               SET BG-SCH-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT ONE SCHEDULE LINE - BG-REASON COMES BACK SPACES
      *    WHEN IT IS GOOD, OR SAYS WHAT IS WRONG WITH IT.
      *-----------------------------------------------------------
       2100-EDIT-LINE.
           MOVE SPACE TO BG-REASON.
           IF SK-PART-NO EQUAL SPACE
             MOVE "NO PART NUMBER" TO BG-REASON
             GO TO 2100-EXIT
           END-IF.
           IF NOT SK-DAILY AND NOT SK-WEEKDAYS
               AND NOT SK-MONTH-END AND NOT SK-AD-HOC
             MOVE "FREQUENCY IS NOT D, W, M OR A" TO BG-REASON
             GO TO 2100-EXIT
           END-IF.
           IF SK-FROM IS NOT NUMERIC
             MOVE "FROM DATE IS NOT YYYYMMDD OR ZERO" TO BG-REASON
             GO TO 2100-EXIT
           END-IF.
           IF SK-TO IS NOT NUMERIC
             MOVE "TO DATE IS NOT YYYYMMDD OR ZERO" TO BG-REASON
             GO TO 2100-EXIT
           END-IF.
           IF SK-FROM > 0 AND SK-TO > 0 AND SK-FROM > SK-TO
             MOVE "FROM DATE IS AFTER TO DATE" TO BG-REASON
             GO TO 2100-EXIT
           END-IF.
           IF SK-AD-HOC AND (SK-FROM EQUAL 0 OR SK-TO EQUAL 0)
             MOVE "AD HOC LINE NEEDS BOTH FROM AND TO" TO BG-REASON
             GO TO 2100-EXIT
           END-IF.
           IF NOT SK-WEEKDAYS
             GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO BG-Y-CNT.
           PERFORM VARYING BG-I FROM 1 BY 1 UNTIL BG-I > 7
             EVALUATE SK-DAY(BG-I)
               WHEN "Y"
                 ADD 1 TO BG-Y-CNT
               WHEN "N"
               WHEN SPACE
                 CONTINUE
               WHEN OTHER
                 MOVE "DAYS MUST BE Y OR N, MONDAY FIRST"
                     TO BG-REASON
             END-EVALUATE
           END-PERFORM.
           IF BG-REASON EQUAL SPACE AND BG-Y-CNT EQUAL 0
             MOVE "WEEKDAYS LINE HAS NO DAY MARKED Y" TO BG-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    DOES A GOOD LINE FALL DUE ON THE CYCLE DATE?  ITS DATE
      *    RANGE COMES FIRST, WHATEVER THE FREQUENCY.
      *-----------------------------------------------------------
       2200-TEST-DUE.
           MOVE "N" TO BG-DUE-FLAG.
           IF SK-FROM > 0 AND BG-CYCLE-DATE < SK-FROM
             GO TO 2200-EXIT
           END-IF.
           IF SK-TO > 0 AND BG-CYCLE-DATE > SK-TO
             GO TO 2200-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN SK-DAILY
             WHEN SK-AD-HOC
               SET BG-DUE TO TRUE
             WHEN SK-WEEKDAYS
               IF SK-DAY(BG-CYCLE-DOW) EQUAL "Y"
                 SET BG-DUE TO TRUE
               END-IF
             WHEN SK-MONTH-END
               IF BG-MONTH-END
                 SET BG-DUE TO TRUE
               END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE'S FREQUENCY IN WORDS FOR THE LISTING - A
      *    WEEKDAYS LINE LISTS ITS DAYS.
      *-----------------------------------------------------------
       2300-FREQ-TEXT.
           MOVE SPACE TO BG-FREQ-TEXT.
           EVALUATE TRUE
             WHEN SK-DAILY
               MOVE "DAILY" TO BG-FREQ-TEXT
             WHEN SK-MONTH-END
               MOVE "MONTH-END" TO BG-FREQ-TEXT
             WHEN SK-AD-HOC
               MOVE "AD HOC" TO BG-FREQ-TEXT
             WHEN SK-WEEKDAYS
               MOVE 1 TO BG-PTR
               PERFORM VARYING BG-I FROM 1 BY 1 UNTIL BG-I > 7
                 IF SK-DAY(BG-I) EQUAL "Y"
                   STRING BG-DAY-NAME(BG-I) " " DELIMITED BY SIZE
                       INTO BG-FREQ-TEXT WITH POINTER BG-PTR
                 END-IF
               END-PERFORM
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A PART GOES ON THE REGISTER ONCE, HOWEVER MANY OF ITS
      *    LINES FALL DUE - THE FIRST LINE IS THE ONE LISTED.
      *-----------------------------------------------------------
       2400-ADD-REGISTER.
           MOVE 0 TO BG-REG-FOUND.
           PERFORM VARYING BG-I FROM 1 BY 1
               UNTIL BG-I > BG-REG-CNT OR BG-REG-FOUND > 0
             IF BG-R-PART-NO(BG-I) EQUAL SK-PART-NO
               MOVE BG-I TO BG-REG-FOUND
             END-IF
           END-PERFORM.
           IF BG-REG-FOUND > 0
             GO TO 2400-EXIT
           END-IF.
           IF BG-REG-CNT >= BG-MAX-REG
             DISPLAY "DAY6BRG: MORE THAN " BG-MAX-REG
                 " PARTS DUE - REGISTER TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 2300-FREQ-TEXT THRU 2300-EXIT.
           ADD 1 TO BG-REG-CNT.
           MOVE SK-PART-NO TO BG-R-PART-NO(BG-REG-CNT).
           MOVE BG-FREQ-TEXT TO BG-R-FREQ(BG-REG-CNT).
           MOVE SK-FROM TO BG-R-FROM(BG-REG-CNT).
           MOVE SK-TO TO BG-R-TO(BG-REG-CNT).
           MOVE SK-NOTE TO BG-R-NOTE(BG-REG-CNT).
           MOVE 0 TO BG-R-DONE(BG-REG-CNT).
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A WARNING AGAINST A SCHEDULE LINE, NAMED BY ITS POSITION
      *    ON SCHEDMST (BLANK LINES NOT COUNTED).
      *-----------------------------------------------------------
       2500-LINE-WARNING.
           MOVE SPACE TO BG-WARN-TEXT.
           STRING "SCHEDULE LINE " BG-LINE-NO ": " BG-REASON
               DELIMITED BY SIZE INTO BG-WARN-TEXT.
           PERFORM 2550-ADD-WARNING THRU 2550-EXIT.
       2500-EXIT.
           EXIT.

       2550-ADD-WARNING.
           IF BG-WARN-CNT >= BG-MAX-WARN
             DISPLAY "DAY6BRG: MORE THAN " BG-MAX-WARN
                 " SCHEDULE WARNINGS - TABLE FULL"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO BG-WARN-CNT.
           MOVE BG-WARN-PART TO BG-W-PART-NO(BG-WARN-CNT).
           MOVE BG-WARN-TEXT TO BG-W-TEXT(BG-WARN-CNT).
       2550-EXIT.
           EXIT.

       2600-FIND-PART.
           MOVE 0 TO BG-PART-FOUND.
           PERFORM VARYING BG-I FROM 1 BY 1
               UNTIL BG-I > BG-PART-CNT OR BG-PART-FOUND > 0
             IF BG-P-PART-NO(BG-I) EQUAL BG-PART-KEY
               MOVE BG-I TO BG-PART-FOUND
             END-IF
           END-PERFORM.
           IF BG-PART-FOUND > 0
             MOVE BG-P-DESC(BG-PART-FOUND) TO BG-PART-DESC
           ELSE
             MOVE "*NOT ON PARTMST*" TO BG-PART-DESC
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A PART ON THE REFERENCE MASTER THAT NO GOOD SCHEDULE
      *    LINE NAMES WOULD NEVER BE EXPECTED - ITS MISSING BATCH
      *    WOULD NEVER BE REPORTED.  (A LINE WHOSE DATE RANGE HAS
      *    RUN OUT STILL COUNTS - THE PART WAS SCHEDULED, ON
      *    PURPOSE, FOR A PERIOD.)
      *-----------------------------------------------------------
       3000-CHECK-PARTS.
           MOVE "ON PARTMST BUT ON NO SCHEDULE LINE" TO BG-WARN-TEXT.
           PERFORM VARYING BG-PART-FOUND FROM 1 BY 1
               UNTIL BG-PART-FOUND > BG-PART-CNT
             IF BG-P-SCHED(BG-PART-FOUND) EQUAL 0
               MOVE BG-P-PART-NO(BG-PART-FOUND) TO BG-WARN-PART
               PERFORM 2550-ADD-WARNING THRU 2550-EXIT
             END-IF
           END-PERFORM.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    WRITE AND LIST THE SCHEDULED PARTS IN PART ORDER.
      *-----------------------------------------------------------
       4000-WRITE-REGISTER.
           MOVE BG-REG-HEAD TO BG-COL-HEAD.
           MOVE 99 TO BG-LINE-CNT.
           MOVE BG-REG-TITLE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE BG-CYCLE-DATE TO CYC-DATE.
           MOVE BG-CYCLE-DAY TO CYC-DAY.
           IF BG-MONTH-END
             MOVE "THE LAST BUSINESS DAY OF THE MONTH"
                 TO CYC-MONTH-END
           ELSE
             MOVE "NOT THE LAST BUSINESS DAY OF THE MONTH"
                 TO CYC-MONTH-END
           END-IF.
           MOVE BG-CYC-LINE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           PERFORM 4100-PICK-NEXT THRU 4100-EXIT.
           PERFORM UNTIL BG-BEST EQUAL 0
             MOVE 1 TO BG-R-DONE(BG-BEST)
             MOVE SPACE TO BG-REG-RECORD
             MOVE BG-R-PART-NO(BG-BEST) TO BR-PART-NO
             WRITE BG-REG-RECORD
             ADD 1 TO BG-CNT-WRITTEN
             MOVE BG-R-PART-NO(BG-BEST) TO BG-PART-KEY
             PERFORM 2600-FIND-PART THRU 2600-EXIT
             MOVE BG-R-PART-NO(BG-BEST) TO RD-PART-NO
             MOVE BG-PART-DESC TO RD-DESC
             MOVE "SCHEDULE" TO RD-SOURCE
             MOVE BG-R-FREQ(BG-BEST) TO RD-FREQ
             MOVE SPACE TO RD-FROM RD-TO
             IF BG-R-FROM(BG-BEST) > 0
               MOVE BG-R-FROM(BG-BEST) TO RD-FROM
             END-IF
             IF BG-R-TO(BG-BEST) > 0
               MOVE BG-R-TO(BG-BEST) TO RD-TO
             END-IF
             MOVE BG-R-NOTE(BG-BEST) TO RD-NOTE
             MOVE BG-REG-DETAIL TO BG-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             PERFORM 4100-PICK-NEXT THRU 4100-EXIT
           END-PERFORM.
       4000-EXIT.
           EXIT.

       4100-PICK-NEXT.
           MOVE 0 TO BG-BEST.
           PERFORM VARYING BG-I FROM 1 BY 1 UNTIL BG-I > BG-REG-CNT
             IF BG-R-DONE(BG-I) EQUAL 0
               IF BG-BEST EQUAL 0
                 MOVE BG-I TO BG-BEST
               ELSE
                 IF BG-R-PART-NO(BG-I) < BG-R-PART-NO(BG-BEST)
                   MOVE BG-I TO BG-BEST
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE RECYCLE CARDS FOLLOW THE SCHEDULED PARTS, COPIED
      *    ACROSS AS THEY COME.
      *-----------------------------------------------------------
       4500-MERGE-RECYCLES.
           IF BG-RCY-ABSENT
             GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO BG-RCY-EOF-FLAG.
           PERFORM 4510-READ-RECYCLE THRU 4510-EXIT.
           PERFORM UNTIL BG-RCY-EOF
             IF RR-PART-NO NOT EQUAL SPACE
               MOVE BG-RCY-RECORD TO BG-REG-RECORD
               WRITE BG-REG-RECORD
               ADD 1 TO BG-CNT-WRITTEN
               ADD 1 TO BG-CNT-RECYCLED
               MOVE RR-PART-NO TO BG-PART-KEY
               PERFORM 2600-FIND-PART THRU 2600-EXIT
               MOVE RR-PART-NO TO RD-PART-NO
               MOVE BG-PART-DESC TO RD-DESC
               MOVE "RECYCLED" TO RD-SOURCE
               MOVE "BACK FROM SUSPENSE" TO RD-FREQ
               MOVE SPACE TO RD-FROM RD-TO RD-NOTE
               MOVE BG-REG-DETAIL TO BG-LINE-HOLD
               PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             END-IF
             PERFORM 4510-READ-RECYCLE THRU 4510-EXIT
           END-PERFORM.
           CLOSE BG-RCY-FILE.
       4500-EXIT.
           EXIT.

       4510-READ-RECYCLE.
           READ BG-RCY-FILE
             AT END
               SET BG-RCY-EOF TO TRUE
           END-READ.
       4510-EXIT.
           EXIT.

       4900-CHECK-EMPTY.
           IF BG-CNT-WRITTEN EQUAL 0
             MOVE BG-NONE-LINE TO BG-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       4900-EXIT.
           EXIT.

       5000-PRINT-WARNINGS.
           MOVE BG-WARN-HEAD TO BG-COL-HEAD.
           MOVE 99 TO BG-LINE-CNT.
           MOVE BG-WARN-TITLE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF BG-WARN-CNT EQUAL 0
             MOVE BG-NO-WARN-LINE TO BG-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 5000-EXIT
           END-IF.
           PERFORM VARYING BG-REG-FOUND FROM 1 BY 1
               UNTIL BG-REG-FOUND > BG-WARN-CNT
             MOVE BG-W-PART-NO(BG-REG-FOUND) TO BG-PART-KEY
             PERFORM 2600-FIND-PART THRU 2600-EXIT
             MOVE BG-W-PART-NO(BG-REG-FOUND) TO WD-PART-NO
             MOVE BG-PART-DESC TO WD-DESC
             IF BG-W-PART-NO(BG-REG-FOUND) EQUAL SPACE
               MOVE SPACE TO WD-DESC
             END-IF
             MOVE BG-W-TEXT(BG-REG-FOUND) TO WD-TEXT
             MOVE BG-WARN-DETAIL TO BG-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-PERFORM.
       5000-EXIT.
           EXIT.

       5500-PRINT-TOTALS.
           MOVE SPACE TO BG-COL-HEAD.
           MOVE 99 TO BG-LINE-CNT.
           MOVE BG-TOT-TITLE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE "SCHEDULE LINES READ" TO TOT-LABEL.
           MOVE BG-LINE-NO TO TOT-COUNT.
           PERFORM 5550-TOTAL-LINE THRU 5550-EXIT.
           MOVE "  OF WHICH INVALID" TO TOT-LABEL.
           MOVE BG-CNT-INVALID TO TOT-COUNT.
           PERFORM 5550-TOTAL-LINE THRU 5550-EXIT.
           MOVE "PARTS ON PARTMST" TO TOT-LABEL.
           MOVE BG-PART-CNT TO TOT-COUNT.
           PERFORM 5550-TOTAL-LINE THRU 5550-EXIT.
           MOVE "PARTS DUE BY THE SCHEDULE" TO TOT-LABEL.
           MOVE BG-REG-CNT TO TOT-COUNT.
           PERFORM 5550-TOTAL-LINE THRU 5550-EXIT.
           MOVE "RECYCLED BATCHES MERGED IN" TO TOT-LABEL.
           MOVE BG-CNT-RECYCLED TO TOT-COUNT.
           PERFORM 5550-TOTAL-LINE THRU 5550-EXIT.
           MOVE "REGISTER CARDS WRITTEN TO BATCHREG" TO TOT-LABEL.
           MOVE BG-CNT-WRITTEN TO TOT-COUNT.
           PERFORM 5550-TOTAL-LINE THRU 5550-EXIT.
           MOVE "SCHEDULE WARNINGS" TO TOT-LABEL.
           MOVE BG-WARN-CNT TO TOT-COUNT.
           PERFORM 5550-TOTAL-LINE THRU 5550-EXIT.
       5500-EXIT.
           EXIT.

       5550-TOTAL-LINE.
           MOVE BG-TOT-LINE TO BG-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5550-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO BG-PAGE-NO.
           MOVE BG-PAGE-NO TO HD1-PAGE.
           WRITE BG-PRINT-LINE FROM BG-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO BG-PRINT-LINE.
           WRITE BG-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE BG-PRINT-LINE FROM BG-COL-HEAD
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO BG-PRINT-LINE.
           WRITE BG-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO BG-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN BG-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF BG-LINE-CNT >= BG-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE BG-PRINT-LINE FROM BG-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO BG-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE BG-REG-FILE.
           CLOSE BG-RPT-FILE.
       9999-EXIT.
           EXIT.

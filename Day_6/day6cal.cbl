       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6CAL.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-14.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6CAL - MAINTENANCE OF THE CALENDAR SHOP BUSINESS
      *  CALENDAR.
      *
      *  THE FILE SAYS, DAY BY DAY, WHETHER THE NIGHTLY CYCLE RUNS
      *  (SEE CAL-REC) - DAY6GRD EXPECTS EACH CYCLE ON THE NEXT
      *  BUSINESS DAY AFTER THE LAST, AND DAY6MAV, DAY6APP AND
      *  DAY6RCY COUNT THEIR HISTORY WINDOW AND AGES IN BUSINESS
      *  DAYS OFF IT.  OPERATIONS KEEPS IT THROUGH THIS PROGRAM (SEE
      *  DAY6CALJ), A YEAR AT A TIME:
      *
      *    CALTRAN  ONE CARD PER CHANGE - OPTIONAL; WITHOUT IT THE
      *             RUN JUST PRINTS THE SCHEDULE.  THE ACTIONS ARE:
      *               G  GENERATE A WHOLE YEAR - EVERY DAY OF IT,
      *                  MONDAY TO FRIDAY AS BUSINESS DAYS AND
      *                  SATURDAY AND SUNDAY AS WEEKEND
      *               H  MAKE ONE DAY A HOLIDAY, NAMED ON THE CARD
      *               B  MAKE ONE DAY A BUSINESS DAY (A SPECIAL
      *                  WEEKEND RUN, OR A HOLIDAY TAKEN BACK)
      *               W  MAKE ONE DAY A NON-WORKING WEEKEND DAY
      *    CALENDAR THE FILE, LOADED WHOLE AND REWRITTEN IN DATE
      *             ORDER WHEN ANYTHING WAS APPLIED (ABSENT UNTIL
      *             THE FIRST YEAR IS GENERATED)
      *    CALRPT   THE CHANGE REGISTER - EVERY CARD WITH ITS
      *             DISPOSITION - FOLLOWED BY THE CYCLE SCHEDULE
      *             FOR THE NEXT MONTH, EACH BUSINESS DAY WITH THE
      *             SET DAY AND SET PRVDAY SYMBOLICS DAY6JOB RUNS
      *             IT UNDER, AND EVERY HOLIDAY STILL AHEAD
      *    AUDITLOG THE SHARED AUDIT TRAIL - ONE RECORD PER CARD:
      *             RC 00 APPLIED, 08 REFUSED
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (MANDATORY - STAMPS EVERY
      *             CHANGE AND FIXES WHERE HISTORY STARTS)
      *
      *  THE FILE HAS NO GAPS - A YEAR CAN ONLY BE GENERATED WHEN IT
      *  IS THE YEAR AFTER THE LAST ONE ON FILE (ANY YEAR WHEN THE
      *  FILE IS EMPTY).  A DAY AT OR BEFORE THE CYCLE DATE CANNOT
      *  BE CHANGED: THE CYCLES ALREADY RUN, AND THE AGES ALREADY
      *  COUNTED, STAND ON IT.  A CARD IS ALSO REFUSED FOR A DATE
      *  THAT ISN'T ON FILE, NO REQUESTER, A HOLIDAY WITH NO NAME,
      *  OR A DAY ALREADY OF THE TYPE ASKED FOR.  THE STEP ENDS RC
      *  4 WHEN ANY CARD WAS REFUSED OR THE CALENDAR RUNS OUT
      *  WITHIN CA-WARN-DAYS BUSINESS DAYS OF THE CYCLE, RC 0
      *  OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-14 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CA-TRAN-FILE ASSIGN TO "CALTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-TRAN-STATUS.
           SELECT CA-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-CAL-STATUS.
           SELECT CA-RPT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-RPT-STATUS.
           SELECT CA-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-AUD-STATUS.
           SELECT CA-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CA-TRAN-FILE
           RECORDING MODE IS F.
       01  CA-TRAN-RECORD PIC X(80).

       FD  CA-CAL-FILE
           RECORDING MODE IS F.
       COPY "cal-rec.cpy".

       FD  CA-RPT-FILE
           RECORDING MODE IS F.
       01  CA-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    SHARED AUDIT TRAIL - OPENED EXTEND SO EVERY EXECUTION
      *    ADDS TO THE LOG RATHER THAN REPLACING IT.
      *-----------------------------------------------------------
       FD  CA-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  CA-CTL-FILE
           RECORDING MODE IS F.
       01  CA-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 CA-TRAN-STATUS PIC X(02) VALUE "00".
           88 CA-TRAN-OK VALUE "00".
           88 CA-TRAN-ABSENT VALUE "35".
       01 CA-CAL-STATUS PIC X(02) VALUE "00".
           88 CA-CAL-OK VALUE "00".
           88 CA-CAL-ABSENT VALUE "35".
       01 CA-RPT-STATUS PIC X(02) VALUE "00".
           88 CA-RPT-OK VALUE "00".
       01 CA-AUD-STATUS PIC X(02) VALUE "00".
           88 CA-AUD-OK VALUE "00".
           88 CA-AUD-ABSENT VALUE "35".
       01 CA-CTL-STATUS PIC X(02) VALUE "00".
           88 CA-CTL-OK VALUE "00".
           88 CA-CTL-ABSENT VALUE "35".

       78 CA-MAX-CAL VALUE 6000.
      *    THE SCHEDULE LISTS THIS MANY DAYS FROM THE CYCLE, AND A
      *    CALENDAR WITH FEWER BUSINESS DAYS THAN CA-WARN-DAYS LEFT
      *    AFTER THE CYCLE IS CALLED OUT FOR EXTENDING.
       78 CA-SCHED-DAYS VALUE 31.
       78 CA-WARN-DAYS VALUE 40.

      *-----------------------------------------------------------
      *    THE WHOLE FILE, HELD IN DATE ORDER.  THE DAY NAME,
      *    DESCRIPTION AND CHANGE STAMP RIDE ALONGSIDE THE SHARED
      *    CAL-TBL ENTRIES, SUBSCRIPT FOR SUBSCRIPT.
      *-----------------------------------------------------------
       COPY "cal-tbl.cpy".
       01 CA-STAMP-TABLE.
           03 CA-STAMP OCCURS 6000 TIMES.
               05 CA-S-DAY-NAME PIC X(03).
               05 CA-S-DESC PIC X(20).
               05 CA-S-CHANGED PIC 9(08).
               05 CA-S-USER PIC X(08).

      *-----------------------------------------------------------
      *    THE CALENDAR CARD BEING JUDGED.  A G CARD CARRIES ONLY
      *    THE YEAR IN THE FIRST FOUR COLUMNS OF THE DATE.
      *-----------------------------------------------------------
       01 CA-CARD.
           03 CT-ACTION PIC X(01).
           03 CT-FILL-1 PIC X(01).
           03 CT-DATE PIC X(08).
           03 CT-FILL-2 PIC X(01).
           03 CT-USER PIC X(08).
           03 CT-FILL-3 PIC X(01).
           03 CT-DESC PIC X(20).

      *-----------------------------------------------------------
      *    DAY NAMES BY DAY OF THE WEEK, SUNDAY FIRST, AND MONTH
      *    LENGTHS FOR THE YEAR GENERATOR.
      *-----------------------------------------------------------
       01 CA-NAMES-LIST.
           03 FILLER PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
       01 CA-NAMES-TABLE REDEFINES CA-NAMES-LIST.
           03 CA-NAME PIC X(03) OCCURS 7 TIMES.
       01 CA-DAYS-LIST.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 CA-DAYS-TABLE REDEFINES CA-DAYS-LIST.
           03 CA-DAYS PIC 9(02) OCCURS 12 TIMES.

       01 CA-CYCLE-DATE PIC 9(08) VALUE 0.
       01 CA-DATE PIC 9(08) VALUE 0.
       01 CA-YEAR PIC 9(04) VALUE 0.
       01 CA-LAST-YEAR PIC 9(04) VALUE 0.
       01 CA-MONTH PIC 9(02) VALUE 0.
       01 CA-DAY PIC 9(02) VALUE 0.
       01 CA-MONTH-DAYS PIC 9(02) VALUE 0.
       01 CA-DOW PIC 9(01) VALUE 0.
       01 CA-Y1 PIC 9(04) VALUE 0.
       01 CA-REM PIC 9(04) VALUE 0.
       01 CA-QUOT PIC 9(04) VALUE 0.
       01 CA-LEAP PIC 9(01) VALUE 0.
       01 CA-WORK PIC 9(05) VALUE 0.
       01 CA-GEN-DAYS PIC 9(04) VALUE 0.
       01 CA-GEN-BUS PIC 9(04) VALUE 0.
       01 CA-BEFORE PIC X(01) VALUE SPACE.
       01 CA-AFTER PIC X(01) VALUE SPACE.
       01 CA-WORD PIC X(08) VALUE SPACE.
       01 CA-CODE PIC X(01) VALUE SPACE.
       01 CA-REASON PIC X(32) VALUE SPACE.
       01 CA-DISP PIC X(08) VALUE SPACE.
       01 CA-FOUND PIC 9(04) VALUE 0.
       01 CA-START PIC 9(04) VALUE 0.
       01 CA-I PIC 9(04) VALUE 0.
       01 CA-LEFT PIC 9(04) VALUE 0.
       01 CA-RUNS-SHORT PIC 9(01) VALUE 0.

       01 CA-CNT-APPLIED PIC 9(04) VALUE 0.
       01 CA-CNT-REFUSED PIC 9(04) VALUE 0.
       01 CA-EOF-FLAG PIC X(01) VALUE "N".
           88 CA-EOF VALUE "Y".

      *-----------------------------------------------------------
      *    CAL-CHK'S PARAMETERS.
      *-----------------------------------------------------------
       01 CA-CAL-FUNC PIC X(01) VALUE SPACE.
       01 CA-CAL-DATE-1 PIC 9(08) VALUE 0.
       01 CA-CAL-DATE-2 PIC 9(08) VALUE 0.
       01 CA-CAL-COUNT PIC 9(04) VALUE 0.
       01 CA-CAL-RESULT PIC X(01) VALUE SPACE.
           88 CA-CAL-YES VALUE "Y".

       01 CA-RUN-DATE PIC 9(08) VALUE 0.
       01 CA-RUN-TIME-RAW PIC 9(08) VALUE 0.
       01 CA-JOB-NAME PIC X(08) VALUE SPACE.
       01 CA-AUD-RC PIC 9(02) VALUE 0.

       01 CA-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 CA-CTL-EOF VALUE "Y".
       01 CA-CTL-KEY PIC X(20) VALUE SPACE.
       01 CA-CTL-VALUE PIC X(20) VALUE SPACE.

       78 CA-LINES-PER-PAGE VALUE 56.
       01 CA-LINE-CNT PIC 9(02) VALUE 99.
       01 CA-LINE-HOLD PIC X(132) VALUE SPACE.
       01 CA-PAGE-NO PIC 9(04) VALUE 0.

       01 CA-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "BUSINESS CALENDAR REGISTER - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 CA-HEAD-2.
           03 FILLER PIC X(04) VALUE "ACT".
           03 FILLER PIC X(10) VALUE "DATE".
           03 FILLER PIC X(10) VALUE "DISPOSN".
           03 FILLER PIC X(10) VALUE "BEFORE".
           03 FILLER PIC X(10) VALUE "AFTER".
           03 FILLER PIC X(10) VALUE "KEYED BY".
           03 FILLER PIC X(22) VALUE "DESCRIPTION".
           03 FILLER PIC X(56) VALUE "REASON".

       01 CA-DETAIL.
           03 DET-ACTION PIC X(01).
           03 FILLER PIC X(03) VALUE SPACE.
           03 DET-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DISP PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-BEFORE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-AFTER PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-USER PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DESC PIC X(20).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-REASON PIC X(32).
           03 FILLER PIC X(24) VALUE SPACE.

       01 CA-GEN-REASON.
           03 GR-DAYS PIC ZZ9.
           03 FILLER PIC X(07) VALUE " DAYS, ".
           03 GR-BUS PIC ZZ9.
           03 FILLER PIC X(19) VALUE " BUSINESS".

       01 CA-TOTAL-LINE.
           03 FILLER PIC X(06) VALUE "CARDS ".
           03 TOT-APPLIED PIC ZZZ9.
           03 FILLER PIC X(11) VALUE " APPLIED, ".
           03 TOT-REFUSED PIC ZZZ9.
           03 FILLER PIC X(20) VALUE " REFUSED; CALENDAR ".
           03 TOT-FIRST PIC 9(08).
           03 FILLER PIC X(04) VALUE " TO ".
           03 TOT-LAST PIC 9(08).
           03 FILLER PIC X(67) VALUE SPACE.

       01 CA-SHORT-LINE.
           03 FILLER PIC X(27) VALUE "*** CALENDAR RUNS OUT AFTER".
           03 FILLER PIC X(01) VALUE SPACE.
           03 SHT-LEFT PIC ZZZ9.
           03 FILLER PIC X(30)
               VALUE " MORE BUSINESS DAYS - GENERATE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 SHT-YEAR PIC 9(04).
           03 FILLER PIC X(11) VALUE " NOW ***".
           03 FILLER PIC X(54) VALUE SPACE.

       01 CA-SCHED-HEAD.
           03 FILLER PIC X(38)
               VALUE "CYCLE SCHEDULE FROM THE CYCLE DATE".
           03 FILLER PIC X(94) VALUE SPACE.

       01 CA-SCHED-HEAD-2.
           03 FILLER PIC X(10) VALUE "DATE".
           03 FILLER PIC X(05) VALUE "DAY".
           03 FILLER PIC X(10) VALUE "TYPE".
           03 FILLER PIC X(22) VALUE "DESCRIPTION".
           03 FILLER PIC X(18) VALUE "SET DAY".
           03 FILLER PIC X(67) VALUE "SET PRVDAY".

       01 CA-SCHED-LINE.
           03 SCH-DATE PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SCH-DAY PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SCH-TYPE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SCH-DESC PIC X(20).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SCH-DAY-SYM PIC X(16).
           03 FILLER PIC X(02) VALUE SPACE.
           03 SCH-PRV-SYM PIC X(16).
           03 FILLER PIC X(51) VALUE SPACE.

       01 CA-SYMBOLIC.
           03 SYM-D PIC X(01) VALUE "D".
           03 SYM-DATE PIC X(06).

       01 CA-HOL-HEAD.
           03 FILLER PIC X(40)
               VALUE "HOLIDAYS AHEAD OF THE CYCLE DATE".
           03 FILLER PIC X(92) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
           PERFORM 2500-PROCESS-CARDS THRU 2500-EXIT.
           PERFORM 5000-REWRITE-CALENDAR THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           PERFORM 6500-LIST-SCHEDULE THRU 6500-EXIT.
           PERFORM 6800-LIST-HOLIDAYS THRU 6800-EXIT.
           DISPLAY "DAY6CAL: " CA-CNT-APPLIED " CALENDAR CHANGES "
               "APPLIED, " CA-CNT-REFUSED " REFUSED FOR CYCLE "
               CA-CYCLE-DATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF CA-CNT-REFUSED > 0 OR CA-RUNS-SHORT EQUAL 1
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CA-RUN-TIME-RAW FROM TIME.
           ACCEPT CA-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF CA-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6CAL: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- EVERY CHANGE IS STAMPED WITH IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN INPUT CA-TRAN-FILE.
           IF NOT CA-TRAN-OK AND NOT CA-TRAN-ABSENT
             DISPLAY "DAY6CAL: UNABLE TO OPEN CALTRAN, STATUS="
                 CA-TRAN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT CA-RPT-FILE.
           IF NOT CA-RPT-OK
             DISPLAY "DAY6CAL: UNABLE TO OPEN CALRPT, STATUS="
                 CA-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN EXTEND CA-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
           IF CA-AUD-ABSENT
             OPEN OUTPUT CA-AUD-FILE
           END-IF.
           IF NOT CA-AUD-OK
             DISPLAY "DAY6CAL: UNABLE TO OPEN AUDITLOG, STATUS="
                 CA-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT CA-CTL-FILE.
           IF CA-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT CA-CTL-OK
             DISPLAY "DAY6CAL: UNABLE TO OPEN RUNCTL, STATUS="
                 CA-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO CA-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL CA-CTL-EOF
             IF CA-CTL-RECORD NOT EQUAL SPACE
                 AND CA-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE CA-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ CA-CTL-FILE
             AT END
               SET CA-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO CA-CTL-KEY CA-CTL-VALUE.
           UNSTRING CA-CTL-RECORD DELIMITED BY "="
               INTO CA-CTL-KEY CA-CTL-VALUE.
           EVALUATE CA-CTL-KEY
             WHEN "CYCLE-DATE"
               IF CA-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6CAL: CYCLE-DATE VALUE '"
                     CA-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                     "YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE CA-CTL-VALUE(1:8) TO CA-CYCLE-DATE
             WHEN OTHER
               DISPLAY "DAY6CAL: UNRECOGNISED KEYWORD '" CA-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE WHOLE FILE.  ABSENT IS A FILE NOT CREATED YET;
      *    ONE OUT OF ORDER OR CARRYING A DAY TWICE IS REPORTED AND
      *    NOT MAINTAINED UNTIL SOMEONE HAS LOOKED.
      *-----------------------------------------------------------
       1500-LOAD-CALENDAR.
           OPEN INPUT CA-CAL-FILE.
           IF CA-CAL-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT CA-CAL-OK
             DISPLAY "DAY6CAL: UNABLE TO OPEN CALENDAR, STATUS="
                 CA-CAL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO CA-EOF-FLAG.
           PERFORM 1510-READ-CALENDAR THRU 1510-EXIT.
           PERFORM UNTIL CA-EOF
             IF CAL-RECORD NOT EQUAL SPACE
               IF WS-CAL-CNT >= CA-MAX-CAL
                 DISPLAY "DAY6CAL: MORE THAN " CA-MAX-CAL
                     " DAYS ON CALENDAR - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF WS-CAL-CNT > 0
                 IF CAL-DATE NOT > WS-CAL-DATE(WS-CAL-CNT)
                   DISPLAY "DAY6CAL: CALENDAR OUT OF ORDER OR "
                       "DUPLICATED AT " CAL-DATE
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
               MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-CNT)
               MOVE CAL-DAY-NAME TO CA-S-DAY-NAME(WS-CAL-CNT)
               MOVE CAL-DESC TO CA-S-DESC(WS-CAL-CNT)
               MOVE CAL-CHANGED TO CA-S-CHANGED(WS-CAL-CNT)
               MOVE CAL-USER TO CA-S-USER(WS-CAL-CNT)
             END-IF
             PERFORM 1510-READ-CALENDAR THRU 1510-EXIT
           END-PERFORM.
           CLOSE CA-CAL-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-CALENDAR.
           READ CA-CAL-FILE
             AT END
               SET CA-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CALENDAR CARDS, IN ORDER.  BLANK CARDS AND "*"
      *    COMMENT CARDS ARE PASSED OVER.
      *-----------------------------------------------------------
       2500-PROCESS-CARDS.
           IF CA-TRAN-ABSENT
             GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO CA-EOF-FLAG.
           PERFORM 2600-READ-CARD THRU 2600-EXIT.
           PERFORM UNTIL CA-EOF
             IF CA-TRAN-RECORD NOT EQUAL SPACE
                 AND CA-TRAN-RECORD(1:1) NOT EQUAL "*"
               MOVE CA-TRAN-RECORD(1:40) TO CA-CARD
               PERFORM 2700-CHANGE THRU 2700-EXIT
             END-IF
             PERFORM 2600-READ-CARD THRU 2600-EXIT
           END-PERFORM.
       2500-EXIT.
           EXIT.

       2600-READ-CARD.
           READ CA-TRAN-FILE
             AT END
               SET CA-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

       2700-CHANGE.
           MOVE SPACE TO CA-BEFORE CA-AFTER.
           PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
           IF CA-REASON NOT EQUAL SPACE
             PERFORM 3900-REFUSE THRU 3900-EXIT
             GO TO 2700-EXIT
           END-IF.
           IF CT-ACTION EQUAL "G"
             PERFORM 4500-GENERATE-YEAR THRU 4500-EXIT
             MOVE CA-GEN-DAYS TO GR-DAYS
             MOVE CA-GEN-BUS TO GR-BUS
             MOVE CA-GEN-REASON TO CA-REASON
           ELSE
             MOVE CT-ACTION TO CA-AFTER
             PERFORM 4000-SET-DAY THRU 4000-EXIT
           END-IF.
           ADD 1 TO CA-CNT-APPLIED.
           MOVE "APPLIED" TO CA-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 0 TO CA-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT THE CALENDAR CARD IN CA-CARD.  CA-REASON COMES BACK
      *    SPACES FOR A GOOD CARD, OR THE REASON IT IS REFUSED;
      *    CA-BEFORE COMES BACK AS THE DAY'S CURRENT TYPE ONCE THE
      *    DAY HAS BEEN FOUND.
      *-----------------------------------------------------------
       3000-EDIT-CARD.
           MOVE SPACE TO CA-REASON.
           IF CT-ACTION NOT EQUAL "G" AND CT-ACTION NOT EQUAL "H"
               AND CT-ACTION NOT EQUAL "B" AND CT-ACTION NOT EQUAL "W"
             MOVE "ACTION NOT G, H, B OR W" TO CA-REASON
             GO TO 3000-EXIT
           END-IF.
           IF CT-USER EQUAL SPACE
             MOVE "NO REQUESTER ID" TO CA-REASON
             GO TO 3000-EXIT
           END-IF.
           IF CT-ACTION EQUAL "G"
             PERFORM 3200-EDIT-YEAR THRU 3200-EXIT
             GO TO 3000-EXIT
           END-IF.
           IF CT-DATE IS NOT NUMERIC
             MOVE "DATE NOT YYYYMMDD" TO CA-REASON
             GO TO 3000-EXIT
           END-IF.
           MOVE CT-DATE TO CA-DATE.
           PERFORM 3100-FIND-DAY THRU 3100-EXIT.
           IF CA-FOUND EQUAL 0
             MOVE "DATE NOT ON THE CALENDAR" TO CA-REASON
             GO TO 3000-EXIT
           END-IF.
           MOVE WS-CAL-TYPE(CA-FOUND) TO CA-BEFORE.
           IF CA-DATE NOT > CA-CYCLE-DATE
             MOVE "DATE NOT AFTER THE CYCLE DATE" TO CA-REASON
             GO TO 3000-EXIT
           END-IF.
           IF CT-ACTION EQUAL "H" AND CT-DESC EQUAL SPACE
             MOVE "NO HOLIDAY NAME" TO CA-REASON
             GO TO 3000-EXIT
           END-IF.
           IF CT-ACTION EQUAL CA-BEFORE
             MOVE "DAY ALREADY OF THAT TYPE" TO CA-REASON
             GO TO 3000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOOK UP CA-DATE.  CA-FOUND IS ITS ENTRY, ZERO WHEN IT IS
      *    NOT ON FILE.
      *-----------------------------------------------------------
       3100-FIND-DAY.
           COMPUTE CA-FOUND = 0.
           PERFORM VARYING CA-I FROM 1 BY 1
               UNTIL CA-I > WS-CAL-CNT OR CA-FOUND > 0
             IF WS-CAL-DATE(CA-I) EQUAL CA-DATE
               MOVE CA-I TO CA-FOUND
             END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A G CARD - THE YEAR IN THE FIRST FOUR DATE COLUMNS, THE
      *    REST BLANK, AND THE YEAR AFTER THE LAST ON FILE SO THE
      *    CALENDAR NEVER HAS A GAP.
      *-----------------------------------------------------------
       3200-EDIT-YEAR.
           IF CT-DATE(1:4) IS NOT NUMERIC
               OR CT-DATE(5:4) NOT EQUAL SPACE
             MOVE "YEAR NOT YYYY" TO CA-REASON
             GO TO 3200-EXIT
           END-IF.
           MOVE CT-DATE(1:4) TO CA-YEAR.
           IF CA-YEAR < 1901
             MOVE "YEAR NOT YYYY" TO CA-REASON
             GO TO 3200-EXIT
           END-IF.
           IF WS-CAL-CNT > 0
             MOVE WS-CAL-DATE(WS-CAL-CNT)(1:4) TO CA-LAST-YEAR
             IF CA-YEAR NOT EQUAL CA-LAST-YEAR + 1
               MOVE "YEAR NOT THE NEXT AFTER THE FILE" TO CA-REASON
               GO TO 3200-EXIT
             END-IF
           END-IF.
           IF WS-CAL-CNT + 366 > CA-MAX-CAL
             MOVE "CALENDAR TABLE FULL" TO CA-REASON
             GO TO 3200-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3900-REFUSE.
           ADD 1 TO CA-CNT-REFUSED.
           DISPLAY "DAY6CAL: " CT-ACTION " CARD FOR " CT-DATE
               " REFUSED - " CA-REASON.
           MOVE "REFUSED" TO CA-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 8 TO CA-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SET ONE DAY TO THE CARD'S TYPE, STAMPED WITH THE CYCLE
      *    AND THE REQUESTER.  ONLY A HOLIDAY KEEPS A NAME UNLESS
      *    THE CARD GIVES ONE (A SPECIAL RUN CAN SAY WHY).
      *-----------------------------------------------------------
       4000-SET-DAY.
           MOVE CT-ACTION TO WS-CAL-TYPE(CA-FOUND).
           MOVE CT-DESC TO CA-S-DESC(CA-FOUND).
           MOVE CA-CYCLE-DATE TO CA-S-CHANGED(CA-FOUND).
           MOVE CT-USER TO CA-S-USER(CA-FOUND).
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    GENERATE CA-YEAR ONTO THE END OF THE TABLE.  THE DAY OF
      *    THE WEEK OF 1 JANUARY IS GAUSS'S RULE (0 SUNDAY):
      *      (1 + 5*((Y-1) MOD 4) + 4*((Y-1) MOD 100)
      *         + 6*((Y-1) MOD 400)) MOD 7
      *    AND EVERY LATER DAY STEPS IT ON BY ONE.
      *-----------------------------------------------------------
       4500-GENERATE-YEAR.
           COMPUTE CA-GEN-DAYS = 0.
           COMPUTE CA-GEN-BUS = 0.
           COMPUTE CA-Y1 = CA-YEAR - 1.
           COMPUTE CA-WORK = 1.
           DIVIDE CA-Y1 BY 4 GIVING CA-QUOT REMAINDER CA-REM.
           COMPUTE CA-WORK = CA-WORK + 5 * CA-REM.
           DIVIDE CA-Y1 BY 100 GIVING CA-QUOT REMAINDER CA-REM.
           COMPUTE CA-WORK = CA-WORK + 4 * CA-REM.
           DIVIDE CA-Y1 BY 400 GIVING CA-QUOT REMAINDER CA-REM.
           COMPUTE CA-WORK = CA-WORK + 6 * CA-REM.
           DIVIDE CA-WORK BY 7 GIVING CA-QUOT REMAINDER CA-REM.
           MOVE CA-REM TO CA-DOW.
           PERFORM 4600-SET-LEAP THRU 4600-EXIT.
           PERFORM VARYING CA-MONTH FROM 1 BY 1 UNTIL CA-MONTH > 12
             MOVE CA-DAYS(CA-MONTH) TO CA-MONTH-DAYS
             IF CA-MONTH EQUAL 2 AND CA-LEAP EQUAL 1
               MOVE 29 TO CA-MONTH-DAYS
             END-IF
             PERFORM VARYING CA-DAY FROM 1 BY 1
                 UNTIL CA-DAY > CA-MONTH-DAYS
               PERFORM 4700-ADD-DAY THRU 4700-EXIT
             END-PERFORM
           END-PERFORM.
       4500-EXIT.
           EXIT.

       4600-SET-LEAP.
           COMPUTE CA-LEAP = 0.
           DIVIDE CA-YEAR BY 4 GIVING CA-QUOT REMAINDER CA-REM.
           IF CA-REM EQUAL 0
             MOVE 1 TO CA-LEAP
           END-IF.
           DIVIDE CA-YEAR BY 100 GIVING CA-QUOT REMAINDER CA-REM.
           IF CA-REM EQUAL 0
             MOVE 0 TO CA-LEAP
           END-IF.
           DIVIDE CA-YEAR BY 400 GIVING CA-QUOT REMAINDER CA-REM.
           IF CA-REM EQUAL 0
             MOVE 1 TO CA-LEAP
           END-IF.
       4600-EXIT.
           EXIT.

       4700-ADD-DAY.
           ADD 1 TO WS-CAL-CNT.
           ADD 1 TO CA-GEN-DAYS.
           COMPUTE WS-CAL-DATE(WS-CAL-CNT) =
               CA-YEAR * 10000 + CA-MONTH * 100 + CA-DAY.
           MOVE CA-NAME(CA-DOW + 1) TO CA-S-DAY-NAME(WS-CAL-CNT).
           IF CA-DOW EQUAL 0 OR CA-DOW EQUAL 6
             MOVE "W" TO WS-CAL-TYPE(WS-CAL-CNT)
           ELSE
             MOVE "B" TO WS-CAL-TYPE(WS-CAL-CNT)
             ADD 1 TO CA-GEN-BUS
           END-IF.
           MOVE SPACE TO CA-S-DESC(WS-CAL-CNT).
           MOVE CA-CYCLE-DATE TO CA-S-CHANGED(WS-CAL-CNT).
           MOVE CT-USER TO CA-S-USER(WS-CAL-CNT).
           IF CA-DOW EQUAL 6
             MOVE 0 TO CA-DOW
           ELSE
             ADD 1 TO CA-DOW
           END-IF.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REWRITE THE FILE IN DATE ORDER - ONLY WHEN SOMETHING WAS
      *    APPLIED, SO A RUN THAT REFUSED EVERYTHING NEVER TOUCHES
      *    THE DATASET.
      *-----------------------------------------------------------
       5000-REWRITE-CALENDAR.
           IF CA-CNT-APPLIED EQUAL 0
             GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT CA-CAL-FILE.
           IF NOT CA-CAL-OK
             DISPLAY "DAY6CAL: UNABLE TO REWRITE CALENDAR, STATUS="
                 CA-CAL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING CA-I FROM 1 BY 1
               UNTIL CA-I > WS-CAL-CNT
             MOVE SPACE TO CAL-RECORD
             MOVE WS-CAL-DATE(CA-I) TO CAL-DATE
             MOVE CA-S-DAY-NAME(CA-I) TO CAL-DAY-NAME
             MOVE WS-CAL-TYPE(CA-I) TO CAL-TYPE
             MOVE CA-S-DESC(CA-I) TO CAL-DESC
             MOVE CA-S-CHANGED(CA-I) TO CAL-CHANGED
             MOVE CA-S-USER(CA-I) TO CAL-USER
             WRITE CAL-RECORD
           END-PERFORM.
           CLOSE CA-CAL-FILE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    TOTALS, AND A LOUD LINE WHEN THE CALENDAR IS ABOUT TO
      *    RUN OUT UNDER THE CYCLE - THE GUARD REFUSES A CYCLE DATE
      *    THE CALENDAR DOESN'T COVER.
      *-----------------------------------------------------------
       6000-PRINT-TOTALS.
           MOVE SPACE TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE CA-CNT-APPLIED TO TOT-APPLIED.
           MOVE CA-CNT-REFUSED TO TOT-REFUSED.
           MOVE 0 TO TOT-FIRST TOT-LAST.
           IF WS-CAL-CNT > 0
             MOVE WS-CAL-DATE(1) TO TOT-FIRST
             MOVE WS-CAL-DATE(WS-CAL-CNT) TO TOT-LAST
           END-IF.
           MOVE CA-TOTAL-LINE TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           COMPUTE CA-LEFT = 0.
           IF WS-CAL-CNT > 0
             MOVE "C" TO CA-CAL-FUNC
             MOVE CA-CYCLE-DATE TO CA-CAL-DATE-1
             MOVE WS-CAL-DATE(WS-CAL-CNT) TO CA-CAL-DATE-2
             CALL "CAL-CHK" USING WS-T-CAL, CA-CAL-FUNC,
                 CA-CAL-DATE-1, CA-CAL-DATE-2, CA-CAL-COUNT,
                 CA-CAL-RESULT
             IF CA-CAL-YES
               MOVE CA-CAL-COUNT TO CA-LEFT
             END-IF
           END-IF.
           IF CA-LEFT < CA-WARN-DAYS
             MOVE 1 TO CA-RUNS-SHORT
             MOVE CA-LEFT TO SHT-LEFT
             IF WS-CAL-CNT > 0
               MOVE WS-CAL-DATE(WS-CAL-CNT)(1:4) TO CA-LAST-YEAR
               COMPUTE SHT-YEAR = CA-LAST-YEAR + 1
             ELSE
               MOVE CA-CYCLE-DATE(1:4) TO SHT-YEAR
             END-IF
             MOVE CA-SHORT-LINE TO CA-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             DISPLAY "DAY6CAL: CALENDAR RUNS OUT AFTER " CA-LEFT
                 " MORE BUSINESS DAYS - GENERATE " SHT-YEAR
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE NEXT CA-SCHED-DAYS DAYS FROM THE CYCLE DATE - EACH
      *    BUSINESS DAY WITH THE SET DAY AND SET PRVDAY SYMBOLICS
      *    ITS DAY6JOB RUN NEEDS (PRVDAY IS ALWAYS THE BUSINESS DAY
      *    BEFORE), EACH OTHER DAY WITH WHY NOTHING RUNS.
      *-----------------------------------------------------------
       6500-LIST-SCHEDULE.
           MOVE SPACE TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE CA-SCHED-HEAD TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE CA-SCHED-HEAD-2 TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE CA-CYCLE-DATE TO CA-DATE.
           PERFORM 3100-FIND-DAY THRU 3100-EXIT.
           IF CA-FOUND EQUAL 0
             MOVE "THE CYCLE DATE IS NOT ON THE CALENDAR"
                 TO CA-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 6500-EXIT
           END-IF.
           MOVE CA-FOUND TO CA-START.
           PERFORM VARYING CA-I FROM CA-START BY 1
               UNTIL CA-I > WS-CAL-CNT
               OR CA-I >= CA-START + CA-SCHED-DAYS
             PERFORM 6600-SCHEDULE-LINE THRU 6600-EXIT
           END-PERFORM.
       6500-EXIT.
           EXIT.

       6600-SCHEDULE-LINE.
           MOVE WS-CAL-DATE(CA-I) TO SCH-DATE.
           MOVE CA-S-DAY-NAME(CA-I) TO SCH-DAY.
           MOVE WS-CAL-TYPE(CA-I) TO CA-CODE.
           PERFORM 7800-TYPE-WORD THRU 7800-EXIT.
           MOVE CA-WORD TO SCH-TYPE.
           MOVE CA-S-DESC(CA-I) TO SCH-DESC.
           MOVE SPACE TO SCH-DAY-SYM SCH-PRV-SYM.
           IF WS-CAL-TYPE(CA-I) EQUAL "B"
             MOVE WS-CAL-DATE(CA-I) TO CA-DATE
             MOVE CA-DATE(3:6) TO SYM-DATE
             MOVE CA-SYMBOLIC TO SCH-DAY-SYM
             MOVE "P" TO CA-CAL-FUNC
             MOVE WS-CAL-DATE(CA-I) TO CA-CAL-DATE-1
             MOVE 1 TO CA-CAL-COUNT
             CALL "CAL-CHK" USING WS-T-CAL, CA-CAL-FUNC,
                 CA-CAL-DATE-1, CA-CAL-DATE-2, CA-CAL-COUNT,
                 CA-CAL-RESULT
             IF CA-CAL-YES
               MOVE CA-CAL-DATE-2 TO CA-DATE
               MOVE CA-DATE(3:6) TO SYM-DATE
               MOVE CA-SYMBOLIC TO SCH-PRV-SYM
             ELSE
               MOVE "NOT ON FILE" TO SCH-PRV-SYM
             END-IF
           END-IF.
           MOVE CA-SCHED-LINE TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EVERY HOLIDAY STILL AHEAD OF THE CYCLE, SO THE YEAR'S
      *    KEYING CAN BE CHECKED AGAINST THE SHOP'S LIST AT A GLANCE.
      *-----------------------------------------------------------
       6800-LIST-HOLIDAYS.
           MOVE SPACE TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE CA-HOL-HEAD TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE 0 TO CA-FOUND.
           PERFORM VARYING CA-I FROM 1 BY 1
               UNTIL CA-I > WS-CAL-CNT
             IF WS-CAL-DATE(CA-I) > CA-CYCLE-DATE
                 AND WS-CAL-TYPE(CA-I) EQUAL "H"
               ADD 1 TO CA-FOUND
               MOVE WS-CAL-DATE(CA-I) TO SCH-DATE
               MOVE CA-S-DAY-NAME(CA-I) TO SCH-DAY
               MOVE "HOLIDAY" TO SCH-TYPE
               MOVE CA-S-DESC(CA-I) TO SCH-DESC
               MOVE SPACE TO SCH-DAY-SYM SCH-PRV-SYM
               MOVE CA-SCHED-LINE TO CA-LINE-HOLD
               PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             END-IF
           END-PERFORM.
           IF CA-FOUND EQUAL 0
             MOVE "NO HOLIDAYS ON FILE AFTER THE CYCLE DATE"
                 TO CA-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
       6800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE AUDIT RECORD PER CARD - RC 00 APPLIED, 08 REFUSED -
      *    STAMPED WITH THE REQUESTER'S ID WHERE AN APPROVER'S
      *    WOULD STAND.  A CALENDAR DAY HAS NO PART NUMBER: THE
      *    DATE (OR A G CARD'S YEAR) RIDES IN THE AMOUNT, THE DAYS
      *    GENERATED IN THE ROW COUNT, AND THE TYPE CHANGE ("B>H" -
      *    BEFORE, AFTER) WHERE A SITE WOULD.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           MOVE CA-RUN-DATE TO AUD-DATE.
           MOVE CA-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE CA-JOB-NAME TO AUD-JOB-NAME.
           MOVE "DAY6CAL" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-PART-NO.
           MOVE 0 TO AUD-ROWS.
           MOVE 0 TO AUD-TOTAL.
           IF CT-ACTION EQUAL "G"
             IF CT-DATE(1:4) IS NUMERIC
               MOVE CT-DATE(1:4) TO CA-YEAR
               MOVE CA-YEAR TO AUD-TOTAL
             END-IF
             IF CA-AUD-RC EQUAL 0
               MOVE CA-GEN-DAYS TO AUD-ROWS
             END-IF
           ELSE
             IF CT-DATE IS NUMERIC
               MOVE CT-DATE TO CA-DATE
               MOVE CA-DATE TO AUD-TOTAL
             END-IF
           END-IF.
           MOVE "N" TO AUD-RESTARTED.
           MOVE CA-AUD-RC TO AUD-RC.
           MOVE SPACE TO AUD-SITE.
           IF CT-ACTION NOT EQUAL "G"
             MOVE CA-BEFORE TO AUD-SITE(1:1)
             MOVE ">" TO AUD-SITE(2:1)
             MOVE CT-ACTION TO AUD-SITE(3:1)
           END-IF.
           MOVE CT-USER TO AUD-APPROVER.
           MOVE SPACE TO AUD-FILL-1 AUD-FILL-2 AUD-FILL-3 AUD-FILL-4
               AUD-FILL-5 AUD-FILL-6 AUD-FILL-7 AUD-FILL-8
               AUD-FILL-9 AUD-FILL-10.
           WRITE AUD-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE REGISTER LINE - A REFUSED LINE PRINTS THE TYPE ASKED
      *    FOR AS KEYED, WITH THE REASON; AN APPLIED G CARD SAYS
      *    HOW MANY DAYS IT ADDED.
      *-----------------------------------------------------------
       7500-REGISTER.
           MOVE CT-ACTION TO DET-ACTION.
           MOVE CT-DATE TO DET-DATE.
           MOVE CA-DISP TO DET-DISP.
           MOVE CT-USER TO DET-USER.
           MOVE CT-DESC TO DET-DESC.
           MOVE CA-REASON TO DET-REASON.
           MOVE SPACE TO DET-BEFORE DET-AFTER.
           IF CT-ACTION NOT EQUAL "G"
             MOVE CA-BEFORE TO CA-CODE
             PERFORM 7800-TYPE-WORD THRU 7800-EXIT
             MOVE CA-WORD TO DET-BEFORE
             MOVE CT-ACTION TO CA-CODE
             PERFORM 7800-TYPE-WORD THRU 7800-EXIT
             MOVE CA-WORD TO DET-AFTER
           END-IF.
           MOVE CA-DETAIL TO CA-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       7500-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO CA-PAGE-NO.
           MOVE CA-CYCLE-DATE TO HD1-CYCLE.
           MOVE CA-PAGE-NO TO HD1-PAGE.
           WRITE CA-PRINT-LINE FROM CA-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO CA-PRINT-LINE.
           WRITE CA-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE CA-PRINT-LINE FROM CA-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO CA-PRINT-LINE.
           WRITE CA-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO CA-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN CA-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF CA-LINE-CNT >= CA-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE CA-PRINT-LINE FROM CA-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO CA-LINE-CNT.
       7600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CA-CODE AS THE WORD THE REPORT PRINTS; ANYTHING ELSE
      *    PRINTS AS KEYED.
      *-----------------------------------------------------------
       7800-TYPE-WORD.
           EVALUATE CA-CODE
             WHEN "B"
               MOVE "BUSINESS" TO CA-WORD
             WHEN "W"
               MOVE "WEEKEND" TO CA-WORD
             WHEN "H"
               MOVE "HOLIDAY" TO CA-WORD
             WHEN OTHER
               MOVE SPACE TO CA-WORD
               MOVE CA-CODE TO CA-WORD(1:1)
           END-EVALUATE.
       7800-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT CA-TRAN-ABSENT
             CLOSE CA-TRAN-FILE
           END-IF.
           CLOSE CA-RPT-FILE.
           CLOSE CA-AUD-FILE.
       9999-EXIT.
           EXIT.

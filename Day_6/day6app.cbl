      *
      *    APPIN     THE DAY'S WSOUT1 SUMMARIES (PENDING)
      *    APPTRAN   DECISIONS, ONE PER CARD: PART NUMBER, A FOR
      *              APPROVE (-> POSTED), H FOR HOLD (-> HELD) OR C
      *              TO CLEAR A SUSPECTED DUPLICATE, AND THE
      *              DECIDING APPROVER'S ID
      *    APPRVRS   THE AUTHORISED-APPROVERS DATASET - APPROVER ID
      *              AND THE LARGEST BATCH AMOUNT THAT ID MAY
      *              APPROVE ALONE
      *    CARRYIN  THE PREVIOUS CYCLE'S UNDECIDED AND HELD BATCHES
      *             (ABSENT ON THE VERY FIRST CYCLE)
      *    CARRYOUT EVERY BATCH STILL PENDING OR HELD TONIGHT, WITH
      *             HOW MANY BUSINESS DAYS IT HAS NOW WAITED AND THE
      *             CYCLE IT FIRST APPEARED ON - OFFERED AGAIN ON
      *             THE NEXT CYCLE'S CARRYIN UNTIL SOMEONE DECIDES IT
      *    CALENDAR THE BUSINESS CALENDAR (SEE CAL-REC) THE WAIT IS
      *             COUNTED ON
      *    DUPHOLD  THE PART NUMBERS THE DUPLICATE CHECK (DAY6DUP)
      *             HOLDS TONIGHT AS SUSPECTED DUPLICATES - ABSENT
      *             MEANS NOTHING IS HELD
      *    CASEMST  THE RECONCILIATION MISMATCH CASE FILE (DAY6CAS)
      *             - A PART WITH A CASE STILL OPEN IS HELD BACK
      *    AGERPT   THE APPROVAL AGING REPORT - ONE LINE PER BATCH
      *             PENDING OR HELD, ITS STATUS, BUSINESS DAYS
      *             WAITED AND
      *             AMOUNT, SO A WEEK-OLD UNAPPROVED BATCH IS SEEN
      *             TOMORROW MORNING AND NOT AT MONTH-END
      *    POSTLOG  THE POSTED BATCH LOG (PST-REC) - ONE RECORD
      *             APPENDED PER BATCH THAT LEAVES HERE POSTED, FOR
      *             THE MONTHLY AUDIT SAMPLE (DAY6SMP)
      *
      *  A CARRIED BATCH THE SUPERVISOR APPROVES TODAY FLOWS TO
      *  APPOUT AND ON DOWNSTREAM WITH TODAY'S BATCHES; ONE STILL
      *  UNDECIDED CARRIES FORWARD AGAIN, ITS AGE RECOUNTED AS THE
      *  BUSINESS DAYS FROM ITS FIRST CYCLE TO THE CYCLE-DATE RUNCTL
      *  CARD'S - A SPECIAL WEEKEND RUN OR A SKIPPED HOLIDAY AGES IT
      *  BY WHAT THE CALENDAR SAYS, NOT BY ONE.  WITH NO CALENDAR OR
      *  NO CYCLE-DATE CARD IT IS AGED BY ONE A CYCLE.  DECISIONS
      *  FOR A PART NUMBER APPLY IN CARD ORDER, FRESH OR CARRIED.
      *
      *  A DECISION IS REFUSED - REPORTED, AUDITED AND NOT APPLIED -
      *  APPROVAL IS REMEMBERED, ACROSS CYCLES IF NEED BE, ON THE
      *  CARRY RECORD.  A HOLD RESETS THE APPROVAL CHAIN.
      *
      *  A BATCH ON DUPHOLD ARRIVES HELD AND FLAGGED AS A SUSPECTED
      *  DUPLICATE, AND THE FLAG RIDES ON THE CARRY RECORD UNTIL A
      *  SUPERVISOR ON APPRVRS LOOKS AT BOTH SHEETS AND KEYS A C
      *  CARD - NO AMOUNT LIMIT APPLIES, AND THE BATCH STAYS HELD
      *  FOR AN ORDINARY APPROVAL, WHICH MAY FOLLOW ON THE NEXT
      *  CARD.  AN A CARD FOR A FLAGGED BATCH, OR A C CARD FOR ONE
      *  NOT FLAGGED, IS REFUSED.
      *
      *  A BATCH, FRESH OR CARRIED, WHOSE PART HAS A MISMATCH CASE
      *  STILL OPEN ON CASEMST IS HELD THE SAME WAY, AND AN A CARD
      *  FOR IT IS REFUSED, UNTIL A RESOLUTION CARD THROUGH DAY6CAS
      *  HAS SAID WHICH KEYING OF THE PART WAS RIGHT.  NOTHING IS
      *  CARRIED FOR IT - CASEMST IS READ AFRESH EVERY CYCLE, AND
      *  ONCE THE CASE CLOSES THE BATCH STAYS HELD FOR AN ORDINARY
      *  APPROVAL.
      *
      *  A DECISION FOR A BATCH NOT ON FILE IS REPORTED; A BATCH
      *  LEFT PENDING OR HELD IS COUNTED AND THE STEP ENDS RC 4 SO
      *  THE SCHEDULER KNOWS THE FOUR-EYES CHECK ISN'T FINISHED -
      *  RC 0 MEANS EVERY BATCH IS POSTED.  AN ACTION CODE OUTSIDE
      *  A/H/C, OR A CARD WITH NO APPROVER ID, IS A HARD REJECT.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *                   AMOUNT LIMITS, A TWO-APPROVER RULE ABOVE
      *                   THE TWO-APP-LIMIT THRESHOLD, AND AN AUDIT
      *                   RECORD PER ACCEPTED OR REFUSED DECISION.
      *  2026-09-14 RM    WAITING BATCHES ARE AGED IN BUSINESS DAYS
      *                   ON THE BUSINESS CALENDAR (CAL-CHK)
      *                   FROM THE FIRST-SEEN DATE NOW CARRIED ON
      *                   THE CARRY RECORD (LRECL 277) - NEW
      *                   CYCLE-DATE RUNCTL CARD.  A CARRY RECORD
      *                   WRITTEN BEFORE THE CHANGE HAS ITS FIRST
      *                   DATE WORKED BACK FROM ITS AGE.
      *  2026-09-15 RM    BATCHES ON THE DUPLICATE CHECK'S DUPHOLD
      *                   LIST (DAY6DUP) ARRIVE HELD AND FLAGGED;
      *                   THE FLAG IS CARRIED (CARRY RECORD LRECL
      *                   279) AND SHOWN ON AGERPT UNTIL A NEW C
      *                   DECISION CLEARS IT, AND AN APPROVAL OF A
      *                   FLAGGED BATCH IS REFUSED.  A DUPHOLD WITH
      *                   NO *EOF* TRAILER IS A HARD ERROR.
      *  2026-09-18 RM    A PART WITH A RECONCILIATION MISMATCH
      *                   CASE OPEN ON CASEMST (DAY6CAS) IS HELD
      *                   AND ITS APPROVAL REFUSED UNTIL THE CASE
      *                   IS RESOLVED; SHOWN ON AGERPT AS OPEN CASE.
      *  2026-09-24 RM    RUN-MODE=SHADOW CARD - A SHADOW RUN OF THE
      *                   SUITE (DAY6SHDJ) WRITES NOTHING TO THE
      *                   SHARED AUDITLOG.
      *  2026-09-25 RM    EVERY BATCH THAT POSTS, FRESH OR CARRIED,
      *                   IS APPENDED TO THE NEW POSTLOG WITH ITS
      *                   CYCLE, SITE, AMOUNTS AND APPROVERS, FOR
      *                   THE MONTHLY AUDIT SAMPLE.  NOT WRITTEN ON
      *                   A SHADOW RUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AP-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-CTL-STATUS.
           SELECT AP-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-CAL-STATUS.
           SELECT AP-DUP-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-DUP-STATUS.
           SELECT AP-CASE-FILE ASSIGN TO "CASEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-CASE-STATUS.
           SELECT AP-PST-FILE ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-PST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------
      *    ONE CARRY RECORD PER BATCH STILL AWAITING A DECISION -
      *    ITS AGE IN BUSINESS DAYS, THE FULL SUMMARY IMAGE, SO THE
      *    NEXT CYCLE CAN OFFER THE BATCH AGAIN UNCHANGED, AND THE
      *    CYCLE DATE IT FIRST APPEARED ON (ZERO WHEN NOT KNOWN)
      *    AND WHETHER IT IS STILL HELD AS A SUSPECTED DUPLICATE.
      *    SAME LAYOUT ON CARRYIN AND CARRYOUT.
      *-----------------------------------------------------------
       FD  AP-CF-IN-FILE
           RECORDING MODE IS F.
           03 CFI-APPR1 PIC X(08).
           03 CFI-FILL-2 PIC X(01).
           03 CFI-IMAGE PIC X(256).
           03 CFI-FILL-3 PIC X(01).
           03 CFI-FIRST-DATE PIC 9(08).
           03 CFI-FILL-4 PIC X(01).
           03 CFI-DUP-FLAG PIC X(01).

       FD  AP-CF-OUT-FILE
           RECORDING MODE IS F.
           03 CFO-APPR1 PIC X(08).
           03 CFO-FILL-2 PIC X(01).
           03 CFO-IMAGE PIC X(256).
           03 CFO-FILL-3 PIC X(01).
           03 CFO-FIRST-DATE PIC 9(08).
           03 CFO-FILL-4 PIC X(01).
           03 CFO-DUP-FLAG PIC X(01).

       FD  AP-AGE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  AP-CTL-RECORD PIC X(80).

       FD  AP-CAL-FILE
           RECORDING MODE IS F.
       COPY "cal-rec.cpy".

      *-----------------------------------------------------------
      *    DAY6DUP'S HOLD LIST - ONE HELD PART NUMBER PER RECORD
      *    (ONLY THE PART NUMBER MATTERS HERE), ENDED BY THE *EOF*
      *    TRAILER CARRYING THEIR COUNT.
      *-----------------------------------------------------------
       FD  AP-DUP-FILE
           RECORDING MODE IS F.
       01  AP-DUP-RECORD.
           03 DI-PART-NO PIC X(05).
           03 DI-REST PIC X(35).
       01  AP-DUP-TRAILER.
           03 DI-MARK PIC X(05).
           03 DI-FILL-1 PIC X(01).
           03 DI-COUNT PIC X(04).
           03 DI-FILL-2 PIC X(30).

       FD  AP-CASE-FILE
           RECORDING MODE IS F.
       COPY "case-rec.cpy".

      *-----------------------------------------------------------
      *    POSTED BATCH LOG - OPENED EXTEND LIKE THE AUDIT TRAIL,
      *    ONE RECORD PER BATCH POSTED.
      *-----------------------------------------------------------
       FD  AP-PST-FILE
           RECORDING MODE IS F.
       COPY "pst-rec.cpy".

       WORKING-STORAGE SECTION.
       01 AP-IN-STATUS PIC X(02) VALUE "00".
           88 AP-IN-OK VALUE "00".
       01 AP-CTL-STATUS PIC X(02) VALUE "00".
           88 AP-CTL-OK VALUE "00".
           88 AP-CTL-ABSENT VALUE "35".
       01 AP-PST-STATUS PIC X(02) VALUE "00".
           88 AP-PST-OK VALUE "00".
           88 AP-PST-ABSENT VALUE "35".

       78 AP-MAX-TRANS VALUE 9999.
       78 AP-MAX-APPROVERS VALUE 999.
           88 AP-CTL-EOF VALUE "Y".
       01 AP-CTL-KEY PIC X(20) VALUE SPACE.
       01 AP-CTL-VALUE PIC X(20) VALUE SPACE.
       01 AP-MODE-FLAG PIC X(01) VALUE "P".
           88 AP-SHADOW VALUE "S".
       01 AP-CTL-NUM PIC 9(09) VALUE 0.
       01 AP-CTL-DIGIT PIC X(01) VALUE SPACE.
       01 AP-CTL-DIGIT-N PIC 9(01) VALUE 0.
       01 AP-CNT-CARRIED PIC 9(04) VALUE 0.
       01 AP-CARRIED PIC 9(01) VALUE 0.
       01 AP-AGE PIC 9(02) VALUE 0.
       01 AP-FIRST-DATE PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    TONIGHT'S CYCLE DATE (CYCLE-DATE RUNCTL CARD, ZERO WHEN
      *    NOT GIVEN), THE BUSINESS CALENDAR IN STORAGE AND
      *    CAL-CHK'S PARAMETERS.
      *-----------------------------------------------------------
       01 AP-CYCLE-DATE PIC 9(08) VALUE 0.
       01 AP-CAL-STATUS PIC X(02) VALUE "00".
           88 AP-CAL-OK VALUE "00".
           88 AP-CAL-ABSENT VALUE "35".
       COPY "cal-tbl.cpy".
       78 AP-MAX-CAL VALUE 6000.
       01 AP-CAL-EOF-FLAG PIC X(01) VALUE "N".
           88 AP-CAL-EOF VALUE "Y".
       01 AP-CAL-FUNC PIC X(01) VALUE SPACE.
       01 AP-CAL-DATE-1 PIC 9(08) VALUE 0.
       01 AP-CAL-DATE-2 PIC 9(08) VALUE 0.
       01 AP-CAL-COUNT PIC 9(04) VALUE 0.
       01 AP-CAL-RESULT PIC X(01) VALUE SPACE.
           88 AP-CAL-YES VALUE "Y".

      *-----------------------------------------------------------
      *    TONIGHT'S SUSPECTED DUPLICATES (DUPHOLD), AND THE FLAG
      *    OF THE BATCH BEING JUDGED - "Y" WHILE IT IS HELD AS ONE.
      *-----------------------------------------------------------
       01 AP-DUP-STATUS PIC X(02) VALUE "00".
           88 AP-DUP-OK VALUE "00".
           88 AP-DUP-ABSENT VALUE "35".
       78 AP-MAX-DUPS VALUE 9999.
       01 AP-DUP-TABLE.
           03 AP-DUP-PART PIC X(05) OCCURS 9999 TIMES.
       01 AP-DUP-CNT PIC 9(04) VALUE 0.
       01 AP-DUP-I PIC 9(04) VALUE 0.
       01 AP-DUP-SEEN PIC 9(01) VALUE 0.
       01 AP-DUP-FLAG PIC X(01) VALUE "N".
           88 AP-DUP-HELD VALUE "Y".

      *-----------------------------------------------------------
      *    THE PARTS WITH A MISMATCH CASE OPEN (CASEMST), WITH THE
      *    CYCLE OF THE OLDEST, AND THE FLAG OF THE BATCH BEING
      *    JUDGED - "Y" WHILE ITS PART HAS ONE.
      *-----------------------------------------------------------
       01 AP-CASE-STATUS PIC X(02) VALUE "00".
           88 AP-CASE-OK VALUE "00".
           88 AP-CASE-ABSENT VALUE "35".
       78 AP-MAX-CASES VALUE 9999.
       01 AP-CASE-TABLE.
           03 AP-CASE OCCURS 9999 TIMES.
               05 AP-CASE-PART PIC X(05).
               05 AP-CASE-CYCLE PIC 9(08).
       01 AP-CASE-CNT PIC 9(04) VALUE 0.
       01 AP-CASE-I PIC 9(04) VALUE 0.
       01 AP-CASE-X PIC 9(04) VALUE 0.
       01 AP-CASE-FLAG PIC X(01) VALUE "N".
           88 AP-CASE-HELD VALUE "Y".

      *-----------------------------------------------------------
      *    THE SUMMARY RECORD'S AMOUNT, FOR THE AGING LINE - THE
           03 AP-AMT-FILL PIC X(01).
           03 AP-AMT-TOTAL PIC S9(13)V9(02) SIGN LEADING SEPARATE.

      *-----------------------------------------------------------
      *    THE TAIL OF THE SUMMARY RECORD FOR THE POSTLOG - THE
      *    CURRENCY AND BASE-CURRENCY TOTAL START AT COLUMN 219,
      *    THE RECYCLE DATE AT 249 - AND WHO GAVE THE APPROVAL
      *    THAT POSTED THE BATCH BEING JUDGED.
      *-----------------------------------------------------------
       01 AP-PST-FIELDS.
           03 AP-PST-CCY PIC X(03).
           03 AP-PST-FILL-1 PIC X(01).
           03 AP-PST-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
       01 AP-PST-RCY-DATE PIC X(08) VALUE SPACE.
       01 AP-POST-APPR PIC X(08) VALUE SPACE.

       01 AP-AGE-DETAIL.
           03 AG-PART-NO PIC X(05).
           03 FILLER PIC X(01) VALUE SPACE.
           03 AG-STATUS PIC X(04).
           03 FILLER PIC X(09) VALUE " WAITING ".
           03 AG-AGE PIC Z9.
           03 FILLER PIC X(22) VALUE " BUSINESS DAYS AMOUNT ".
           03 AG-AMOUNT PIC -(13)9.99.
           03 AG-DUP PIC X(11).
           03 FILLER PIC X(08) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT AP-RUN-TIME-RAW FROM TIME.
           ACCEPT AP-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           PERFORM 1600-LOAD-CALENDAR THRU 1600-EXIT.
           PERFORM 1700-LOAD-DUP-HOLDS THRU 1700-EXIT.
           PERFORM 1800-LOAD-OPEN-CASES THRU 1800-EXIT.
           OPEN INPUT AP-IN-FILE.
           IF NOT AP-IN-OK
             DISPLAY "DAY6APP: UNABLE TO OPEN APPIN, STATUS="
                 AP-AGE-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    A SHADOW RUN LEAVES THE SHARED AUDIT TRAIL ALONE.
           IF AP-SHADOW
             DISPLAY "DAY6APP: SHADOW RUN - NOTHING GOES ON AUDITLOG"
             GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AP-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
                 AP-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    THE POSTED BATCH LOG GROWS THE SAME WAY.
           OPEN EXTEND AP-PST-FILE.
           IF AP-PST-ABSENT
             OPEN OUTPUT AP-PST-FILE
           END-IF.
           IF NOT AP-PST-OK
             DISPLAY "DAY6APP: UNABLE TO OPEN POSTLOG, STATUS="
                 AP-PST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CONTROL CARDS HERE ARE THE TWO-APPROVER THRESHOLD -
      *    TWO-APP-LIMIT=N, WHOLE UNITS - AND CYCLE-DATE=YYYYMMDD,
      *    TONIGHT'S CYCLE, THAT WAITING BATCHES ARE AGED TO.
      *    ABSENT RUNCTL LEAVES THE COMPILED DEFAULT AND AGES BY
      *    ONE A CYCLE; AN UNRECOGNISED KEYWORD OR
      *    UNUSABLE VALUE IS A HARD REJECT, THE SAME RULE AS THE
      *    TOTALLERS.
      *-----------------------------------------------------------
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE AP-CTL-NUM TO AP-TWO-LIMIT
                 WHEN "CYCLE-DATE"
                   IF AP-CTL-VALUE(1:8) IS NOT NUMERIC
                     DISPLAY "DAY6APP: CYCLE-DATE VALUE '"
                         AP-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                         "YYYYMMDD"
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE AP-CTL-VALUE(1:8) TO AP-CYCLE-DATE
                 WHEN "RUN-MODE"
                   EVALUATE AP-CTL-VALUE
                     WHEN "SHADOW"
                       MOVE "S" TO AP-MODE-FLAG
                     WHEN "PRODUCTION"
                       MOVE "P" TO AP-MODE-FLAG
                     WHEN OTHER
                       DISPLAY "DAY6APP: RUN-MODE VALUE '"
                           AP-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                           "PRODUCTION OR SHADOW"
                       STOP RUN WITH ERROR STATUS 16
                   END-EVALUATE
                 WHEN OTHER
                   DISPLAY "DAY6APP: UNRECOGNISED KEYWORD '"
                       AP-CTL-KEY "' ON RUNCTL CARD"
           PERFORM 2100-READ-DECISION THRU 2100-EXIT.
           PERFORM UNTIL AP-EOF
             IF AT-PART-NO NOT EQUAL SPACE
               IF AT-ACTION NOT EQUAL "A" AND "H" AND "C"
                 DISPLAY "DAY6APP: ACTION '" AT-ACTION "' FOR "
                     AT-PART-NO " IS NOT A, H OR C"
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE BUSINESS CALENDAR.  NO CALENDAR AT ALL LEAVES
      *    THE TABLE EMPTY AND THE WAIT COUNTED ONE A CYCLE.
      *-----------------------------------------------------------
       1600-LOAD-CALENDAR.
           OPEN INPUT AP-CAL-FILE.
           IF AP-CAL-ABSENT
             DISPLAY "DAY6APP: NO CALENDAR ON FILE - WAITING BATCHES "
                 "AGE ONE A CYCLE"
             GO TO 1600-EXIT
           END-IF.
           IF NOT AP-CAL-OK
             DISPLAY "DAY6APP: UNABLE TO OPEN CALENDAR, STATUS="
                 AP-CAL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AP-CAL-EOF-FLAG.
           PERFORM 1610-READ-CALENDAR THRU 1610-EXIT.
           PERFORM UNTIL AP-CAL-EOF
             IF CAL-RECORD NOT EQUAL SPACE
               IF WS-CAL-CNT >= AP-MAX-CAL
                 DISPLAY "DAY6APP: MORE THAN " AP-MAX-CAL
                     " DAYS ON CALENDAR - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
               MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-CNT)
             END-IF
             PERFORM 1610-READ-CALENDAR THRU 1610-EXIT
           END-PERFORM.
           CLOSE AP-CAL-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-CALENDAR.
           READ AP-CAL-FILE
             AT END
               SET AP-CAL-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD TONIGHT'S DUPLICATE HOLDS.  NO DUPHOLD AT ALL MEANS
      *    THE CHECK ISN'T IN THE RUN AND NOTHING IS HELD; ONE THAT
      *    ENDS WITHOUT ITS TRAILER, OR WHOSE TRAILER DISAGREES,
      *    IS A CHECK THAT DIED PART WAY - NOTHING MAY BE APPROVED
      *    ON IT.
      *-----------------------------------------------------------
       1700-LOAD-DUP-HOLDS.
           OPEN INPUT AP-DUP-FILE.
           IF AP-DUP-ABSENT
             GO TO 1700-EXIT
           END-IF.
           IF NOT AP-DUP-OK
             DISPLAY "DAY6APP: UNABLE TO OPEN DUPHOLD, STATUS="
                 AP-DUP-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE 0 TO AP-DUP-SEEN.
           MOVE "N" TO AP-EOF-FLAG.
           PERFORM 1710-READ-DUP-HOLD THRU 1710-EXIT.
           PERFORM UNTIL AP-EOF
             IF DI-MARK EQUAL "*EOF*"
               IF DI-COUNT IS NOT NUMERIC
                   OR DI-COUNT NOT EQUAL AP-DUP-CNT
                 DISPLAY "DAY6APP: DUPHOLD TRAILER COUNT '" DI-COUNT
                     "' DISAGREES WITH " AP-DUP-CNT " HOLDS READ"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE 1 TO AP-DUP-SEEN
             ELSE
               IF DI-PART-NO NOT EQUAL SPACE
                 IF AP-DUP-CNT >= AP-MAX-DUPS
                   DISPLAY "DAY6APP: MORE THAN " AP-MAX-DUPS
                       " DUPLICATE HOLDS - TABLE FULL"
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
                 ADD 1 TO AP-DUP-CNT
                 MOVE DI-PART-NO TO AP-DUP-PART(AP-DUP-CNT)
               END-IF
             END-IF
             PERFORM 1710-READ-DUP-HOLD THRU 1710-EXIT
           END-PERFORM.
           CLOSE AP-DUP-FILE.
           IF AP-DUP-SEEN EQUAL 0
             DISPLAY "DAY6APP: DUPHOLD ENDS WITHOUT ITS *EOF* "
                 "TRAILER - THE DUPLICATE CHECK DID NOT FINISH"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1700-EXIT.
           EXIT.

       1710-READ-DUP-HOLD.
           READ AP-DUP-FILE
             AT END
               SET AP-EOF TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE PARTS WITH A MISMATCH CASE STILL OPEN - ONE
      *    ENTRY A PART, KEEPING ITS OLDEST CASE'S CYCLE FOR THE
      *    MESSAGE.  NO CASEMST AT ALL MEANS NO CASE WAS EVER
      *    OPENED.
      *-----------------------------------------------------------
       1800-LOAD-OPEN-CASES.
           OPEN INPUT AP-CASE-FILE.
           IF AP-CASE-ABSENT
             GO TO 1800-EXIT
           END-IF.
           IF NOT AP-CASE-OK
             DISPLAY "DAY6APP: UNABLE TO OPEN CASEMST, STATUS="
                 AP-CASE-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AP-EOF-FLAG.
           PERFORM 1810-READ-CASE THRU 1810-EXIT.
           PERFORM UNTIL AP-EOF
             IF KS-PART-NO NOT EQUAL SPACE AND KS-OPEN
               COMPUTE AP-CASE-X = 0
               PERFORM VARYING AP-CASE-I FROM 1 BY 1
                   UNTIL AP-CASE-I > AP-CASE-CNT OR AP-CASE-X > 0
                 IF AP-CASE-PART(AP-CASE-I) EQUAL KS-PART-NO
                   MOVE AP-CASE-I TO AP-CASE-X
                 END-IF
               END-PERFORM
               IF AP-CASE-X EQUAL 0
                 IF AP-CASE-CNT >= AP-MAX-CASES
                   DISPLAY "DAY6APP: MORE THAN " AP-MAX-CASES
                       " OPEN MISMATCH CASES - TABLE FULL"
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
                 ADD 1 TO AP-CASE-CNT
                 MOVE AP-CASE-CNT TO AP-CASE-X
                 MOVE KS-PART-NO TO AP-CASE-PART(AP-CASE-X)
                 MOVE KS-CYCLE-DATE TO AP-CASE-CYCLE(AP-CASE-X)
               END-IF
               IF KS-CYCLE-DATE < AP-CASE-CYCLE(AP-CASE-X)
                 MOVE KS-CYCLE-DATE TO AP-CASE-CYCLE(AP-CASE-X)
               END-IF
             END-IF
             PERFORM 1810-READ-CASE THRU 1810-EXIT
           END-PERFORM.
           CLOSE AP-CASE-FILE.
       1800-EXIT.
           EXIT.

       1810-READ-CASE.
           READ AP-CASE-FILE
             AT END
               SET AP-EOF TO TRUE
           END-READ.
       1810-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PASS THE DAY'S FRESH SUMMARY RECORDS THROUGH.  A FRESH
      *    BATCH ALWAYS REACHES APPOUT, WHATEVER ITS STATUS - THE
      *    DOWNSTREAM STEPS ONLY CONSUME POSTED RECORDS - AND ONE
      *    STILL PENDING OR HELD ALSO STARTS ITS CARRY-FORWARD LIFE
      *    AT AGE ONE, FIRST SEEN ON TONIGHT'S CYCLE.  ONE ON
      *    TONIGHT'S DUPHOLD LIST, OR WHOSE PART HAS A MISMATCH
      *    CASE OPEN, STARTS HELD AND FLAGGED, BEFORE ANY DECISION
      *    IS LOOKED AT.
      *-----------------------------------------------------------
       3000-APPLY-DECISIONS.
           MOVE "N" TO AP-EOF-FLAG.
           PERFORM UNTIL AP-EOF
             COMPUTE AP-CARRIED = 0
             MOVE 1 TO AP-AGE
             MOVE AP-CYCLE-DATE TO AP-FIRST-DATE
             MOVE SPACE TO AP-APPR1
             MOVE "N" TO AP-DUP-FLAG
             PERFORM VARYING AP-DUP-I FROM 1 BY 1
                 UNTIL AP-DUP-I > AP-DUP-CNT OR AP-DUP-HELD
               IF AP-DUP-PART(AP-DUP-I) EQUAL AI-PART-NO
                 MOVE "Y" TO AP-DUP-FLAG
               END-IF
             END-PERFORM
             IF AP-DUP-HELD
               MOVE "HELD" TO AI-STATUS
               DISPLAY "DAY6APP: " AI-PART-NO " HELD AS A SUSPECTED "
                   "DUPLICATE - SEE DUPRPT"
             END-IF
             PERFORM 3600-CHECK-CASE THRU 3600-EXIT
             PERFORM 3500-JUDGE-ONE THRU 3500-EXIT
             PERFORM 3100-READ-SUMMARY THRU 3100-EXIT
           END-PERFORM.
           ELSE
             MOVE AP-AMT-TOTAL TO AP-ABS-AMT
           END-IF.
           MOVE SPACE TO AP-POST-APPR.
           PERFORM VARYING AP-I FROM 1 BY 1
               UNTIL AP-I > AP-TRAN-CNT
             IF AP-T-PART-NO(AP-I) EQUAL AI-PART-NO
           IF AI-STATUS EQUAL "POST" OR AP-CARRIED EQUAL 0
             WRITE AP-OUT-RECORD FROM AP-IN-RECORD
           END-IF.
           IF AI-STATUS EQUAL "POST"
             PERFORM 3580-LOG-POSTED THRU 3580-EXIT
           END-IF.
           IF AI-STATUS NOT EQUAL "POST"
             PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
           END-IF.
             PERFORM 3590-REFUSE THRU 3590-EXIT
             GO TO 3550-EXIT
           END-IF.
      *    CLEARING A SUSPECTED DUPLICATE NEEDS NO LIMIT EITHER -
      *    IT POSTS NOTHING, THE BATCH STAYS HELD FOR AN APPROVAL.
           IF AP-T-ACTION(AP-I) EQUAL "C"
             IF NOT AP-DUP-HELD
               DISPLAY "DAY6APP: CLEAR FOR " AI-PART-NO " REFUSED "
                   "- NOT HELD AS A SUSPECTED DUPLICATE"
               PERFORM 3590-REFUSE THRU 3590-EXIT
               GO TO 3550-EXIT
             END-IF
             MOVE "N" TO AP-DUP-FLAG
             DISPLAY "DAY6APP: " AI-PART-NO " CLEARED AS A SUSPECTED "
                 "DUPLICATE BY " AP-T-APPROVER(AP-I)
             MOVE 0 TO AP-AUD-RC
             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
             GO TO 3550-EXIT
           END-IF.
      *    A HOLD NEEDS NO LIMIT - RESTRAINT IS ALWAYS IN ORDER -
      *    BUT IT RESETS ANY HALF-GIVEN TWO-APPROVER APPROVAL.
           IF AP-T-ACTION(AP-I) EQUAL "H"
             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
             GO TO 3550-EXIT
           END-IF.
           IF AP-DUP-HELD
             DISPLAY "DAY6APP: DECISION FOR " AI-PART-NO " REFUSED "
                 "- HELD AS A SUSPECTED DUPLICATE - CLEAR IT FIRST"
             PERFORM 3590-REFUSE THRU 3590-EXIT
             GO TO 3550-EXIT
           END-IF.
           IF AP-CASE-HELD
             DISPLAY "DAY6APP: DECISION FOR " AI-PART-NO " REFUSED "
                 "- MISMATCH CASE OF " AP-CASE-CYCLE(AP-CASE-X)
                 " STILL OPEN - RESOLVE IT FIRST"
             PERFORM 3590-REFUSE THRU 3590-EXIT
             GO TO 3550-EXIT
           END-IF.
           IF AP-ABS-AMT > AP-AV-LIMIT(AP-AV-X)
             DISPLAY "DAY6APP: DECISION FOR " AI-PART-NO " REFUSED "
                 "- AMOUNT OVER " AP-T-APPROVER(AP-I) "'S LIMIT"
             END-IF
           END-IF.
           MOVE "POST" TO AI-STATUS.
           MOVE AP-T-APPROVER(AP-I) TO AP-POST-APPR.
           MOVE 0 TO AP-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE POSTLOG RECORD FOR THE BATCH JUST POSTED, DATED TO
      *    TONIGHT'S CYCLE (THE RUN DATE WITHOUT A CYCLE-DATE
      *    CARD) AND STAMPED WITH THIS RUN, SO A RERUN OF THE STEP
      *    SUPERSEDES WHAT AN EARLIER ATTEMPT LOGGED.  A FIRST
      *    APPROVER IS ONLY KEPT WHEN IT WAS SOMEONE ELSE.
      *-----------------------------------------------------------
       3580-LOG-POSTED.
           IF AP-SHADOW
             GO TO 3580-EXIT
           END-IF.
           MOVE AP-IN-RECORD(219:20) TO AP-PST-FIELDS.
           MOVE AP-IN-RECORD(249:8) TO AP-PST-RCY-DATE.
           MOVE SPACE TO PS-RECORD.
           MOVE AP-CYCLE-DATE TO PS-CYCLE-DATE.
           IF AP-CYCLE-DATE EQUAL 0
             MOVE AP-RUN-DATE TO PS-CYCLE-DATE
           END-IF.
           MOVE AP-RUN-DATE TO PS-RUN-DATE.
           MOVE AP-RUN-TIME-RAW(1:6) TO PS-RUN-TIME.
           MOVE AI-PART-NO TO PS-PART-NO.
           MOVE AI-SITE TO PS-SITE.
           MOVE AP-FIRST-DATE TO PS-FIRST-DATE.
           MOVE 0 TO PS-RCY-DATE.
           IF AP-PST-RCY-DATE IS NUMERIC
             MOVE AP-PST-RCY-DATE TO PS-RCY-DATE
           END-IF.
           MOVE AP-PST-CCY TO PS-CCY.
           MOVE AP-AMT-TOTAL TO PS-TOTAL.
           MOVE 0 TO PS-TOTAL-BASE.
           IF AP-PST-BASE IS NUMERIC
             MOVE AP-PST-BASE TO PS-TOTAL-BASE
           END-IF.
           MOVE AP-POST-APPR TO PS-APPROVER.
           IF AP-APPR1 NOT EQUAL AP-POST-APPR
             MOVE AP-APPR1 TO PS-APPR1
           END-IF.
           WRITE PS-RECORD.
       3580-EXIT.
           EXIT.

       3590-REFUSE.
           ADD 1 TO AP-CNT-REFUSED.
           MOVE 8 TO AP-AUD-RC.
       3590-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A BATCH WHOSE PART HAS A MISMATCH CASE OPEN IS HELD AND
      *    FLAGGED - AP-CASE-X COMES BACK POINTING AT THE PART'S
      *    ENTRY.  UNTIL THE CASE SAYS WHICH KEYING WAS RIGHT, NO
      *    MORE OF THE PART'S MONEY GOES TO THE GL.
      *-----------------------------------------------------------
       3600-CHECK-CASE.
           MOVE "N" TO AP-CASE-FLAG.
           COMPUTE AP-CASE-X = 0.
           PERFORM VARYING AP-CASE-I FROM 1 BY 1
               UNTIL AP-CASE-I > AP-CASE-CNT OR AP-CASE-X > 0
             IF AP-CASE-PART(AP-CASE-I) EQUAL AI-PART-NO
               MOVE AP-CASE-I TO AP-CASE-X
             END-IF
           END-PERFORM.
           IF AP-CASE-X EQUAL 0
             GO TO 3600-EXIT
           END-IF.
           MOVE "Y" TO AP-CASE-FLAG.
           MOVE "HELD" TO AI-STATUS.
           DISPLAY "DAY6APP: " AI-PART-NO " HELD - MISMATCH CASE OF "
               AP-CASE-CYCLE(AP-CASE-X) " STILL OPEN - SEE CASERPT".
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    OFFER THE PREVIOUS CYCLE'S UNDECIDED AND HELD BATCHES
      *    AGAIN, AGED TO TONIGHT.  EACH IMAGE IS LAID INTO THE
      *    APPIN RECORD AREA (LONG SINCE EXHAUSTED) SO THE SAME
      *    JUDGING PARAGRAPH SERVES FRESH AND CARRIED ALIKE.
      *-----------------------------------------------------------
           PERFORM 3800-READ-CARRIED THRU 3800-EXIT.
           PERFORM UNTIL AP-EOF
             COMPUTE AP-CARRIED = 1
             PERFORM 3750-AGE-CARRIED THRU 3750-EXIT
             MOVE CFI-APPR1 TO AP-APPR1
             MOVE "N" TO AP-DUP-FLAG
             IF CFI-DUP-FLAG EQUAL "Y"
               MOVE "Y" TO AP-DUP-FLAG
             END-IF
             MOVE CFI-IMAGE TO AP-IN-RECORD
             PERFORM 3600-CHECK-CASE THRU 3600-EXIT
             PERFORM 3500-JUDGE-ONE THRU 3500-EXIT
             PERFORM 3800-READ-CARRIED THRU 3800-EXIT
           END-PERFORM.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A CARRIED BATCH'S AGE IS THE BUSINESS DAYS FROM THE
      *    CYCLE IT FIRST APPEARED ON UP TO TONIGHT'S, COUNTING ITS
      *    FIRST DAY.  A CARRY RECORD FROM BEFORE THE FIRST DATE
      *    WAS KEPT HAS IT WORKED BACK FROM ITS AGE - AGE N LAST
      *    CYCLE MEANS FIRST SEEN N BUSINESS DAYS BEFORE TONIGHT.
      *    NO CALENDAR, NO CYCLE DATE OR A DATE THE CALENDAR DOESN'T
      *    COVER FALLS BACK TO ONE MORE THAN LAST CYCLE'S AGE.
      *-----------------------------------------------------------
       3750-AGE-CARRIED.
           COMPUTE AP-AGE = CFI-AGE + 1.
           IF AP-AGE > 99
             MOVE 99 TO AP-AGE
           END-IF.
           MOVE 0 TO AP-FIRST-DATE.
           IF CFI-FIRST-DATE IS NUMERIC
             MOVE CFI-FIRST-DATE TO AP-FIRST-DATE
           END-IF.
           IF AP-CYCLE-DATE EQUAL 0 OR WS-CAL-CNT EQUAL 0
             GO TO 3750-EXIT
           END-IF.
           IF AP-FIRST-DATE EQUAL 0
             MOVE "P" TO AP-CAL-FUNC
             MOVE AP-CYCLE-DATE TO AP-CAL-DATE-1
             MOVE CFI-AGE TO AP-CAL-COUNT
             PERFORM 3900-CALL-CALENDAR THRU 3900-EXIT
             IF NOT AP-CAL-YES
               GO TO 3750-EXIT
             END-IF
             MOVE AP-CAL-DATE-2 TO AP-FIRST-DATE
           END-IF.
           MOVE "C" TO AP-CAL-FUNC.
           MOVE AP-FIRST-DATE TO AP-CAL-DATE-1.
           MOVE AP-CYCLE-DATE TO AP-CAL-DATE-2.
           PERFORM 3900-CALL-CALENDAR THRU 3900-EXIT.
           IF AP-CAL-YES
             IF AP-CAL-COUNT > 98
               MOVE 99 TO AP-AGE
             ELSE
               COMPUTE AP-AGE = AP-CAL-COUNT + 1
             END-IF
           END-IF.
       3750-EXIT.
           EXIT.

       3800-READ-CARRIED.
           READ AP-CF-IN-FILE
             AT END
       3800-EXIT.
           EXIT.

       3900-CALL-CALENDAR.
           CALL "CAL-CHK" USING WS-T-CAL, AP-CAL-FUNC,
               AP-CAL-DATE-1, AP-CAL-DATE-2, AP-CAL-COUNT,
               AP-CAL-RESULT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE BATCH IS STILL WAITING - BACK OUT ON CARRYOUT FOR
      *    THE NEXT CYCLE, AND A LINE ON THE AGING REPORT SO THE
       4000-CARRY-FORWARD.
           MOVE AP-AGE TO CFO-AGE.
           MOVE AP-APPR1 TO CFO-APPR1.
           MOVE SPACE TO CFO-FILL-1 CFO-FILL-2 CFO-FILL-3
               CFO-FILL-4.
           MOVE AP-IN-RECORD TO CFO-IMAGE.
           MOVE AP-FIRST-DATE TO CFO-FIRST-DATE.
           MOVE AP-DUP-FLAG TO CFO-DUP-FLAG.
           WRITE AP-CF-OUT-RECORD.
           ADD 1 TO AP-CNT-CARRIED.
           MOVE AP-IN-RECORD(1:22) TO AP-AMT-FIELDS.
           MOVE AI-STATUS TO AG-STATUS.
           MOVE AP-AGE TO AG-AGE.
           MOVE AP-AMT-TOTAL TO AG-AMOUNT.
           MOVE SPACE TO AG-DUP.
           IF AP-CASE-HELD
             MOVE " OPEN CASE" TO AG-DUP
           END-IF.
           IF AP-DUP-HELD
             MOVE " DUPLICATE?" TO AG-DUP
           END-IF.
           WRITE AP-AGE-LINE FROM AP-AGE-DETAIL.
           DISPLAY "DAY6APP: " AI-PART-NO " " AI-STATUS " WAITING "
               AP-AGE " BUSINESS DAYS".
       4000-EXIT.
           EXIT.

      *    SITE.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           IF AP-SHADOW
             GO TO 7000-EXIT
           END-IF.
           MOVE AP-RUN-DATE TO AUD-DATE.
           MOVE AP-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE AP-JOB-NAME TO AUD-JOB-NAME.
           END-IF.
           CLOSE AP-CF-OUT-FILE.
           CLOSE AP-AGE-FILE.
           IF NOT AP-SHADOW
             CLOSE AP-AUD-FILE
             CLOSE AP-PST-FILE
           END-IF.
       9999-EXIT.
           EXIT.

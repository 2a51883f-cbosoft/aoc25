      *    SUSPNEW   THIS CYCLE'S SUSPENSE CONTROL DATASET - ONE
      *              RECORD PER RECYCLED SHEET CARRYING ITS RECYCLE
      *              CONTROL NUMBER (CYCLE DATE PLUS SEQUENCE) AND
      *              HOW MANY BUSINESS DAYS THE BATCH HAS NOW
      *              WAITED
      *    CALENDAR  THE BUSINESS CALENDAR (SEE CAL-REC) THE WAIT IS
      *              COUNTED ON
      *    RCYREG    ONE REGISTER CARD PER RECYCLED BATCH - MERGED
      *              INTO THE NEXT CYCLE'S BATCHREG BY DAY6BRG SO
      *              DAY6REG EXPECTS THE RECYCLED BATCH RATHER THAN
      *              REPORTING IT AS AN EXCEPTION
      *
      *  A BATCH ALREADY ON SUSPOLD THAT REJECTS AGAIN CARRIES ITS
      *  AGE FORWARD, RECOUNTED AS THE BUSINESS DAYS FROM ITS
      *  ORIGINAL CYCLE TO THIS ONE (PLUS ONE A CYCLE WITH NO
      *  CALENDAR); A BATCH THAT WOULD EXCEED THE MAX-AGE RUNCTL
      *  LIMIT (DEFAULT 3 BUSINESS DAYS) IS AGED OUT INSTEAD OF
      *  RECYCLED - IT IS REPORTED LOUDLY SO A REJECT CAN'T QUIETLY
      *  DIE IN SUSPENSE.  A SUSPOLD BATCH THAT DIDN'T REJECT THIS
      *  CYCLE PROCESSED CLEANLY AND SIMPLY DROPS OFF.  THE STEP
      *                   KEYING-OFFICE SITE CODE FROM THE REJECT
      *                   NOW, SO EACH OFFICE WORKS ONLY ITS OWN
      *                   QUEUE THE NEXT MORNING.
      *  2026-09-14 RM    SUSPENSE AGE AND MAX-AGE ARE IN BUSINESS
      *                   DAYS ON THE BUSINESS CALENDAR (CAL-CHK),
      *                   COUNTED FROM THE ORIGINAL CYCLE DATE - A
      *                   SPECIAL WEEKEND RUN NO LONGER AGES A BATCH
      *                   OUT EARLY.  NO CALENDAR ON FILE KEEPS THE
      *                   OLD PLUS-ONE-A-CYCLE RULE.
      *  2026-09-26 RM    RCYREG IS MERGED INTO THE NEXT CYCLE'S
      *                   GENERATED BATCHREG BY DAY6BRG RATHER THAN
      *                   CONCATENATED BEHIND REGIN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RY-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-CTL-STATUS.
           SELECT RY-CAL-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  RY-CTL-RECORD PIC X(80).

       FD  RY-CAL-FILE
           RECORDING MODE IS F.
       COPY "cal-rec.cpy".

       WORKING-STORAGE SECTION.
       01 RY-REJ-STATUS PIC X(02) VALUE "00".
           88 RY-REJ-OK VALUE "00".
       01 RY-CTL-STATUS PIC X(02) VALUE "00".
           88 RY-CTL-OK VALUE "00".
           88 RY-CTL-ABSENT VALUE "35".
       01 RY-CAL-STATUS PIC X(02) VALUE "00".
           88 RY-CAL-OK VALUE "00".
           88 RY-CAL-ABSENT VALUE "35".

       01 RY-IN-LEN PIC 9(4) VALUE 0.
       01 RY-RCY-LEN PIC 9(4) VALUE 0.
               05 RY-S-USED PIC 9(01).
       01 RY-SUS-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE BUSINESS CALENDAR IN STORAGE, AND CAL-CHK'S
      *    PARAMETERS.
      *-----------------------------------------------------------
       COPY "cal-tbl.cpy".
       78 RY-MAX-CAL VALUE 6000.
       01 RY-CAL-EOF-FLAG PIC X(01) VALUE "N".
           88 RY-CAL-EOF VALUE "Y".
       01 RY-CAL-FUNC PIC X(01) VALUE SPACE.
       01 RY-CAL-DATE-1 PIC 9(08) VALUE 0.
       01 RY-CAL-DATE-2 PIC 9(08) VALUE 0.
       01 RY-CAL-COUNT PIC 9(04) VALUE 0.
       01 RY-CAL-RESULT PIC X(01) VALUE SPACE.
           88 RY-CAL-YES VALUE "Y".

       01 RY-I PIC 9(04) VALUE 0.
       01 RY-FOUND PIC 9(04) VALUE 0.
       01 RY-EOF-FLAG PIC X(01) VALUE "N".
                 "- KEEP IT IN STEP WITH THE SET DAY CARD"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
      *    A CLEAN CYCLE MAY HAVE NO SUSPENSE DATASET AT ALL - AN
      *    ABSENT REJIN JUST MEANS THERE IS NOTHING TO RECYCLE.
           OPEN INPUT RY-REJ-FILE.

      *-----------------------------------------------------------
      *    TWO CONTROL CARDS - THE SUSPENSE AGE LIMIT (MAX-AGE=NN,
      *    BUSINESS DAYS, COMPILED DEFAULT STANDS WHEN ABSENT) AND THE
      *    REQUIRED CYCLE-DATE=YYYYMMDD THAT STAMPS THE CONTROL
      *    NUMBERS AND THE RECYCLED HEADERS - THE CLOCK WON'T DO,
      *    A SWEEP RUNNING PAST MIDNIGHT WOULD STAMP TOMORROW.  AN
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE BUSINESS CALENDAR.  NO CALENDAR AT ALL LEAVES
      *    THE TABLE EMPTY AND A RE-REJECT AGED ONE A CYCLE.
      *-----------------------------------------------------------
       1500-LOAD-CALENDAR.
           OPEN INPUT RY-CAL-FILE.
           IF RY-CAL-ABSENT
             DISPLAY "DAY6RCY: NO CALENDAR ON FILE - SUSPENSE AGES "
                 "ONE A CYCLE"
             GO TO 1500-EXIT
           END-IF.
           IF NOT RY-CAL-OK
             DISPLAY "DAY6RCY: UNABLE TO OPEN CALENDAR, STATUS="
                 RY-CAL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO RY-CAL-EOF-FLAG.
           PERFORM 1510-READ-CALENDAR THRU 1510-EXIT.
           PERFORM UNTIL RY-CAL-EOF
             IF CAL-RECORD NOT EQUAL SPACE
               IF WS-CAL-CNT >= RY-MAX-CAL
                 DISPLAY "DAY6RCY: MORE THAN " RY-MAX-CAL
                     " DAYS ON CALENDAR - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
               MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-CNT)
             END-IF
             PERFORM 1510-READ-CALENDAR THRU 1510-EXIT
           END-PERFORM.
           CLOSE RY-CAL-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-CALENDAR.
           READ RY-CAL-FILE
             AT END
               SET RY-CAL-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       2000-LOAD-REJECTS.
           IF RY-REJ-ABSENT
             GO TO 2000-EXIT
             ADD 1 TO RY-CNT-AGED
             MOVE 4 TO RY-RC
             DISPLAY "DAY6RCY: BATCH " RY-HDR-PART-NO " HAS BEEN IN "
                 "SUSPENSE " RY-AGE " BUSINESS DAYS - AGED OUT, NOT "
                 "RECYCLED (" RY-R-REASON(RY-FOUND) ")"
             PERFORM 3600-SKIP-SHEET THRU 3600-EXIT
             GO TO 3500-EXIT
           EXIT.

      *-----------------------------------------------------------
      *    HOW MANY BUSINESS DAYS HAS THIS BATCH NOW WAITED, AND
      *    WHICH CYCLE DID IT ORIGINALLY BELONG TO?  A FIRST REJECT
      *    IS AGE ONE AND BELONGS TO THIS CYCLE; A RE-REJECT CARRIES
      *    ITS ORIGINAL DATE FORWARD AND IS AGED BY THE BUSINESS
      *    DAYS FROM THERE TO THIS CYCLE, COUNTING ITS FIRST DAY -
      *    OR, WITH NO CALENDAR OR A DATE IT DOESN'T COVER, ITS
      *    SUSPOLD AGE PLUS ONE.  EACH SUSPOLD ENTRY SERVES AT MOST
      *    ONE SHEET.
      *-----------------------------------------------------------
       3700-FIND-AGE.
           MOVE 1 TO RY-AGE.
               MOVE 1 TO RY-S-USED(RY-I)
             END-IF
           END-PERFORM.
           IF RY-AGE EQUAL 1 OR WS-CAL-CNT EQUAL 0
             GO TO 3700-EXIT
           END-IF.
           MOVE "C" TO RY-CAL-FUNC.
           MOVE RY-ORIG-DATE TO RY-CAL-DATE-1.
           MOVE RY-CYCLE-DATE TO RY-CAL-DATE-2.
           CALL "CAL-CHK" USING WS-T-CAL, RY-CAL-FUNC,
               RY-CAL-DATE-1, RY-CAL-DATE-2, RY-CAL-COUNT,
               RY-CAL-RESULT.
           IF RY-CAL-YES
             IF RY-CAL-COUNT > 98
               MOVE 99 TO RY-AGE
             ELSE
               COMPUTE RY-AGE = RY-CAL-COUNT + 1
             END-IF
           END-IF.
       3700-EXIT.
           EXIT.


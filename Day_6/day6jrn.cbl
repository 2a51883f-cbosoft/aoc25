       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6JRN.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-23.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6JRN - TOTALS MASTER RECOVERY FROM THE JOURNAL.
      *
      *  DAY6MTD AND DAY6ADJ UPDATE MTDMST IN PLACE.  A STEP THAT
      *  FAILS PARTWAY, OR A BAD WSOUT ROLLED IN, USED TO LEAVE NO
      *  CLEAN WAY BACK - THE RESTART GUARD STOPS A RERUN BUT CANNOT
      *  UNDO HALF AN UPDATE, AND LAST NIGHT'S BACKUP LOSES THE
      *  DAY'S ADJUSTMENTS.  BOTH PROGRAMS NOW JOURNAL EVERY CHANGE
      *  (SEE JRN-REC) AND THIS PROGRAM WORKS FROM THAT JOURNAL IN
      *  ONE OF TWO MODES, CHOSEN ON RUNCTL:
      *
      *    MODE=BACKOUT  UNDO ONE CYCLE'S CHANGES, NEWEST FIRST -
      *                  CYCLE=YYYYMMDD (REQUIRED); PROGRAM=NAME
      *                  NARROWS IT TO ONE STEP; RUN=YYYYMMDDHHMMSSCC
      *                  NARROWS IT TO ONE EXECUTION OF THE STEP (THE
      *                  RUN STAMP ON THE JOURNAL AND JRNRPT)
      *    MODE=FORWARD  REAPPLY THE JOURNAL, OLDEST FIRST, TO A
      *                  MASTER RESTORED FROM BACKUP - FROM=STAMP
      *                  SKIPS THE RUNS THE BACKUP ALREADY HOLDS;
      *                  UPTO=STAMP STOPS AFTER THE LAST RUN AT OR
      *                  BEFORE IT; UPTO-PROGRAM=NAME WITH
      *                  UPTO-CYCLE=YYYYMMDD STOPS AFTER THAT STEP.
      *                  NEITHER - THE WHOLE JOURNAL IS APPLIED
      *
      *    RUNCTL   THE CARDS ABOVE
      *    JOURNAL  THE DATED MTDJRNL DATASETS, CONCATENATED OLDEST
      *             FIRST
      *    MTDMST   THE LIVE TOTALS MASTER, UPDATED IN PLACE
      *    JRNLOUT  TODAY'S MTDJRNL - A BACKOUT JOURNALS ITS OWN
      *             CHANGES UNDER PROGRAM DAY6JRN AND THE CYCLE IT
      *             BACKED OUT, SO A LATER ROLL FORWARD REPLAYS IT
      *             AND A BACKOUT OF PROGRAM=DAY6JRN UNDOES IT.  NOT
      *             OPENED IN A ROLL FORWARD, WHICH ONLY REPEATS
      *             CHANGES ALREADY ON THE JOURNAL
      *    JRNRPT   EVERY JOURNAL RECORD ACTED ON - THE MASTER
      *             RECORD, THE CHANGE BEING UNDONE OR REAPPLIED,
      *             WHAT WAS DONE AND THE TOTAL BEFORE AND AFTER
      *
      *  A BACKOUT PUTS BACK THE BEFORE-IMAGE (OR DELETES A RECORD
      *  THE STEP ADDED) ONLY WHEN THE MASTER STILL HOLDS WHAT THE
      *  STEP LEFT; IF A LATER RUN HAS CHANGED THE RECORD SINCE, IT
      *  IS LEFT ALONE AND LISTED AS A CONFLICT.  A RECORD PUT BACK
      *  IS STAMPED AS CHANGED BY THIS RUN SO THE WAREHOUSE EXTRACT
      *  (DAY6MIX) SENDS THE RESTORED FIGURES ON; THE COMPARISONS
      *  THEREFORE LEAVE THE CHANGED STAMP OUT.  A BACKOUT OF THE
      *  WHOLE CYCLE PASSES OVER EARLIER DAY6JRN BACKOUTS.  A ROLL
      *  FORWARD PUTS DOWN THE AFTER-IMAGE EXACTLY AS JOURNALLED,
      *  AND LISTS IT AS A MISMATCH WHEN THE MASTER DID NOT HOLD THE
      *  BEFORE-IMAGE.  A CHANGE ALREADY IN PLACE IS LISTED AND
      *  PASSED OVER EITHER WAY, SO A RERUN IS HARMLESS.  THE MONTH-
      *  END CLOSE EMPTIES THE MASTER UNJOURNALLED - ROLL FORWARD
      *  FROM A BACKUP TAKEN AFTER THE LAST CLOSE.
      *
      *  RC 4 WHEN ANYTHING WAS A CONFLICT OR MISMATCH, OR NOTHING ON
      *  THE JOURNAL MATCHED; A BAD CARD, A JOURNAL OUT OF TIME
      *  ORDER OR A NAMED POINT NOT ON THE JOURNAL IS A HARD ERROR
      *  AND NOTHING IS CHANGED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-23 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JR-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JR-CTL-STATUS.
           SELECT JR-JRN-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JR-JRN-STATUS.
           SELECT JR-MST-FILE ASSIGN TO "MTDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTD-KEY
               FILE STATUS IS JR-MST-STATUS.
           SELECT JR-OUT-FILE ASSIGN TO "JRNLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JR-OUT-STATUS.
           SELECT JR-RPT-FILE ASSIGN TO "JRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JR-CTL-FILE
           RECORDING MODE IS F.
       01  JR-CTL-RECORD PIC X(80).

      *-----------------------------------------------------------
      *    BOTH JOURNALS ARE READ AND WRITTEN THROUGH THE ONE
      *    JRN-REC LAYOUT IN WORKING STORAGE.
      *-----------------------------------------------------------
       FD  JR-JRN-FILE
           RECORDING MODE IS F.
       01  JR-JRN-LINE PIC X(418).

       FD  JR-MST-FILE.
       COPY "mtd-rec.cpy".

       FD  JR-OUT-FILE
           RECORDING MODE IS F.
       01  JR-OUT-LINE PIC X(418).

       FD  JR-RPT-FILE
           RECORDING MODE IS F.
       01  JR-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 JR-CTL-STATUS PIC X(02) VALUE "00".
           88 JR-CTL-OK VALUE "00".
           88 JR-CTL-ABSENT VALUE "35".
       01 JR-JRN-STATUS PIC X(02) VALUE "00".
           88 JR-JRN-OK VALUE "00".
       01 JR-MST-STATUS PIC X(02) VALUE "00".
           88 JR-MST-OK VALUE "00".
           88 JR-MST-NOT-FOUND VALUE "23".
       01 JR-OUT-STATUS PIC X(02) VALUE "00".
           88 JR-OUT-OK VALUE "00".
           88 JR-OUT-ABSENT VALUE "35".
       01 JR-RPT-STATUS PIC X(02) VALUE "00".
           88 JR-RPT-OK VALUE "00".

       COPY "jrn-rec.cpy".

       01 JR-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 JR-CTL-EOF VALUE "Y".
       01 JR-JRN-EOF-FLAG PIC X(01) VALUE "N".
           88 JR-JRN-EOF VALUE "Y".
       01 JR-CTL-KEY PIC X(20) VALUE SPACE.
       01 JR-CTL-VALUE PIC X(59) VALUE SPACE.

      *-----------------------------------------------------------
      *    THE RUN-CONTROL CARDS.  A STAMP LEFT AT SPACES WAS NOT
      *    GIVEN.
      *-----------------------------------------------------------
       01 JR-MODE PIC X(08) VALUE SPACE.
           88 JR-BACKOUT VALUE "BACKOUT".
           88 JR-FORWARD VALUE "FORWARD".
       01 JR-CYCLE PIC 9(08) VALUE 0.
       01 JR-PROGRAM PIC X(08) VALUE SPACE.
       01 JR-ONE-RUN PIC X(16) VALUE SPACE.
       01 JR-FROM PIC X(16) VALUE SPACE.
       01 JR-UPTO PIC X(16) VALUE SPACE.
       01 JR-UPTO-PROGRAM PIC X(08) VALUE SPACE.
       01 JR-UPTO-CYCLE PIC 9(08) VALUE 0.

       01 JR-RUN-DATE PIC 9(08) VALUE 0.
       01 JR-RUN-TIME PIC 9(08) VALUE 0.
       01 JR-RC PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE CYCLE'S SELECTED JOURNAL RECORDS, IN JOURNAL ORDER,
      *    FOR THE BACKOUT TO WORK THROUGH NEWEST FIRST.
      *-----------------------------------------------------------
       78 JR-MAX-SEL VALUE 9999.
       01 JR-SEL-TABLE.
           03 JR-SEL PIC X(418) OCCURS 9999 TIMES.
       01 JR-SEL-CNT PIC 9(04) VALUE 0.
       01 JR-S PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE JOURNAL RECORD IN HAND, TAKEN OUT OF JRN-RECORD SO
      *    THAT AREA IS FREE TO BUILD THE BACKOUT'S OWN RECORD.  A
      *    BACKOUT COMPARES IMAGES UP TO THE CHANGED STAMP ONLY -
      *    THE LAST 16 BYTES OF THE MASTER RECORD.
      *-----------------------------------------------------------
       01 JR-WANT-ACTION PIC X(01) VALUE SPACE.
           88 JR-WANT-ADD VALUE "A".
           88 JR-WANT-CHANGE VALUE "C".
           88 JR-WANT-DELETE VALUE "D".
       01 JR-WANT-KEY PIC X(14) VALUE SPACE.
       01 JR-WANT-BEFORE PIC X(179) VALUE SPACE.
       01 JR-WANT-AFTER PIC X(179) VALUE SPACE.
       78 JR-CMP-LEN VALUE 163.
       01 JR-CUR-RECORD PIC X(179) VALUE SPACE.
       01 JR-NEW-IMAGE PIC X(179) VALUE SPACE.
       01 JR-NEW-ACTION PIC X(01) VALUE SPACE.
       01 JR-FOUND-FLAG PIC X(01) VALUE "N".
           88 JR-FOUND VALUE "Y".
       01 JR-LAST-RUN PIC X(16) VALUE SPACE.
       01 JR-STEP-SEEN-FLAG PIC X(01) VALUE "N".
           88 JR-STEP-SEEN VALUE "Y".
       01 JR-STOP-FLAG PIC X(01) VALUE "N".
           88 JR-STOP VALUE "Y".
       01 JR-OUT-SEQ PIC 9(06) VALUE 0.

       01 JR-READ-CNT PIC 9(06) VALUE 0.
       01 JR-TAKEN-CNT PIC 9(06) VALUE 0.
       01 JR-DONE-CNT PIC 9(06) VALUE 0.
       01 JR-ALREADY-CNT PIC 9(06) VALUE 0.
       01 JR-CONFLICT-CNT PIC 9(06) VALUE 0.
       01 JR-FOUND-CNT PIC 9(06) VALUE 0.

       78 JR-LINES-PER-PAGE VALUE 56.
       01 JR-LINE-CNT PIC 9(02) VALUE 99.
       01 JR-LINE-HOLD PIC X(132) VALUE SPACE.
       01 JR-PAGE-NO PIC 9(04) VALUE 0.

       01 JR-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 HD1-TITLE PIC X(36) VALUE SPACE.
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-DATE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 JR-HEAD-2.
           03 FILLER PIC X(07) VALUE "BATCH".
           03 FILLER PIC X(09) VALUE "DATED".
           03 FILLER PIC X(03) VALUE "S".
           03 FILLER PIC X(10) VALUE "PROGRAM".
           03 FILLER PIC X(10) VALUE "CYCLE".
           03 FILLER PIC X(19) VALUE "RUN STAMP".
           03 FILLER PIC X(08) VALUE "   SEQ".
           03 FILLER PIC X(03) VALUE "A".
           03 FILLER PIC X(21) VALUE "ACTION TAKEN".
           03 FILLER PIC X(18) VALUE "         TOTAL WAS".
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(18) VALUE "         TOTAL NOW".
           03 FILLER PIC X(05) VALUE SPACE.

       01 JR-DETAIL.
           03 DET-PART-NO PIC X(05) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DATE PIC X(08) VALUE SPACE.
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-SOURCE PIC X(01) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-PROGRAM PIC X(08) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-CYCLE PIC 9(08) VALUE 0.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-RUN-DATE PIC 9(08) VALUE 0.
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-RUN-TIME PIC 9(08) VALUE 0.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-SEQ PIC ZZZZZ9.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-JRN-ACTION PIC X(01) VALUE SPACE.
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-TAKEN PIC X(20) VALUE SPACE.
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-WAS-X PIC X(18) VALUE SPACE.
           03 DET-WAS REDEFINES DET-WAS-X PIC -(14)9.99.
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-NOW-X PIC X(18) VALUE SPACE.
           03 DET-NOW REDEFINES DET-NOW-X PIC -(14)9.99.
           03 FILLER PIC X(05) VALUE SPACE.

       01 JR-TOTAL-LINE-1.
           03 TOT-READ PIC ZZZZZ9.
           03 FILLER PIC X(23) VALUE " JOURNAL RECORDS READ, ".
           03 TOT-TAKEN PIC ZZZZZ9.
           03 FILLER PIC X(14) VALUE " ACTED ON".
           03 FILLER PIC X(83) VALUE SPACE.

       01 JR-TOTAL-LINE-2.
           03 TOT-DONE PIC ZZZZZ9.
           03 FILLER PIC X(19) VALUE " MASTER RECORDS PUT".
           03 FILLER PIC X(09) VALUE " RIGHT, ".
           03 TOT-ALREADY PIC ZZZZZ9.
           03 FILLER PIC X(20) VALUE " ALREADY IN PLACE, ".
           03 TOT-CONFLICT PIC ZZZZZ9.
           03 FILLER PIC X(28) VALUE " CONFLICTS OR MISMATCHES".
           03 FILLER PIC X(38) VALUE SPACE.

       01 JR-SHOW-1 PIC X(16) VALUE SPACE.
       01 JR-SHOW-2 PIC X(16) VALUE SPACE.
       01 JR-SHOW-3 PIC X(17) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF JR-BACKOUT
             PERFORM 2000-LOAD-BACKOUT THRU 2000-EXIT
             PERFORM 1800-OPEN-UPDATE THRU 1800-EXIT
             PERFORM 3000-BACKOUT THRU 3000-EXIT
           ELSE
             PERFORM 2500-CHECK-FORWARD THRU 2500-EXIT
             PERFORM 1800-OPEN-UPDATE THRU 1800-EXIT
             PERFORM 4000-FORWARD THRU 4000-EXIT
           END-IF.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6JRN: " JR-MODE " - " JR-TAKEN-CNT
               " JOURNAL RECORDS ACTED ON, " JR-DONE-CNT " PUT "
               "RIGHT, " JR-ALREADY-CNT " ALREADY IN PLACE, "
               JR-CONFLICT-CNT " CONFLICTS OR MISMATCHES".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF JR-RC EQUAL 4
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT JR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-RUN-TIME FROM TIME.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           PERFORM 1300-CHECK-CARDS THRU 1300-EXIT.
           OPEN OUTPUT JR-RPT-FILE.
           IF NOT JR-RPT-OK
             DISPLAY "DAY6JRN: UNABLE TO OPEN JRNRPT, STATUS="
                 JR-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF JR-BACKOUT
             MOVE "DAY6JRN MTDMST BACKOUT - CYCLE" TO HD1-TITLE
             MOVE JR-CYCLE TO HD1-DATE
           ELSE
             MOVE "DAY6JRN MTDMST ROLL FORWARD - RUN" TO HD1-TITLE
             MOVE JR-RUN-DATE TO HD1-DATE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    RUN-CONTROL CARDS - THE MODE AND WHAT IT IS TO WORK ON.
      *-----------------------------------------------------------
       1200-READ-CONTROL.
           OPEN INPUT JR-CTL-FILE.
           IF JR-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT JR-CTL-OK
             DISPLAY "DAY6JRN: UNABLE TO OPEN RUNCTL, STATUS="
                 JR-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO JR-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL JR-CTL-EOF
             IF JR-CTL-RECORD NOT EQUAL SPACE
                 AND JR-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE JR-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ JR-CTL-FILE
             AT END
               SET JR-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO JR-CTL-KEY JR-CTL-VALUE.
           UNSTRING JR-CTL-RECORD DELIMITED BY "="
               INTO JR-CTL-KEY JR-CTL-VALUE.
           EVALUATE JR-CTL-KEY
             WHEN "MODE"
               MOVE JR-CTL-VALUE TO JR-MODE
               IF NOT JR-BACKOUT AND NOT JR-FORWARD
                 DISPLAY "DAY6JRN: MODE VALUE '" JR-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT BACKOUT OR FORWARD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
             WHEN "CYCLE"
               IF JR-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6JRN: CYCLE VALUE '" JR-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE JR-CTL-VALUE(1:8) TO JR-CYCLE
             WHEN "PROGRAM"
               MOVE JR-CTL-VALUE TO JR-PROGRAM
             WHEN "RUN"
               PERFORM 1260-CHECK-STAMP THRU 1260-EXIT
               MOVE JR-CTL-VALUE(1:16) TO JR-ONE-RUN
             WHEN "FROM"
               PERFORM 1260-CHECK-STAMP THRU 1260-EXIT
               MOVE JR-CTL-VALUE(1:16) TO JR-FROM
             WHEN "UPTO"
               PERFORM 1260-CHECK-STAMP THRU 1260-EXIT
               MOVE JR-CTL-VALUE(1:16) TO JR-UPTO
             WHEN "UPTO-PROGRAM"
               MOVE JR-CTL-VALUE TO JR-UPTO-PROGRAM
             WHEN "UPTO-CYCLE"
               IF JR-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6JRN: UPTO-CYCLE VALUE '" JR-CTL-VALUE
                     "' ON RUNCTL CARD IS NOT YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE JR-CTL-VALUE(1:8) TO JR-UPTO-CYCLE
             WHEN OTHER
               DISPLAY "DAY6JRN: UNRECOGNISED KEYWORD '" JR-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A RUN STAMP IS THE DATE AND TIME AS THE JOURNAL CARRIES
      *    THEM - SIXTEEN DIGITS, YYYYMMDDHHMMSSCC.
      *-----------------------------------------------------------
       1260-CHECK-STAMP.
           IF JR-CTL-VALUE(1:16) IS NOT NUMERIC
               OR JR-CTL-VALUE(17:1) NOT EQUAL SPACE
             DISPLAY "DAY6JRN: " JR-CTL-KEY(1:4) " VALUE '"
                 JR-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                 "YYYYMMDDHHMMSSCC"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1260-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CARDS MUST MAKE ONE COMPLETE REQUEST - A BACKOUT
      *    NAMES ITS CYCLE AND NOTHING OF A ROLL FORWARD'S, AND THE
      *    OTHER WAY ABOUT.  GUESSING AT A RECOVERY IS WORSE THAN
      *    NOT RUNNING ONE.
      *-----------------------------------------------------------
       1300-CHECK-CARDS.
           IF NOT JR-BACKOUT AND NOT JR-FORWARD
             DISPLAY "DAY6JRN: RUNCTL MUST NAME MODE=BACKOUT OR "
                 "MODE=FORWARD - NOTHING DONE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF JR-BACKOUT
             IF JR-CYCLE EQUAL 0
               DISPLAY "DAY6JRN: A BACKOUT MUST NAME CYCLE=YYYYMMDD "
                   "- NOTHING DONE"
               STOP RUN WITH ERROR STATUS 16
             END-IF
             IF JR-FROM NOT EQUAL SPACE OR JR-UPTO NOT EQUAL SPACE
                 OR JR-UPTO-PROGRAM NOT EQUAL SPACE
                 OR JR-UPTO-CYCLE NOT EQUAL 0
               DISPLAY "DAY6JRN: FROM, UPTO, UPTO-PROGRAM AND "
                   "UPTO-CYCLE BELONG TO A ROLL FORWARD, NOT A "
                   "BACKOUT - NOTHING DONE"
               STOP RUN WITH ERROR STATUS 16
             END-IF
             GO TO 1300-EXIT
           END-IF.
           IF JR-CYCLE NOT EQUAL 0 OR JR-PROGRAM NOT EQUAL SPACE
               OR JR-ONE-RUN NOT EQUAL SPACE
             DISPLAY "DAY6JRN: CYCLE, PROGRAM AND RUN BELONG TO A "
                 "BACKOUT, NOT A ROLL FORWARD - NOTHING DONE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF (JR-UPTO-PROGRAM EQUAL SPACE
               AND JR-UPTO-CYCLE NOT EQUAL 0)
               OR (JR-UPTO-PROGRAM NOT EQUAL SPACE
               AND JR-UPTO-CYCLE EQUAL 0)
             DISPLAY "DAY6JRN: UPTO-PROGRAM AND UPTO-CYCLE NAME A "
                 "STEP TOGETHER - ONE WITHOUT THE OTHER, NOTHING DONE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF JR-FROM NOT EQUAL SPACE AND JR-UPTO NOT EQUAL SPACE
               AND JR-FROM > JR-UPTO
             DISPLAY "DAY6JRN: FROM " JR-FROM " IS AFTER UPTO "
                 JR-UPTO " - NOTHING DONE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE MASTER, AND FOR A BACKOUT TODAY'S JOURNAL, ARE ONLY
      *    OPENED ONCE THE JOURNAL HAS BEEN READ AND FOUND SOUND.
      *    THERE IS NO CREATING A MISSING MASTER HERE - A ROLL
      *    FORWARD NEEDS THE RESTORED BACKUP IN PLACE FIRST.
      *-----------------------------------------------------------
       1800-OPEN-UPDATE.
           OPEN I-O JR-MST-FILE.
           IF NOT JR-MST-OK
             DISPLAY "DAY6JRN: UNABLE TO OPEN MTDMST, STATUS="
                 JR-MST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF JR-FORWARD
             GO TO 1800-EXIT
           END-IF.
           OPEN EXTEND JR-OUT-FILE.
           IF JR-OUT-ABSENT
             OPEN OUTPUT JR-OUT-FILE
           END-IF.
           IF NOT JR-OUT-OK
             DISPLAY "DAY6JRN: UNABLE TO OPEN JRNLOUT, STATUS="
                 JR-OUT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    BACKOUT, FIRST PASS - EVERY JOURNAL RECORD FOR THE CYCLE
      *    (AND STEP, AND RUN, WHEN NAMED) INTO STORAGE IN JOURNAL
      *    ORDER.  A WHOLE-CYCLE BACKOUT LEAVES OUT DAY6JRN'S OWN
      *    RECORDS - UNDOING AN EARLIER BACKOUT IS ASKED FOR BY
      *    NAMING PROGRAM=DAY6JRN.
      *-----------------------------------------------------------
       2000-LOAD-BACKOUT.
           PERFORM 2050-OPEN-JOURNAL THRU 2050-EXIT.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
           PERFORM UNTIL JR-JRN-EOF
             IF JRN-CYCLE EQUAL JR-CYCLE
                 AND (JRN-PROGRAM EQUAL JR-PROGRAM
                 OR (JR-PROGRAM EQUAL SPACE
                 AND JRN-PROGRAM NOT EQUAL "DAY6JRN"))
                 AND (JR-ONE-RUN EQUAL SPACE
                 OR JRN-RUN EQUAL JR-ONE-RUN)
               IF JR-SEL-CNT >= JR-MAX-SEL
                 DISPLAY "DAY6JRN: MORE THAN " JR-MAX-SEL
                     " JOURNAL RECORDS FOR THE CYCLE - TABLE FULL"
                 PERFORM 2190-REFUSE-JOURNAL THRU 2190-EXIT
               END-IF
               ADD 1 TO JR-SEL-CNT
               MOVE JRN-RECORD TO JR-SEL(JR-SEL-CNT)
             END-IF
             PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
           END-PERFORM.
           CLOSE JR-JRN-FILE.
           IF JR-SEL-CNT EQUAL 0
             DISPLAY "DAY6JRN: NOTHING ON THE JOURNAL FOR CYCLE "
                 JR-CYCLE " " JR-PROGRAM " " JR-ONE-RUN
             MOVE 4 TO JR-RC
           END-IF.
       2000-EXIT.
           EXIT.

       2050-OPEN-JOURNAL.
           OPEN INPUT JR-JRN-FILE.
           IF NOT JR-JRN-OK
             DISPLAY "DAY6JRN: UNABLE TO OPEN JOURNAL, STATUS="
                 JR-JRN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO JR-JRN-EOF-FLAG.
           MOVE SPACE TO JR-LAST-RUN.
           MOVE 0 TO JR-READ-CNT.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE NEXT JOURNAL RECORD INTO JRN-RECORD, PASSING OVER
      *    BLANK LINES.  THE CONCATENATION MUST RUN OLDEST FIRST -
      *    A RUN STAMP EARLIER THAN THE ONE BEFORE IT MEANS THE
      *    DATASETS ARE IN THE WRONG ORDER, AND REPLAYING OR UNDOING
      *    CHANGES OUT OF ORDER WOULD LEAVE THE WRONG FIGURES.
      *-----------------------------------------------------------
       2100-READ-JOURNAL.
           READ JR-JRN-FILE INTO JRN-RECORD
             AT END
               SET JR-JRN-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ.
           IF JRN-RECORD EQUAL SPACE
             GO TO 2100-READ-JOURNAL
           END-IF.
           ADD 1 TO JR-READ-CNT.
           IF (NOT JRN-ADD AND NOT JRN-CHANGE AND NOT JRN-DELETE)
               OR JRN-RUN IS NOT NUMERIC
             DISPLAY "DAY6JRN: JOURNAL RECORD " JR-READ-CNT
                 " IS NOT A JOURNAL RECORD - NOTHING DONE"
             PERFORM 2190-REFUSE-JOURNAL THRU 2190-EXIT
           END-IF.
           IF JRN-RUN < JR-LAST-RUN
             DISPLAY "DAY6JRN: JOURNAL RECORD " JR-READ-CNT
                 " RUN " JRN-RUN " IS EARLIER THAN RUN " JR-LAST-RUN
                 " BEFORE IT - CONCATENATE THE JOURNALS OLDEST "
                 "FIRST.  NOTHING DONE"
             PERFORM 2190-REFUSE-JOURNAL THRU 2190-EXIT
           END-IF.
           MOVE JRN-RUN TO JR-LAST-RUN.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A JOURNAL THAT CANNOT BE TRUSTED ENDS THE RUN WHILE IT IS
      *    STILL BEING READ - BEFORE THE MASTER IS OPENED.
      *-----------------------------------------------------------
       2190-REFUSE-JOURNAL.
           CLOSE JR-JRN-FILE.
           CLOSE JR-RPT-FILE.
           STOP RUN WITH ERROR STATUS 16.
       2190-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ROLL FORWARD, FIRST PASS - THE WHOLE JOURNAL IS READ FOR
      *    ORDER, AND A NAMED STEP MUST BE ON IT AND LATER THAN THE
      *    BACKUP, BEFORE THE MASTER IS TOUCHED.
      *-----------------------------------------------------------
       2500-CHECK-FORWARD.
           PERFORM 2050-OPEN-JOURNAL THRU 2050-EXIT.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
           PERFORM UNTIL JR-JRN-EOF
             IF JR-UPTO-PROGRAM NOT EQUAL SPACE
                 AND JRN-PROGRAM EQUAL JR-UPTO-PROGRAM
                 AND JRN-CYCLE EQUAL JR-UPTO-CYCLE
               ADD 1 TO JR-FOUND-CNT
               IF JR-FROM NOT EQUAL SPACE AND JRN-RUN < JR-FROM
                 DISPLAY "DAY6JRN: " JR-UPTO-PROGRAM " FOR CYCLE "
                     JR-UPTO-CYCLE " RAN BEFORE FROM " JR-FROM
                     " - IT IS ALREADY IN THE BACKUP.  NOTHING DONE"
                 PERFORM 2190-REFUSE-JOURNAL THRU 2190-EXIT
               END-IF
             END-IF
             PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
           END-PERFORM.
           CLOSE JR-JRN-FILE.
           IF JR-UPTO-PROGRAM NOT EQUAL SPACE AND JR-FOUND-CNT EQUAL 0
             DISPLAY "DAY6JRN: " JR-UPTO-PROGRAM " FOR CYCLE "
                 JR-UPTO-CYCLE " IS NOT ON THE JOURNAL - NOTHING DONE"
             CLOSE JR-RPT-FILE
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    BACKOUT - THE SELECTED CHANGES UNDONE NEWEST FIRST, SO A
      *    RECORD CHANGED MORE THAN ONCE IN THE CYCLE WALKS BACK
      *    THROUGH EACH OF ITS IMAGES IN TURN.
      *-----------------------------------------------------------
       3000-BACKOUT.
           PERFORM 7500-PRINT-SELECTION THRU 7500-EXIT.
           PERFORM VARYING JR-S FROM JR-SEL-CNT BY -1
               UNTIL JR-S < 1
             MOVE JR-SEL(JR-S) TO JRN-RECORD
             PERFORM 5000-TAKE-ENTRY THRU 5000-EXIT
             PERFORM 5100-READ-MASTER THRU 5100-EXIT
             EVALUATE TRUE
               WHEN JR-WANT-ADD
                 PERFORM 3200-UNDO-ADD THRU 3200-EXIT
               WHEN JR-WANT-CHANGE
                 PERFORM 3300-UNDO-CHANGE THRU 3300-EXIT
               WHEN OTHER
                 PERFORM 3400-UNDO-DELETE THRU 3400-EXIT
             END-EVALUATE
             PERFORM 7000-LIST-ENTRY THRU 7000-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE STEP ADDED THE RECORD - DELETE IT, IF IT IS STILL AS
      *    THE STEP LEFT IT.
      *-----------------------------------------------------------
       3200-UNDO-ADD.
           IF NOT JR-FOUND
             PERFORM 7200-NOTE-ALREADY THRU 7200-EXIT
             GO TO 3200-EXIT
           END-IF.
           IF JR-CUR-RECORD(1:JR-CMP-LEN) NOT EQUAL
               JR-WANT-AFTER(1:JR-CMP-LEN)
             PERFORM 7100-NOTE-CONFLICT THRU 7100-EXIT
             GO TO 3200-EXIT
           END-IF.
           MOVE SPACE TO JR-NEW-IMAGE.
           MOVE "D" TO JR-NEW-ACTION.
           PERFORM 5500-WRITE-JOURNAL THRU 5500-EXIT.
           PERFORM 5400-DELETE-MASTER THRU 5400-EXIT.
           MOVE "DELETED" TO DET-TAKEN.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE STEP CHANGED THE RECORD - PUT THE BEFORE-IMAGE BACK,
      *    IF THE RECORD IS STILL AS THE STEP LEFT IT.
      *-----------------------------------------------------------
       3300-UNDO-CHANGE.
           IF JR-FOUND
               AND JR-CUR-RECORD(1:JR-CMP-LEN) EQUAL
                   JR-WANT-BEFORE(1:JR-CMP-LEN)
             PERFORM 7200-NOTE-ALREADY THRU 7200-EXIT
             GO TO 3300-EXIT
           END-IF.
           IF NOT JR-FOUND
               OR JR-CUR-RECORD(1:JR-CMP-LEN) NOT EQUAL
                   JR-WANT-AFTER(1:JR-CMP-LEN)
             PERFORM 7100-NOTE-CONFLICT THRU 7100-EXIT
             GO TO 3300-EXIT
           END-IF.
           PERFORM 3500-RESTAMP-BEFORE THRU 3500-EXIT.
           MOVE "C" TO JR-NEW-ACTION.
           PERFORM 5500-WRITE-JOURNAL THRU 5500-EXIT.
           PERFORM 5200-PUT-MASTER THRU 5200-EXIT.
           MOVE "RESTORED" TO DET-TAKEN.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    AN EARLIER BACKOUT DELETED THE RECORD - ADD IT BACK, IF
      *    NOTHING HAS BEEN PUT UNDER ITS KEY SINCE.
      *-----------------------------------------------------------
       3400-UNDO-DELETE.
           IF JR-FOUND
               AND JR-CUR-RECORD(1:JR-CMP-LEN) EQUAL
                   JR-WANT-BEFORE(1:JR-CMP-LEN)
             PERFORM 7200-NOTE-ALREADY THRU 7200-EXIT
             GO TO 3400-EXIT
           END-IF.
           IF JR-FOUND
             PERFORM 7100-NOTE-CONFLICT THRU 7100-EXIT
             GO TO 3400-EXIT
           END-IF.
           PERFORM 3500-RESTAMP-BEFORE THRU 3500-EXIT.
           MOVE "A" TO JR-NEW-ACTION.
           PERFORM 5500-WRITE-JOURNAL THRU 5500-EXIT.
           PERFORM 5200-PUT-MASTER THRU 5200-EXIT.
           MOVE "RE-ADDED" TO DET-TAKEN.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE BEFORE-IMAGE, STAMPED AS CHANGED BY THIS RUN SO THE
      *    WAREHOUSE EXTRACT SENDS THE RESTORED FIGURES ON.
      *-----------------------------------------------------------
       3500-RESTAMP-BEFORE.
           MOVE JR-WANT-BEFORE TO MTD-RECORD.
           MOVE JR-RUN-DATE TO MTD-CHG-DATE.
           MOVE JR-RUN-TIME TO MTD-CHG-TIME.
           MOVE MTD-RECORD TO JR-NEW-IMAGE.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ROLL FORWARD - THE JOURNAL REAPPLIED OLDEST FIRST, FROM
      *    THE FIRST RUN AFTER THE BACKUP TO THE NAMED POINT.
      *-----------------------------------------------------------
       4000-FORWARD.
           PERFORM 7500-PRINT-SELECTION THRU 7500-EXIT.
           PERFORM 2050-OPEN-JOURNAL THRU 2050-EXIT.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
           PERFORM UNTIL JR-JRN-EOF OR JR-STOP
             PERFORM 4100-FORWARD-ONE THRU 4100-EXIT
             IF NOT JR-STOP
               PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
             END-IF
           END-PERFORM.
           CLOSE JR-JRN-FILE.
           IF JR-TAKEN-CNT EQUAL 0
             DISPLAY "DAY6JRN: NOTHING ON THE JOURNAL TO ROLL "
                 "FORWARD"
             MOVE 4 TO JR-RC
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE JOURNAL RECORD - PASSED OVER WHEN ITS RUN IS ALREADY
      *    IN THE BACKUP; THE END OF THE ROLL FORWARD WHEN IT IS
      *    PAST THE UPTO STAMP, OR IS THE FIRST RECORD AFTER THE
      *    NAMED STEP'S.
      *-----------------------------------------------------------
       4100-FORWARD-ONE.
           IF JR-FROM NOT EQUAL SPACE AND JRN-RUN < JR-FROM
             GO TO 4100-EXIT
           END-IF.
           IF JR-UPTO NOT EQUAL SPACE AND JRN-RUN > JR-UPTO
             SET JR-STOP TO TRUE
             GO TO 4100-EXIT
           END-IF.
           IF JR-UPTO-PROGRAM NOT EQUAL SPACE
             IF JRN-PROGRAM EQUAL JR-UPTO-PROGRAM
                 AND JRN-CYCLE EQUAL JR-UPTO-CYCLE
               SET JR-STEP-SEEN TO TRUE
             ELSE
               IF JR-STEP-SEEN
                 SET JR-STOP TO TRUE
                 GO TO 4100-EXIT
               END-IF
             END-IF
           END-IF.
           PERFORM 5000-TAKE-ENTRY THRU 5000-EXIT.
           PERFORM 5100-READ-MASTER THRU 5100-EXIT.
           EVALUATE TRUE
             WHEN JR-WANT-ADD
               PERFORM 4200-REDO-ADD THRU 4200-EXIT
             WHEN JR-WANT-CHANGE
               PERFORM 4300-REDO-CHANGE THRU 4300-EXIT
             WHEN OTHER
               PERFORM 4400-REDO-DELETE THRU 4400-EXIT
           END-EVALUATE.
           PERFORM 7000-LIST-ENTRY THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

       4200-REDO-ADD.
           IF JR-FOUND AND JR-CUR-RECORD EQUAL JR-WANT-AFTER
             PERFORM 7200-NOTE-ALREADY THRU 7200-EXIT
             GO TO 4200-EXIT
           END-IF.
           MOVE JR-WANT-AFTER TO JR-NEW-IMAGE.
           IF JR-FOUND
             MOVE "REPLACED - MISMATCH" TO DET-TAKEN
             PERFORM 7150-NOTE-MISMATCH THRU 7150-EXIT
           ELSE
             MOVE "ADDED" TO DET-TAKEN
           END-IF.
           PERFORM 5200-PUT-MASTER THRU 5200-EXIT.
       4200-EXIT.
           EXIT.

       4300-REDO-CHANGE.
           IF JR-FOUND AND JR-CUR-RECORD EQUAL JR-WANT-AFTER
             PERFORM 7200-NOTE-ALREADY THRU 7200-EXIT
             GO TO 4300-EXIT
           END-IF.
           MOVE JR-WANT-AFTER TO JR-NEW-IMAGE.
           IF NOT JR-FOUND
             MOVE "ADDED - WAS MISSING" TO DET-TAKEN
             PERFORM 7150-NOTE-MISMATCH THRU 7150-EXIT
           ELSE
             IF JR-CUR-RECORD EQUAL JR-WANT-BEFORE
               MOVE "CHANGED" TO DET-TAKEN
             ELSE
               MOVE "CHANGED - MISMATCH" TO DET-TAKEN
               PERFORM 7150-NOTE-MISMATCH THRU 7150-EXIT
             END-IF
           END-IF.
           PERFORM 5200-PUT-MASTER THRU 5200-EXIT.
       4300-EXIT.
           EXIT.

       4400-REDO-DELETE.
           IF NOT JR-FOUND
             PERFORM 7200-NOTE-ALREADY THRU 7200-EXIT
             GO TO 4400-EXIT
           END-IF.
           IF JR-CUR-RECORD EQUAL JR-WANT-BEFORE
             MOVE "DELETED" TO DET-TAKEN
           ELSE
             MOVE "DELETED - MISMATCH" TO DET-TAKEN
             PERFORM 7150-NOTE-MISMATCH THRU 7150-EXIT
           END-IF.
           PERFORM 5400-DELETE-MASTER THRU 5400-EXIT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE JOURNAL RECORD IN HAND - WHAT IT CHANGED, OUT OF
      *    JRN-RECORD, AND WHO CHANGED IT, ONTO THE REPORT LINE.
      *-----------------------------------------------------------
       5000-TAKE-ENTRY.
           ADD 1 TO JR-TAKEN-CNT.
           MOVE JRN-ACTION TO JR-WANT-ACTION.
           MOVE JRN-KEY TO JR-WANT-KEY.
           MOVE JRN-BEFORE TO JR-WANT-BEFORE.
           MOVE JRN-AFTER TO JR-WANT-AFTER.
           MOVE JRN-KEY(1:5) TO DET-PART-NO.
           MOVE JRN-KEY(6:8) TO DET-DATE.
           MOVE JRN-KEY(14:1) TO DET-SOURCE.
           MOVE JRN-PROGRAM TO DET-PROGRAM.
           MOVE JRN-CYCLE TO DET-CYCLE.
           MOVE JRN-RUN-DATE TO DET-RUN-DATE.
           MOVE JRN-RUN-TIME TO DET-RUN-TIME.
           MOVE JRN-SEQ TO DET-SEQ.
           MOVE JRN-ACTION TO DET-JRN-ACTION.
           MOVE SPACE TO DET-TAKEN DET-WAS-X DET-NOW-X.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE MASTER RECORD AS IT STANDS NOW, IF THERE IS ONE.
      *-----------------------------------------------------------
       5100-READ-MASTER.
           MOVE JR-WANT-KEY TO MTD-KEY.
           READ JR-MST-FILE
             INVALID KEY
               CONTINUE
           END-READ.
           IF JR-MST-OK
             MOVE "Y" TO JR-FOUND-FLAG
             MOVE MTD-RECORD TO JR-CUR-RECORD
             MOVE MTD-TOTAL TO DET-WAS
             GO TO 5100-EXIT
           END-IF.
           IF NOT JR-MST-NOT-FOUND
             DISPLAY "DAY6JRN: UNABLE TO READ KEY " JR-WANT-KEY
                 ", STATUS=" JR-MST-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO JR-FOUND-FLAG.
           MOVE SPACE TO JR-CUR-RECORD.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    JR-NEW-IMAGE ONTO THE MASTER - REWRITTEN OVER THE RECORD
      *    THERE, OR WRITTEN WHERE THERE IS NONE.
      *-----------------------------------------------------------
       5200-PUT-MASTER.
           MOVE JR-NEW-IMAGE TO MTD-RECORD.
           IF JR-FOUND
             REWRITE MTD-RECORD
               INVALID KEY
                 DISPLAY "DAY6JRN: UNABLE TO REWRITE KEY " MTD-KEY
                     ", STATUS=" JR-MST-STATUS
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
             END-REWRITE
           ELSE
             WRITE MTD-RECORD
               INVALID KEY
                 DISPLAY "DAY6JRN: UNABLE TO WRITE KEY " MTD-KEY
                     ", STATUS=" JR-MST-STATUS
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
             END-WRITE
           END-IF.
           MOVE MTD-TOTAL TO DET-NOW.
           ADD 1 TO JR-DONE-CNT.
       5200-EXIT.
           EXIT.

       5400-DELETE-MASTER.
           MOVE JR-WANT-KEY TO MTD-KEY.
           DELETE JR-MST-FILE RECORD
             INVALID KEY
               DISPLAY "DAY6JRN: UNABLE TO DELETE KEY " MTD-KEY
                   ", STATUS=" JR-MST-STATUS
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
           END-DELETE.
           ADD 1 TO JR-DONE-CNT.
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A BACKOUT JOURNALS ITS OWN CHANGE BEFORE MAKING IT, AS
      *    DAY6MTD AND DAY6ADJ DO - UNDER THE CYCLE IT IS BACKING
      *    OUT.  A CHANGE THAT CANNOT BE JOURNALLED IS NOT MADE.
      *-----------------------------------------------------------
       5500-WRITE-JOURNAL.
           ADD 1 TO JR-OUT-SEQ.
           MOVE "DAY6JRN" TO JRN-PROGRAM.
           MOVE JR-CYCLE TO JRN-CYCLE.
           MOVE JR-RUN-DATE TO JRN-RUN-DATE.
           MOVE JR-RUN-TIME TO JRN-RUN-TIME.
           MOVE JR-OUT-SEQ TO JRN-SEQ.
           MOVE JR-NEW-ACTION TO JRN-ACTION.
           MOVE JR-WANT-KEY TO JRN-KEY.
           MOVE JR-CUR-RECORD TO JRN-BEFORE.
           MOVE JR-NEW-IMAGE TO JRN-AFTER.
           MOVE SPACE TO JRN-FILL-1 JRN-FILL-2 JRN-FILL-3 JRN-FILL-4
               JRN-FILL-5 JRN-FILL-6 JRN-FILL-7.
           WRITE JR-OUT-LINE FROM JRN-RECORD.
           IF NOT JR-OUT-OK
             DISPLAY "DAY6JRN: UNABLE TO JOURNAL KEY " JR-WANT-KEY
                 ", STATUS=" JR-OUT-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CLOSE THE REPORT WITH THE COUNTS.
      *-----------------------------------------------------------
       6000-PRINT-TOTALS.
           IF JR-TAKEN-CNT EQUAL 0
             MOVE "NO JOURNAL RECORD MATCHED - THE MASTER IS UNCHANGED"
                 TO JR-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           MOVE SPACE TO JR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE JR-READ-CNT TO TOT-READ.
           MOVE JR-TAKEN-CNT TO TOT-TAKEN.
           MOVE JR-TOTAL-LINE-1 TO JR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE JR-DONE-CNT TO TOT-DONE.
           MOVE JR-ALREADY-CNT TO TOT-ALREADY.
           MOVE JR-CONFLICT-CNT TO TOT-CONFLICT.
           MOVE JR-TOTAL-LINE-2 TO JR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       7000-LIST-ENTRY.
           MOVE JR-DETAIL TO JR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A BACKOUT LEAVES A RECORD ALONE WHEN SOMETHING LATER HAS
      *    CHANGED IT - PUTTING THE OLD IMAGE BACK WOULD LOSE THAT
      *    LATER CHANGE.  IT IS FOR THE OPERATOR TO BACK THE LATER
      *    RUN OUT FIRST, OR FIX THE RECORD BY ADJUSTMENT.
      *-----------------------------------------------------------
       7100-NOTE-CONFLICT.
           MOVE "SKIPPED - CONFLICT" TO DET-TAKEN.
           MOVE DET-WAS-X TO DET-NOW-X.
           DISPLAY "DAY6JRN: KEY " JR-WANT-KEY " CHANGED SINCE "
               DET-PROGRAM " RUN " DET-RUN-DATE DET-RUN-TIME
               " - LEFT AS IT IS".
           PERFORM 7150-NOTE-MISMATCH THRU 7150-EXIT.
       7100-EXIT.
           EXIT.

       7150-NOTE-MISMATCH.
           ADD 1 TO JR-CONFLICT-CNT.
           MOVE 4 TO JR-RC.
       7150-EXIT.
           EXIT.

       7200-NOTE-ALREADY.
           MOVE "ALREADY IN PLACE" TO DET-TAKEN.
           MOVE DET-WAS-X TO DET-NOW-X.
           ADD 1 TO JR-ALREADY-CNT.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CARDS THIS RUN WORKED TO, AT THE HEAD OF THE REPORT.
      *-----------------------------------------------------------
       7500-PRINT-SELECTION.
           MOVE SPACE TO JR-LINE-HOLD.
           IF JR-BACKOUT
             MOVE "ALL" TO JR-SHOW-1
             IF JR-PROGRAM NOT EQUAL SPACE
               MOVE JR-PROGRAM TO JR-SHOW-1
             END-IF
             MOVE "ALL" TO JR-SHOW-2
             IF JR-ONE-RUN NOT EQUAL SPACE
               MOVE JR-ONE-RUN TO JR-SHOW-2
             END-IF
             STRING "BACKOUT OF CYCLE " DELIMITED BY SIZE
                 JR-CYCLE DELIMITED BY SIZE
                 "   PROGRAM " DELIMITED BY SIZE
                 JR-SHOW-1 DELIMITED BY SPACE
                 "   RUN " DELIMITED BY SIZE
                 JR-SHOW-2 DELIMITED BY SPACE
                 INTO JR-LINE-HOLD
             END-STRING
           ELSE
             MOVE "START OF JOURNAL" TO JR-SHOW-1
             IF JR-FROM NOT EQUAL SPACE
               MOVE JR-FROM TO JR-SHOW-1
             END-IF
             MOVE "END OF JOURNAL" TO JR-SHOW-2
             IF JR-UPTO NOT EQUAL SPACE
               MOVE JR-UPTO TO JR-SHOW-2
             END-IF
             MOVE "-" TO JR-SHOW-3
             IF JR-UPTO-PROGRAM NOT EQUAL SPACE
               STRING JR-UPTO-PROGRAM DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   JR-UPTO-CYCLE DELIMITED BY SIZE
                   INTO JR-SHOW-3
               END-STRING
             END-IF
             STRING "ROLL FORWARD FROM " DELIMITED BY SIZE
                 JR-SHOW-1 DELIMITED BY SIZE
                 "   UPTO " DELIMITED BY SIZE
                 JR-SHOW-2 DELIMITED BY SIZE
                 "   THROUGH STEP " DELIMITED BY SIZE
                 JR-SHOW-3 DELIMITED BY SIZE
                 INTO JR-LINE-HOLD
             END-STRING
           END-IF.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO JR-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       7500-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO JR-PAGE-NO.
           MOVE JR-PAGE-NO TO HD1-PAGE.
           WRITE JR-PRINT-LINE FROM JR-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE JR-PRINT-LINE FROM JR-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO JR-PRINT-LINE.
           WRITE JR-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO JR-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN JR-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF JR-LINE-CNT >= JR-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE JR-PRINT-LINE FROM JR-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO JR-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE JR-MST-FILE.
           IF JR-BACKOUT
             CLOSE JR-OUT-FILE
           END-IF.
           CLOSE JR-RPT-FILE.
       9999-EXIT.
           EXIT.

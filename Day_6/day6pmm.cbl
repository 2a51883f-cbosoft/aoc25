       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6PMM.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-07.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6PMM - MAINTENANCE OF THE PARTMST PART REFERENCE MASTER.
      *
      *  PARTMST DRIVES DAY6EDIT'S HEADER CHECK, THE POSTING ACCOUNT
      *  DAY6GL AND DAY6ACK USE, AND DAY6RPT'S DESCRIPTIONS - BUT IT
      *  WAS MAINTAINED BY EDITING THE DATASET BY HAND, SO A
      *  MIS-KEYED ACCOUNT SILENTLY REROUTED A WHOLE BATCH'S
      *  POSTINGS AND NOBODY COULD SAY WHEN IT CHANGED.  THIS
      *  PROGRAM IS NOW THE ONLY WAY THE MASTER MOVES:
      *
      *    PMMTRAN  MAINTENANCE CARDS, ONE PER RECORD - ACTION (A
      *             ADD, C CHANGE, D DELETE), PART NUMBER, THE
      *             CYCLE DATE THE CHANGE TAKES EFFECT FROM (BLANK
      *             MEANS THIS CYCLE), THE NEW DESCRIPTION, OWNING
      *             DEPARTMENT, GL ACCOUNT AND SUBACCOUNT, AND THE
      *             REQUESTER'S ID.  ON A CHANGE A BLANK FIELD KEEPS
      *             ITS CURRENT VALUE.  OPTIONAL - THE NIGHTLY RUN
      *             HAS NONE AND ONLY BRINGS DUE CHANGES IN
      *    PARTMST  THE REFERENCE MASTER, LOADED WHOLE AND
      *             REWRITTEN IN PART-NUMBER ORDER WHEN ANYTHING WAS
      *             APPLIED
      *    PMPEND   CHANGES ACCEPTED FOR A LATER CYCLE, HELD UNTIL
      *             THEIR EFFECTIVE DATE ARRIVES AND THEN APPLIED
      *             AHEAD OF THAT CYCLE'S EDIT STEP (ABSENT UNTIL
      *             THE FIRST ONE IS KEYED)
      *    PMMRPT   THE CHANGE REGISTER - EVERY CARD WITH ITS
      *             DISPOSITION AND THE RECORD BEFORE AND AFTER
      *    AUDITLOG THE SHARED AUDIT TRAIL - ONE RECORD PER CARD,
      *             STAMPED WITH THE REQUESTER'S ID: RC 00 APPLIED,
      *             01 ACCEPTED FOR A LATER CYCLE, 08 REFUSED
      *    RUNCTL   CYCLE-DATE=YYYYMMDD, THE CYCLE BEING PREPARED
      *
      *  A CARD IS REFUSED - REGISTERED, AUDITED, NOT APPLIED - FOR
      *  AN ACTION OUTSIDE A/C/D, AN ADD OF A PART ALREADY ON FILE,
      *  A CHANGE OR DELETE OF A PART NOT ON FILE, AN ADD MISSING
      *  ANY FIELD, A CHANGE WITH NOTHING TO CHANGE, AN EFFECTIVE
      *  DATE THAT ISN'T A DATE, OR AN ACCOUNT/SUBACCOUNT THAT ISN'T
      *  SIX/TWO DIGITS.  A DEFERRED CARD IS EDITED WHEN KEYED AND
      *  AGAIN WHEN IT FALLS DUE, AGAINST THE MASTER AS IT THEN
      *  STANDS.  DUE CHANGES APPLY BEFORE THE DAY'S CARDS, EACH IN
      *  THE ORDER KEYED.  THE STEP ENDS RC 4 WHEN ANY CARD WAS
      *  REFUSED, RC 0 OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-07 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MM-TRAN-FILE ASSIGN TO "PMMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MM-TRAN-STATUS.
           SELECT MM-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MM-PART-STATUS.
           SELECT MM-PEND-FILE ASSIGN TO "PMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MM-PEND-STATUS.
           SELECT MM-RPT-FILE ASSIGN TO "PMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MM-RPT-STATUS.
           SELECT MM-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MM-AUD-STATUS.
           SELECT MM-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MM-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MM-TRAN-FILE
           RECORDING MODE IS F.
       01  MM-TRAN-RECORD PIC X(80).

       FD  MM-PART-FILE
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

      *-----------------------------------------------------------
      *    ONE DEFERRED CARD PER RECORD - THE CARD IMAGE AS KEYED
      *    AND THE DATE IT WAS ACCEPTED.
      *-----------------------------------------------------------
       FD  MM-PEND-FILE
           RECORDING MODE IS F.
       01  MM-PEND-RECORD.
           03 PP-CARD PIC X(61).
           03 PP-FILL-1 PIC X(01).
           03 PP-KEYED PIC 9(08).

       FD  MM-RPT-FILE
           RECORDING MODE IS F.
       01  MM-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    SHARED AUDIT TRAIL - OPENED EXTEND SO EVERY EXECUTION
      *    ADDS TO THE LOG RATHER THAN REPLACING IT.
      *-----------------------------------------------------------
       FD  MM-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  MM-CTL-FILE
           RECORDING MODE IS F.
       01  MM-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 MM-TRAN-STATUS PIC X(02) VALUE "00".
           88 MM-TRAN-OK VALUE "00".
           88 MM-TRAN-ABSENT VALUE "35".
       01 MM-PART-STATUS PIC X(02) VALUE "00".
           88 MM-PART-OK VALUE "00".
       01 MM-PEND-STATUS PIC X(02) VALUE "00".
           88 MM-PEND-OK VALUE "00".
           88 MM-PEND-ABSENT VALUE "35".
       01 MM-RPT-STATUS PIC X(02) VALUE "00".
           88 MM-RPT-OK VALUE "00".
       01 MM-AUD-STATUS PIC X(02) VALUE "00".
           88 MM-AUD-OK VALUE "00".
           88 MM-AUD-ABSENT VALUE "35".
       01 MM-CTL-STATUS PIC X(02) VALUE "00".
           88 MM-CTL-OK VALUE "00".
           88 MM-CTL-ABSENT VALUE "35".

       78 MM-MAX-PARTS VALUE 9999.
       78 MM-MAX-PEND VALUE 999.

      *-----------------------------------------------------------
      *    THE WHOLE MASTER, HELD IN PART-NUMBER ORDER.  A DELETE
      *    ONLY FLAGS ITS ENTRY, SO THE REWRITE LEAVES IT OUT; A
      *    LATER ADD OF THE SAME PART TAKES THE ENTRY BACK.
      *-----------------------------------------------------------
       01 MM-PART-TABLE.
           03 MM-PART OCCURS 9999 TIMES.
               05 MM-P-PART-NO PIC X(05).
               05 MM-P-DESC PIC X(20).
               05 MM-P-DEPT PIC X(04).
               05 MM-P-GL-ACCT PIC X(06).
               05 MM-P-GL-SUB PIC X(02).
               05 MM-P-DELETED PIC 9(01).
       01 MM-PART-CNT PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE DEFERRED CARDS - EVERYTHING ON PMPEND PLUS TONIGHT'S
      *    NEW ONES.  THE DONE FLAG DROPS AN ENTRY FROM THE REWRITE
      *    ONCE IT HAS FALLEN DUE AND BEEN APPLIED OR REFUSED.
      *-----------------------------------------------------------
       01 MM-PEND-TABLE.
           03 MM-PEND OCCURS 999 TIMES.
               05 MM-Q-CARD PIC X(61).
               05 MM-Q-KEYED PIC 9(08).
               05 MM-Q-DONE PIC 9(01).
       01 MM-PEND-CNT PIC 9(03) VALUE 0.
       01 MM-PEND-OLD-CNT PIC 9(03) VALUE 0.
       01 MM-Q-I PIC 9(03) VALUE 0.

      *-----------------------------------------------------------
      *    THE CARD BEING JUDGED, FRESH OR FALLEN DUE.
      *-----------------------------------------------------------
       01 MM-CARD.
           03 MC-ACTION PIC X(01).
               88 MC-ADD VALUE "A".
               88 MC-CHANGE VALUE "C".
               88 MC-DELETE VALUE "D".
           03 MC-FILL-1 PIC X(01).
           03 MC-PART-NO PIC X(05).
           03 MC-FILL-2 PIC X(01).
           03 MC-EFF-DATE PIC X(08).
           03 MC-FILL-3 PIC X(01).
           03 MC-DESC PIC X(20).
           03 MC-FILL-4 PIC X(01).
           03 MC-DEPT PIC X(04).
           03 MC-FILL-5 PIC X(01).
           03 MC-GL-ACCT PIC X(06).
           03 MC-FILL-6 PIC X(01).
           03 MC-GL-SUB PIC X(02).
           03 MC-FILL-7 PIC X(01).
           03 MC-USER PIC X(08).
       01 MM-CARD-KEYED PIC 9(08) VALUE 0.

       01 MM-EFF-DATE PIC 9(08) VALUE 0.
       01 MM-EFF-MONTH PIC 9(02) VALUE 0.
       01 MM-EFF-DAY PIC 9(02) VALUE 0.
       01 MM-REASON PIC X(30) VALUE SPACE.
       01 MM-DISP PIC X(08) VALUE SPACE.
       01 MM-FOUND PIC 9(04) VALUE 0.
       01 MM-SLOT PIC 9(04) VALUE 0.
       01 MM-I PIC 9(04) VALUE 0.
       01 MM-J PIC 9(04) VALUE 0.

      *-----------------------------------------------------------
      *    THE MASTER RECORD'S IMAGE EITHER SIDE OF THE CHANGE, FOR
      *    THE REGISTER.
      *-----------------------------------------------------------
       01 MM-BEFORE.
           03 MB-DESC PIC X(20).
           03 MB-DEPT PIC X(04).
           03 MB-GL-ACCT PIC X(06).
           03 MB-GL-SUB PIC X(02).
       01 MM-AFTER.
           03 MA-DESC PIC X(20).
           03 MA-DEPT PIC X(04).
           03 MA-GL-ACCT PIC X(06).
           03 MA-GL-SUB PIC X(02).

       01 MM-CYCLE-DATE PIC 9(08) VALUE 0.
       01 MM-CNT-APPLIED PIC 9(04) VALUE 0.
       01 MM-CNT-DEFERRED PIC 9(04) VALUE 0.
       01 MM-CNT-REFUSED PIC 9(04) VALUE 0.
       01 MM-EOF-FLAG PIC X(01) VALUE "N".
           88 MM-EOF VALUE "Y".

       01 MM-RUN-DATE PIC 9(08) VALUE 0.
       01 MM-RUN-TIME-RAW PIC 9(08) VALUE 0.
       01 MM-JOB-NAME PIC X(08) VALUE SPACE.
       01 MM-AUD-RC PIC 9(02) VALUE 0.

       01 MM-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 MM-CTL-EOF VALUE "Y".
       01 MM-CTL-KEY PIC X(20) VALUE SPACE.
       01 MM-CTL-VALUE PIC X(20) VALUE SPACE.

       78 MM-LINES-PER-PAGE VALUE 56.
       01 MM-LINE-CNT PIC 9(02) VALUE 99.
       01 MM-LINE-HOLD PIC X(132) VALUE SPACE.
       01 MM-PAGE-NO PIC 9(04) VALUE 0.

       01 MM-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "PART MASTER CHANGE REGISTER - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 MM-HEAD-2.
           03 FILLER PIC X(07) VALUE "ACTION".
           03 FILLER PIC X(07) VALUE "PART".
           03 FILLER PIC X(10) VALUE "EFFECTIVE".
           03 FILLER PIC X(10) VALUE "DISPOSN".
           03 FILLER PIC X(07) VALUE "IMAGE".
           03 FILLER PIC X(21) VALUE "DESCRIPTION".
           03 FILLER PIC X(05) VALUE "DEPT".
           03 FILLER PIC X(11) VALUE "ACCOUNT".
           03 FILLER PIC X(10) VALUE "KEYED BY".
           03 FILLER PIC X(44) VALUE "REASON".

       01 MM-DETAIL.
           03 DET-ACTION PIC X(06).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-PART-NO PIC X(05).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-EFF-DATE PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DISP PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-IMAGE PIC X(06).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-DESC PIC X(20).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-DEPT PIC X(04).
           03 FILLER PIC X(01) VALUE SPACE.
           03 DET-GL-ACCT PIC X(06).
           03 DET-DASH PIC X(01).
           03 DET-GL-SUB PIC X(02).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-USER PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-REASON PIC X(30).
           03 FILLER PIC X(14) VALUE SPACE.

       01 MM-TOTAL-LINE.
           03 FILLER PIC X(07) VALUE "CARDS: ".
           03 TOT-APPLIED PIC ZZZ9.
           03 FILLER PIC X(10) VALUE " APPLIED, ".
           03 TOT-DEFERRED PIC ZZZ9.
           03 FILLER PIC X(11) VALUE " DEFERRED, ".
           03 TOT-REFUSED PIC ZZZ9.
           03 FILLER PIC X(18) VALUE " REFUSED; MASTER ".
           03 TOT-PARTS PIC ZZZ9.
           03 FILLER PIC X(07) VALUE " PARTS,".
           03 TOT-PENDING PIC ZZZ9.
           03 FILLER PIC X(25) VALUE " CHANGES STILL PENDING".
           03 FILLER PIC X(34) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-MASTER THRU 1500-EXIT.
           PERFORM 1600-LOAD-PENDING THRU 1600-EXIT.
           PERFORM 2000-APPLY-DUE THRU 2000-EXIT.
           PERFORM 2500-PROCESS-CARDS THRU 2500-EXIT.
           PERFORM 5000-REWRITE-MASTER THRU 5000-EXIT.
           PERFORM 5500-REWRITE-PENDING THRU 5500-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6PMM: " MM-CNT-APPLIED " APPLIED, "
               MM-CNT-DEFERRED " DEFERRED, " MM-CNT-REFUSED
               " REFUSED FOR CYCLE " MM-CYCLE-DATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF MM-CNT-REFUSED > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT MM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MM-RUN-TIME-RAW FROM TIME.
           ACCEPT MM-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF MM-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6PMM: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- EFFECTIVE DATES ARE JUDGED AGAINST IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
      *    NO CARDS AT ALL IS THE NIGHTLY RUN - IT ONLY BRINGS IN
      *    THE DEFERRED CHANGES THAT HAVE FALLEN DUE.
           OPEN INPUT MM-TRAN-FILE.
           IF NOT MM-TRAN-OK AND NOT MM-TRAN-ABSENT
             DISPLAY "DAY6PMM: UNABLE TO OPEN PMMTRAN, STATUS="
                 MM-TRAN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT MM-RPT-FILE.
           IF NOT MM-RPT-OK
             DISPLAY "DAY6PMM: UNABLE TO OPEN PMMRPT, STATUS="
                 MM-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN EXTEND MM-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
           IF MM-AUD-ABSENT
             OPEN OUTPUT MM-AUD-FILE
           END-IF.
           IF NOT MM-AUD-OK
             DISPLAY "DAY6PMM: UNABLE TO OPEN AUDITLOG, STATUS="
                 MM-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT MM-CTL-FILE.
           IF MM-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT MM-CTL-OK
             DISPLAY "DAY6PMM: UNABLE TO OPEN RUNCTL, STATUS="
                 MM-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MM-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL MM-CTL-EOF
             IF MM-CTL-RECORD NOT EQUAL SPACE
                 AND MM-CTL-RECORD(1:1) NOT EQUAL "*"
               MOVE SPACE TO MM-CTL-KEY MM-CTL-VALUE
               UNSTRING MM-CTL-RECORD DELIMITED BY "="
                   INTO MM-CTL-KEY MM-CTL-VALUE
               EVALUATE MM-CTL-KEY
                 WHEN "CYCLE-DATE"
                   IF MM-CTL-VALUE(1:8) IS NOT NUMERIC
                     DISPLAY "DAY6PMM: CYCLE-DATE VALUE '"
                         MM-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                         "YYYYMMDD"
                     STOP RUN WITH ERROR STATUS 16
                   END-IF
                   MOVE MM-CTL-VALUE(1:8) TO MM-CYCLE-DATE
                 WHEN OTHER
                   DISPLAY "DAY6PMM: UNRECOGNISED KEYWORD '"
                       MM-CTL-KEY "' ON RUNCTL CARD"
                   STOP RUN WITH ERROR STATUS 16
               END-EVALUATE
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE MM-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ MM-CTL-FILE
             AT END
               SET MM-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE WHOLE MASTER.  IT MUST BE THERE AND IN STRICT
      *    PART-NUMBER ORDER - A HAND-EDITED MASTER OUT OF ORDER OR
      *    CARRYING A PART TWICE IS REPORTED AND NOT MAINTAINED
      *    UNTIL SOMEONE HAS LOOKED AT IT.
      *-----------------------------------------------------------
       1500-LOAD-MASTER.
           OPEN INPUT MM-PART-FILE.
           IF NOT MM-PART-OK
             DISPLAY "DAY6PMM: UNABLE TO OPEN PARTMST, STATUS="
                 MM-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MM-EOF-FLAG.
           PERFORM 1510-READ-PART THRU 1510-EXIT.
           PERFORM UNTIL MM-EOF
             IF PM-PART-NO NOT EQUAL SPACE
               IF MM-PART-CNT >= MM-MAX-PARTS
                 DISPLAY "DAY6PMM: MORE THAN " MM-MAX-PARTS
                     " PARTS ON PARTMST - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF MM-PART-CNT > 0
                 IF PM-PART-NO NOT > MM-P-PART-NO(MM-PART-CNT)
                   DISPLAY "DAY6PMM: PARTMST OUT OF ORDER OR "
                       "DUPLICATED AT PART " PM-PART-NO
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
               END-IF
               ADD 1 TO MM-PART-CNT
               MOVE PM-PART-NO TO MM-P-PART-NO(MM-PART-CNT)
               MOVE PM-DESC TO MM-P-DESC(MM-PART-CNT)
               MOVE PM-DEPT TO MM-P-DEPT(MM-PART-CNT)
               MOVE PM-GL-ACCT TO MM-P-GL-ACCT(MM-PART-CNT)
               MOVE PM-GL-SUB TO MM-P-GL-SUB(MM-PART-CNT)
               MOVE 0 TO MM-P-DELETED(MM-PART-CNT)
             END-IF
             PERFORM 1510-READ-PART THRU 1510-EXIT
           END-PERFORM.
           CLOSE MM-PART-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PART.
           READ MM-PART-FILE
             AT END
               SET MM-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE DEFERRED CARDS FROM EARLIER RUNS.  AN ABSENT PMPEND
      *    IS SIMPLY NOTHING DEFERRED YET.
      *-----------------------------------------------------------
       1600-LOAD-PENDING.
           OPEN INPUT MM-PEND-FILE.
           IF MM-PEND-ABSENT
             GO TO 1600-EXIT
           END-IF.
           IF NOT MM-PEND-OK
             DISPLAY "DAY6PMM: UNABLE TO OPEN PMPEND, STATUS="
                 MM-PEND-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO MM-EOF-FLAG.
           PERFORM 1610-READ-PENDING THRU 1610-EXIT.
           PERFORM UNTIL MM-EOF
             IF PP-CARD NOT EQUAL SPACE
               IF MM-PEND-CNT >= MM-MAX-PEND
                 DISPLAY "DAY6PMM: MORE THAN " MM-MAX-PEND
                     " DEFERRED CHANGES - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO MM-PEND-CNT
               MOVE PP-CARD TO MM-Q-CARD(MM-PEND-CNT)
               MOVE PP-KEYED TO MM-Q-KEYED(MM-PEND-CNT)
               MOVE 0 TO MM-Q-DONE(MM-PEND-CNT)
             END-IF
             PERFORM 1610-READ-PENDING THRU 1610-EXIT
           END-PERFORM.
           CLOSE MM-PEND-FILE.
           MOVE MM-PEND-CNT TO MM-PEND-OLD-CNT.
       1600-EXIT.
           EXIT.

       1610-READ-PENDING.
           READ MM-PEND-FILE
             AT END
               SET MM-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    BRING IN EVERY DEFERRED CHANGE WHOSE EFFECTIVE CYCLE HAS
      *    ARRIVED, IN THE ORDER KEYED, RE-EDITED AGAINST THE
      *    MASTER AS IT NOW STANDS.
      *-----------------------------------------------------------
       2000-APPLY-DUE.
           PERFORM VARYING MM-Q-I FROM 1 BY 1
               UNTIL MM-Q-I > MM-PEND-OLD-CNT
             MOVE MM-Q-CARD(MM-Q-I) TO MM-CARD
             MOVE MM-Q-KEYED(MM-Q-I) TO MM-CARD-KEYED
             IF MC-EFF-DATE IS NUMERIC
                 AND MC-EFF-DATE NOT > MM-CYCLE-DATE
               MOVE 1 TO MM-Q-DONE(MM-Q-I)
               PERFORM 3000-EDIT-CARD THRU 3000-EXIT
               IF MM-REASON NOT EQUAL SPACE
                 PERFORM 3900-REFUSE THRU 3900-EXIT
               ELSE
                 PERFORM 4000-APPLY-CARD THRU 4000-EXIT
               END-IF
             END-IF
           END-PERFORM.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE DAY'S CARDS, IN ORDER.  BLANK CARDS AND "*" COMMENT
      *    CARDS ARE PASSED OVER.  A CARD DATED FOR A LATER CYCLE IS
      *    EDITED NOW AND HELD ON PMPEND; ANYTHING ELSE APPLIES NOW.
      *-----------------------------------------------------------
       2500-PROCESS-CARDS.
           IF MM-TRAN-ABSENT
             GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO MM-EOF-FLAG.
           PERFORM 2600-READ-CARD THRU 2600-EXIT.
           PERFORM UNTIL MM-EOF
             IF MM-TRAN-RECORD NOT EQUAL SPACE
                 AND MM-TRAN-RECORD(1:1) NOT EQUAL "*"
               MOVE MM-TRAN-RECORD(1:61) TO MM-CARD
               MOVE MM-RUN-DATE TO MM-CARD-KEYED
               PERFORM 3000-EDIT-CARD THRU 3000-EXIT
               EVALUATE TRUE
                 WHEN MM-REASON NOT EQUAL SPACE
                   PERFORM 3900-REFUSE THRU 3900-EXIT
                 WHEN MM-EFF-DATE > MM-CYCLE-DATE
                   PERFORM 3800-DEFER THRU 3800-EXIT
                 WHEN OTHER
                   PERFORM 4000-APPLY-CARD THRU 4000-EXIT
               END-EVALUATE
             END-IF
             PERFORM 2600-READ-CARD THRU 2600-EXIT
           END-PERFORM.
       2500-EXIT.
           EXIT.

       2600-READ-CARD.
           READ MM-TRAN-FILE
             AT END
               SET MM-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT THE CARD IN MM-CARD.  MM-REASON COMES BACK SPACES
      *    FOR A GOOD CARD, OR THE REASON IT IS REFUSED; MM-FOUND
      *    COMES BACK POINTING AT THE PART'S LIVE MASTER ENTRY, OR
      *    ZERO, AND MM-EFF-DATE HOLDS THE EFFECTIVE CYCLE.
      *-----------------------------------------------------------
       3000-EDIT-CARD.
           MOVE SPACE TO MM-REASON.
           MOVE MM-CYCLE-DATE TO MM-EFF-DATE.
           IF NOT MC-ADD AND NOT MC-CHANGE AND NOT MC-DELETE
             MOVE "ACTION IS NOT A, C OR D" TO MM-REASON
             GO TO 3000-EXIT
           END-IF.
           IF MC-PART-NO EQUAL SPACE
             MOVE "NO PART NUMBER" TO MM-REASON
             GO TO 3000-EXIT
           END-IF.
           IF MC-EFF-DATE NOT EQUAL SPACE
             IF MC-EFF-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO MM-REASON
               GO TO 3000-EXIT
             END-IF
             MOVE MC-EFF-DATE TO MM-EFF-DATE
             MOVE MC-EFF-DATE(5:2) TO MM-EFF-MONTH
             MOVE MC-EFF-DATE(7:2) TO MM-EFF-DAY
             IF MM-EFF-MONTH < 1 OR MM-EFF-MONTH > 12
                 OR MM-EFF-DAY < 1 OR MM-EFF-DAY > 31
               MOVE "EFFECTIVE DATE NOT A DATE" TO MM-REASON
               GO TO 3000-EXIT
             END-IF
           END-IF.
           IF MC-GL-ACCT NOT EQUAL SPACE
               AND MC-GL-ACCT IS NOT NUMERIC
             MOVE "GL ACCOUNT NOT SIX DIGITS" TO MM-REASON
             GO TO 3000-EXIT
           END-IF.
           IF MC-GL-SUB NOT EQUAL SPACE
               AND MC-GL-SUB IS NOT NUMERIC
             MOVE "GL SUBACCOUNT NOT TWO DIGITS" TO MM-REASON
             GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-FIND-PART THRU 3100-EXIT.
           EVALUATE TRUE
             WHEN MC-ADD
               IF MM-FOUND > 0
                 MOVE "DUPLICATE ADD - PART ON FILE" TO MM-REASON
                 GO TO 3000-EXIT
               END-IF
               IF MC-DESC EQUAL SPACE OR MC-DEPT EQUAL SPACE
                   OR MC-GL-ACCT EQUAL SPACE OR MC-GL-SUB EQUAL SPACE
                 MOVE "ADD NEEDS EVERY FIELD" TO MM-REASON
                 GO TO 3000-EXIT
               END-IF
             WHEN MC-CHANGE
               IF MM-FOUND EQUAL 0
                 MOVE "UNKNOWN PART" TO MM-REASON
                 GO TO 3000-EXIT
               END-IF
               IF MC-DESC EQUAL SPACE AND MC-DEPT EQUAL SPACE
                   AND MC-GL-ACCT EQUAL SPACE AND MC-GL-SUB EQUAL SPACE
                 MOVE "CHANGE CARRIES NO NEW VALUES" TO MM-REASON
                 GO TO 3000-EXIT
               END-IF
             WHEN MC-DELETE
               IF MM-FOUND EQUAL 0
                 MOVE "UNKNOWN PART" TO MM-REASON
                 GO TO 3000-EXIT
               END-IF
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOOK THE CARD'S PART UP.  MM-FOUND IS ITS LIVE ENTRY (A
      *    DELETED ONE DOESN'T COUNT), MM-SLOT THE ENTRY IT SITS AT
      *    OR WOULD BE INSERTED BEFORE (ZERO - AT THE END).
      *-----------------------------------------------------------
       3100-FIND-PART.
           COMPUTE MM-FOUND = 0.
           COMPUTE MM-SLOT = 0.
           PERFORM VARYING MM-I FROM 1 BY 1
               UNTIL MM-I > MM-PART-CNT OR MM-SLOT > 0
             IF MM-P-PART-NO(MM-I) NOT < MC-PART-NO
               MOVE MM-I TO MM-SLOT
             END-IF
           END-PERFORM.
           IF MM-SLOT > 0
             IF MM-P-PART-NO(MM-SLOT) EQUAL MC-PART-NO
                 AND MM-P-DELETED(MM-SLOT) EQUAL 0
               MOVE MM-SLOT TO MM-FOUND
             END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A GOOD CARD FOR A LATER CYCLE - HELD ON PMPEND UNTIL ITS
      *    EFFECTIVE DATE ARRIVES.
      *-----------------------------------------------------------
       3800-DEFER.
           IF MM-PEND-CNT >= MM-MAX-PEND
             DISPLAY "DAY6PMM: MORE THAN " MM-MAX-PEND
                 " DEFERRED CHANGES - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO MM-PEND-CNT.
           MOVE MM-CARD TO MM-Q-CARD(MM-PEND-CNT).
           MOVE MM-CARD-KEYED TO MM-Q-KEYED(MM-PEND-CNT).
           MOVE 0 TO MM-Q-DONE(MM-PEND-CNT).
           ADD 1 TO MM-CNT-DEFERRED.
           PERFORM 4500-BUILD-IMAGES THRU 4500-EXIT.
           MOVE "DEFERRED" TO MM-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 1 TO MM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       3800-EXIT.
           EXIT.

       3900-REFUSE.
           ADD 1 TO MM-CNT-REFUSED.
           DISPLAY "DAY6PMM: " MC-ACTION " CARD FOR " MC-PART-NO
               " REFUSED - " MM-REASON.
           MOVE SPACE TO MM-BEFORE MM-AFTER.
           MOVE "REFUSED" TO MM-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 8 TO MM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    APPLY A GOOD CARD TO THE MASTER TABLE.  AN ADD GOES IN
      *    AT ITS SORTED SLOT (OR TAKES BACK A DELETED PART'S
      *    ENTRY); A CHANGE OVERLAYS ONLY THE FIELDS KEYED; A
      *    DELETE FLAGS THE ENTRY OUT OF THE REWRITE.
      *-----------------------------------------------------------
       4000-APPLY-CARD.
           PERFORM 4500-BUILD-IMAGES THRU 4500-EXIT.
           EVALUATE TRUE
             WHEN MC-ADD
               PERFORM 4100-INSERT-PART THRU 4100-EXIT
             WHEN MC-CHANGE
               MOVE MA-DESC TO MM-P-DESC(MM-FOUND)
               MOVE MA-DEPT TO MM-P-DEPT(MM-FOUND)
               MOVE MA-GL-ACCT TO MM-P-GL-ACCT(MM-FOUND)
               MOVE MA-GL-SUB TO MM-P-GL-SUB(MM-FOUND)
             WHEN MC-DELETE
               MOVE 1 TO MM-P-DELETED(MM-FOUND)
           END-EVALUATE.
           ADD 1 TO MM-CNT-APPLIED.
           MOVE "APPLIED" TO MM-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 0 TO MM-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
           DISPLAY "DAY6PMM: " MC-ACTION " " MC-PART-NO " APPLIED "
               "EFFECTIVE " MM-EFF-DATE " FOR " MC-USER.
       4000-EXIT.
           EXIT.

       4100-INSERT-PART.
           COMPUTE MM-FOUND = 0.
           IF MM-SLOT > 0
             IF MM-P-PART-NO(MM-SLOT) EQUAL MC-PART-NO
               MOVE MM-SLOT TO MM-FOUND
             END-IF
           END-IF.
           IF MM-FOUND EQUAL 0
             IF MM-PART-CNT >= MM-MAX-PARTS
               DISPLAY "DAY6PMM: MORE THAN " MM-MAX-PARTS
                   " PARTS ON PARTMST - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO MM-PART-CNT
             IF MM-SLOT EQUAL 0
               MOVE MM-PART-CNT TO MM-SLOT
             ELSE
               PERFORM VARYING MM-J FROM MM-PART-CNT BY -1
                   UNTIL MM-J <= MM-SLOT
                 MOVE MM-PART(MM-J - 1) TO MM-PART(MM-J)
               END-PERFORM
             END-IF
             MOVE MM-SLOT TO MM-FOUND
           END-IF.
           MOVE MC-PART-NO TO MM-P-PART-NO(MM-FOUND).
           MOVE MA-DESC TO MM-P-DESC(MM-FOUND).
           MOVE MA-DEPT TO MM-P-DEPT(MM-FOUND).
           MOVE MA-GL-ACCT TO MM-P-GL-ACCT(MM-FOUND).
           MOVE MA-GL-SUB TO MM-P-GL-SUB(MM-FOUND).
           MOVE 0 TO MM-P-DELETED(MM-FOUND).
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE RECORD BEFORE AND AFTER THE CARD - BEFORE IS THE
      *    LIVE ENTRY (SPACES FOR AN ADD), AFTER IS THE ENTRY WITH
      *    THE CARD'S NON-BLANK FIELDS LAID OVER IT (SPACES FOR A
      *    DELETE).
      *-----------------------------------------------------------
       4500-BUILD-IMAGES.
           MOVE SPACE TO MM-BEFORE.
           IF MM-FOUND > 0
             MOVE MM-P-DESC(MM-FOUND) TO MB-DESC
             MOVE MM-P-DEPT(MM-FOUND) TO MB-DEPT
             MOVE MM-P-GL-ACCT(MM-FOUND) TO MB-GL-ACCT
             MOVE MM-P-GL-SUB(MM-FOUND) TO MB-GL-SUB
           END-IF.
           MOVE MM-BEFORE TO MM-AFTER.
           IF MC-DELETE
             MOVE SPACE TO MM-AFTER
             GO TO 4500-EXIT
           END-IF.
           IF MC-DESC NOT EQUAL SPACE
             MOVE MC-DESC TO MA-DESC
           END-IF.
           IF MC-DEPT NOT EQUAL SPACE
             MOVE MC-DEPT TO MA-DEPT
           END-IF.
           IF MC-GL-ACCT NOT EQUAL SPACE
             MOVE MC-GL-ACCT TO MA-GL-ACCT
           END-IF.
           IF MC-GL-SUB NOT EQUAL SPACE
             MOVE MC-GL-SUB TO MA-GL-SUB
           END-IF.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REWRITE THE MASTER IN PART-NUMBER ORDER, LEAVING OUT
      *    DELETED ENTRIES - ONLY WHEN SOMETHING WAS APPLIED, SO A
      *    QUIET NIGHT NEVER TOUCHES THE DATASET.
      *-----------------------------------------------------------
       5000-REWRITE-MASTER.
           IF MM-CNT-APPLIED EQUAL 0
             GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT MM-PART-FILE.
           IF NOT MM-PART-OK
             DISPLAY "DAY6PMM: UNABLE TO REWRITE PARTMST, STATUS="
                 MM-PART-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING MM-I FROM 1 BY 1
               UNTIL MM-I > MM-PART-CNT
             IF MM-P-DELETED(MM-I) EQUAL 0
               MOVE SPACE TO PM-RECORD
               MOVE MM-P-PART-NO(MM-I) TO PM-PART-NO
               MOVE MM-P-DESC(MM-I) TO PM-DESC
               MOVE MM-P-DEPT(MM-I) TO PM-DEPT
               MOVE MM-P-GL-ACCT(MM-I) TO PM-GL-ACCT
               MOVE MM-P-GL-SUB(MM-I) TO PM-GL-SUB
               WRITE PM-RECORD
             END-IF
           END-PERFORM.
           CLOSE MM-PART-FILE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REWRITE THE DEFERRED CARDS STILL WAITING FOR THEIR
      *    CYCLE.  THE DATASET IS ALWAYS REWRITTEN (EMPTY WHEN
      *    NOTHING WAITS) SO IT EXISTS FOR THE NEXT RUN.
      *-----------------------------------------------------------
       5500-REWRITE-PENDING.
           OPEN OUTPUT MM-PEND-FILE.
           IF NOT MM-PEND-OK
             DISPLAY "DAY6PMM: UNABLE TO REWRITE PMPEND, STATUS="
                 MM-PEND-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE 0 TO MM-J.
           PERFORM VARYING MM-Q-I FROM 1 BY 1
               UNTIL MM-Q-I > MM-PEND-CNT
             IF MM-Q-DONE(MM-Q-I) EQUAL 0
               MOVE MM-Q-CARD(MM-Q-I) TO PP-CARD
               MOVE SPACE TO PP-FILL-1
               MOVE MM-Q-KEYED(MM-Q-I) TO PP-KEYED
               WRITE MM-PEND-RECORD
               ADD 1 TO MM-J
             END-IF
           END-PERFORM.
           CLOSE MM-PEND-FILE.
       5500-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO MM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE MM-CNT-APPLIED TO TOT-APPLIED.
           MOVE MM-CNT-DEFERRED TO TOT-DEFERRED.
           MOVE MM-CNT-REFUSED TO TOT-REFUSED.
           COMPUTE MM-I = 0.
           PERFORM VARYING MM-SLOT FROM 1 BY 1
               UNTIL MM-SLOT > MM-PART-CNT
             IF MM-P-DELETED(MM-SLOT) EQUAL 0
               ADD 1 TO MM-I
             END-IF
           END-PERFORM.
           MOVE MM-I TO TOT-PARTS.
           MOVE MM-J TO TOT-PENDING.
           MOVE MM-TOTAL-LINE TO MM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE AUDIT RECORD PER CARD - RC 00 APPLIED, 01 ACCEPTED
      *    FOR A LATER CYCLE, 08 REFUSED - STAMPED WITH THE
      *    REQUESTER'S ID WHERE AN APPROVER'S WOULD STAND.  A
      *    MASTER CHANGE MOVES NO MONEY, SO THE AMOUNT IS ZERO.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           MOVE MM-RUN-DATE TO AUD-DATE.
           MOVE MM-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE MM-JOB-NAME TO AUD-JOB-NAME.
           MOVE "DAY6PMM" TO AUD-PROGRAM.
           MOVE MC-PART-NO TO AUD-PART-NO.
           MOVE 0 TO AUD-ROWS.
           MOVE 0 TO AUD-TOTAL.
           MOVE "N" TO AUD-RESTARTED.
           MOVE MM-AUD-RC TO AUD-RC.
           MOVE SPACE TO AUD-SITE.
           MOVE MC-USER TO AUD-APPROVER.
           MOVE SPACE TO AUD-FILL-1 AUD-FILL-2 AUD-FILL-3 AUD-FILL-4
               AUD-FILL-5 AUD-FILL-6 AUD-FILL-7 AUD-FILL-8
               AUD-FILL-9 AUD-FILL-10.
           WRITE AUD-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE CARD'S TWO REGISTER LINES - BEFORE IMAGE WITH THE
      *    DISPOSITION, THEN AFTER IMAGE.  A REFUSED CARD PRINTS
      *    ITS OWN FIELDS AS KEYED AND THE REASON INSTEAD.
      *-----------------------------------------------------------
       7500-REGISTER.
           EVALUATE TRUE
             WHEN MC-ADD
               MOVE "ADD" TO DET-ACTION
             WHEN MC-CHANGE
               MOVE "CHANGE" TO DET-ACTION
             WHEN MC-DELETE
               MOVE "DELETE" TO DET-ACTION
             WHEN OTHER
               MOVE MC-ACTION TO DET-ACTION
           END-EVALUATE.
           MOVE MC-PART-NO TO DET-PART-NO.
           MOVE MM-EFF-DATE TO DET-EFF-DATE.
           MOVE MM-DISP TO DET-DISP.
           MOVE MC-USER TO DET-USER.
           IF MM-DISP EQUAL "REFUSED"
             MOVE MC-EFF-DATE TO DET-EFF-DATE
             MOVE "KEYED" TO DET-IMAGE
             MOVE MC-DESC TO DET-DESC
             MOVE MC-DEPT TO DET-DEPT
             MOVE MC-GL-ACCT TO DET-GL-ACCT
             MOVE "-" TO DET-DASH
             MOVE MC-GL-SUB TO DET-GL-SUB
             MOVE MM-REASON TO DET-REASON
             MOVE MM-DETAIL TO MM-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
             GO TO 7500-EXIT
           END-IF.
           MOVE "BEFORE" TO DET-IMAGE.
           MOVE MB-DESC TO DET-DESC.
           MOVE MB-DEPT TO DET-DEPT.
           MOVE MB-GL-ACCT TO DET-GL-ACCT.
           MOVE "-" TO DET-DASH.
           MOVE MB-GL-SUB TO DET-GL-SUB.
           MOVE SPACE TO DET-REASON.
           IF MM-CARD-KEYED NOT EQUAL MM-RUN-DATE
             MOVE "KEYED" TO DET-REASON
             MOVE MM-CARD-KEYED TO DET-REASON(7:8)
           END-IF.
           IF MM-BEFORE EQUAL SPACE
             MOVE SPACE TO DET-DASH
           END-IF.
           MOVE MM-DETAIL TO MM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO DET-ACTION DET-PART-NO DET-EFF-DATE
               DET-DISP DET-USER DET-REASON.
           MOVE "AFTER" TO DET-IMAGE.
           MOVE MA-DESC TO DET-DESC.
           MOVE MA-DEPT TO DET-DEPT.
           MOVE MA-GL-ACCT TO DET-GL-ACCT.
           MOVE "-" TO DET-DASH.
           MOVE MA-GL-SUB TO DET-GL-SUB.
           IF MM-AFTER EQUAL SPACE
             MOVE SPACE TO DET-DASH
           END-IF.
           MOVE MM-DETAIL TO MM-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       7500-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO MM-PAGE-NO.
           MOVE MM-CYCLE-DATE TO HD1-CYCLE.
           MOVE MM-PAGE-NO TO HD1-PAGE.
           WRITE MM-PRINT-LINE FROM MM-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO MM-PRINT-LINE.
           WRITE MM-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE MM-PRINT-LINE FROM MM-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO MM-PRINT-LINE.
           WRITE MM-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO MM-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN MM-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF MM-LINE-CNT >= MM-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE MM-PRINT-LINE FROM MM-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO MM-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT MM-TRAN-ABSENT
             CLOSE MM-TRAN-FILE
           END-IF.
           CLOSE MM-RPT-FILE.
           CLOSE MM-AUD-FILE.
       9999-EXIT.
           EXIT.

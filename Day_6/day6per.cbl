       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6PER.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-13.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6PER - MAINTENANCE OF THE PERIODS ACCOUNTING PERIOD
      *  CONTROL FILE.
      *
      *  THE FILE SAYS, MONTH BY MONTH, WHETHER THE LEDGER STILL
      *  TAKES POSTINGS (SEE PER-REC) - DAY6MTD, DAY6ADJ AND DAY6GL
      *  REDIRECT ANYTHING DATED INTO A HARD-CLOSED MONTH AND LIST
      *  ANYTHING DATED INTO A SOFT-CLOSED ONE.  FINANCE MOVES THE
      *  PERIODS THROUGH THIS PROGRAM (SEE DAY6PERJ):
      *
      *    PERTRAN  ONE CARD PER PERIOD CHANGE - THE MONTH (YYYYMM),
      *             THE NEW STATUS (O OPEN, S SOFT-CLOSED, H
      *             HARD-CLOSED) AND THE REQUESTER'S ID.  OPTIONAL -
      *             WITHOUT IT THE RUN JUST LISTS THE FILE
      *    PERIODS  THE CONTROL FILE, LOADED WHOLE AND REWRITTEN IN
      *             PERIOD ORDER WHEN ANYTHING WAS APPLIED (ABSENT
      *             UNTIL THE FIRST CHANGE - EVERY MONTH IS OPEN)
      *    PERRPT   THE CHANGE REGISTER - EVERY CARD WITH ITS
      *             DISPOSITION AND THE STATUS BEFORE AND AFTER -
      *             FOLLOWED BY THE WHOLE FILE AS IT NOW STANDS
      *    AUDITLOG THE SHARED AUDIT TRAIL - ONE RECORD PER CARD:
      *             RC 00 APPLIED, 08 REFUSED
      *    RUNCTL   CYCLE-DATE=YYYYMMDD (MANDATORY - STAMPS EVERY
      *             CHANGE AND FIXES THE LIVE MONTH)
      *
      *  TWO CHANGES ARE THE MONTH-END CLOSE'S ALONE AND ARE REFUSED
      *  HERE.  THE LIVE MONTH (THE CYCLE'S) AND ANY LATER MONTH
      *  CANNOT BE HARD-CLOSED - THE TOTALS MASTER STILL HOLDS THE
      *  LIVE MONTH, AND REDIRECTING ITS OWN CYCLES INTO THE NEXT
      *  WOULD LEAVE TWO MONTHS ON IT FOR DAY6CLS TO REFUSE; SOFT-
      *  CLOSE IT INSTEAD AND DAY6CLS HARD-CLOSES IT WHEN IT ROLLS
      *  THE MONTH OFF.  A MONTH DAY6CLS HARD-CLOSED CANNOT BE
      *  REOPENED OR SOFTENED - ITS FIGURES HAVE LEFT THE LIVE
      *  MASTER FOR THE YTD MASTER.  A CARD IS ALSO REFUSED FOR A
      *  MONTH THAT ISN'T YYYYMM, A STATUS OTHER THAN O/S/H, NO
      *  REQUESTER, OR A MONTH ALREADY AT THE STATUS ASKED FOR.  THE
      *  STEP ENDS RC 4 WHEN ANY CARD WAS REFUSED, RC 0 OTHERWISE.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-13 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PD-TRAN-FILE ASSIGN TO "PERTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-TRAN-STATUS.
           SELECT PD-PER-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-PER-STATUS.
           SELECT PD-RPT-FILE ASSIGN TO "PERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-RPT-STATUS.
           SELECT PD-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-AUD-STATUS.
           SELECT PD-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PD-TRAN-FILE
           RECORDING MODE IS F.
       01  PD-TRAN-RECORD PIC X(80).

       FD  PD-PER-FILE
           RECORDING MODE IS F.
       COPY "per-rec.cpy".

       FD  PD-RPT-FILE
           RECORDING MODE IS F.
       01  PD-PRINT-LINE PIC X(132).

      *-----------------------------------------------------------
      *    SHARED AUDIT TRAIL - OPENED EXTEND SO EVERY EXECUTION
      *    ADDS TO THE LOG RATHER THAN REPLACING IT.
      *-----------------------------------------------------------
       FD  PD-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  PD-CTL-FILE
           RECORDING MODE IS F.
       01  PD-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 PD-TRAN-STATUS PIC X(02) VALUE "00".
           88 PD-TRAN-OK VALUE "00".
           88 PD-TRAN-ABSENT VALUE "35".
       01 PD-PER-STATUS PIC X(02) VALUE "00".
           88 PD-PER-OK VALUE "00".
           88 PD-PER-ABSENT VALUE "35".
       01 PD-RPT-STATUS PIC X(02) VALUE "00".
           88 PD-RPT-OK VALUE "00".
       01 PD-AUD-STATUS PIC X(02) VALUE "00".
           88 PD-AUD-OK VALUE "00".
           88 PD-AUD-ABSENT VALUE "35".
       01 PD-CTL-STATUS PIC X(02) VALUE "00".
           88 PD-CTL-OK VALUE "00".
           88 PD-CTL-ABSENT VALUE "35".

       78 PD-MAX-PER VALUE 600.

      *-----------------------------------------------------------
      *    THE WHOLE FILE, HELD IN PERIOD ORDER.  THE CHANGE STAMP
      *    RIDES ALONGSIDE THE SHARED PER-TBL ENTRIES, SUBSCRIPT
      *    FOR SUBSCRIPT.
      *-----------------------------------------------------------
       COPY "per-tbl.cpy".
       01 PD-STAMP-TABLE.
           03 PD-STAMP OCCURS 600 TIMES.
               05 PD-S-CHANGED PIC 9(08).
               05 PD-S-USER PIC X(08).

      *-----------------------------------------------------------
      *    THE PERIOD CARD BEING JUDGED.
      *-----------------------------------------------------------
       01 PD-CARD.
           03 PT-PERIOD PIC X(06).
           03 PT-FILL-1 PIC X(01).
           03 PT-STATUS PIC X(01).
           03 PT-FILL-2 PIC X(01).
           03 PT-USER PIC X(08).

       01 PD-CYCLE-DATE PIC 9(08) VALUE 0.
       01 PD-LIVE-MONTH PIC 9(06) VALUE 0.
       01 PD-PERIOD PIC 9(06) VALUE 0.
       01 PD-MM-X PIC X(02) VALUE SPACE.
       01 PD-BEFORE PIC X(01) VALUE SPACE.
       01 PD-AFTER PIC X(01) VALUE SPACE.
       01 PD-WORD PIC X(11) VALUE SPACE.
       01 PD-CODE PIC X(01) VALUE SPACE.
       01 PD-REASON PIC X(30) VALUE SPACE.
       01 PD-DISP PIC X(08) VALUE SPACE.
       01 PD-FOUND PIC 9(04) VALUE 0.
       01 PD-SLOT PIC 9(04) VALUE 0.
       01 PD-I PIC 9(04) VALUE 0.
       01 PD-J PIC 9(04) VALUE 0.

       01 PD-CNT-APPLIED PIC 9(04) VALUE 0.
       01 PD-CNT-REFUSED PIC 9(04) VALUE 0.
       01 PD-EOF-FLAG PIC X(01) VALUE "N".
           88 PD-EOF VALUE "Y".

       01 PD-RUN-DATE PIC 9(08) VALUE 0.
       01 PD-RUN-TIME-RAW PIC 9(08) VALUE 0.
       01 PD-JOB-NAME PIC X(08) VALUE SPACE.
       01 PD-AUD-RC PIC 9(02) VALUE 0.

       01 PD-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 PD-CTL-EOF VALUE "Y".
       01 PD-CTL-KEY PIC X(20) VALUE SPACE.
       01 PD-CTL-VALUE PIC X(20) VALUE SPACE.

       78 PD-LINES-PER-PAGE VALUE 56.
       01 PD-LINE-CNT PIC 9(02) VALUE 99.
       01 PD-LINE-HOLD PIC X(132) VALUE SPACE.
       01 PD-PAGE-NO PIC 9(04) VALUE 0.

       01 PD-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "PERIOD CHANGE REGISTER - CYCLE".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-CYCLE PIC 9(08).
           03 FILLER PIC X(33) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 PD-HEAD-2.
           03 FILLER PIC X(08) VALUE "PERIOD".
           03 FILLER PIC X(10) VALUE "DISPOSN".
           03 FILLER PIC X(13) VALUE "BEFORE".
           03 FILLER PIC X(13) VALUE "AFTER".
           03 FILLER PIC X(10) VALUE "KEYED BY".
           03 FILLER PIC X(78) VALUE "REASON".

       01 PD-DETAIL.
           03 DET-PERIOD PIC X(06).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-DISP PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-BEFORE PIC X(11).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-AFTER PIC X(11).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-USER PIC X(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 DET-REASON PIC X(30).
           03 FILLER PIC X(48) VALUE SPACE.

       01 PD-TOTAL-LINE.
           03 FILLER PIC X(06) VALUE "CARDS ".
           03 TOT-APPLIED PIC ZZZ9.
           03 FILLER PIC X(11) VALUE " APPLIED, ".
           03 TOT-REFUSED PIC ZZZ9.
           03 FILLER PIC X(19) VALUE " REFUSED; PERIODS ".
           03 TOT-ENTRIES PIC ZZZ9.
           03 FILLER PIC X(84) VALUE " MONTHS ON FILE".

       01 PD-LIST-HEAD.
           03 FILLER PIC X(40)
               VALUE "PERIODS AS THEY NOW STAND".
           03 FILLER PIC X(92) VALUE SPACE.

       01 PD-LIST-HEAD-2.
           03 FILLER PIC X(08) VALUE "PERIOD".
           03 FILLER PIC X(13) VALUE "STATUS".
           03 FILLER PIC X(09) VALUE "SET BY".
           03 FILLER PIC X(10) VALUE "CHANGED".
           03 FILLER PIC X(92) VALUE "KEYED BY".

       01 PD-LIST-LINE.
           03 LST-PERIOD PIC 9(06).
           03 FILLER PIC X(02) VALUE SPACE.
           03 LST-STATUS PIC X(11).
           03 FILLER PIC X(02) VALUE SPACE.
           03 LST-SET-BY PIC X(07).
           03 FILLER PIC X(02) VALUE SPACE.
           03 LST-CHANGED PIC 9(08).
           03 FILLER PIC X(02) VALUE SPACE.
           03 LST-USER PIC X(08).
           03 FILLER PIC X(84) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-PERIODS THRU 1500-EXIT.
           PERFORM 2500-PROCESS-CARDS THRU 2500-EXIT.
           PERFORM 5000-REWRITE-PERIODS THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           PERFORM 6500-LIST-PERIODS THRU 6500-EXIT.
           DISPLAY "DAY6PER: " PD-CNT-APPLIED " PERIOD CHANGES "
               "APPLIED, " PD-CNT-REFUSED " REFUSED FOR CYCLE "
               PD-CYCLE-DATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF PD-CNT-REFUSED > 0
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PD-RUN-TIME-RAW FROM TIME.
           ACCEPT PD-JOB-NAME FROM ENVIRONMENT "JOBNAME".
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF PD-CYCLE-DATE EQUAL 0
             DISPLAY "DAY6PER: RUNCTL MUST NAME CYCLE-DATE=YYYYMMDD "
                 "- EVERY CHANGE IS STAMPED WITH IT"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           DIVIDE PD-CYCLE-DATE BY 100 GIVING PD-LIVE-MONTH.
           OPEN INPUT PD-TRAN-FILE.
           IF NOT PD-TRAN-OK AND NOT PD-TRAN-ABSENT
             DISPLAY "DAY6PER: UNABLE TO OPEN PERTRAN, STATUS="
                 PD-TRAN-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT PD-RPT-FILE.
           IF NOT PD-RPT-OK
             DISPLAY "DAY6PER: UNABLE TO OPEN PERRPT, STATUS="
                 PD-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN EXTEND PD-AUD-FILE.
      *    A BRAND NEW LOG DATASET COMES BACK 35 ON EXTEND - CREATE
      *    IT FRESH RATHER THAN TREATING FIRST USE AS AN ERROR.
           IF PD-AUD-ABSENT
             OPEN OUTPUT PD-AUD-FILE
           END-IF.
           IF NOT PD-AUD-OK
             DISPLAY "DAY6PER: UNABLE TO OPEN AUDITLOG, STATUS="
                 PD-AUD-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT PD-CTL-FILE.
           IF PD-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT PD-CTL-OK
             DISPLAY "DAY6PER: UNABLE TO OPEN RUNCTL, STATUS="
                 PD-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO PD-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL PD-CTL-EOF
             IF PD-CTL-RECORD NOT EQUAL SPACE
                 AND PD-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE PD-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ PD-CTL-FILE
             AT END
               SET PD-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO PD-CTL-KEY PD-CTL-VALUE.
           UNSTRING PD-CTL-RECORD DELIMITED BY "="
               INTO PD-CTL-KEY PD-CTL-VALUE.
           EVALUATE PD-CTL-KEY
             WHEN "CYCLE-DATE"
               IF PD-CTL-VALUE(1:8) IS NOT NUMERIC
                 DISPLAY "DAY6PER: CYCLE-DATE VALUE '"
                     PD-CTL-VALUE "' ON RUNCTL CARD IS NOT "
                     "YYYYMMDD"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE PD-CTL-VALUE(1:8) TO PD-CYCLE-DATE
             WHEN OTHER
               DISPLAY "DAY6PER: UNRECOGNISED KEYWORD '" PD-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOAD THE WHOLE FILE.  ABSENT IS A FILE NOT CREATED YET;
      *    ONE OUT OF ORDER OR CARRYING A MONTH TWICE IS REPORTED
      *    AND NOT MAINTAINED UNTIL SOMEONE HAS LOOKED.
      *-----------------------------------------------------------
       1500-LOAD-PERIODS.
           OPEN INPUT PD-PER-FILE.
           IF PD-PER-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT PD-PER-OK
             DISPLAY "DAY6PER: UNABLE TO OPEN PERIODS, STATUS="
                 PD-PER-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO PD-EOF-FLAG.
           PERFORM 1510-READ-PERIOD THRU 1510-EXIT.
           PERFORM UNTIL PD-EOF
             IF PER-RECORD NOT EQUAL SPACE
               IF WS-PER-CNT >= PD-MAX-PER
                 DISPLAY "DAY6PER: MORE THAN " PD-MAX-PER
                     " MONTHS ON PERIODS - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF WS-PER-CNT > 0
                 IF PER-PERIOD NOT > WS-PER-PERIOD(WS-PER-CNT)
                   DISPLAY "DAY6PER: PERIODS OUT OF ORDER OR "
                       "DUPLICATED AT " PER-PERIOD
                   STOP RUN WITH ERROR STATUS 16
                 END-IF
               END-IF
               ADD 1 TO WS-PER-CNT
               MOVE PER-PERIOD TO WS-PER-PERIOD(WS-PER-CNT)
               MOVE PER-STATUS TO WS-PER-STATUS(WS-PER-CNT)
               MOVE PER-ORIGIN TO WS-PER-ORIGIN(WS-PER-CNT)
               MOVE PER-CHANGED TO PD-S-CHANGED(WS-PER-CNT)
               MOVE PER-USER TO PD-S-USER(WS-PER-CNT)
             END-IF
             PERFORM 1510-READ-PERIOD THRU 1510-EXIT
           END-PERFORM.
           CLOSE PD-PER-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PERIOD.
           READ PD-PER-FILE
             AT END
               SET PD-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE PERIOD CARDS, IN ORDER.  BLANK CARDS AND "*" COMMENT
      *    CARDS ARE PASSED OVER.
      *-----------------------------------------------------------
       2500-PROCESS-CARDS.
           IF PD-TRAN-ABSENT
             GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO PD-EOF-FLAG.
           PERFORM 2600-READ-CARD THRU 2600-EXIT.
           PERFORM UNTIL PD-EOF
             IF PD-TRAN-RECORD NOT EQUAL SPACE
                 AND PD-TRAN-RECORD(1:1) NOT EQUAL "*"
               MOVE PD-TRAN-RECORD(1:17) TO PD-CARD
               PERFORM 2700-CHANGE THRU 2700-EXIT
             END-IF
             PERFORM 2600-READ-CARD THRU 2600-EXIT
           END-PERFORM.
       2500-EXIT.
           EXIT.

       2600-READ-CARD.
           READ PD-TRAN-FILE
             AT END
               SET PD-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

       2700-CHANGE.
           MOVE SPACE TO PD-BEFORE PD-AFTER.
           PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
           IF PD-REASON NOT EQUAL SPACE
             PERFORM 3900-REFUSE THRU 3900-EXIT
             GO TO 2700-EXIT
           END-IF.
           MOVE PT-STATUS TO PD-AFTER.
           PERFORM 4000-PUT-ENTRY THRU 4000-EXIT.
           ADD 1 TO PD-CNT-APPLIED.
           MOVE "APPLIED" TO PD-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 0 TO PD-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    EDIT THE PERIOD CARD IN PD-CARD.  PD-REASON COMES BACK
      *    SPACES FOR A GOOD CARD, OR THE REASON IT IS REFUSED;
      *    PD-BEFORE COMES BACK AS THE MONTH'S CURRENT STATUS ONCE
      *    THE MONTH HAS READ.
      *-----------------------------------------------------------
       3000-EDIT-CARD.
           MOVE SPACE TO PD-REASON.
           IF PT-PERIOD IS NOT NUMERIC
             MOVE "MONTH NOT YYYYMM" TO PD-REASON
             GO TO 3000-EXIT
           END-IF.
           MOVE PT-PERIOD(5:2) TO PD-MM-X.
           IF PD-MM-X < "01" OR PD-MM-X > "12"
               OR PT-PERIOD(1:4) EQUAL "0000"
             MOVE "MONTH NOT YYYYMM" TO PD-REASON
             GO TO 3000-EXIT
           END-IF.
           MOVE PT-PERIOD TO PD-PERIOD.
           PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
           IF PD-FOUND > 0
             MOVE WS-PER-STATUS(PD-FOUND) TO PD-BEFORE
           ELSE
             MOVE "O" TO PD-BEFORE
           END-IF.
           IF PT-STATUS NOT EQUAL "O" AND PT-STATUS NOT EQUAL "S"
               AND PT-STATUS NOT EQUAL "H"
             MOVE "STATUS NOT O, S OR H" TO PD-REASON
             GO TO 3000-EXIT
           END-IF.
           IF PT-USER EQUAL SPACE
             MOVE "NO REQUESTER ID" TO PD-REASON
             GO TO 3000-EXIT
           END-IF.
           IF PT-STATUS EQUAL PD-BEFORE
             MOVE "PERIOD ALREADY AT THAT STATUS" TO PD-REASON
             GO TO 3000-EXIT
           END-IF.
           IF PT-STATUS EQUAL "H" AND PD-PERIOD NOT < PD-LIVE-MONTH
             MOVE "LIVE MONTH - CLOSE HARD-CLOSES" TO PD-REASON
             GO TO 3000-EXIT
           END-IF.
           IF PD-FOUND > 0
             IF WS-PER-ORIGIN(PD-FOUND) EQUAL "C"
                 AND PD-BEFORE EQUAL "H"
               MOVE "ROLLED OFF BY THE MONTH-END" TO PD-REASON
               GO TO 3000-EXIT
             END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    LOOK UP PD-PERIOD.  PD-FOUND IS ITS ENTRY, PD-SLOT THE
      *    ENTRY IT SITS AT OR WOULD BE INSERTED BEFORE (ZERO - AT
      *    THE END).
      *-----------------------------------------------------------
       3100-FIND-ENTRY.
           COMPUTE PD-FOUND = 0.
           COMPUTE PD-SLOT = 0.
           PERFORM VARYING PD-I FROM 1 BY 1
               UNTIL PD-I > WS-PER-CNT OR PD-SLOT > 0
             IF WS-PER-PERIOD(PD-I) NOT < PD-PERIOD
               MOVE PD-I TO PD-SLOT
             END-IF
           END-PERFORM.
           IF PD-SLOT > 0
             IF WS-PER-PERIOD(PD-SLOT) EQUAL PD-PERIOD
               MOVE PD-SLOT TO PD-FOUND
             END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3900-REFUSE.
           ADD 1 TO PD-CNT-REFUSED.
           DISPLAY "DAY6PER: CARD FOR PERIOD " PT-PERIOD
               " REFUSED - " PD-REASON.
           MOVE "REFUSED" TO PD-DISP.
           PERFORM 7500-REGISTER THRU 7500-EXIT.
           MOVE 8 TO PD-AUD-RC.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SET PD-PERIOD TO THE CARD'S STATUS, STAMPED WITH THE
      *    CYCLE AND THE REQUESTER AS A FINANCE CHANGE - THE
      *    EXISTING ENTRY OR A NEW ONE AT ITS SORTED SLOT.
      *-----------------------------------------------------------
       4000-PUT-ENTRY.
           PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
           IF PD-FOUND EQUAL 0
             IF WS-PER-CNT >= PD-MAX-PER
               DISPLAY "DAY6PER: MORE THAN " PD-MAX-PER
                   " MONTHS ON PERIODS - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO WS-PER-CNT
             IF PD-SLOT EQUAL 0
               MOVE WS-PER-CNT TO PD-SLOT
             ELSE
               PERFORM VARYING PD-J FROM WS-PER-CNT BY -1
                   UNTIL PD-J <= PD-SLOT
                 MOVE WS-PER(PD-J - 1) TO WS-PER(PD-J)
                 MOVE PD-STAMP(PD-J - 1) TO PD-STAMP(PD-J)
               END-PERFORM
             END-IF
             MOVE PD-SLOT TO PD-FOUND
             MOVE PD-PERIOD TO WS-PER-PERIOD(PD-FOUND)
           END-IF.
           MOVE PT-STATUS TO WS-PER-STATUS(PD-FOUND).
           MOVE "F" TO WS-PER-ORIGIN(PD-FOUND).
           MOVE PD-CYCLE-DATE TO PD-S-CHANGED(PD-FOUND).
           MOVE PT-USER TO PD-S-USER(PD-FOUND).
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    REWRITE THE FILE IN PERIOD ORDER - ONLY WHEN SOMETHING
      *    WAS APPLIED, SO A RUN THAT REFUSED EVERYTHING NEVER
      *    TOUCHES THE DATASET.
      *-----------------------------------------------------------
       5000-REWRITE-PERIODS.
           IF PD-CNT-APPLIED EQUAL 0
             GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT PD-PER-FILE.
           IF NOT PD-PER-OK
             DISPLAY "DAY6PER: UNABLE TO REWRITE PERIODS, STATUS="
                 PD-PER-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING PD-I FROM 1 BY 1
               UNTIL PD-I > WS-PER-CNT
             MOVE SPACE TO PER-RECORD
             MOVE WS-PER-PERIOD(PD-I) TO PER-PERIOD
             MOVE WS-PER-STATUS(PD-I) TO PER-STATUS
             MOVE WS-PER-ORIGIN(PD-I) TO PER-ORIGIN
             MOVE PD-S-CHANGED(PD-I) TO PER-CHANGED
             MOVE PD-S-USER(PD-I) TO PER-USER
             WRITE PER-RECORD
           END-PERFORM.
           CLOSE PD-PER-FILE.
       5000-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO PD-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE PD-CNT-APPLIED TO TOT-APPLIED.
           MOVE PD-CNT-REFUSED TO TOT-REFUSED.
           MOVE WS-PER-CNT TO TOT-ENTRIES.
           MOVE PD-TOTAL-LINE TO PD-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE WHOLE FILE AS IT NOW STANDS, SO THE REGISTER ALWAYS
      *    SHOWS FINANCE THE STATE THEIR CHANGES LEFT BEHIND.
      *-----------------------------------------------------------
       6500-LIST-PERIODS.
           MOVE SPACE TO PD-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE PD-LIST-HEAD TO PD-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE PD-LIST-HEAD-2 TO PD-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           IF WS-PER-CNT EQUAL 0
             MOVE "NO PERIODS ON FILE - EVERY MONTH IS OPEN"
                 TO PD-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           PERFORM VARYING PD-I FROM 1 BY 1
               UNTIL PD-I > WS-PER-CNT
             MOVE WS-PER-PERIOD(PD-I) TO LST-PERIOD
             MOVE WS-PER-STATUS(PD-I) TO PD-CODE
             PERFORM 7800-STATUS-WORD THRU 7800-EXIT
             MOVE PD-WORD TO LST-STATUS
             IF WS-PER-ORIGIN(PD-I) EQUAL "C"
               MOVE "CLOSE" TO LST-SET-BY
             ELSE
               MOVE "FINANCE" TO LST-SET-BY
             END-IF
             MOVE PD-S-CHANGED(PD-I) TO LST-CHANGED
             MOVE PD-S-USER(PD-I) TO LST-USER
             MOVE PD-LIST-LINE TO PD-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-PERFORM.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE AUDIT RECORD PER CARD - RC 00 APPLIED, 08 REFUSED -
      *    STAMPED WITH THE REQUESTER'S ID WHERE AN APPROVER'S
      *    WOULD STAND.  A PERIOD HAS NO PART NUMBER: THE MONTH
      *    (YYYYMM) RIDES IN THE AMOUNT AND THE STATUS CHANGE
      *    ("S>H" - BEFORE, AFTER) WHERE A SITE WOULD.
      *-----------------------------------------------------------
       7000-WRITE-AUDIT.
           MOVE PD-RUN-DATE TO AUD-DATE.
           MOVE PD-RUN-TIME-RAW(1:6) TO AUD-TIME.
           MOVE PD-JOB-NAME TO AUD-JOB-NAME.
           MOVE "DAY6PER" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-PART-NO.
           MOVE 0 TO AUD-ROWS.
           IF PT-PERIOD IS NUMERIC
             MOVE PT-PERIOD TO PD-PERIOD
             MOVE PD-PERIOD TO AUD-TOTAL
           ELSE
             MOVE 0 TO AUD-TOTAL
           END-IF.
           MOVE "N" TO AUD-RESTARTED.
           MOVE PD-AUD-RC TO AUD-RC.
           MOVE SPACE TO AUD-SITE.
           MOVE PD-BEFORE TO AUD-SITE(1:1).
           MOVE ">" TO AUD-SITE(2:1).
           MOVE PT-STATUS TO AUD-SITE(3:1).
           MOVE PT-USER TO AUD-APPROVER.
           MOVE SPACE TO AUD-FILL-1 AUD-FILL-2 AUD-FILL-3 AUD-FILL-4
               AUD-FILL-5 AUD-FILL-6 AUD-FILL-7 AUD-FILL-8
               AUD-FILL-9 AUD-FILL-10.
           WRITE AUD-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE REGISTER LINE - A REFUSED LINE PRINTS THE STATUS
      *    ASKED FOR AS KEYED, WITH THE REASON.
      *-----------------------------------------------------------
       7500-REGISTER.
           MOVE PT-PERIOD TO DET-PERIOD.
           MOVE PD-DISP TO DET-DISP.
           MOVE PT-USER TO DET-USER.
           MOVE PD-REASON TO DET-REASON.
           MOVE PD-BEFORE TO PD-CODE.
           PERFORM 7800-STATUS-WORD THRU 7800-EXIT.
           MOVE PD-WORD TO DET-BEFORE.
           MOVE PT-STATUS TO PD-CODE.
           PERFORM 7800-STATUS-WORD THRU 7800-EXIT.
           MOVE PD-WORD TO DET-AFTER.
           MOVE PD-DETAIL TO PD-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       7500-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO PD-PAGE-NO.
           MOVE PD-CYCLE-DATE TO HD1-CYCLE.
           MOVE PD-PAGE-NO TO HD1-PAGE.
           WRITE PD-PRINT-LINE FROM PD-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO PD-PRINT-LINE.
           WRITE PD-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PD-PRINT-LINE FROM PD-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACE TO PD-PRINT-LINE.
           WRITE PD-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO PD-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN PD-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF PD-LINE-CNT >= PD-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE PD-PRINT-LINE FROM PD-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PD-LINE-CNT.
       7600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    PD-CODE AS THE WORD THE REPORT PRINTS; ANYTHING ELSE
      *    PRINTS AS KEYED.
      *-----------------------------------------------------------
       7800-STATUS-WORD.
           EVALUATE PD-CODE
             WHEN "O"
               MOVE "OPEN" TO PD-WORD
             WHEN "S"
               MOVE "SOFT-CLOSED" TO PD-WORD
             WHEN "H"
               MOVE "HARD-CLOSED" TO PD-WORD
             WHEN OTHER
               MOVE SPACE TO PD-WORD
               MOVE PD-CODE TO PD-WORD(1:1)
           END-EVALUATE.
       7800-EXIT.
           EXIT.

       9999-TERMINATE.
           IF NOT PD-TRAN-ABSENT
             CLOSE PD-TRAN-FILE
           END-IF.
           CLOSE PD-RPT-FILE.
           CLOSE PD-AUD-FILE.
       9999-EXIT.
           EXIT.

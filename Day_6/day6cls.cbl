      *  MISSED, AND CLOSING IT BLIND WOULD BURY A WHOLE MONTH IN
      *  THE WRONG YTD SLOT, SO THAT ENDS THE RUN HARD.
      *
      *  ONCE THE MASTER IS EMPTIED THE MONTH IS MARKED HARD-CLOSED
      *  (ORIGIN "C") ON THE PERIODS CONTROL FILE (SEE PER-REC), SO
      *  DAY6MTD, DAY6ADJ AND DAY6GL REDIRECT ANYTHING STILL DATED
      *  INTO IT.  FINANCE MAY HAVE HARD-CLOSED THE MONTH ALREADY -
      *  THAT IS ONLY WORTH A WARNING.  A MONTH THE CLOSE ITSELF HAS
      *  ALREADY MARKED MEANS THE MASTER WAS CLOSED BEFORE, AND
      *  CLOSING IT AGAIN WOULD REPLACE THE MONTH'S YTD FIGURES WITH
      *  WHATEVER A STALE COPY HOLDS, SO THAT ENDS THE RUN HARD.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 RM    SOURCE "A" ADJUSTMENT RECORDS FOLD IN TOO
      *                   - A BACKDATED FIX IS REAL MONEY AND MUST
      *                   CLOSE WITH ITS MONTH.
      *  2026-09-09 RM    MTDFRZ SNAPSHOT WIDENED TO THE MASTER'S
      *                   145-BYTE RECORD (CURRENCY AND BASE TOTAL
      *                   NOW CARRIED) - DAY6REV REVALUES THE
      *                   MONTH'S FOREIGN BATCHES FROM IT.
      *  2026-09-13 RM    THE CLOSE HARD-CLOSES ITS MONTH ON THE
      *                   PERIODS CONTROL FILE ONCE THE MASTER IS
      *                   EMPTIED, SO NOTHING MORE POSTS INTO IT.  A
      *                   MASTER WHOSE MONTH THE CLOSE HAS ALREADY
      *                   HARD-CLOSED IS A STALE OR RESTORED COPY
      *                   AND ENDS THE RUN HARD BEFORE ANYTHING IS
      *                   TOUCHED.
      *  2026-09-16 RM    MTDFRZ SNAPSHOT WIDENED TO THE MASTER'S
      *                   179-BYTE RECORD (ADDED AND CHANGED STAMPS).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CL-RPT-FILE ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-RPT-STATUS.
           SELECT CL-PER-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CL-FRZ-FILE
           RECORDING MODE IS F.
       01  CL-FRZ-RECORD PIC X(179).

       FD  CL-YTD-OLD-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CL-PRINT-LINE PIC X(132).

       FD  CL-PER-FILE
           RECORDING MODE IS F.
       COPY "per-rec.cpy".

       WORKING-STORAGE SECTION.
       01 CL-MST-STATUS PIC X(02) VALUE "00".
           88 CL-MST-OK VALUE "00".
           88 CL-FRZ-OK VALUE "00".
       01 CL-RPT-STATUS PIC X(02) VALUE "00".
           88 CL-RPT-OK VALUE "00".
       01 CL-PER-STATUS PIC X(02) VALUE "00".
           88 CL-PER-OK VALUE "00".
           88 CL-PER-ABSENT VALUE "35".

       78 CL-MAX-PARTS VALUE 9999.
       78 CL-MAX-YTD VALUE 9999.
       01 CL-REC-CNT PIC 9(04) VALUE 0.
       01 CL-RUN-DATE PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    THE PERIODS CONTROL FILE IN STORAGE, WITH EACH ENTRY'S
      *    CHANGED DATE AND USER IN A PARALLEL TABLE, SO THE CLOSE
      *    CAN REWRITE IT WHOLE WITH ITS OWN MONTH MARKED.
      *-----------------------------------------------------------
       78 CL-MAX-PER VALUE 600.
       COPY "per-tbl.cpy".
       01 CL-PER-STAMP-TABLE.
           03 CL-PER-STAMP OCCURS 600 TIMES.
               05 CL-S-CHANGED PIC 9(08).
               05 CL-S-USER PIC X(08).
       01 CL-PER-EOF-FLAG PIC X(01) VALUE "N".
           88 CL-PER-EOF VALUE "Y".
       01 CL-PER-FOUND PIC 9(04) VALUE 0.
       01 CL-PER-SLOT PIC 9(04) VALUE 0.

       78 CL-LINES-PER-PAGE VALUE 56.
       01 CL-LINE-CNT PIC 9(02) VALUE 99.
       01 CL-LINE-HOLD PIC X(132) VALUE SPACE.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-MONTH THRU 2000-EXIT.
           PERFORM 2800-CHECK-PERIOD THRU 2800-EXIT.
           IF CL-PART-CNT EQUAL 0
             DISPLAY "DAY6CLS: MTDMST IS EMPTY - NOTHING TO CLOSE"
           ELSE
           END-IF.
           PERFORM 4000-ROLL-YTD THRU 4000-EXIT.
           PERFORM 6000-CLEAR-BASE THRU 6000-EXIT.
           PERFORM 6500-MARK-PERIOD THRU 6500-EXIT.
           DISPLAY "DAY6CLS: MONTH " CL-MONTH " CLOSED - "
               CL-PART-CNT " BATCHES, " CL-YTD-CNT
               " RECORDS ON THE YTD MASTER".
                 CL-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM 1500-LOAD-PERIODS THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE PERIODS CONTROL FILE INTO STORAGE.  NO FILE AT ALL
      *    MEANS NO MONTH HAS BEEN CLOSED YET - THE CLOSE CREATES
      *    IT WHEN IT MARKS ITS MONTH.
      *-----------------------------------------------------------
       1500-LOAD-PERIODS.
           OPEN INPUT CL-PER-FILE.
           IF CL-PER-ABSENT
             GO TO 1500-EXIT
           END-IF.
           IF NOT CL-PER-OK
             DISPLAY "DAY6CLS: UNABLE TO OPEN PERIODS, STATUS="
                 CL-PER-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO CL-PER-EOF-FLAG.
           PERFORM 1510-READ-PERIOD THRU 1510-EXIT.
           PERFORM UNTIL CL-PER-EOF
             IF PER-RECORD NOT EQUAL SPACE
               IF WS-PER-CNT >= CL-MAX-PER
                 DISPLAY "DAY6CLS: MORE THAN " CL-MAX-PER
                     " MONTHS ON PERIODS - TABLE FULL"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO WS-PER-CNT
               MOVE PER-PERIOD TO WS-PER-PERIOD(WS-PER-CNT)
               MOVE PER-STATUS TO WS-PER-STATUS(WS-PER-CNT)
               MOVE PER-ORIGIN TO WS-PER-ORIGIN(WS-PER-CNT)
               MOVE PER-CHANGED TO CL-S-CHANGED(WS-PER-CNT)
               MOVE PER-USER TO CL-S-USER(WS-PER-CNT)
             END-IF
             PERFORM 1510-READ-PERIOD THRU 1510-EXIT
           END-PERFORM.
           CLOSE CL-PER-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-PERIOD.
           READ CL-PER-FILE
             AT END
               SET CL-PER-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    READ THE LIVE MASTER IN KEY ORDER, COPYING EVERY RECORD
      *    TO THE FROZEN SNAPSHOT AND FOLDING IT INTO ITS PART
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE MONTH ON THE MASTER AGAINST THE PERIODS FILE.  ONLY
      *    THE MTDFRZ SNAPSHOT HAS BEEN WRITTEN SO FAR, SO A REFUSAL
      *    HERE LEAVES THE MASTER, THE YTD AND THE PERIODS FILE AS
      *    THEY WERE.
      *-----------------------------------------------------------
       2800-CHECK-PERIOD.
           IF CL-MONTH EQUAL 0
             GO TO 2800-EXIT
           END-IF.
           PERFORM 2850-FIND-PERIOD THRU 2850-EXIT.
           IF CL-PER-FOUND EQUAL 0
             GO TO 2800-EXIT
           END-IF.
           IF WS-PER-STATUS(CL-PER-FOUND) NOT EQUAL "H"
             GO TO 2800-EXIT
           END-IF.
           IF WS-PER-ORIGIN(CL-PER-FOUND) EQUAL "C"
             DISPLAY "DAY6CLS: MONTH " CL-MONTH " WAS CLOSED ON "
                 CL-S-CHANGED(CL-PER-FOUND) " - MTDMST IS A STALE "
                 "OR RESTORED COPY, NOT CLOSED AGAIN"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           DISPLAY "DAY6CLS: WARNING - MONTH " CL-MONTH
               " ALREADY HARD-CLOSED BY " CL-S-USER(CL-PER-FOUND)
               " ON " CL-S-CHANGED(CL-PER-FOUND).
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    CL-PER-FOUND COMES BACK AS CL-MONTH'S ENTRY (0 WHEN THE
      *    MONTH IS NOT ON THE FILE) AND CL-PER-SLOT AS THE ENTRY
      *    IT IS, OR WOULD BE INSERTED, AT (0 - AFTER THE LAST).
      *-----------------------------------------------------------
       2850-FIND-PERIOD.
           COMPUTE CL-PER-FOUND = 0.
           COMPUTE CL-PER-SLOT = 0.
           PERFORM VARYING CL-I FROM 1 BY 1
               UNTIL CL-I > WS-PER-CNT OR CL-PER-SLOT > 0
             IF WS-PER-PERIOD(CL-I) NOT < CL-MONTH
               MOVE CL-I TO CL-PER-SLOT
             END-IF
           END-PERFORM.
           IF CL-PER-SLOT > 0
             IF WS-PER-PERIOD(CL-PER-SLOT) EQUAL CL-MONTH
               MOVE CL-PER-SLOT TO CL-PER-FOUND
             END-IF
           END-IF.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FIND (OR INSERT, AT ITS SORTED SLOT) THE PART NUMBER'S
      *    ENTRY AND ADD THE DAY'S FIGURES IN.  THE MONTH'S SUMS
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE MONTH IS OFF THE MASTER - HARD-CLOSE IT ON THE
      *    PERIODS FILE SO NOTHING MORE POSTS INTO IT, AND REWRITE
      *    THE FILE IN PERIOD ORDER.  AN EMPTY MASTER NAMES NO
      *    MONTH, SO THERE IS NOTHING TO MARK.
      *-----------------------------------------------------------
       6500-MARK-PERIOD.
           IF CL-MONTH EQUAL 0
             GO TO 6500-EXIT
           END-IF.
           PERFORM 2850-FIND-PERIOD THRU 2850-EXIT.
           IF CL-PER-FOUND EQUAL 0
             IF WS-PER-CNT >= CL-MAX-PER
               DISPLAY "DAY6CLS: MORE THAN " CL-MAX-PER
                   " MONTHS ON PERIODS - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO WS-PER-CNT
             IF CL-PER-SLOT EQUAL 0
               MOVE WS-PER-CNT TO CL-PER-SLOT
             ELSE
               PERFORM VARYING CL-J FROM WS-PER-CNT BY -1
                   UNTIL CL-J <= CL-PER-SLOT
                 MOVE WS-PER(CL-J - 1) TO WS-PER(CL-J)
                 MOVE CL-PER-STAMP(CL-J - 1) TO CL-PER-STAMP(CL-J)
               END-PERFORM
             END-IF
             MOVE CL-PER-SLOT TO CL-PER-FOUND
             MOVE CL-MONTH TO WS-PER-PERIOD(CL-PER-FOUND)
           END-IF.
           MOVE "H" TO WS-PER-STATUS(CL-PER-FOUND).
           MOVE "C" TO WS-PER-ORIGIN(CL-PER-FOUND).
           MOVE CL-RUN-DATE TO CL-S-CHANGED(CL-PER-FOUND).
           MOVE "DAY6CLS" TO CL-S-USER(CL-PER-FOUND).
           OPEN OUTPUT CL-PER-FILE.
           IF NOT CL-PER-OK
             DISPLAY "DAY6CLS: UNABLE TO REWRITE PERIODS, STATUS="
                 CL-PER-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           PERFORM VARYING CL-I FROM 1 BY 1
               UNTIL CL-I > WS-PER-CNT
             MOVE SPACE TO PER-RECORD
             MOVE WS-PER-PERIOD(CL-I) TO PER-PERIOD
             MOVE WS-PER-STATUS(CL-I) TO PER-STATUS
             MOVE WS-PER-ORIGIN(CL-I) TO PER-ORIGIN
             MOVE CL-S-CHANGED(CL-I) TO PER-CHANGED
             MOVE CL-S-USER(CL-I) TO PER-USER
             WRITE PER-RECORD
           END-PERFORM.
           CLOSE CL-PER-FILE.
           DISPLAY "DAY6CLS: MONTH " CL-MONTH " HARD-CLOSED ON "
               "PERIODS".
       6500-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CL-MST-FILE.
           CLOSE CL-FRZ-FILE.

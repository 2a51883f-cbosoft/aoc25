       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY6QSC.
       AUTHOR. R MACRAE.
       INSTALLATION. GENERAL LEDGER BATCH CONTROL.
       DATE-WRITTEN. 2026-09-10.
       DATE-COMPILED.
      *****************************************************************
      *  DAY6QSC - MONTHLY KEYING-OFFICE QUALITY SCORECARD.
      *
      *  THE KEYING-OFFICE MANAGERS WANT TO SEE HOW THEIR OFFICES
      *  COMPARE FOR THEIR STAFF REVIEWS, AND WHICH OFFICE NEEDS
      *  RETRAINING ON THE CROSSWISE SHEETS, WITHOUT READING A
      *  MONTH OF EDIT, SUSPENSE, CORRECTION AND RECONCILIATION
      *  REPORTS.  DAY6QLG FILES EACH CYCLE'S COUNTS PER SITE ON
      *  QUALLOG; THIS PROGRAM, RUN BY DAY6QSCJ AFTER THE LAST CYCLE
      *  OF THE MONTH, TOTALS THE MONTH AND PRINTS ONE LINE PER SITE:
      *
      *    SHEETS KEYED, FIRST-TIME CLEAN AND THE CLEAN PERCENTAGE,
      *    THE SAME FOR THE CROSSWISE SHEETS ALONE, EDIT REJECTS,
      *    TOTALLER REJECTS, CORRECTION CARDS, RECONCILIATION
      *    MISMATCHES, BATCHES THAT LEFT SUSPENSE AND THE AVERAGE
      *    DAYS (CYCLES) THEY SPENT THERE, AND - AS A CROSS-CHECK ON
      *    THE COLLECTION - THE SHEETS THE TOTALLERS RECORDED FOR
      *    THE SITE ON AUDITLOG IN THE MONTH
      *
      *  FOLLOWED BY THE TOTALLER REJECTS BROKEN DOWN BY SITE AND
      *  REJ-REASON.  FILES:
      *
      *    QUALLOG   THE KEYING-QUALITY LOG (QUAL-REC)
      *    AUDITLOG  THE SHARED AUDIT LOG (AUD-REC) - DAY6P1 AND
      *              DAY6P2 RECORDS ONLY, BY RUN DATE
      *    QSCRPT    THE SCORECARD
      *    RUNCTL    MONTH=YYYYMM (MANDATORY)
      *
      *  A CYCLE COLLECTED MORE THAN ONCE (A RERUN AFTER A FAILURE)
      *  COUNTS ONLY ITS LATEST COLLECTION.  A MONTH WITH NO
      *  COLLECTED CYCLE AT ALL PRINTS THE HEADINGS AND A NOTE AND
      *  ENDS RC 4.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-10 RM    FIRST WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QS-LOG-FILE ASSIGN TO "QUALLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-LOG-STATUS.
           SELECT QS-AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-AUD-STATUS.
           SELECT QS-RPT-FILE ASSIGN TO "QSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-RPT-STATUS.
           SELECT QS-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QS-LOG-FILE
           RECORDING MODE IS F.
       COPY "qual-rec.cpy".

       FD  QS-AUD-FILE
           RECORDING MODE IS F.
       COPY "aud-rec.cpy".

       FD  QS-RPT-FILE
           RECORDING MODE IS F.
       01  QS-PRINT-LINE PIC X(132).

       FD  QS-CTL-FILE
           RECORDING MODE IS F.
       01  QS-CTL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 QS-LOG-STATUS PIC X(02) VALUE "00".
           88 QS-LOG-OK VALUE "00".
           88 QS-LOG-ABSENT VALUE "35".
       01 QS-AUD-STATUS PIC X(02) VALUE "00".
           88 QS-AUD-OK VALUE "00".
           88 QS-AUD-ABSENT VALUE "35".
       01 QS-RPT-STATUS PIC X(02) VALUE "00".
           88 QS-RPT-OK VALUE "00".
       01 QS-CTL-STATUS PIC X(02) VALUE "00".
           88 QS-CTL-OK VALUE "00".
           88 QS-CTL-ABSENT VALUE "35".

       78 QS-MAX-CYCLES VALUE 99.
       78 QS-MAX-SITES VALUE 99.
       78 QS-MAX-REASONS VALUE 999.

      *-----------------------------------------------------------
      *    EACH CYCLE OF THE MONTH AND THE RUN STAMP OF ITS LATEST
      *    COLLECTION - THE ONLY ONE THAT COUNTS.
      *-----------------------------------------------------------
       01 QS-CYCLE-TABLE.
           03 QS-CYCLE OCCURS 99 TIMES.
               05 QS-Y-DATE PIC 9(08).
               05 QS-Y-STAMP PIC X(14).
       01 QS-CYCLE-CNT PIC 9(02) VALUE 0.

      *-----------------------------------------------------------
      *    THE MONTH PER SITE, HELD SORTED BY SITE CODE FOR THE
      *    PRINT.  THE ENTRY PAST THE LAST SITE ACCUMULATES THE
      *    ALL-SITES LINE.
      *-----------------------------------------------------------
       01 QS-SITE-TABLE.
           03 QS-SITE OCCURS 100 TIMES.
               05 QS-S-SITE PIC X(03).
               05 QS-S-KEYED PIC 9(07).
               05 QS-S-CLEAN PIC 9(07).
               05 QS-S-XW-KEYED PIC 9(07).
               05 QS-S-XW-CLEAN PIC 9(07).
               05 QS-S-EDIT-REJ PIC 9(07).
               05 QS-S-TOT-REJ PIC 9(07).
               05 QS-S-CORR PIC 9(07).
               05 QS-S-MISMATCH PIC 9(07).
               05 QS-S-SUSP-OUT PIC 9(07).
               05 QS-S-SUSP-DAYS PIC 9(09).
               05 QS-S-AUDITED PIC 9(07).
       01 QS-SITE-CNT PIC 9(02) VALUE 0.
       01 QS-SITE-SAVE PIC X(82).
       01 QS-ALL PIC 9(04) VALUE 0.

       01 QS-REASON-TABLE.
           03 QS-REASON OCCURS 999 TIMES.
               05 QS-R-SITE PIC X(03).
               05 QS-R-REASON PIC X(16).
               05 QS-R-COUNT PIC 9(07).
       01 QS-REASON-CNT PIC 9(04) VALUE 0.

       01 QS-MONTH PIC 9(06) VALUE 0.
       01 QS-STAMP.
           03 QS-STAMP-DATE PIC 9(08).
           03 QS-STAMP-TIME PIC 9(06).
       01 QS-SITE-KEY PIC X(03) VALUE SPACE.
       01 QS-I PIC 9(04) VALUE 0.
       01 QS-J PIC 9(04) VALUE 0.
       01 QS-FOUND PIC 9(04) VALUE 0.
       01 QS-EOF-FLAG PIC X(01) VALUE "N".
           88 QS-EOF VALUE "Y".
       01 QS-USED-CNT PIC 9(06) VALUE 0.
       01 QS-SUPERSEDED-CNT PIC 9(06) VALUE 0.
       01 QS-AUD-CNT PIC 9(06) VALUE 0.
       01 QS-PCT PIC 9(03)V9(01) VALUE 0.
       01 QS-SECTION PIC 9(01) VALUE 1.

       01 QS-CTL-EOF-FLAG PIC X(01) VALUE "N".
           88 QS-CTL-EOF VALUE "Y".
       01 QS-CTL-KEY PIC X(20) VALUE SPACE.
       01 QS-CTL-VALUE PIC X(20) VALUE SPACE.

       78 QS-LINES-PER-PAGE VALUE 56.
       01 QS-LINE-CNT PIC 9(02) VALUE 99.
       01 QS-LINE-HOLD PIC X(132) VALUE SPACE.
       01 QS-PAGE-NO PIC 9(04) VALUE 0.

       01 QS-HEAD-1.
           03 FILLER PIC X(29)
               VALUE "GENERAL LEDGER BATCH CONTROL".
           03 FILLER PIC X(12) VALUE SPACE.
           03 FILLER PIC X(36)
               VALUE "KEYING-OFFICE QUALITY SCORECARD -".
           03 FILLER PIC X(01) VALUE SPACE.
           03 HD1-MONTH PIC 9(06).
           03 FILLER PIC X(35) VALUE SPACE.
           03 FILLER PIC X(05) VALUE "PAGE ".
           03 HD1-PAGE PIC ZZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 QS-HEAD-2.
           03 FILLER PIC X(04) VALUE "SITE".
           03 FILLER PIC X(10) VALUE "    SHEETS".
           03 FILLER PIC X(11) VALUE " FIRST-TIME".
           03 FILLER PIC X(10) VALUE "   OVERALL".
           03 FILLER PIC X(10) VALUE " CROSSWISE".
           03 FILLER PIC X(10) VALUE " CROSSWISE".
           03 FILLER PIC X(10) VALUE "      EDIT".
           03 FILLER PIC X(10) VALUE "  TOTALLER".
           03 FILLER PIC X(11) VALUE " CORRECTION".
           03 FILLER PIC X(11) VALUE "      RECON".
           03 FILLER PIC X(10) VALUE "      LEFT".
           03 FILLER PIC X(11) VALUE "   AVG DAYS".
           03 FILLER PIC X(10) VALUE "  AUDITLOG".
           03 FILLER PIC X(04) VALUE SPACE.

       01 QS-HEAD-3.
           03 FILLER PIC X(04) VALUE SPACE.
           03 FILLER PIC X(10) VALUE "     KEYED".
           03 FILLER PIC X(11) VALUE "      CLEAN".
           03 FILLER PIC X(10) VALUE "    CLEAN%".
           03 FILLER PIC X(10) VALUE "     KEYED".
           03 FILLER PIC X(10) VALUE "    CLEAN%".
           03 FILLER PIC X(10) VALUE "   REJECTS".
           03 FILLER PIC X(10) VALUE "   REJECTS".
           03 FILLER PIC X(11) VALUE "      CARDS".
           03 FILLER PIC X(11) VALUE " MISMATCHES".
           03 FILLER PIC X(10) VALUE "  SUSPENSE".
           03 FILLER PIC X(11) VALUE " IN SUSPNSE".
           03 FILLER PIC X(10) VALUE "    SHEETS".
           03 FILLER PIC X(04) VALUE SPACE.

       01 QS-HEAD-4.
           03 FILLER PIC X(05) VALUE "SITE".
           03 FILLER PIC X(18) VALUE "REJ-REASON".
           03 FILLER PIC X(10) VALUE "    SHEETS".
           03 FILLER PIC X(10) VALUE "  OF SITE%".
           03 FILLER PIC X(89) VALUE SPACE.

       01 QS-DETAIL.
           03 DET-SITE PIC X(03).
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(03) VALUE SPACE.
           03 DET-KEYED PIC ZZZ,ZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 DET-CLEAN PIC ZZZ,ZZ9.
           03 FILLER PIC X(05) VALUE SPACE.
           03 DET-CLEAN-PCT PIC ZZ9.9.
           03 DET-CLEAN-PCT-X REDEFINES DET-CLEAN-PCT PIC X(05).
           03 FILLER PIC X(03) VALUE SPACE.
           03 DET-XW-KEYED PIC ZZZ,ZZ9.
           03 FILLER PIC X(05) VALUE SPACE.
           03 DET-XW-PCT PIC ZZ9.9.
           03 DET-XW-PCT-X REDEFINES DET-XW-PCT PIC X(05).
           03 FILLER PIC X(03) VALUE SPACE.
           03 DET-EDIT-REJ PIC ZZZ,ZZ9.
           03 FILLER PIC X(03) VALUE SPACE.
           03 DET-TOT-REJ PIC ZZZ,ZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 DET-CORR PIC ZZZ,ZZ9.
           03 FILLER PIC X(04) VALUE SPACE.
           03 DET-MISMATCH PIC ZZZ,ZZ9.
           03 FILLER PIC X(03) VALUE SPACE.
           03 DET-SUSP-OUT PIC ZZZ,ZZ9.
           03 FILLER PIC X(06) VALUE SPACE.
           03 DET-AVG-DAYS PIC ZZ9.9.
           03 DET-AVG-DAYS-X REDEFINES DET-AVG-DAYS PIC X(05).
           03 FILLER PIC X(03) VALUE SPACE.
           03 DET-AUDITED PIC ZZZ,ZZ9.
           03 FILLER PIC X(04) VALUE SPACE.

       01 QS-REASON-LINE.
           03 RSN-SITE PIC X(03).
           03 FILLER PIC X(02) VALUE SPACE.
           03 RSN-REASON PIC X(16).
           03 FILLER PIC X(02) VALUE SPACE.
           03 FILLER PIC X(03) VALUE SPACE.
           03 RSN-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(05) VALUE SPACE.
           03 RSN-PCT PIC ZZ9.9.
           03 FILLER PIC X(89) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FIND-LATEST THRU 2000-EXIT.
           PERFORM 3000-ACCUMULATE THRU 3000-EXIT.
           PERFORM 3500-READ-AUDIT THRU 3500-EXIT.
           PERFORM 4000-SORT-SITES THRU 4000-EXIT.
           PERFORM 5000-PRINT-SITES THRU 5000-EXIT.
           PERFORM 5500-PRINT-REASONS THRU 5500-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           DISPLAY "DAY6QSC: MONTH " QS-MONTH " - " QS-CYCLE-CNT
               " CYCLES, " QS-SITE-CNT " SITES, " QS-USED-CNT
               " QUALLOG RECORDS USED, " QS-SUPERSEDED-CNT
               " SUPERSEDED BY A RERUN".
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF QS-CYCLE-CNT EQUAL 0
             DISPLAY "DAY6QSC: NO CYCLE OF " QS-MONTH
                 " WAS COLLECTED ON QUALLOG"
             STOP RUN WITH ERROR STATUS 4
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
           IF QS-MONTH EQUAL 0
             DISPLAY "DAY6QSC: RUNCTL MUST NAME MONTH=YYYYMM "
                 "- THE MONTH TO SCORE"
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           OPEN OUTPUT QS-RPT-FILE.
           IF NOT QS-RPT-OK
             DISPLAY "DAY6QSC: UNABLE TO OPEN QSCRPT, STATUS="
                 QS-RPT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
       1000-EXIT.
           EXIT.

       1200-READ-CONTROL.
           OPEN INPUT QS-CTL-FILE.
           IF QS-CTL-ABSENT
             GO TO 1200-EXIT
           END-IF.
           IF NOT QS-CTL-OK
             DISPLAY "DAY6QSC: UNABLE TO OPEN RUNCTL, STATUS="
                 QS-CTL-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO QS-CTL-EOF-FLAG.
           PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT.
           PERFORM UNTIL QS-CTL-EOF
             IF QS-CTL-RECORD NOT EQUAL SPACE
                 AND QS-CTL-RECORD(1:1) NOT EQUAL "*"
               PERFORM 1250-APPLY-CTL-CARD THRU 1250-EXIT
             END-IF
             PERFORM 1210-READ-CTL-CARD THRU 1210-EXIT
           END-PERFORM.
           CLOSE QS-CTL-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-CTL-CARD.
           READ QS-CTL-FILE
             AT END
               SET QS-CTL-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-APPLY-CTL-CARD.
           MOVE SPACE TO QS-CTL-KEY QS-CTL-VALUE.
           UNSTRING QS-CTL-RECORD DELIMITED BY "="
               INTO QS-CTL-KEY QS-CTL-VALUE.
           EVALUATE QS-CTL-KEY
             WHEN "MONTH"
               IF QS-CTL-VALUE(1:6) IS NOT NUMERIC
                   OR QS-CTL-VALUE(7:14) NOT EQUAL SPACE
                   OR QS-CTL-VALUE(5:2) < "01"
                   OR QS-CTL-VALUE(5:2) > "12"
                 DISPLAY "DAY6QSC: MONTH VALUE '"
                     QS-CTL-VALUE "' ON RUNCTL CARD IS NOT YYYYMM"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               MOVE QS-CTL-VALUE(1:6) TO QS-MONTH
             WHEN OTHER
               DISPLAY "DAY6QSC: UNRECOGNISED KEYWORD '" QS-CTL-KEY
                   "' ON RUNCTL CARD"
               STOP RUN WITH ERROR STATUS 16
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    FIRST PASS - THE LATEST RUN STAMP FOR EACH CYCLE OF THE
      *    MONTH.  AN ABSENT LOG IS A MONTH WITH NOTHING COLLECTED.
      *-----------------------------------------------------------
       2000-FIND-LATEST.
           OPEN INPUT QS-LOG-FILE.
           IF QS-LOG-ABSENT
             GO TO 2000-EXIT
           END-IF.
           IF NOT QS-LOG-OK
             DISPLAY "DAY6QSC: UNABLE TO OPEN QUALLOG, STATUS="
                 QS-LOG-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO QS-EOF-FLAG.
           PERFORM 2010-READ-LOG THRU 2010-EXIT.
           PERFORM UNTIL QS-EOF
             IF QL-CYCLE-DATE(1:6) EQUAL QS-MONTH
               PERFORM 2050-NOTE-STAMP THRU 2050-EXIT
             END-IF
             PERFORM 2010-READ-LOG THRU 2010-EXIT
           END-PERFORM.
           CLOSE QS-LOG-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-LOG.
           READ QS-LOG-FILE
             AT END
               SET QS-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2050-NOTE-STAMP.
           MOVE QL-RUN-DATE TO QS-STAMP-DATE.
           MOVE QL-RUN-TIME TO QS-STAMP-TIME.
           PERFORM 2060-FIND-CYCLE THRU 2060-EXIT.
           IF QS-FOUND EQUAL 0
             IF QS-CYCLE-CNT >= QS-MAX-CYCLES
               DISPLAY "DAY6QSC: MORE THAN " QS-MAX-CYCLES
                   " CYCLES IN THE MONTH - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO QS-CYCLE-CNT
             MOVE QL-CYCLE-DATE TO QS-Y-DATE(QS-CYCLE-CNT)
             MOVE QS-STAMP TO QS-Y-STAMP(QS-CYCLE-CNT)
             GO TO 2050-EXIT
           END-IF.
           IF QS-STAMP > QS-Y-STAMP(QS-FOUND)
             MOVE QS-STAMP TO QS-Y-STAMP(QS-FOUND)
           END-IF.
       2050-EXIT.
           EXIT.

       2060-FIND-CYCLE.
           COMPUTE QS-FOUND = 0.
           PERFORM VARYING QS-I FROM 1 BY 1
               UNTIL QS-I > QS-CYCLE-CNT OR QS-FOUND > 0
             IF QS-Y-DATE(QS-I) EQUAL QL-CYCLE-DATE
               MOVE QS-I TO QS-FOUND
             END-IF
           END-PERFORM.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    SECOND PASS - TOTAL EVERY RECORD OF THE MONTH CARRYING
      *    ITS CYCLE'S LATEST STAMP.
      *-----------------------------------------------------------
       3000-ACCUMULATE.
           IF QS-CYCLE-CNT EQUAL 0
             GO TO 3000-EXIT
           END-IF.
           OPEN INPUT QS-LOG-FILE.
           IF NOT QS-LOG-OK
             DISPLAY "DAY6QSC: UNABLE TO REOPEN QUALLOG, STATUS="
                 QS-LOG-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO QS-EOF-FLAG.
           PERFORM 2010-READ-LOG THRU 2010-EXIT.
           PERFORM UNTIL QS-EOF
             IF QL-CYCLE-DATE(1:6) EQUAL QS-MONTH
               PERFORM 3050-TAKE-RECORD THRU 3050-EXIT
             END-IF
             PERFORM 2010-READ-LOG THRU 2010-EXIT
           END-PERFORM.
           CLOSE QS-LOG-FILE.
       3000-EXIT.
           EXIT.

       3050-TAKE-RECORD.
           MOVE QL-RUN-DATE TO QS-STAMP-DATE.
           MOVE QL-RUN-TIME TO QS-STAMP-TIME.
           PERFORM 2060-FIND-CYCLE THRU 2060-EXIT.
      *    A CYCLE APPENDED SINCE THE FIRST PASS IS LEFT FOR THE
      *    NEXT RUN.
           IF QS-FOUND EQUAL 0
             GO TO 3050-EXIT
           END-IF.
           IF QS-STAMP NOT EQUAL QS-Y-STAMP(QS-FOUND)
             ADD 1 TO QS-SUPERSEDED-CNT
             GO TO 3050-EXIT
           END-IF.
           ADD 1 TO QS-USED-CNT.
           IF QL-CYCLE
             GO TO 3050-EXIT
           END-IF.
           MOVE QL-SITE TO QS-SITE-KEY.
           PERFORM 3100-FIND-SITE THRU 3100-EXIT.
           EVALUATE TRUE
             WHEN QL-KEYED
               ADD QL-COUNT TO QS-S-KEYED(QS-FOUND)
               IF QL-REASON EQUAL "CROSSWISE"
                 ADD QL-COUNT TO QS-S-XW-KEYED(QS-FOUND)
               END-IF
             WHEN QL-CLEAN
               ADD QL-COUNT TO QS-S-CLEAN(QS-FOUND)
               IF QL-REASON EQUAL "CROSSWISE"
                 ADD QL-COUNT TO QS-S-XW-CLEAN(QS-FOUND)
               END-IF
             WHEN QL-EDIT-REJ
               ADD QL-COUNT TO QS-S-EDIT-REJ(QS-FOUND)
             WHEN QL-TOT-REJ
               ADD QL-COUNT TO QS-S-TOT-REJ(QS-FOUND)
               PERFORM 3200-ADD-REASON THRU 3200-EXIT
             WHEN QL-CORR
               ADD QL-COUNT TO QS-S-CORR(QS-FOUND)
             WHEN QL-MISMATCH
               ADD QL-COUNT TO QS-S-MISMATCH(QS-FOUND)
             WHEN QL-SUSP-OUT
               ADD QL-COUNT TO QS-S-SUSP-OUT(QS-FOUND)
               ADD QL-DAYS TO QS-S-SUSP-DAYS(QS-FOUND)
             WHEN OTHER
               DISPLAY "DAY6QSC: UNKNOWN MEASURE '" QL-MEASURE
                   "' ON QUALLOG FOR CYCLE " QL-CYCLE-DATE " - IGNORED"
           END-EVALUATE.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE ENTRY FOR QS-SITE-KEY, STARTED AT ZERO ON FIRST
      *    SIGHT - RETURNED IN QS-FOUND.
      *-----------------------------------------------------------
       3100-FIND-SITE.
           COMPUTE QS-FOUND = 0.
           PERFORM VARYING QS-J FROM 1 BY 1
               UNTIL QS-J > QS-SITE-CNT OR QS-FOUND > 0
             IF QS-S-SITE(QS-J) EQUAL QS-SITE-KEY
               MOVE QS-J TO QS-FOUND
             END-IF
           END-PERFORM.
           IF QS-FOUND > 0
             GO TO 3100-EXIT
           END-IF.
           IF QS-SITE-CNT >= QS-MAX-SITES
             DISPLAY "DAY6QSC: MORE THAN " QS-MAX-SITES
                 " SITES - TABLE FULL"
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           ADD 1 TO QS-SITE-CNT.
           MOVE QS-SITE-CNT TO QS-FOUND.
           INITIALIZE QS-SITE(QS-FOUND).
           MOVE QS-SITE-KEY TO QS-S-SITE(QS-FOUND).
       3100-EXIT.
           EXIT.

       3200-ADD-REASON.
           COMPUTE QS-J = 0.
           PERFORM VARYING QS-I FROM 1 BY 1
               UNTIL QS-I > QS-REASON-CNT OR QS-J > 0
             IF QS-R-SITE(QS-I) EQUAL QL-SITE
                 AND QS-R-REASON(QS-I) EQUAL QL-REASON
               MOVE QS-I TO QS-J
             END-IF
           END-PERFORM.
           IF QS-J EQUAL 0
             IF QS-REASON-CNT >= QS-MAX-REASONS
               DISPLAY "DAY6QSC: MORE THAN " QS-MAX-REASONS
                   " SITE/REASON PAIRS - TABLE FULL"
               PERFORM 9999-TERMINATE THRU 9999-EXIT
               STOP RUN WITH ERROR STATUS 16
             END-IF
             ADD 1 TO QS-REASON-CNT
             MOVE QS-REASON-CNT TO QS-J
             MOVE QL-SITE TO QS-R-SITE(QS-J)
             MOVE QL-REASON TO QS-R-REASON(QS-J)
             MOVE 0 TO QS-R-COUNT(QS-J)
           END-IF.
           ADD QL-COUNT TO QS-R-COUNT(QS-J).
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE TOTALLERS' OWN RECORD OF THE SHEETS EACH SITE SENT
      *    THEM THIS MONTH - ONE AUDIT RECORD PER SHEET PROCESSED OR
      *    REJECTED.  IT IS DATED BY RUN, NOT CYCLE, SO A CYCLE RUN
      *    PAST MIDNIGHT AT A MONTH END CAN DIFFER BY A NIGHT; A
      *    WIDER GAP MEANS A CYCLE WAS NEVER COLLECTED.
      *-----------------------------------------------------------
       3500-READ-AUDIT.
           OPEN INPUT QS-AUD-FILE.
           IF QS-AUD-ABSENT
             GO TO 3500-EXIT
           END-IF.
           IF NOT QS-AUD-OK
             DISPLAY "DAY6QSC: UNABLE TO OPEN AUDITLOG, STATUS="
                 QS-AUD-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO QS-EOF-FLAG.
           PERFORM 3510-READ-AUD THRU 3510-EXIT.
           PERFORM UNTIL QS-EOF
             IF AUD-DATE(1:6) EQUAL QS-MONTH
                 AND (AUD-PROGRAM EQUAL "DAY6P1"
                   OR AUD-PROGRAM EQUAL "DAY6P2")
                 AND AUD-SITE NOT EQUAL SPACE
               ADD 1 TO QS-AUD-CNT
               MOVE AUD-SITE TO QS-SITE-KEY
               PERFORM 3100-FIND-SITE THRU 3100-EXIT
               ADD 1 TO QS-S-AUDITED(QS-FOUND)
             END-IF
             PERFORM 3510-READ-AUD THRU 3510-EXIT
           END-PERFORM.
           CLOSE QS-AUD-FILE.
       3500-EXIT.
           EXIT.

       3510-READ-AUD.
           READ QS-AUD-FILE
             AT END
               SET QS-EOF TO TRUE
           END-READ.
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    A HANDFUL OF OFFICES - A PLAIN EXCHANGE SORT WILL DO.
      *-----------------------------------------------------------
       4000-SORT-SITES.
           PERFORM VARYING QS-I FROM 1 BY 1
               UNTIL QS-I >= QS-SITE-CNT
             PERFORM VARYING QS-J FROM QS-I BY 1
                 UNTIL QS-J > QS-SITE-CNT
               IF QS-S-SITE(QS-J) < QS-S-SITE(QS-I)
                 MOVE QS-SITE(QS-I) TO QS-SITE-SAVE
                 MOVE QS-SITE(QS-J) TO QS-SITE(QS-I)
                 MOVE QS-SITE-SAVE TO QS-SITE(QS-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ONE LINE PER SITE, THEN THE ALL-SITES LINE - BUILT IN
      *    THE SPARE ENTRY PAST THE LAST SITE.
      *-----------------------------------------------------------
       5000-PRINT-SITES.
           MOVE 1 TO QS-SECTION.
           PERFORM 7550-PAGE-HEADING THRU 7550-EXIT.
           IF QS-CYCLE-CNT EQUAL 0
             MOVE SPACE TO QS-LINE-HOLD
             STRING "NO CYCLE OF " DELIMITED BY SIZE
                 QS-MONTH DELIMITED BY SIZE
                 " WAS COLLECTED ON QUALLOG - NOTHING TO SCORE"
                 DELIMITED BY SIZE
                 INTO QS-LINE-HOLD
             PERFORM 7600-PRINT-LINE THRU 7600-EXIT
           END-IF.
           IF QS-SITE-CNT EQUAL 0
             GO TO 5000-EXIT
           END-IF.
           COMPUTE QS-ALL = QS-SITE-CNT + 1.
           INITIALIZE QS-SITE(QS-ALL).
           MOVE "ALL" TO QS-S-SITE(QS-ALL).
           PERFORM VARYING QS-I FROM 1 BY 1
               UNTIL QS-I > QS-SITE-CNT
             PERFORM 5100-PRINT-SITE THRU 5100-EXIT
             PERFORM 5200-ADD-TO-ALL THRU 5200-EXIT
           END-PERFORM.
           MOVE SPACE TO QS-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE QS-ALL TO QS-I.
           PERFORM 5100-PRINT-SITE THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-SITE.
           MOVE QS-S-SITE(QS-I) TO DET-SITE.
           MOVE QS-S-KEYED(QS-I) TO DET-KEYED.
           MOVE QS-S-CLEAN(QS-I) TO DET-CLEAN.
           IF QS-S-KEYED(QS-I) EQUAL 0
             MOVE SPACE TO DET-CLEAN-PCT-X
           ELSE
             COMPUTE QS-PCT ROUNDED =
                 QS-S-CLEAN(QS-I) * 100 / QS-S-KEYED(QS-I)
             MOVE QS-PCT TO DET-CLEAN-PCT
           END-IF.
           MOVE QS-S-XW-KEYED(QS-I) TO DET-XW-KEYED.
           IF QS-S-XW-KEYED(QS-I) EQUAL 0
             MOVE SPACE TO DET-XW-PCT-X
           ELSE
             COMPUTE QS-PCT ROUNDED =
                 QS-S-XW-CLEAN(QS-I) * 100 / QS-S-XW-KEYED(QS-I)
             MOVE QS-PCT TO DET-XW-PCT
           END-IF.
           MOVE QS-S-EDIT-REJ(QS-I) TO DET-EDIT-REJ.
           MOVE QS-S-TOT-REJ(QS-I) TO DET-TOT-REJ.
           MOVE QS-S-CORR(QS-I) TO DET-CORR.
           MOVE QS-S-MISMATCH(QS-I) TO DET-MISMATCH.
           MOVE QS-S-SUSP-OUT(QS-I) TO DET-SUSP-OUT.
           IF QS-S-SUSP-OUT(QS-I) EQUAL 0
             MOVE SPACE TO DET-AVG-DAYS-X
           ELSE
             COMPUTE QS-PCT ROUNDED =
                 QS-S-SUSP-DAYS(QS-I) / QS-S-SUSP-OUT(QS-I)
             MOVE QS-PCT TO DET-AVG-DAYS
           END-IF.
           MOVE QS-S-AUDITED(QS-I) TO DET-AUDITED.
           MOVE QS-DETAIL TO QS-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5100-EXIT.
           EXIT.

       5200-ADD-TO-ALL.
           ADD QS-S-KEYED(QS-I) TO QS-S-KEYED(QS-ALL).
           ADD QS-S-CLEAN(QS-I) TO QS-S-CLEAN(QS-ALL).
           ADD QS-S-XW-KEYED(QS-I) TO QS-S-XW-KEYED(QS-ALL).
           ADD QS-S-XW-CLEAN(QS-I) TO QS-S-XW-CLEAN(QS-ALL).
           ADD QS-S-EDIT-REJ(QS-I) TO QS-S-EDIT-REJ(QS-ALL).
           ADD QS-S-TOT-REJ(QS-I) TO QS-S-TOT-REJ(QS-ALL).
           ADD QS-S-CORR(QS-I) TO QS-S-CORR(QS-ALL).
           ADD QS-S-MISMATCH(QS-I) TO QS-S-MISMATCH(QS-ALL).
           ADD QS-S-SUSP-OUT(QS-I) TO QS-S-SUSP-OUT(QS-ALL).
           ADD QS-S-SUSP-DAYS(QS-I) TO QS-S-SUSP-DAYS(QS-ALL).
           ADD QS-S-AUDITED(QS-I) TO QS-S-AUDITED(QS-ALL).
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE TOTALLER REJECTS BY SITE AND REJ-REASON, EACH AS A
      *    SHARE OF THE SITE'S TOTALLER REJECTS.  SITES PRINT IN
      *    SITE ORDER, REASONS IN ORDER OF FIRST APPEARANCE.
      *-----------------------------------------------------------
       5500-PRINT-REASONS.
           IF QS-REASON-CNT EQUAL 0
             GO TO 5500-EXIT
           END-IF.
           MOVE 2 TO QS-SECTION.
           PERFORM 7550-PAGE-HEADING THRU 7550-EXIT.
           PERFORM VARYING QS-I FROM 1 BY 1
               UNTIL QS-I > QS-SITE-CNT
             PERFORM VARYING QS-J FROM 1 BY 1
                 UNTIL QS-J > QS-REASON-CNT
               IF QS-R-SITE(QS-J) EQUAL QS-S-SITE(QS-I)
                 PERFORM 5600-PRINT-REASON THRU 5600-EXIT
               END-IF
             END-PERFORM
           END-PERFORM.
       5500-EXIT.
           EXIT.

       5600-PRINT-REASON.
           MOVE QS-R-SITE(QS-J) TO RSN-SITE.
           MOVE QS-R-REASON(QS-J) TO RSN-REASON.
           MOVE QS-R-COUNT(QS-J) TO RSN-COUNT.
           COMPUTE QS-PCT ROUNDED =
               QS-R-COUNT(QS-J) * 100 / QS-S-TOT-REJ(QS-I).
           MOVE QS-PCT TO RSN-PCT.
           MOVE QS-REASON-LINE TO QS-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       5600-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACE TO QS-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
           MOVE SPACE TO QS-LINE-HOLD.
           STRING "CYCLES COLLECTED: " DELIMITED BY SIZE
               QS-CYCLE-CNT DELIMITED BY SIZE
               "   QUALLOG RECORDS USED: " DELIMITED BY SIZE
               QS-USED-CNT DELIMITED BY SIZE
               "   SUPERSEDED BY A RERUN: " DELIMITED BY SIZE
               QS-SUPERSEDED-CNT DELIMITED BY SIZE
               "   AUDITLOG SHEET RECORDS: " DELIMITED BY SIZE
               QS-AUD-CNT DELIMITED BY SIZE
               INTO QS-LINE-HOLD.
           PERFORM 7600-PRINT-LINE THRU 7600-EXIT.
       6000-EXIT.
           EXIT.

       7550-PAGE-HEADING.
           ADD 1 TO QS-PAGE-NO.
           MOVE QS-MONTH TO HD1-MONTH.
           MOVE QS-PAGE-NO TO HD1-PAGE.
           WRITE QS-PRINT-LINE FROM QS-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACE TO QS-PRINT-LINE.
           WRITE QS-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF QS-SECTION EQUAL 1
             WRITE QS-PRINT-LINE FROM QS-HEAD-2
                 AFTER ADVANCING 1 LINE
             WRITE QS-PRINT-LINE FROM QS-HEAD-3
                 AFTER ADVANCING 1 LINE
           ELSE
             WRITE QS-PRINT-LINE FROM QS-HEAD-4
                 AFTER ADVANCING 1 LINE
             MOVE SPACE TO QS-PRINT-LINE
             WRITE QS-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACE TO QS-PRINT-LINE.
           WRITE QS-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO QS-LINE-CNT.
       7550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LINE TO PRINT IS HANDED OVER IN QS-LINE-HOLD, NOT IN
      *    THE FD RECORD AREA - A PAGE BREAK WRITES ITS OWN HEADING
      *    LINES THROUGH THAT AREA AND WOULD TRAMPLE A PENDING LINE.
      *-----------------------------------------------------------
       7600-PRINT-LINE.
           IF QS-LINE-CNT >= QS-LINES-PER-PAGE
             PERFORM 7550-PAGE-HEADING THRU 7550-EXIT
           END-IF.
           WRITE QS-PRINT-LINE FROM QS-LINE-HOLD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO QS-LINE-CNT.
       7600-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE QS-RPT-FILE.
       9999-EXIT.
           EXIT.

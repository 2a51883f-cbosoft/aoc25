      *  PROGRAM RUNS AFTER THE GL'S INTAKE WINDOW AND MATCHES IT
      *  AGAINST THE EXTRACT:
      *
      *    GLIN     THE DAY'S GLALLOC - DAY6GL'S EXTRACT AFTER
      *             DAY6ALC HAS SPLIT THE SHARED PARTS (H/D/T,
      *             DAY6GL'S LAYOUT)
      *    ACKIN    THE LEDGER'S ACKNOWLEDGEMENTS - ONE RECORD PER
      *             DETAIL TAKEN IN, CARRYING THE ACCOUNT, AMOUNT
      *             AND POSTING DATE AS THE LEDGER RECORDED THEM
      *                   THE GLSTAT PART NUMBER COMES FROM LOOKING
      *                   THE ACCOUNT BACK UP ON THE REFERENCE
      *                   MASTER.
      *  2026-09-21 RM    READS GLALLOC, THE EXTRACT THE LEDGER NOW
      *                   TAKES IN.  OPTIONAL ALLOCRL DD - A SPLIT
      *                   POSTED TO A RECEIVING DEPARTMENT'S ACCOUNT
      *                   IS TURNED BACK INTO THE SHARED PART ON
      *                   GLSTAT LIKE ANY OTHER POSTING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AK-PART-FILE ASSIGN TO "PARTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AK-PART-STATUS.
           SELECT AK-RULE-FILE ASSIGN TO "ALLOCRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AK-RULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "part-rec.cpy".

       FD  AK-RULE-FILE
           RECORDING MODE IS F.
       COPY "alc-rec.cpy".

       WORKING-STORAGE SECTION.
       01 AK-GL-STATUS PIC X(02) VALUE "00".
           88 AK-GL-OK VALUE "00".
           88 AK-STAT-OK VALUE "00".
       01 AK-PART-STATUS PIC X(02) VALUE "00".
           88 AK-PART-OK VALUE "00".
       01 AK-RULE-STATUS PIC X(02) VALUE "00".
           88 AK-RULE-OK VALUE "00".
           88 AK-RULE-ABSENT VALUE "35".

       78 AK-MAX-ACKS VALUE 9999.
       78 AK-MAX-PARTS VALUE 9999.
      *-----------------------------------------------------------
      *    THE REFERENCE MASTER'S ACCOUNT MAPPING, FOR TURNING A
      *    POSTED ACCOUNT BACK INTO ITS PART NUMBER ON GLSTAT.
      *    THE ALLOCATION RULES' RECEIVING ACCOUNTS FOLLOW THE
      *    PARTMST ENTRIES, SO AN ACCOUNT A PART OWNS OUTRIGHT
      *    STILL FINDS THAT PART FIRST.
      *-----------------------------------------------------------
       01 AK-PART-TABLE.
           03 AK-PART OCCURS 9999 TIMES.
       01 AK-P-FOUND PIC 9(04) VALUE 0.
       01 AK-PART-EOF-FLAG PIC X(01) VALUE "N".
           88 AK-PART-EOF VALUE "Y".
       01 AK-RULE-EOF-FLAG PIC X(01) VALUE "N".
           88 AK-RULE-EOF VALUE "Y".

      *-----------------------------------------------------------
      *    THE LEDGER'S ACKNOWLEDGEMENTS, LOADED FIRST; THE USED
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-PARTS THRU 1500-EXIT.
           PERFORM 1600-LOAD-RULES THRU 1600-EXIT.
           PERFORM 2000-LOAD-ACKS THRU 2000-EXIT.
           PERFORM 3000-MATCH-POSTINGS THRU 3000-EXIT.
           PERFORM 5000-REPORT-UNMATCHED THRU 5000-EXIT.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    ADD THE RECEIVING ACCOUNTS OF THE ALLOCATION RULES, EACH
      *    OWNED BY ITS SHARED PART.  NO DATASET MEANS NOTHING IS
      *    ALLOCATED; DAY6ALC HAS ALREADY REFUSED A BAD RULE, SO
      *    ONLY THE ACCOUNT IS TAKEN HERE.
      *-----------------------------------------------------------
       1600-LOAD-RULES.
           OPEN INPUT AK-RULE-FILE.
           IF AK-RULE-ABSENT
             GO TO 1600-EXIT
           END-IF.
           IF NOT AK-RULE-OK
             DISPLAY "DAY6ACK: UNABLE TO OPEN ALLOCRL, STATUS="
                 AK-RULE-STATUS
             PERFORM 9999-TERMINATE THRU 9999-EXIT
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO AK-RULE-EOF-FLAG.
           PERFORM 1610-READ-RULE THRU 1610-EXIT.
           PERFORM UNTIL AK-RULE-EOF
             IF ALC-RECORD NOT EQUAL SPACE
                 AND ALC-RECORD(1:1) NOT EQUAL "*"
               IF AK-PART-CNT >= AK-MAX-PARTS
                 DISPLAY "DAY6ACK: MORE THAN " AK-MAX-PARTS
                     " PARTMST AND ALLOCRL ACCOUNTS - TABLE FULL"
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO AK-PART-CNT
               MOVE ALC-PART-NO TO AK-P-PART-NO(AK-PART-CNT)
               MOVE ALC-GL-ACCT TO
                   AK-P-ACCOUNT(AK-PART-CNT)(1:6)
               MOVE ALC-GL-SUB TO
                   AK-P-ACCOUNT(AK-PART-CNT)(7:2)
             END-IF
             PERFORM 1610-READ-RULE THRU 1610-EXIT
           END-PERFORM.
           CLOSE AK-RULE-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-RULE.
           READ AK-RULE-FILE
             AT END
               SET AK-RULE-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE PART NUMBER BEHIND AN ACCOUNT, FOR THE STATUS AND
      *    CONSOLE LINES - AN ACCOUNT NOBODY OWNS COMES BACK AS

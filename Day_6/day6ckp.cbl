      *                    ALREADY RECORDS THE STEP COMPLETE FOR
      *                    THIS CYCLE (THE STEP'S OWN COND THEN
      *                    BYPASSES IT), RC 0 OTHERWISE.  AN ABSENT
      *                    CYCSTAT IS SIMPLY A FRESH CYCLE.  WHEN
      *                    THE STEP IS TO RUN, A STARTED RECORD IS
      *                    APPENDED WITH THE DATE AND TIME.
      *    MARK STEPNNN    AFTER THE STEP, CONDITIONED ON ITS
      *                    SUCCESS - APPENDS THE STEP'S COMPLETION
      *                    RECORD WITH THE DATE AND TIME.
      *    MARK STEPNNN PROGRAM YYYYMMDD RC
      *                    AS ABOVE, AND ALSO APPENDS THE STEP'S RUN
      *                    STATISTICS TO RUNSTATS (RST-REC) - THE
      *                    PROGRAM THE STEP RAN, THE CYCLE DATE (KEPT
      *                    IN STEP WITH SET DAY), THE START TIME OFF
      *                    THE LATEST STARTED RECORD, THE ELAPSED
      *                    TIME AND THE RECORDS ON THE OPTIONAL
      *                    STATIN1/STATIN2 (READ) AND STATOUT1/
      *                    STATOUT2 (WRITTEN) DDS, EACH OF WHICH MAY
      *                    BE LEFT OUT.  RC IS THE STEP'S RETURN
      *                    CODE AS THE JOB'S COND TESTS SAW IT - 00,
      *                    04, OR 8+ FOR ANYTHING FROM 8 UP - AND
      *                    GOES ON THE RUNSTATS RECORD.  AT 8+ (OR
      *                    ANY CODE FROM 08 UP) THE STEP FAILED: ITS
      *                    STATISTICS ARE STILL RECORDED BUT NO
      *                    COMPLETION IS, SO A RERUN STILL RUNS IT.
      *    DONE YYYYMMDD   THE JOB'S LAST STEP - THE CARDS AFTER IT
      *                    LIST EVERY FUNCTIONAL STEP OF THE CYCLE,
      *                    ONE PER CARD.  WHEN CYCSTAT RECORDS THEM
      *                   GUARD AGAINST ITS OWN RESTART.  THE
      *                   MARKER NOW MOVES ONLY WHEN EVERY LISTED
      *                   STEP IS RECORDED COMPLETE.
      *  2026-09-17 RM    CHECK NOW RECORDS WHEN A STEP STARTS, AND
      *                   MARK TAKES THE PROGRAM AND CYCLE DATE TO
      *                   APPEND THE STEP'S RUN STATISTICS (TIMES,
      *                   RECORDS READ AND WRITTEN) TO RUNSTATS FOR
      *                   THE WEEKLY BATCH-WINDOW TREND (DAY6STA).
      *  2026-09-27 RM    THE MARK CARD CARRIES THE STEP'S RETURN
      *                   CODE FOR RS-RC, AND A MARK AT 8+ RECORDS
      *                   THE FAILED RUN'S STATISTICS WITHOUT
      *                   MARKING THE STEP COMPLETE - DAY6JOB NOW
      *                   MARKS EVERY STEP PER RETURN-CODE BAND, SO
      *                   THE FAILURES REACH RUNSTATS TOO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CK-DONE-FILE ASSIGN TO "CYCDONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-DONE-STATUS.
           SELECT CK-RST-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-RST-STATUS.
           SELECT CK-IN1-FILE ASSIGN TO "STATIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-CNT-STATUS.
           SELECT CK-IN2-FILE ASSIGN TO "STATIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-CNT-STATUS.
           SELECT CK-OUT1-FILE ASSIGN TO "STATOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-CNT-STATUS.
           SELECT CK-OUT2-FILE ASSIGN TO "STATOUT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-CNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------
      *    ONE RECORD PER COMPLETED STEP OF THE CYCLE, APPENDED BY
      *    MARK AND SCANNED BY CHECK, AND ONE PER ATTEMPT AT A STEP
      *    (CS-STATE "STARTED"), APPENDED BY CHECK.
      *-----------------------------------------------------------
       FD  CK-STAT-FILE
           RECORDING MODE IS F.
       01  CK-DONE-RECORD.
           03 DN-DATE PIC 9(08).

       FD  CK-RST-FILE
           RECORDING MODE IS F.
       COPY "rst-rec.cpy".

      *-----------------------------------------------------------
      *    THE STEP'S INPUT AND OUTPUT DATASETS, ONLY COUNTED.
      *-----------------------------------------------------------
       FD  CK-IN1-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON CK-CNT-LEN.
       01  CK-IN1-RECORD PIC X(4000).

       FD  CK-IN2-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON CK-CNT-LEN.
       01  CK-IN2-RECORD PIC X(4000).

       FD  CK-OUT1-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON CK-CNT-LEN.
       01  CK-OUT1-RECORD PIC X(4000).

       FD  CK-OUT2-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON CK-CNT-LEN.
       01  CK-OUT2-RECORD PIC X(4000).

       WORKING-STORAGE SECTION.
       01 CK-STAT-STATUS PIC X(02) VALUE "00".
           88 CK-STAT-OK VALUE "00".
           88 CK-CARD-OK VALUE "00".
       01 CK-DONE-STATUS PIC X(02) VALUE "00".
           88 CK-DONE-OK VALUE "00".
       01 CK-RST-STATUS PIC X(02) VALUE "00".
           88 CK-RST-OK VALUE "00".
           88 CK-RST-ABSENT VALUE "35".
       01 CK-CNT-STATUS PIC X(02) VALUE "00".
           88 CK-CNT-OK VALUE "00".
           88 CK-CNT-ABSENT VALUE "35".

       01 CK-MODE PIC X(08) VALUE SPACE.
           88 CK-MODE-CHECK VALUE "CHECK".
       01 CK-RUN-DATE PIC 9(08) VALUE 0.
       01 CK-RUN-TIME-RAW PIC 9(08) VALUE 0.

      *-----------------------------------------------------------
      *    MARK'S RUN-STATISTICS WORKING SET.  CK-STATS IS SET WHEN
      *    THE MARK CARD NAMES THE PROGRAM AND CYCLE DATE, AND
      *    CK-FAILED WHEN ITS RETURN CODE IS 8 OR OVER.  THE
      *    ELAPSED TIME COMES FROM DAY NUMBERS (7800) SO A STEP
      *    THAT RUNS OVER MIDNIGHT OR A MONTH END STILL TIMES RIGHT.
      *-----------------------------------------------------------
       01 CK-PROGRAM PIC X(09) VALUE SPACE.
       01 CK-CYCLE-OPND PIC X(08) VALUE SPACE.
       01 CK-RC-OPND PIC X(02) VALUE SPACE.
       01 CK-RC-OPND-N REDEFINES CK-RC-OPND PIC 9(02).
       01 CK-FAILED-FLAG PIC X(01) VALUE "N".
           88 CK-FAILED VALUE "Y".
       01 CK-STATS-FLAG PIC X(01) VALUE "N".
           88 CK-STATS VALUE "Y".
       01 CK-START-DATE PIC 9(08) VALUE 0.
       01 CK-START-TIME PIC 9(06) VALUE 0.
       01 CK-END-TIME PIC 9(06) VALUE 0.
       01 CK-CNT-LEN PIC 9(04) COMP VALUE 0.
       01 CK-CNT PIC 9(09) VALUE 0.
       01 CK-READ PIC 9(09) VALUE 0.
       01 CK-WRITTEN PIC 9(09) VALUE 0.
       01 CK-ELAPSED PIC S9(09) VALUE 0.
       01 CK-START-DAYNO PIC 9(08) VALUE 0.
       01 CK-DN-DATE PIC 9(08) VALUE 0.
       01 CK-DN-DATE-R REDEFINES CK-DN-DATE.
           03 CK-DN-YYYY PIC 9(04).
           03 CK-DN-MM PIC 9(02).
           03 CK-DN-DD PIC 9(02).
       01 CK-DN-A PIC 9(01) VALUE 0.
       01 CK-DN-Y PIC 9(05) VALUE 0.
       01 CK-DN-M PIC 9(02) VALUE 0.
       01 CK-DN-T PIC 9(08) VALUE 0.
       01 CK-DAYNO PIC 9(08) VALUE 0.
       01 CK-HMS PIC 9(06) VALUE 0.
       01 CK-HMS-R REDEFINES CK-HMS.
           03 CK-HMS-HH PIC 9(02).
           03 CK-HMS-MM PIC 9(02).
           03 CK-HMS-SS PIC 9(02).

      *-----------------------------------------------------------
      *    DONE MODE'S WORKING SET - THE CYCLE DATE OFF THE FIRST
      *    CARD, THE REQUIRED STEPS OFF THE CARDS AFTER IT, AND A
               STOP RUN WITH ERROR STATUS 16
           END-READ.
           UNSTRING CK-CARD-RECORD DELIMITED BY ALL " "
               INTO CK-MODE CK-STEP CK-PROGRAM CK-CYCLE-OPND
                   CK-RC-OPND.
           IF NOT CK-MODE-CHECK AND NOT CK-MODE-MARK
               AND NOT CK-MODE-DONE
             DISPLAY "DAY6CKP: MODE '" CK-MODE "' ON CYCCARD IS NOT "
           IF CK-MODE-DONE
             PERFORM 1500-LOAD-REQUIRED THRU 1500-EXIT
           END-IF.
           IF CK-MODE-MARK AND CK-PROGRAM NOT EQUAL SPACE
             IF CK-CYCLE-OPND IS NOT NUMERIC
               DISPLAY "DAY6CKP: CYCLE DATE '" CK-CYCLE-OPND "' ON "
                   "THE MARK CARD IS NOT YYYYMMDD"
               STOP RUN WITH ERROR STATUS 16
             END-IF
             IF CK-RC-OPND EQUAL "8+"
               SET CK-FAILED TO TRUE
             ELSE
               IF CK-RC-OPND IS NOT NUMERIC
                 DISPLAY "DAY6CKP: RETURN CODE '" CK-RC-OPND "' ON "
                     "THE MARK CARD IS NOT NN OR 8+"
                 STOP RUN WITH ERROR STATUS 16
               END-IF
               IF CK-RC-OPND-N NOT < 8
                 SET CK-FAILED TO TRUE
               END-IF
             END-IF
             SET CK-STATS TO TRUE
           END-IF.
           CLOSE CK-CARD-FILE.
       1000-EXIT.
           EXIT.
       2000-CHECK-STEP.
           OPEN INPUT CK-STAT-FILE.
           IF CK-STAT-ABSENT
             PERFORM 2200-RECORD-START THRU 2200-EXIT
             GO TO 2000-EXIT
           END-IF.
           IF NOT CK-STAT-OK
           IF CK-FOUND EQUAL 1
             DISPLAY "DAY6CKP: " CK-STEP " ALREADY COMPLETE FOR "
                 "THIS CYCLE - STEP WILL BE BYPASSED"
             GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-RECORD-START THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE STEP IS ABOUT TO RUN - NOTE WHEN, FOR MARK TO TIME
      *    IT FROM.  A RERUN ADDS A FRESH RECORD; MARK TAKES THE
      *    LATEST.  CHECK AND DONE ONLY EVER LOOK AT COMPLETE.
      *-----------------------------------------------------------
       2200-RECORD-START.
           OPEN EXTEND CK-STAT-FILE.
           IF CK-STAT-ABSENT
             OPEN OUTPUT CK-STAT-FILE
           END-IF.
           IF NOT CK-STAT-OK
             DISPLAY "DAY6CKP: UNABLE TO OPEN CYCSTAT, STATUS="
                 CK-STAT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE CK-STEP TO CS-STEP.
           MOVE "STARTED" TO CS-STATE.
           MOVE CK-RUN-DATE TO CS-DATE.
           MOVE CK-RUN-TIME-RAW(1:6) TO CS-TIME.
           MOVE SPACE TO CS-FILL-1 CS-FILL-2 CS-FILL-3.
           WRITE CK-STAT-RECORD.
           CLOSE CK-STAT-FILE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    RECORD THE STEP COMPLETE.  THE FIRST MARK OF A CYCLE
      *    CREATES THE PROGRESS DATASET.  A STEP THAT ENDED RC 8 OR
      *    OVER IS NOT COMPLETE - ONLY ITS STATISTICS ARE RECORDED.
      *-----------------------------------------------------------
       3000-MARK-STEP.
           IF CK-STATS
             PERFORM 3100-FIND-START THRU 3100-EXIT
           END-IF.
           IF CK-FAILED
             DISPLAY "DAY6CKP: " CK-STEP " ENDED RC " CK-RC-OPND
                 " - NOT RECORDED COMPLETE"
           ELSE
             PERFORM 3050-RECORD-COMPLETE THRU 3050-EXIT
           END-IF.
           IF CK-STATS
             PERFORM 3200-COUNT-RECORDS THRU 3200-EXIT
             PERFORM 3500-WRITE-STATS THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3050-RECORD-COMPLETE.
           OPEN EXTEND CK-STAT-FILE.
           IF CK-STAT-ABSENT
             OPEN OUTPUT CK-STAT-FILE
           WRITE CK-STAT-RECORD.
           CLOSE CK-STAT-FILE.
           DISPLAY "DAY6CKP: " CK-STEP " RECORDED COMPLETE".
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    THE LATEST STARTED RECORD FOR THE STEP IS WHEN THIS
      *    ATTEMPT AT IT BEGAN.  NONE (A CHECK THAT NEVER RAN)
      *    LEAVES THE START ZERO.  A COMPLETE RECORD AFTER IT MEANS
      *    THE STEP DIDN'T RUN THIS TIME AT ALL.
      *-----------------------------------------------------------
       3100-FIND-START.
           OPEN INPUT CK-STAT-FILE.
           IF CK-STAT-ABSENT
             GO TO 3100-EXIT
           END-IF.
           IF NOT CK-STAT-OK
             DISPLAY "DAY6CKP: UNABLE TO OPEN CYCSTAT, STATUS="
                 CK-STAT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO CK-EOF-FLAG.
           PERFORM 2100-READ-STAT THRU 2100-EXIT.
           PERFORM UNTIL CK-EOF
             IF CS-STEP EQUAL CK-STEP AND CS-STATE EQUAL "STARTED"
               MOVE CS-DATE TO CK-START-DATE
               MOVE CS-TIME TO CK-START-TIME
               MOVE 0 TO CK-FOUND
             END-IF
             IF CS-STEP EQUAL CK-STEP AND CS-STATE EQUAL "COMPLETE"
               MOVE 1 TO CK-FOUND
             END-IF
             PERFORM 2100-READ-STAT THRU 2100-EXIT
           END-PERFORM.
           CLOSE CK-STAT-FILE.
      *    ALREADY COMPLETE SINCE ITS LAST START - THE STEP WAS
      *    BYPASSED ON A RESTART AND THIS MARK RAN BEHIND NOTHING.
           IF CK-FOUND EQUAL 1
             MOVE "N" TO CK-STATS-FLAG
             MOVE 0 TO CK-FOUND
             DISPLAY "DAY6CKP: " CK-STEP " WAS ALREADY COMPLETE - "
                 "NO RUN STATISTICS RECORDED"
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    COUNT THE RECORDS ON WHICHEVER OF THE STATIN AND STATOUT
      *    DDS THE MARK STEP CARRIES.  ONE LEFT OUT COUNTS ZERO.
      *-----------------------------------------------------------
       3200-COUNT-RECORDS.
           MOVE 0 TO CK-READ CK-WRITTEN.
           PERFORM 3210-COUNT-IN1 THRU 3210-EXIT.
           ADD CK-CNT TO CK-READ.
           PERFORM 3220-COUNT-IN2 THRU 3220-EXIT.
           ADD CK-CNT TO CK-READ.
           PERFORM 3230-COUNT-OUT1 THRU 3230-EXIT.
           ADD CK-CNT TO CK-WRITTEN.
           PERFORM 3240-COUNT-OUT2 THRU 3240-EXIT.
           ADD CK-CNT TO CK-WRITTEN.
       3200-EXIT.
           EXIT.

       3210-COUNT-IN1.
           MOVE 0 TO CK-CNT.
           OPEN INPUT CK-IN1-FILE.
           IF CK-CNT-ABSENT
             GO TO 3210-EXIT
           END-IF.
           IF NOT CK-CNT-OK
             DISPLAY "DAY6CKP: UNABLE TO OPEN STATIN1, STATUS="
                 CK-CNT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO CK-EOF-FLAG.
           PERFORM UNTIL CK-EOF
             READ CK-IN1-FILE
               AT END
                 SET CK-EOF TO TRUE
               NOT AT END
                 ADD 1 TO CK-CNT
             END-READ
           END-PERFORM.
           CLOSE CK-IN1-FILE.
       3210-EXIT.
           EXIT.

       3220-COUNT-IN2.
           MOVE 0 TO CK-CNT.
           OPEN INPUT CK-IN2-FILE.
           IF CK-CNT-ABSENT
             GO TO 3220-EXIT
           END-IF.
           IF NOT CK-CNT-OK
             DISPLAY "DAY6CKP: UNABLE TO OPEN STATIN2, STATUS="
                 CK-CNT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO CK-EOF-FLAG.
           PERFORM UNTIL CK-EOF
             READ CK-IN2-FILE
               AT END
                 SET CK-EOF TO TRUE
               NOT AT END
                 ADD 1 TO CK-CNT
             END-READ
           END-PERFORM.
           CLOSE CK-IN2-FILE.
       3220-EXIT.
           EXIT.

       3230-COUNT-OUT1.
           MOVE 0 TO CK-CNT.
           OPEN INPUT CK-OUT1-FILE.
           IF CK-CNT-ABSENT
             GO TO 3230-EXIT
           END-IF.
           IF NOT CK-CNT-OK
             DISPLAY "DAY6CKP: UNABLE TO OPEN STATOUT1, STATUS="
                 CK-CNT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO CK-EOF-FLAG.
           PERFORM UNTIL CK-EOF
             READ CK-OUT1-FILE
               AT END
                 SET CK-EOF TO TRUE
               NOT AT END
                 ADD 1 TO CK-CNT
             END-READ
           END-PERFORM.
           CLOSE CK-OUT1-FILE.
       3230-EXIT.
           EXIT.

       3240-COUNT-OUT2.
           MOVE 0 TO CK-CNT.
           OPEN INPUT CK-OUT2-FILE.
           IF CK-CNT-ABSENT
             GO TO 3240-EXIT
           END-IF.
           IF NOT CK-CNT-OK
             DISPLAY "DAY6CKP: UNABLE TO OPEN STATOUT2, STATUS="
                 CK-CNT-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE "N" TO CK-EOF-FLAG.
           PERFORM UNTIL CK-EOF
             READ CK-OUT2-FILE
               AT END
                 SET CK-EOF TO TRUE
               NOT AT END
                 ADD 1 TO CK-CNT
             END-READ
           END-PERFORM.
           CLOSE CK-OUT2-FILE.
       3240-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    APPEND THE STEP'S RUN STATISTICS.  THE FIRST MARK EVER
      *    CREATES RUNSTATS.  THE RC COLUMN IS THE MARK CARD'S OWN -
      *    THE BAND OF THE JOB'S MARK STEP THAT RAN.
      *-----------------------------------------------------------
       3500-WRITE-STATS.
           MOVE CK-RUN-TIME-RAW(1:6) TO CK-END-TIME.
           MOVE 0 TO CK-ELAPSED.
           IF CK-START-DATE > 0
             MOVE CK-START-DATE TO CK-DN-DATE
             PERFORM 7800-DAY-NUMBER THRU 7800-EXIT
             MOVE CK-DAYNO TO CK-START-DAYNO
             MOVE CK-RUN-DATE TO CK-DN-DATE
             PERFORM 7800-DAY-NUMBER THRU 7800-EXIT
             COMPUTE CK-ELAPSED = (CK-DAYNO - CK-START-DAYNO) * 86400
             MOVE CK-END-TIME TO CK-HMS
             COMPUTE CK-ELAPSED = CK-ELAPSED + CK-HMS-HH * 3600
                 + CK-HMS-MM * 60 + CK-HMS-SS
             MOVE CK-START-TIME TO CK-HMS
             COMPUTE CK-ELAPSED = CK-ELAPSED - CK-HMS-HH * 3600
                 - CK-HMS-MM * 60 - CK-HMS-SS
             IF CK-ELAPSED < 0 OR CK-ELAPSED > 999999
               MOVE 0 TO CK-ELAPSED
             END-IF
           END-IF.
           OPEN EXTEND CK-RST-FILE.
           IF CK-RST-ABSENT
             OPEN OUTPUT CK-RST-FILE
           END-IF.
           IF NOT CK-RST-OK
             DISPLAY "DAY6CKP: UNABLE TO OPEN RUNSTATS, STATUS="
                 CK-RST-STATUS
             STOP RUN WITH ERROR STATUS 16
           END-IF.
           MOVE SPACE TO RS-RECORD.
           MOVE CK-CYCLE-OPND TO RS-CYCLE-DATE.
           MOVE CK-STEP TO RS-STEP.
           MOVE CK-PROGRAM TO RS-PROGRAM.
           MOVE CK-START-DATE TO RS-START-DATE.
           MOVE CK-START-TIME TO RS-START-TIME.
           MOVE CK-RUN-DATE TO RS-END-DATE.
           MOVE CK-END-TIME TO RS-END-TIME.
           MOVE CK-ELAPSED TO RS-ELAPSED.
           MOVE CK-READ TO RS-READ.
           MOVE CK-WRITTEN TO RS-WRITTEN.
           MOVE CK-RC-OPND TO RS-RC.
           WRITE RS-RECORD.
           CLOSE CK-RST-FILE.
           DISPLAY "DAY6CKP: " CK-STEP " RAN " RS-ELAPSED
               " SECONDS, READ " CK-READ ", WROTE " CK-WRITTEN.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
               "CYCDONE ADVANCED".
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      *    DAY NUMBER OF CK-DN-DATE INTO CK-DAYNO - A COUNT OF DAYS
      *    FROM A FIXED POINT, SO TWO DATES SUBTRACT TO THE DAYS
      *    BETWEEN THEM.  EACH DIVISION IS TRUNCATED ON ITS OWN.
      *-----------------------------------------------------------
       7800-DAY-NUMBER.
           MOVE 0 TO CK-DN-A.
           IF CK-DN-MM < 3
             MOVE 1 TO CK-DN-A
           END-IF.
           COMPUTE CK-DN-Y = CK-DN-YYYY + 4800 - CK-DN-A.
           COMPUTE CK-DN-M = CK-DN-MM + 12 * CK-DN-A - 3.
           COMPUTE CK-DAYNO = (153 * CK-DN-M + 2) / 5.
           ADD CK-DN-DD TO CK-DAYNO.
           COMPUTE CK-DAYNO = CK-DAYNO + 365 * CK-DN-Y.
           COMPUTE CK-DN-T = CK-DN-Y / 4.
           ADD CK-DN-T TO CK-DAYNO.
           COMPUTE CK-DN-T = CK-DN-Y / 100.
           SUBTRACT CK-DN-T FROM CK-DAYNO.
           COMPUTE CK-DN-T = CK-DN-Y / 400.
           ADD CK-DN-T TO CK-DAYNO.
       7800-EXIT.
           EXIT.

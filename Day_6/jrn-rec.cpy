      *****************************************************************
      *  JRN-REC - TOTALS MASTER JOURNAL RECORD (MTDJRNL), ONE PER
      *  CHANGE MADE TO MTDMST.  EVERY PROGRAM THAT UPDATES THE
      *  MASTER IN PLACE WRITES ONE OF THESE BEFORE IT TOUCHES THE
      *  RECORD, ONTO THE DATED JOURNAL FOR THE DAY:
      *
      *    JRN-PROGRAM    THE PROGRAM THAT MADE THE CHANGE (DAY6MTD,
      *                   DAY6ADJ, OR DAY6JRN BACKING ONE OUT)
      *    JRN-CYCLE      THE CYCLE THE CHANGE BELONGS TO
      *    JRN-RUN        THE DATE AND TIME THAT EXECUTION STARTED -
      *                   EVERY CHANGE ONE RUN OF ONE STEP MADE
      *                   CARRIES THE SAME STAMP
      *    JRN-SEQ        THE CHANGE'S NUMBER WITHIN THE RUN, FROM 1
      *    JRN-ACTION     "A" RECORD ADDED, "C" CHANGED, "D" DELETED
      *    JRN-KEY        THE MASTER KEY (SEE MTD-REC)
      *    JRN-BEFORE     THE WHOLE RECORD AS IT WAS - SPACES ON AN
      *                   ADD
      *    JRN-AFTER      THE WHOLE RECORD AS IT WAS LEFT - SPACES ON
      *                   A DELETE
      *
      *  DAY6JRN READS THE JOURNAL TO BACK A STEP OR A CYCLE OUT, OR
      *  TO ROLL A RESTORED MASTER FORWARD.  COPY THIS MEMBER UNDER
      *  THE JOURNAL FD WHEREVER THE LAYOUT IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-23 RM    FIRST WRITTEN.
      *****************************************************************
       01  JRN-RECORD.
           03 JRN-PROGRAM PIC X(08).
           03 JRN-FILL-1 PIC X(01).
           03 JRN-CYCLE PIC 9(08).
           03 JRN-FILL-2 PIC X(01).
           03 JRN-RUN.
               05 JRN-RUN-DATE PIC 9(08).
               05 JRN-RUN-TIME PIC 9(08).
           03 JRN-FILL-3 PIC X(01).
           03 JRN-SEQ PIC 9(06).
           03 JRN-FILL-4 PIC X(01).
           03 JRN-ACTION PIC X(01).
               88 JRN-ADD VALUE "A".
               88 JRN-CHANGE VALUE "C".
               88 JRN-DELETE VALUE "D".
           03 JRN-FILL-5 PIC X(01).
           03 JRN-KEY PIC X(14).
           03 JRN-FILL-6 PIC X(01).
           03 JRN-BEFORE PIC X(179).
           03 JRN-FILL-7 PIC X(01).
           03 JRN-AFTER PIC X(179).

      *                   ALONGSIDE THE ROW/COLUMN ONES INSTEAD OF
      *                   BEING DISCARDED ONCE RECON-TOT HAD
      *                   COMPARED THE DAY.
      *  2026-09-09 RM    SHEET CURRENCY AND BASE-CURRENCY TOTAL
      *                   CARRIED ON THE END OF THE RECORD (MTD-CCY,
      *                   MTD-TOTAL-BASE) SO THE MONTH-END FX
      *                   REVALUATION CAN SEE WHAT EACH FOREIGN
      *                   BATCH WAS BOOKED AT.  THE RECORD GROWS
      *                   FROM 124 TO 145 BYTES.  THE CROSSWISE
      *                   KEYING CARRIES NO CURRENCY - SPACES AND A
      *                   ZERO BASE; ADJUSTMENTS ARE STERLING.
      *  2026-09-16 RM    EVERY RECORD CARRIES THE DATE AND TIME OF
      *                   THE RUN THAT FIRST PUT IT ON THE MASTER
      *                   (MTD-ADDED) AND OF THE RUN THAT LAST
      *                   CHANGED IT (MTD-CHANGED), SET BY DAY6MTD
      *                   AND DAY6ADJ, SO THE NIGHTLY CHANGE EXTRACT
      *                   (DAY6MIX) CAN PICK OUT WHAT MOVED SINCE ITS
      *                   LAST RUN.  THE RECORD GROWS FROM 145 TO 179
      *                   BYTES.  A RECORD WRITTEN BEFORE THE STAMPS
      *                   CARRIES SPACES IN BOTH.
      *****************************************************************
       01  MTD-RECORD.
           03 MTD-KEY.
           03 MTD-CNT-MINUS PIC 9(04).
           03 MTD-FILL-10 PIC X(01).
           03 MTD-CNT-SLASH PIC 9(04).
           03 MTD-FILL-11 PIC X(01).
           03 MTD-CCY PIC X(03).
           03 MTD-FILL-12 PIC X(01).
           03 MTD-TOTAL-BASE PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 MTD-FILL-13 PIC X(01).
           03 MTD-ADDED.
               05 MTD-ADD-DATE PIC 9(08).
               05 MTD-ADD-TIME PIC 9(08).
           03 MTD-FILL-14 PIC X(01).
           03 MTD-CHANGED.
               05 MTD-CHG-DATE PIC 9(08).
               05 MTD-CHG-TIME PIC 9(08).

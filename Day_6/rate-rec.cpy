      *****************************************************************
      *  RATE-REC - RATE HISTORY MASTER RECORD (RATEHIST), ONE PER
      *  CURRENCY PER CYCLE.  DAY6RTE APPENDS EACH CYCLE'S ACCEPTED
      *  RATES FROM THE DAILY RATES FEED, SO THE MASTER STAYS IN
      *  CYCLE-DATE ORDER; WITHIN A CYCLE THE CURRENCIES FOLLOW THE
      *  FEED.  THE RATE IS THE SAME CURRENCY-TO-BASE FACTOR DAY6P1
      *  READS FROM RATES, SIX IMPLIED DECIMALS.  STERLING, THE
      *  BASE, IS NEVER HELD.  COPY THIS MEMBER UNDER THE RATEHIST
      *  FD WHEREVER THE LAYOUT IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-08 RM    FIRST WRITTEN.
      *****************************************************************
       01  RH-RECORD.
           03 RH-DATE PIC 9(08).
           03 RH-FILL-1 PIC X(01).
           03 RH-CCY PIC X(03).
           03 RH-FILL-2 PIC X(01).
           03 RH-RATE PIC 9(04)V9(06).

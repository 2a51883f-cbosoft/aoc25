      *  DAY6REG - BATCH CONTROL REGISTER EXCEPTION REPORT
      *
      *  THE BATCH REGISTER (REGIN) HOLDS ONE RECORD PER PART NUMBER
      *  EXPECTED TO ARRIVE IN THE DAY'S CYCLE, AS GENERATED BY
      *  DAY6BRG.  DAY6P1 AND DAY6P2 MARK A BATCH OFF BY WRITING ITS
      *  WSOUT SUMMARY RECORD, SO THIS PROGRAM READS THE REGISTER AND
      *  BOTH WSOUT DATASETS (PROCIN1/PROCIN2) AND REPORTS, TO
      *  REGRPT:
      *
      *    - BATCHES EXPECTED BUT NEVER PROCESSED BY EITHER TOTALLER
      *    - BATCHES PROCESSED BUT NEVER REGISTERED
      *                   BE EXPECTED (AND ARRIVE) TWICE IN ONE
      *                   CYCLE.  "PROCESSED TWICE" NOW MEANS MORE
      *                   ARRIVALS THAN REGISTER CARDS.
      *  2026-09-26 RM    REGIN IS NOW GENERATED BY DAY6BRG FROM THE
      *                   SCHEDMST PART ARRIVAL SCHEDULE, WITH THE
      *                   RCYREG CARDS ALREADY MERGED IN - THE JOB
      *                   NO LONGER CONCATENATES THEM BEHIND IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-01 RM    FIRST WRITTEN.
      *  2026-09-07 RM    THE MASTER IS MAINTAINED ONLY THROUGH
      *                   DAY6PMM NOW (ADD/CHANGE/DELETE CARDS WITH
      *                   AN EFFECTIVE CYCLE, REGISTERED AND
      *                   AUDITED) - NO MORE HAND EDITS.
      *****************************************************************
       01  PM-RECORD.
           03 PM-PART-NO PIC X(05).

      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 RM    FIRST WRITTEN.
      *  2026-09-10 RM    EDITRPT LAYOUT FOLLOWS DAY6EDIT'S - THE
      *                   SITE CODE AND SHEET ORDINAL ON THE END.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 E1-RECORD-NO PIC 9(02).
           03 E1-FILL-2 PIC X(01).
           03 E1-REASON PIC X(40).
           03 E1-FILL-3 PIC X(01).
           03 E1-SITE PIC X(03).
           03 E1-FILL-4 PIC X(01).
           03 E1-SHEET-NO PIC 9(04).

       FD  WK-ED2-FILE
           RECORDING MODE IS F.
           03 E2-RECORD-NO PIC 9(02).
           03 E2-FILL-2 PIC X(01).
           03 E2-REASON PIC X(40).
           03 E2-FILL-3 PIC X(01).
           03 E2-SITE PIC X(03).
           03 E2-FILL-4 PIC X(01).
           03 E2-SHEET-NO PIC 9(04).

       FD  WK-REJ1-FILE
           RECORDING MODE IS F.

      *                   HEADERS CARRY IT AFTER THE DELIMITER,
      *                   CROSSWISE HEADERS AFTER THE DIGIT ROW
      *                   COUNT.
      *  2026-09-10 RM    EACH EDITRPT LINE NOW CARRIES THE SHEET'S
      *                   KEYING-OFFICE SITE CODE AND ITS ORDINAL
      *                   IN THE INPUT, SO THE QUALITY COLLECTOR
      *                   (DAY6QLG) CAN COUNT REJECTED SHEETS PER
      *                   OFFICE - LRECL 49 TO 58.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 RPT-RECORD-NO PIC 9(02).
           03 RPT-FILL-2 PIC X(01).
           03 RPT-REASON PIC X(40).
           03 RPT-FILL-3 PIC X(01).
           03 RPT-SITE PIC X(03).
           03 RPT-FILL-4 PIC X(01).
           03 RPT-SHEET-NO PIC 9(04).

       FD  ED-CTL-FILE
           RECORDING MODE IS F.
           EXIT.

       8500-WRITE-RPT.
           MOVE SPACE TO RPT-FILL-1 RPT-FILL-2 RPT-FILL-3 RPT-FILL-4.
           MOVE ED-HDR-SITE TO RPT-SITE.
           COMPUTE RPT-SHEET-NO = ED-CLEAN-CNT + ED-REJECT-CNT + 1.
           WRITE ED-RPT-RECORD.
           DISPLAY "DAY6EDIT: " RPT-PART-NO " RECORD " RPT-RECORD-NO
               " - " RPT-REASON.

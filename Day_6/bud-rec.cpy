      *****************************************************************
      *  BUD-REC - BUDGET MASTER RECORD (BUDMST), ONE PER PART NUMBER
      *  PER MONTH, HELD SORTED BY PART NUMBER THEN MONTH.  FINANCE'S
      *  PLANNING FILE LOADS A WHOLE YEAR AT ONCE AND REVISION CARDS
      *  CHANGE SINGLE MONTHS AFTERWARDS, BOTH THROUGH DAY6BGM (SEE
      *  DAY6BGMJ) - NO HAND EDITS.  THE AMOUNT IS THE MONTH'S
      *  BUDGETED GRAND TOTAL FOR THE PART, ON THE SAME FOOTING AS
      *  THE STATEMENT FIGURES IT IS COMPARED WITH.  BUD-ORIGIN SAYS
      *  WHERE THE AMOUNT LAST CAME FROM - "P" THE PLANNING LOAD,
      *  "R" A REVISION CARD - AND BUD-CHANGED AND BUD-USER SAY
      *  WHEN AND BY WHOM.  THE OWNING DEPARTMENT IS NOT HELD HERE -
      *  IT IS TAKEN FROM PARTMST WHEN THE FIGURES ARE ROLLED UP, SO
      *  A PART MOVING DEPARTMENT TAKES ITS BUDGET WITH IT.  COPY
      *  THIS MEMBER UNDER THE BUDMST FD WHEREVER THE LAYOUT IS
      *  NEEDED (DAY6BGM MAINTAINS IT, DAY6BVA REPORTS FROM IT).
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-11 RM    FIRST WRITTEN.
      *****************************************************************
       01  BUD-RECORD.
           03 BUD-PART-NO PIC X(05).
           03 BUD-FILL-1 PIC X(01).
           03 BUD-MONTH PIC 9(06).
           03 BUD-FILL-2 PIC X(01).
           03 BUD-AMOUNT PIC S9(13)V9(02) SIGN LEADING SEPARATE.
           03 BUD-FILL-3 PIC X(01).
           03 BUD-ORIGIN PIC X(01).
               88 BUD-FROM-PLAN VALUE "P".
               88 BUD-FROM-REVISION VALUE "R".
           03 BUD-FILL-4 PIC X(01).
           03 BUD-CHANGED PIC 9(08).
           03 BUD-FILL-5 PIC X(01).
           03 BUD-USER PIC X(08).

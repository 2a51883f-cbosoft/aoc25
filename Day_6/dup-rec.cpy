      *****************************************************************
      *  DUP-REC - SHEET FINGERPRINT HISTORY RECORD (DUPHIST), ONE
      *  PER CLEAN WORKSHEET, WRITTEN BY DAY6DUP AT THE END OF EVERY
      *  CYCLE AND COMPARED AGAINST THE NEXT CYCLES' SHEETS SO A
      *  SHEET KEYED AND SENT AGAIN UNDER ANOTHER PART NUMBER IS
      *  CAUGHT BEFORE IT POSTS TWICE.  HELD IN CYCLE-DATE ORDER;
      *  DAY6DUP KEEPS ONLY THE LAST HIST-CYCLES CYCLES ON FILE AND
      *  REWRITES IT WHOLE.
      *
      *  THE FINGERPRINT IS TWO INDEPENDENT HASHES (DH-HASH-1 AND
      *  DH-HASH-2) OF THE SHEET'S VALUE ROWS AND OPERATOR ROW - THE
      *  HEADER, WHICH CARRIES THE PART NUMBER AND SITE, IS LEFT
      *  OUT ON PURPOSE.  TWO SHEETS ARE SUSPECTED DUPLICATES WHEN
      *  THE STREAM, ROW COUNT, BOTH HASHES AND THE CONTROL
      *  TRAILER'S TOTAL AND ROW FIELDS ALL AGREE.  DH-STREAM IS 1
      *  FOR THE ROW/COLUMN SHEETS (WSCLEAN1), 2 FOR THE CROSSWISE
      *  (WSCLEAN2); DH-SHEET-NO IS THE SHEET'S ORDINAL ON ITS
      *  WSCLEAN.  COPY THIS MEMBER UNDER THE DUPHIST FD WHEREVER
      *  THE LAYOUT IS NEEDED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-15 RM    FIRST WRITTEN.
      *****************************************************************
       01  DH-RECORD.
           03 DH-CYCLE-DATE PIC 9(08).
           03 DH-FILL-1 PIC X(01).
           03 DH-PART-NO PIC X(05).
           03 DH-FILL-2 PIC X(01).
           03 DH-SITE PIC X(03).
           03 DH-FILL-3 PIC X(01).
           03 DH-STREAM PIC X(01).
               88 DH-ROWCOL VALUE "1".
               88 DH-CROSSWISE VALUE "2".
           03 DH-FILL-4 PIC X(01).
           03 DH-SHEET-NO PIC 9(04).
           03 DH-FILL-5 PIC X(01).
           03 DH-HASH-1 PIC 9(09).
           03 DH-FILL-6 PIC X(01).
           03 DH-HASH-2 PIC 9(09).
           03 DH-FILL-7 PIC X(01).
           03 DH-ROWS PIC 9(02).
           03 DH-FILL-8 PIC X(01).
           03 DH-TRL-TOTAL PIC X(16).
           03 DH-FILL-9 PIC X(01).
           03 DH-TRL-ROWS PIC X(04).

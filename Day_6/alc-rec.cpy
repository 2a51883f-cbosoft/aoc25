      *****************************************************************
      *  ALC-REC - COST ALLOCATION RULE RECORD (ALLOCRL), ONE PER
      *  RECEIVING DEPARTMENT OF A SHARED PART.  A PART WITH NO
      *  RULES POSTS WHOLE TO ITS PARTMST ACCOUNT AS IT ALWAYS HAS;
      *  A PART WITH RULES HAS ITS DAY6GL POSTING SPLIT BY DAY6ALC
      *  ACROSS THE RECEIVING DEPARTMENTS' OWN ACCOUNTS:
      *
      *    ALC-METHOD "F"  A FIXED AMOUNT (ALC-FIXED), TAKEN OFF THE
      *                    TOP OF THE POSTING FIRST
      *    ALC-METHOD "P"  A PERCENTAGE (ALC-PCT) OF WHAT IS LEFT
      *                    AFTER THE FIXED AMOUNTS
      *
      *  WHEN A PART'S PERCENTAGES COME TO 100.00 THE ROUNDING
      *  PENNY GOES TO ITS LAST PERCENTAGE LINE; WHEN THEY COME TO
      *  LESS, OR THE PART HAS ONLY FIXED LINES, WHATEVER IS LEFT
      *  STAYS ON THE PART'S OWN PARTMST ACCOUNT.  THE SPLITS ARE
      *  POSTED IN THE ORDER THE RULES ARE HELD, DEBIT OR CREDIT AS
      *  THE ORIGINAL POSTING WAS.  COPY THIS MEMBER UNDER THE
      *  ALLOCRL FD WHEREVER THE LAYOUT IS NEEDED (DAY6ALC SPLITS BY
      *  IT, AS DO DAY6REV AND DAY6ACR AT MONTH-END; DAY6ACK TURNS A
      *  DEPARTMENT ACCOUNT BACK INTO ITS PART; DAY6TRC TRACES A
      *  SHARED PART TO ITS SPLITS BY IT).
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-21 RM    FIRST WRITTEN.
      *  2026-09-27 RM    USED BY DAY6REV, DAY6ACR AND DAY6TRC TOO.
      *****************************************************************
       01  ALC-RECORD.
           03 ALC-PART-NO PIC X(05).
           03 ALC-FILL-1 PIC X(01).
           03 ALC-DEPT PIC X(04).
           03 ALC-FILL-2 PIC X(01).
           03 ALC-METHOD PIC X(01).
               88 ALC-BY-PCT VALUE "P".
               88 ALC-BY-FIXED VALUE "F".
           03 ALC-FILL-3 PIC X(01).
           03 ALC-PCT PIC 9(03)V9(02).
           03 ALC-FILL-4 PIC X(01).
           03 ALC-FIXED PIC 9(13)V9(02).
           03 ALC-FILL-5 PIC X(01).
           03 ALC-GL-ACCT PIC X(06).
           03 ALC-FILL-6 PIC X(01).
           03 ALC-GL-SUB PIC X(02).

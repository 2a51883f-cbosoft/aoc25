      *  DELETE THE DATED ORIGINAL.  ONE EXECUTION SWEEPS ONE
      *  DATASET - DAY6ARCJ CHAINS AN EXECUTION PER DATASET OF THE
      *  CYCLE (WSOUT1/2, RECOUT, REGRPT, VARRPT, WSDET1/2,
      *  WSREJ1/2, EDITRPT1/2, WSOUTA, APPTRAN, CORRVAL, GLEXTR,
      *  GLSTAT), THE SAME JCL-DRIVEN REUSE AS DAY6EDIT'S FORMAT
      *  CARD.  DAY6RTV PULLS RECORDS BACK OUT ON A REQUEST CARD,
      *  THE WAY DAY6INQ WORKS AGAINST MTDMST, AND DAY6TRC READS A
      *  SWEPT CYCLE FROM HERE.  THE PART NUMBER STAMPED IS THE
      *  RECORD'S FIRST FIVE BYTES - MEANINGLESS FOR GLEXTR, WHOSE
      *  RECORDS LEAD WITH THEIR TYPE.
      *
      *    ARCIN     THE DATASET BEING SWEPT
      *    ARCHIVE   THE CONSOLIDATED ARCHIVE, EXTENDED - CYCLE
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-01 RM    FIRST WRITTEN.
      *  2026-09-19 RM    EDIT REPORTS, APPROVAL, CORRECTION AND GL
      *                   DATASETS NOW SWEPT TOO, FOR DAY6TRC.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

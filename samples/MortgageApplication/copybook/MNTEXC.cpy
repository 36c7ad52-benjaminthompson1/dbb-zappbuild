      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-22  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED ME-FAIL-BAD-ADDRESS FOR A BORROWER/
      *                   PROPERTY VALUE IN THE WRONG FORMAT - STATE,
      *                   ZIP, TAXPAYER ID, PHONE OR CITY LENGTH.
      *  2026-10-15  DLB  ADDED ME-FAIL-SELF-APPROVAL FOR A CHECKER WHO
      *                   KEYED THE HELD CHANGE, AND ME-FAIL-NOT-PENDING
      *                   FOR A DECISION ON A CHANGE THAT IS NOT HELD OR
      *                   IS ALREADY DECIDED.
      *****************************************************************
       01  ME-MAINT-EXCEPTION-RECORD.
           05  ME-LOAN-NUMBER              PIC X(10).
               88  ME-FAIL-BAD-STATUS          VALUE 'STAT'.
               88  ME-FAIL-BAD-AMOUNT          VALUE 'AMNT'.
               88  ME-FAIL-BLANK-VALUE         VALUE 'BLNK'.
               88  ME-FAIL-BAD-ADDRESS         VALUE 'ADDR'.
               88  ME-FAIL-SELF-APPROVAL       VALUE 'SELF'.
               88  ME-FAIL-NOT-PENDING         VALUE 'PEND'.
           05  ME-EDIT-FAILURE-TEXT        PIC X(40).

      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-22  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  PMIMNT WRITES ITS UNEARNED MORTGAGE
      *                   INSURANCE PREMIUM REFUNDS TO THE BORROWER
      *                   IN THIS LAYOUT, PAYEE TYPE 'B'.
      *  2026-10-15  DLB  INSTRK WRITES ITS FORCE-PLACED INSURANCE
      *                   PREMIUM PAYMENTS TO THE MASTER-POLICY
      *                   CARRIER IN THIS LAYOUT, PAYEE TYPE 'I'.
      *****************************************************************
       01  EP-ESCROW-PAYMENT-RECORD.
           05  EP-LOAN-NUMBER              PIC X(10).

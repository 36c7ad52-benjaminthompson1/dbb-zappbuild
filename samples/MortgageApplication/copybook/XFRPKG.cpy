      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-09-02  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED THE 'BM' BORROWER/PROPERTY IMAGE,
      *                   WRITTEN RIGHT AFTER THE MASTER IMAGE.  A
      *                   PACKAGE FROM A SERVICER THAT SENDS NONE IS
      *                   STILL ACCEPTED.
      *****************************************************************
       01  XP-TRANSFER-PACKAGE-RECORD.
           05  XP-RECORD-TYPE              PIC X(02).
               88  XP-MASTER-IMAGE             VALUE 'LM'.
               88  XP-HISTORY-IMAGE            VALUE 'LH'.
               88  XP-SUSPENSE-IMAGE           VALUE 'SP'.
               88  XP-BORROWER-IMAGE           VALUE 'BM'.
           05  XP-LOAN-NUMBER              PIC X(10).
           05  XP-EFFECTIVE-DATE           PIC 9(08).
           05  XP-RECORD-IMAGE             PIC X(250).

      *                   AND LE-FAIL-NOT-ACTIVE FOR A TRANSFER-OUT
      *                   REQUEST NAMING A LOAN THAT IS NOT ON THE
      *                   MASTER OR IS NO LONGER ACTIVE.
      *  2026-10-15  DLB  ADDED LE-FAIL-TAX-ID AND LE-FAIL-ADDRESS FOR
      *                   AN INTAKE RECORD WITHOUT A USABLE TAXPAYER
      *                   ID OR MAILING/PROPERTY ADDRESS.
      *  2026-10-15  DLB  ADDED LE-FAIL-MI-TERMS FOR AN INTAKE RECORD
      *                   CARRYING A MORTGAGE INSURANCE PREMIUM
      *                   WITHOUT A PROPERTY VALUE OR CERTIFICATE.
      *****************************************************************
       01  LE-BOARDING-EXCEPTION-RECORD.
           05  LE-LOAN-NUMBER              PIC X(10).
               88  LE-FAIL-ARM-TERMS           VALUE 'ARMX'.
               88  LE-FAIL-NOT-FOUND           VALUE 'NFND'.
               88  LE-FAIL-NOT-ACTIVE          VALUE 'NACT'.
               88  LE-FAIL-TAX-ID              VALUE 'TXID'.
               88  LE-FAIL-ADDRESS             VALUE 'ADDR'.
               88  LE-FAIL-MI-TERMS            VALUE 'PMIX'.
           05  LE-EDIT-FAILURE-TEXT        PIC X(40).

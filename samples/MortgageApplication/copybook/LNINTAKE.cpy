      *  2026-08-22  DLB  ADDED LI-INVESTOR-CODE FROM THE ENRICHED
      *                   INTAKE FEED - SPACES WHEN THE LOAN IS HELD
      *                   IN PORTFOLIO.
      *  2026-10-15  DLB  ADDED THE BORROWER AND PROPERTY DATA
      *                   ORIGINATION NOW SENDS - CO-BORROWER, BOTH
      *                   TAXPAYER IDS, MAILING AND PROPERTY ADDRESS
      *                   AND PHONE - FOR THE BORROWER/PROPERTY
      *                   MASTER.  A BLANK PROPERTY ADDRESS MEANS THE
      *                   PROPERTY IS THE MAILING ADDRESS.
      *  2026-10-15  DLB  ADDED THE ORIGINAL PROPERTY VALUE AND THE
      *                   MORTGAGE INSURANCE TERMS - MONTHLY PREMIUM,
      *                   CERTIFICATE NUMBER AND INSURER CODE.  A
      *                   ZERO PREMIUM MEANS THE LOAN CARRIES NO
      *                   MORTGAGE INSURANCE.
      *****************************************************************
       01  LI-LOAN-INTAKE-RECORD.
           05  LI-LOAN-NUMBER              PIC X(10).
           05  LI-ARM-LIFETIME-CAP         PIC S9(01)V9999 COMP-3.
           05  LI-FIRST-RESET-DATE         PIC 9(08).
           05  LI-INVESTOR-CODE            PIC X(04).
           05  LI-PRIMARY-TAX-ID           PIC X(09).
           05  LI-CO-BORROWER-NAME         PIC X(30).
           05  LI-CO-BORROWER-TAX-ID       PIC X(09).
           05  LI-MAILING-ADDRESS.
               10  LI-MAIL-LINE-1          PIC X(30).
               10  LI-MAIL-LINE-2          PIC X(30).
               10  LI-MAIL-CITY            PIC X(18).
               10  LI-MAIL-STATE           PIC X(02).
               10  LI-MAIL-ZIP             PIC X(09).
           05  LI-PROPERTY-ADDRESS.
               10  LI-PROP-LINE-1          PIC X(30).
               10  LI-PROP-CITY            PIC X(18).
               10  LI-PROP-STATE           PIC X(02).
               10  LI-PROP-ZIP             PIC X(09).
           05  LI-PHONE-NUMBER             PIC X(10).
           05  LI-ORIGINAL-PROP-VALUE      PIC S9(09)V99 COMP-3.
           05  LI-MI-MONTHLY-PREMIUM       PIC S9(05)V99 COMP-3.
           05  LI-MI-CERTIFICATE-NO        PIC X(15).
           05  LI-MI-COMPANY-CODE          PIC X(04).

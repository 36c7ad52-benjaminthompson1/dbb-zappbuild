      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-22  DLB  ORIGINAL LAYOUT.
      *  2026-10-15  DLB  ADDED THE PAYER'S TAXPAYER ID, THE MAILING
      *                   ADDRESS AND THE ADDRESS OF THE PROPERTY
      *                   SECURING THE MORTGAGE, FROM THE BORROWER/
      *                   PROPERTY MASTER.
      *****************************************************************
       01  IR-FORM-1098-RECORD.
           05  IR-TAX-YEAR                 PIC 9(04).
           05  IR-TAXES-DISBURSED          PIC 9(07)V99.
           05  IR-OUTSTANDING-PRINCIPAL    PIC 9(09)V99.
           05  IR-LOAN-STATUS              PIC X(01).
           05  IR-BORROWER-TAX-ID          PIC X(09).
           05  IR-MAILING-ADDRESS.
               10  IR-MAIL-LINE-1          PIC X(30).
               10  IR-MAIL-LINE-2          PIC X(30).
               10  IR-MAIL-CITY            PIC X(18).
               10  IR-MAIL-STATE           PIC X(02).
               10  IR-MAIL-ZIP             PIC X(09).
           05  IR-PROPERTY-ADDRESS.
               10  IR-PROP-LINE-1          PIC X(30).
               10  IR-PROP-CITY            PIC X(18).
               10  IR-PROP-STATE           PIC X(02).
               10  IR-PROP-ZIP             PIC X(09).
           05  FILLER                      PIC X(10).

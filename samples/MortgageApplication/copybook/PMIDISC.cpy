      *****************************************************************
      *  PMIDISC.CPY
      *
      *  RECORD LAYOUT FOR THE MORTGAGE INSURANCE DISCLOSURE FILE
      *  WRITTEN BY PMIMNT FOR THE LETTER VENDOR.  AN 'A' RECORD IS
      *  THE ANNUAL STATEMENT OF THE BORROWER'S CANCELLATION AND
      *  TERMINATION RIGHTS, WRITTEN FOR EVERY LOAN STILL CARRYING
      *  MORTGAGE INSURANCE ON THE DECEMBER MONTH-END RUN.  A 'T'
      *  RECORD IS THE NOTICE THAT THE COVERAGE HAS BEEN TERMINATED,
      *  WRITTEN IN THE MONTH IT HAPPENS, WITH THE UNEARNED PREMIUM
      *  BEING REFUNDED.  THE LTV FIGURES ARE PERCENTAGES OF THE
      *  ORIGINAL PROPERTY VALUE.  THE TWO DATES ARE WHEN THE
      *  ORIGINAL AMORTIZATION SCHEDULE REACHES 80% (BORROWER MAY
      *  REQUEST CANCELLATION) AND 78% (COVERAGE ENDS AUTOMATICALLY
      *  IF THE LOAN IS CURRENT).
      *
      *  THE MAILING ADDRESS GROUP REPEATS BM-MAILING-ADDRESS ON
      *  BORRMST FIELD FOR FIELD - CHANGE THEM TOGETHER.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  DLB  ORIGINAL LAYOUT.
      *****************************************************************
       01  PD-PMI-DISCLOSURE-RECORD.
           05  PD-LOAN-NUMBER              PIC X(10).
           05  PD-NOTICE-TYPE              PIC X(01).
               88  PD-ANNUAL-DISCLOSURE        VALUE 'A'.
               88  PD-TERMINATION-NOTICE       VALUE 'T'.
           05  PD-NOTICE-DATE              PIC 9(08).
           05  PD-BORROWER-NAME            PIC X(30).
           05  PD-MAILING-ADDRESS.
               10  PD-MAIL-LINE-1          PIC X(30).
               10  PD-MAIL-LINE-2          PIC X(30).
               10  PD-MAIL-CITY            PIC X(18).
               10  PD-MAIL-STATE           PIC X(02).
               10  PD-MAIL-ZIP             PIC X(09).
           05  PD-MI-CERTIFICATE-NO        PIC X(15).
           05  PD-MI-COMPANY-CODE          PIC X(04).
           05  PD-MI-MONTHLY-PREMIUM       PIC S9(05)V99 COMP-3.
           05  PD-ORIGINAL-PROP-VALUE      PIC S9(09)V99 COMP-3.
           05  PD-ORIGINAL-PRINCIPAL       PIC S9(09)V99 COMP-3.
           05  PD-CURRENT-BALANCE          PIC S9(09)V99 COMP-3.
           05  PD-SCHEDULED-LTV            PIC 9(03)V99.
           05  PD-ACTUAL-LTV               PIC 9(03)V99.
           05  PD-CANCEL-ELIGIBLE-DATE     PIC 9(08).
           05  PD-AUTO-TERMINATION-DATE    PIC 9(08).
           05  PD-REFUND-AMOUNT            PIC S9(07)V99 COMP-3.
           05  FILLER                      PIC X(10).
